      *****************************************************************
      * STULEDG.CPY
      * Shared record layout for StudentLedger.Dat, the postings to
      * student fee accounts.  Written by StudentAccounts, one record
      * per tuition invoice, credit note or payment, never rewritten.
      * SL-ENTRY-TYPE: I invoice, C credit note, P payment.
      * SL-AMOUNT is always positive; invoices add to the balance,
      * credit notes and payments take it down.  SL-REFERENCE is the
      * invoice number or the payment reference.
      * SL-METHOD is the payment method, the same tender codes used
      * at the tills: CA cash, CD card, CQ cheque, BT bank transfer;
      * spaces on invoices and credit notes.
      *****************************************************************
       01 StudentLedgerRec.
           02 SL-STUDENT-ID      PIC 9(8).
           02 FILLER             PIC X.
           02 SL-DATE            PIC 9(8).
           02 FILLER             PIC X.
           02 SL-ENTRY-TYPE      PIC X.
               88 SL-INVOICE     VALUE 'I'.
               88 SL-CREDIT-NOTE VALUE 'C'.
               88 SL-PAYMENT     VALUE 'P'.
           02 FILLER             PIC X.
           02 SL-REFERENCE       PIC X(12).
           02 FILLER             PIC X.
           02 SL-METHOD          PIC X(2).
           02 FILLER             PIC X.
           02 SL-AMOUNT          PIC 9(7)V99.
           02 FILLER             PIC X.
           02 SL-POSTED-DATE     PIC 9(8).
