       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentRun.
       AUTHOR. ismail.
      * Supplier payment run and aged creditors.
      * (P)ayment run pays every approved invoice on
      * PaymentApproval.Dat that is due by the run date.  An invoice
      * falls due its supplier's payment terms (Manufacturer.Dat,
      * days from the invoice date) after it is dated; the supplier
      * is the one the purchase order was raised with.  Invoices are
      * paid one payment per supplier and currency:
      *   - a line on BankPayments.Dat, between a header and a
      *     trailer carrying the payment count, the total paid and a
      *     hash of the account numbers,
      *   - a remittance advice listing the invoices paid,
      *   - a posting to AddTransactions.Dat through GlAccountMap.Dat
      *     source SUPPAY (Dr trade creditors, Cr bank), in home
      *     currency at the rate on the run date,
      *   - a record per invoice on SupplierPayments.Dat, and the
      *     invoice marked paid on PaymentApproval.Dat, so neither
      *     this run nor a later match run can pay it again.
      * A due invoice whose supplier cannot be found or has no bank
      * details is held and listed on the run report.
      * The aged creditors report of invoices still unpaid follows
      * every payment run; (A)ged creditors produces it on its own.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ManufacturerFile ASSIGN TO "Manufacturer.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OutstandingOrders ASSIGN TO "OutstandingOrders.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PaymentApproval ASSIGN TO "PaymentApproval.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SupplierPayments
               ASSIGN TO "SupplierPayments.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ExchangeRateFile
               ASSIGN TO "ExchangeRate.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AccountMapFile ASSIGN TO "GlAccountMap.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransactionFile ASSIGN TO "AddTransactions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BankPaymentFile ASSIGN TO "BankPayments.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RemittanceFile ASSIGN TO "RemittanceAdvices.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PaymentReport ASSIGN TO "PaymentRunReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AgingReport ASSIGN TO "AgedCreditors.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PaymentSortWork ASSIGN TO "PaymentSortWork.Dat".
           SELECT SortedPayments ASSIGN TO "SortedPayments.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ManufacturerFile.
       01 ManufacturerRec.
           02 MF-MANF-NUMBER    PIC 9(4).
           02 MF-MANF-NAME      PIC X(20).
           02 MF-CONTACT-NAME   PIC X(20).
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.
           02 MF-PAYMENT-DAYS   PIC 9(3).
           02 MF-BANK-SORT-CODE PIC 9(6).
           02 MF-BANK-ACCOUNT   PIC 9(8).

       FD OutstandingOrders.
       COPY OUTORD.

       FD PaymentApproval.
       COPY PAYAPPR.

       FD SupplierPayments.
       COPY SUPPAY.

       FD ExchangeRateFile.
       01 ExchangeRateRecord.
           02 ER-CurrencyCode    PIC 99.
           02 ER-RateToHome      PIC 9(3)V9999.
           02 ER-AsOfDate        PIC 9(8).

       FD AccountMapFile.
       01 AccountMapRec.
           02 GM-SOURCE       PIC X(8).
           02 FILLER          PIC X.
           02 GM-DR-ACCOUNT   PIC X(6).
           02 FILLER          PIC X.
           02 GM-CR-ACCOUNT   PIC X(6).

       FD TransactionFile.
       01 TransactionRecord.
           02 TX-Account       PIC X(6).
           02 TX-DrCr          PIC X.
           02 TX-Amount        PIC 9(5).
           02 TX-Reference     PIC X(8).
           02 TX-Date          PIC 9(8).

      * BP-AMOUNT is in the currency BP-CURRENCY-CODE (00 = home).
      * The trailer hash is the sum of the payee account numbers.
       FD BankPaymentFile.
       01 BankPaymentRec.
           02 BP-SORT-CODE     PIC 9(6).
           02 FILLER           PIC X.
           02 BP-ACCOUNT       PIC 9(8).
           02 FILLER           PIC X.
           02 BP-PAYEE         PIC X(20).
           02 FILLER           PIC X.
           02 BP-AMOUNT        PIC 9(9)V99.
           02 FILLER           PIC X.
           02 BP-CURRENCY-CODE PIC 99.
           02 FILLER           PIC X.
           02 BP-REFERENCE     PIC X(8).
       01 BankPaymentControl.
           02 BPC-REC-TYPE     PIC X(4).
               88 BPC-HEADER-REC  VALUE "HDR ".
               88 BPC-TRAILER-REC VALUE "TRL ".
           02 BPC-FILE-ID      PIC X(12).
           02 BPC-DATE         PIC 9(8).
       01 BankPaymentTrailer.
           02 FILLER           PIC X(4).
           02 BPT-REC-COUNT    PIC 9(7).
           02 BPT-HASH-TOTAL   PIC 9(12).
           02 BPT-AMOUNT-TOTAL PIC 9(11)V99.

       FD RemittanceFile.
       01 RemittanceLine       PIC X(80).

       FD PaymentReport.
       01 PaymentReportLine    PIC X(90).

       FD AgingReport.
       01 AgingReportLine      PIC X(100).

      * PW-KEY is the invoice number on a payment run and the invoice
      * date on the aged creditors report.
       SD PaymentSortWork.
       01 PaymentSortRec.
           02 PW-MANF-NUMBER   PIC 9(4).
           02 PW-CURRENCY      PIC 99.
           02 PW-KEY           PIC X(8).
           02 PW-AP-IDX        PIC 9(4).

       FD SortedPayments.
       01 SortedPaymentRec.
           88 END-OF-SORTED-PAYMENTS VALUE HIGH-VALUES.
           02 SW-MANF-NUMBER   PIC 9(4).
           02 SW-CURRENCY      PIC 99.
           02 SW-KEY           PIC X(8).
           02 SW-AP-IDX        PIC 9(4).

       WORKING-STORAGE SECTION.
       01 RUN-MODE              PIC X VALUE SPACE.
           88 PAYMENT-MODE      VALUE 'P' 'p'.
           88 AGING-MODE        VALUE 'A' 'a'.

       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-RUN-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
           02 FILLER            PIC 9(4).
           02 WS-RUN-MONTH-DAY  PIC 9(4).

      * Payment terms for a supplier with none on the master.
       01 WS-STANDARD-TERMS     PIC 9(3) VALUE 30.

       01 SUPP-EOF              PIC X VALUE 'N'.
           88 END-OF-SUPPLIERS  VALUE 'Y'.
       01 SUPP-TABLE-MAX        PIC 99 VALUE 50.
       01 SUPP-TABLE-COUNT      PIC 99 VALUE ZERO.
       01 SUPP-IDX              PIC 99 VALUE ZERO.
       01 WS-SUPP-IDX           PIC 99 VALUE ZERO.
       01 SUPPLIER-TABLE.
           02 SUPP-ENTRY OCCURS 50 TIMES.
               03 SUP-MANF-NUMBER   PIC 9(4).
               03 SUP-NAME          PIC X(20).
               03 SUP-CONTACT       PIC X(20).
               03 SUP-TERMS         PIC 9(3).
               03 SUP-SORT-CODE     PIC 9(6).
               03 SUP-ACCOUNT       PIC 9(8).

       01 ORDER-EOF             PIC X VALUE 'N'.
           88 END-OF-ORDERS     VALUE 'Y'.
       01 PO-TABLE-MAX          PIC 9(4) VALUE 1000.
       01 PO-TABLE-COUNT        PIC 9(4) VALUE ZERO.
       01 PO-IDX                PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-PO          PIC 9(6) VALUE ZERO.
       01 WS-LOOKUP-MANF        PIC 9(4) VALUE ZERO.
       01 PO-TABLE.
           02 PO-ENTRY OCCURS 1000 TIMES.
               03 POT-PO-NUMBER     PIC 9(6).
               03 POT-MANF-NUMBER   PIC 9(4).

       01 PAID-EOF              PIC X VALUE 'N'.
           88 END-OF-PAYMENTS   VALUE 'Y'.
       01 PAID-TABLE-MAX        PIC 9(4) VALUE 5000.
       01 PAID-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 PAID-IDX              PIC 9(4) VALUE ZERO.
       01 PAID-TABLE.
           02 PAID-ENTRY OCCURS 5000 TIMES.
               03 PD-INVOICE-NO     PIC X(8).
               03 PD-PAID-DATE      PIC 9(8).

       01 APPROVAL-EOF          PIC X VALUE 'N'.
           88 END-OF-APPROVALS  VALUE 'Y'.
       01 AP-TABLE-MAX          PIC 9(4) VALUE 2000.
       01 AP-TABLE-COUNT        PIC 9(4) VALUE ZERO.
       01 AP-IDX                PIC 9(4) VALUE ZERO.
       01 APPROVAL-TABLE.
           02 AP-ENTRY OCCURS 2000 TIMES.
               03 AP-INVOICE-NO     PIC X(8).
               03 AP-PO-NUMBER      PIC 9(6).
               03 AP-AMOUNT         PIC 9(9)V99.
               03 AP-CURRENCY       PIC 99.
               03 AP-INVOICE-DATE   PIC 9(8).
               03 AP-STATUS         PIC X.
                   88 AP-PAID       VALUE 'P'.
               03 AP-PAID-DATE      PIC 9(8).
               03 AP-MANF-NUMBER    PIC 9(4).
               03 AP-SUPP-IDX       PIC 99.
               03 AP-DUE-DATE       PIC 9(8).
               03 AP-HOLD-REASON    PIC X(20).

      * Every rate on ExchangeRate.Dat is held; payments go to the
      * ledger at the rate for the run date.
       01 FX-RATE-EOF           PIC X VALUE 'N'.
           88 END-OF-FX-RATES   VALUE 'Y'.
       01 RATE-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 RATE-IDX              PIC 9(4) VALUE ZERO.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 2000 TIMES.
               03 XR-CURRENCY    PIC 99.
               03 XR-RATE        PIC 9(3)V9999.
               03 XR-AS-OF       PIC 9(8).
       01 WS-FX-CURRENCY        PIC 99 VALUE ZERO.
       01 WS-FX-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-FX-RATE            PIC 9(3)V9999 VALUE ZEROS.
       01 WS-FX-AS-OF           PIC 9(8) VALUE ZEROS.
       01 WS-HOME-VALUE         PIC 9(11)V99 VALUE ZEROS.

       01 MAP-EOF               PIC X VALUE 'N'.
           88 END-OF-MAP        VALUE 'Y'.
       01 MAP-TABLE-MAX         PIC 99 VALUE 50.
       01 MAP-TABLE-COUNT       PIC 99 VALUE ZERO.
       01 MAP-IDX               PIC 99 VALUE ZERO.
       01 WS-MAP-FOUND          PIC X VALUE 'N'.
           88 MAP-SOURCE-FOUND  VALUE 'Y'.
       01 WS-LOOKUP-SOURCE      PIC X(8) VALUE SPACES.
       01 WS-DR-ACCOUNT         PIC X(6) VALUE SPACES.
       01 WS-CR-ACCOUNT         PIC X(6) VALUE SPACES.
       01 MAP-TABLE.
           02 MAP-ENTRY OCCURS 50 TIMES.
               03 MP-SOURCE      PIC X(8).
               03 MP-DR-ACCOUNT  PIC X(6).
               03 MP-CR-ACCOUNT  PIC X(6).

       01 WS-POST-NOTE          PIC X(16) VALUE SPACES.
       01 WS-POST-AMOUNT        PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-TOO-BIG     PIC X VALUE 'N'.
           88 AMOUNT-TOO-BIG    VALUE 'Y'.

      * Date stepping, for due dates and days overdue.
       01 WS-STEP-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-STEP-SPLIT REDEFINES WS-STEP-DATE.
           02 WS-STEP-YEAR      PIC 9(4).
           02 WS-STEP-MONTH     PIC 99.
           02 WS-STEP-DAY       PIC 99.
       01 WS-DAY-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-MONTH-DAYS         PIC 99 VALUE ZERO.
       01 WS-LEAP-REM           PIC 9(4) VALUE ZERO.
       01 WS-DAYS-OVERDUE       PIC 9(3) VALUE ZERO.

       01 PrevManfNumber        PIC 9(4) VALUE ZERO.
       01 PrevCurrency          PIC 99 VALUE ZERO.
       01 WS-PAYMENT-REF.
           02 WS-REF-MANF       PIC 9(4).
           02 WS-REF-MONTH-DAY  PIC 9(4).
       01 WS-PAYMENT-TOTAL      PIC 9(9)V99 VALUE ZEROS.
       01 WS-PAYMENT-INVOICES   PIC 9(4) VALUE ZERO.

       01 BANK-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 BANK-HASH             PIC 9(12) VALUE ZERO.
       01 BANK-AMOUNT-TOTAL     PIC 9(11)V99 VALUE ZEROS.

       01 PAYMENTS-MADE         PIC 9(5) VALUE ZERO.
       01 INVOICES-PAID         PIC 9(5) VALUE ZERO.
       01 INVOICES-HELD         PIC 9(5) VALUE ZERO.
       01 POSTINGS-WRITTEN      PIC 9(5) VALUE ZERO.
       01 POSTINGS-HELD         PIC 9(5) VALUE ZERO.

      * Aged creditors, in home currency at the run date rate.
       01 AGING-TOTALS.
           02 AGE-SUPP-BUCKET   PIC 9(11)V99 OCCURS 5 TIMES.
           02 AGE-GRAND-BUCKET  PIC 9(11)V99 OCCURS 5 TIMES.
       01 BUCKET-IDX            PIC 9 VALUE ZERO.
       01 WS-BUCKET             PIC 9 VALUE ZERO.
       01 BUCKET-NAMES.
           02 FILLER            PIC X(8) VALUE "CURRENT ".
           02 FILLER            PIC X(8) VALUE "1-30    ".
           02 FILLER            PIC X(8) VALUE "31-60   ".
           02 FILLER            PIC X(8) VALUE "61-90   ".
           02 FILLER            PIC X(8) VALUE "OVER 90 ".
       01 BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           02 BUCKET-NAME       PIC X(8) OCCURS 5 TIMES.
       01 INVOICES-UNPAID       PIC 9(5) VALUE ZERO.

       COPY DATEVAL.

       01 RemitHeading1         PIC X(80)
           VALUE " REMITTANCE ADVICE".
       01 RemitToLine.
           02 FILLER            PIC X(6) VALUE " To: ".
           02 RT-MANF-NUMBER    PIC 9(4).
           02 FILLER            PIC X VALUE SPACE.
           02 RT-NAME           PIC X(20).
           02 FILLER            PIC X(8) VALUE "  Attn: ".
           02 RT-CONTACT        PIC X(20).
       01 RemitRefLine.
           02 FILLER            PIC X(15) VALUE " Payment ref: ".
           02 RR-REFERENCE      PIC X(8).
           02 FILLER            PIC X(8) VALUE "  Date: ".
           02 RR-DATE           PIC 9(8).
           02 FILLER            PIC X(12) VALUE "  Currency: ".
           02 RR-CURRENCY       PIC 99.
       01 RemitColHeads         PIC X(80)
           VALUE "  Invoice   PO No   Inv Date             Amount".
       01 RemitDetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 RD-INVOICE-NO     PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 RD-PO-NUMBER      PIC 9(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 RD-INVOICE-DATE   PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 RD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01 RemitTotalLine.
           02 FILLER            PIC X(28) VALUE "  Total paid".
           02 RTL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01 RemitBankLine.
           02 FILLER            PIC X(20) VALUE "  Paid to sort code ".
           02 RB-SORT-CODE      PIC 9(6).
           02 FILLER            PIC X(10) VALUE " account ".
           02 RB-ACCOUNT        PIC 9(8).

       01 PayHeading1.
           02 FILLER            PIC X(28)
               VALUE " Supplier Payment Run for ".
           02 PH1-DATE          PIC 9(8).
       01 PayHeading2           PIC X(90)
           VALUE " Supp Name                 Cur Invs         Amount"
           & "  Pay ref   Posting".
       01 PayDetailLine.
           02 FILLER            PIC X VALUE SPACE.
           02 PD-MANF-NUMBER    PIC 9(4).
           02 FILLER            PIC X VALUE SPACE.
           02 PD-NAME           PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 PD-CURRENCY       PIC 99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PD-INVOICES       PIC ZZZ9.
           02 FILLER            PIC X VALUE SPACE.
           02 PD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PD-REFERENCE      PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PD-POST-NOTE      PIC X(16).
       01 HeldHeading           PIC X(90)
           VALUE " Due invoices held - not paid".
       01 HeldDetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 HD-INVOICE-NO     PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 HD-PO-NUMBER      PIC 9(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 HD-MANF-NUMBER    PIC 9(4).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 HD-CURRENCY       PIC 99.
           02 FILLER            PIC X VALUE SPACE.
           02 HD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 HD-REASON         PIC X(20).
       01 PayCountLine.
           02 PC-LABEL          PIC X(30).
           02 PC-COUNT          PIC ZZZZ9.

       01 AgeHeading1.
           02 FILLER            PIC X(30)
               VALUE " Aged Creditors as at ".
           02 AH1-DATE          PIC 9(8).
       01 AgeHeading2           PIC X(100)
           VALUE "  Invoice   PO No   Inv Date  Due Date  Cur"
           & "         Amount  Days  Age       Note".
       01 AgeSupplierLine.
           02 FILLER            PIC X VALUE SPACE.
           02 AS-MANF-NUMBER    PIC 9(4).
           02 FILLER            PIC X VALUE SPACE.
           02 AS-NAME           PIC X(20).
       01 AgeDetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AD-INVOICE-NO     PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AD-PO-NUMBER      PIC 9(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AD-INVOICE-DATE   PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AD-DUE-DATE       PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AD-CURRENCY       PIC 99.
           02 FILLER            PIC X VALUE SPACE.
           02 AD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AD-DAYS           PIC ZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AD-BUCKET         PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AD-NOTE           PIC X(20).
       01 AgeBucketHeads        PIC X(100)
           VALUE "                            Current          1-30"
           & "         31-60         61-90       Over 90".
       01 AgeTotalLine.
           02 AT-LABEL          PIC X(23).
           02 AT-BUCKET         PIC ZZ,ZZZ,ZZ9.99 OCCURS 5 TIMES.
       01 AgeCountLine.
           02 FILLER            PIC X(30)
               VALUE " Unpaid invoices:".
           02 AC-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       RunSupplierPayments.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Run (P)ayments or (A)ged creditors only: "
               WITH NO ADVANCING
           ACCEPT RUN-MODE
           IF NOT PAYMENT-MODE AND NOT AGING-MODE
              DISPLAY "Invalid mode entered."
              STOP RUN
           END-IF
           DISPLAY "Run date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           IF NOT DV-DATE-VALID
              DISPLAY "Invalid run date."
              STOP RUN
           END-IF
           MOVE DV-DATE-OUT TO WS-RUN-DATE
           PERFORM LOAD-SUPPLIER-TABLE
           PERFORM LOAD-PO-TABLE
           PERFORM LOAD-PAID-HISTORY
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-APPROVAL-TABLE
           IF PAYMENT-MODE
              PERFORM PAY-DUE-INVOICES
              PERFORM REWRITE-APPROVAL-FILE
           END-IF
           PERFORM PRODUCE-AGED-CREDITORS
           STOP RUN.

      *****************************************************************
      * Masters.  The supplier, order book, payment history and rate
      * files are held in tables for the run.
      *****************************************************************
       LOAD-SUPPLIER-TABLE.
           MOVE ZERO TO SUPP-TABLE-COUNT
           MOVE 'N' TO SUPP-EOF
           OPEN INPUT ManufacturerFile
           PERFORM READ-SUPPLIER-FILE UNTIL END-OF-SUPPLIERS
           CLOSE ManufacturerFile.

       READ-SUPPLIER-FILE.
           READ ManufacturerFile
              AT END
                 SET END-OF-SUPPLIERS TO TRUE
              NOT AT END
                 IF SUPP-TABLE-COUNT >= SUPP-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO SUPP-TABLE-COUNT
                 MOVE MF-MANF-NUMBER
                     TO SUP-MANF-NUMBER(SUPP-TABLE-COUNT)
                 MOVE MF-MANF-NAME TO SUP-NAME(SUPP-TABLE-COUNT)
                 MOVE MF-CONTACT-NAME TO SUP-CONTACT(SUPP-TABLE-COUNT)
                 IF MF-PAYMENT-DAYS NUMERIC
                    MOVE MF-PAYMENT-DAYS TO SUP-TERMS(SUPP-TABLE-COUNT)
                 ELSE
                    MOVE WS-STANDARD-TERMS
                        TO SUP-TERMS(SUPP-TABLE-COUNT)
                 END-IF
                 IF MF-BANK-SORT-CODE NUMERIC
                    AND MF-BANK-ACCOUNT NUMERIC
                    MOVE MF-BANK-SORT-CODE
                        TO SUP-SORT-CODE(SUPP-TABLE-COUNT)
                    MOVE MF-BANK-ACCOUNT
                        TO SUP-ACCOUNT(SUPP-TABLE-COUNT)
                 ELSE
                    MOVE ZERO TO SUP-SORT-CODE(SUPP-TABLE-COUNT)
                    MOVE ZERO TO SUP-ACCOUNT(SUPP-TABLE-COUNT)
                 END-IF
           END-READ.

       LOAD-PO-TABLE.
           MOVE ZERO TO PO-TABLE-COUNT
           MOVE 'N' TO ORDER-EOF
           OPEN INPUT OutstandingOrders
           PERFORM READ-ORDER-FILE UNTIL END-OF-ORDERS
           CLOSE OutstandingOrders.

      * One entry per purchase order, however many lines it has.
       READ-ORDER-FILE.
           READ OutstandingOrders
              AT END
                 SET END-OF-ORDERS TO TRUE
              NOT AT END
                 MOVE OO-PO-NUMBER TO WS-LOOKUP-PO
                 PERFORM LOOKUP-PO-SUPPLIER
                 IF WS-LOOKUP-MANF = ZERO
                    IF PO-TABLE-COUNT >= PO-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO PO-TABLE-COUNT
                    MOVE OO-PO-NUMBER TO POT-PO-NUMBER(PO-TABLE-COUNT)
                    MOVE OO-MANF-NUMBER
                        TO POT-MANF-NUMBER(PO-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-PO-SUPPLIER.
           MOVE ZERO TO WS-LOOKUP-MANF
           PERFORM FIND-PO-SUPPLIER
               VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > PO-TABLE-COUNT.

       FIND-PO-SUPPLIER.
           IF POT-PO-NUMBER(PO-IDX) = WS-LOOKUP-PO
              MOVE POT-MANF-NUMBER(PO-IDX) TO WS-LOOKUP-MANF
           END-IF.

       LOOKUP-SUPPLIER.
           MOVE ZERO TO WS-SUPP-IDX
           PERFORM FIND-SUPPLIER
               VARYING SUPP-IDX FROM 1 BY 1
               UNTIL SUPP-IDX > SUPP-TABLE-COUNT.

       FIND-SUPPLIER.
           IF SUP-MANF-NUMBER(SUPP-IDX) = WS-LOOKUP-MANF
              MOVE SUPP-IDX TO WS-SUPP-IDX
           END-IF.

       LOAD-PAID-HISTORY.
           MOVE ZERO TO PAID-TABLE-COUNT
           MOVE 'N' TO PAID-EOF
           OPEN INPUT SupplierPayments
           PERFORM READ-PAID-HISTORY UNTIL END-OF-PAYMENTS
           CLOSE SupplierPayments.

       READ-PAID-HISTORY.
           READ SupplierPayments
              AT END
                 SET END-OF-PAYMENTS TO TRUE
              NOT AT END
                 IF PAID-TABLE-COUNT >= PAID-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO PAID-TABLE-COUNT
                 MOVE PH-INVOICE-NO TO PD-INVOICE-NO(PAID-TABLE-COUNT)
                 MOVE PH-PAID-DATE TO PD-PAID-DATE(PAID-TABLE-COUNT)
           END-READ.

       LOAD-FX-RATES.
           MOVE ZERO TO RATE-TABLE-COUNT
           MOVE 'N' TO FX-RATE-EOF
           OPEN INPUT ExchangeRateFile
           PERFORM READ-FX-RATE UNTIL END-OF-FX-RATES
           CLOSE ExchangeRateFile.

       READ-FX-RATE.
           READ ExchangeRateFile
              AT END
                 SET END-OF-FX-RATES TO TRUE
              NOT AT END
                 IF RATE-TABLE-COUNT >= RATE-TABLE-MAX
                    DISPLAY "*** EXCHANGE RATE FILE LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO RATE-TABLE-COUNT
                 MOVE ER-CurrencyCode TO XR-CURRENCY(RATE-TABLE-COUNT)
                 MOVE ER-RateToHome TO XR-RATE(RATE-TABLE-COUNT)
                 MOVE ER-AsOfDate TO XR-AS-OF(RATE-TABLE-COUNT)
           END-READ.

      * The rate for a day is the latest one dated on or before it;
      * a currency with only later rates takes the earliest of
      * those, and one with no rates at all is taken at par.
       GET-FX-RATE.
           MOVE 1 TO WS-FX-RATE
           MOVE ZERO TO WS-FX-AS-OF
           PERFORM CONSIDER-FX-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT.

       CONSIDER-FX-RATE.
           IF XR-CURRENCY(RATE-IDX) = WS-FX-CURRENCY
              AND XR-RATE(RATE-IDX) > ZERO
              EVALUATE TRUE
                 WHEN WS-FX-AS-OF = ZERO
                 WHEN XR-AS-OF(RATE-IDX) <= WS-FX-DATE
                    AND (XR-AS-OF(RATE-IDX) > WS-FX-AS-OF
                      OR WS-FX-AS-OF > WS-FX-DATE)
                 WHEN XR-AS-OF(RATE-IDX) > WS-FX-DATE
                    AND WS-FX-AS-OF > XR-AS-OF(RATE-IDX)
                    MOVE XR-RATE(RATE-IDX) TO WS-FX-RATE
                    MOVE XR-AS-OF(RATE-IDX) TO WS-FX-AS-OF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      * Sets WS-HOME-VALUE to WS-HOME-VALUE, held in currency
      * WS-FX-CURRENCY, converted at the rate for the run date.
       CONVERT-TO-HOME.
           IF WS-FX-CURRENCY NOT = ZERO
              MOVE WS-RUN-DATE TO WS-FX-DATE
              PERFORM GET-FX-RATE
              COMPUTE WS-HOME-VALUE ROUNDED =
                  WS-HOME-VALUE * WS-FX-RATE
           END-IF.

      *****************************************************************
      * Approved invoices.  Each is given its supplier and due date;
      * one found on the payment history is taken as paid whatever
      * the approval file says.  Approvals with no invoice date are
      * due on the run date.
      *****************************************************************
       LOAD-APPROVAL-TABLE.
           MOVE ZERO TO AP-TABLE-COUNT
           MOVE 'N' TO APPROVAL-EOF
           OPEN INPUT PaymentApproval
           PERFORM READ-APPROVAL-FILE UNTIL END-OF-APPROVALS
           CLOSE PaymentApproval.

       READ-APPROVAL-FILE.
           READ PaymentApproval
              AT END
                 SET END-OF-APPROVALS TO TRUE
              NOT AT END
                 IF AP-TABLE-COUNT >= AP-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO AP-TABLE-COUNT
                 MOVE AP-TABLE-COUNT TO AP-IDX
                 PERFORM BUILD-APPROVAL-ENTRY
           END-READ.

       BUILD-APPROVAL-ENTRY.
           MOVE PA-INVOICE-NO TO AP-INVOICE-NO(AP-IDX)
           MOVE PA-PO-NUMBER TO AP-PO-NUMBER(AP-IDX)
           MOVE PA-AMOUNT TO AP-AMOUNT(AP-IDX)
           MOVE ZERO TO AP-CURRENCY(AP-IDX)
           IF PA-CURRENCY-CODE NUMERIC
              MOVE PA-CURRENCY-CODE TO AP-CURRENCY(AP-IDX)
           END-IF
           MOVE ZERO TO AP-INVOICE-DATE(AP-IDX)
           IF PA-INVOICE-DATE NUMERIC
              MOVE PA-INVOICE-DATE TO AP-INVOICE-DATE(AP-IDX)
           END-IF
           MOVE SPACE TO AP-STATUS(AP-IDX)
           MOVE ZERO TO AP-PAID-DATE(AP-IDX)
           IF PA-PAID
              MOVE PA-STATUS TO AP-STATUS(AP-IDX)
              IF PA-PAID-DATE NUMERIC
                 MOVE PA-PAID-DATE TO AP-PAID-DATE(AP-IDX)
              END-IF
           END-IF
           PERFORM CHECK-PAID-HISTORY
               VARYING PAID-IDX FROM 1 BY 1
               UNTIL PAID-IDX > PAID-TABLE-COUNT
           MOVE SPACES TO AP-HOLD-REASON(AP-IDX)
           MOVE PA-PO-NUMBER TO WS-LOOKUP-PO
           PERFORM LOOKUP-PO-SUPPLIER
           PERFORM LOOKUP-SUPPLIER
           MOVE WS-LOOKUP-MANF TO AP-MANF-NUMBER(AP-IDX)
           MOVE WS-SUPP-IDX TO AP-SUPP-IDX(AP-IDX)
           EVALUATE TRUE
              WHEN WS-SUPP-IDX = ZERO
                 MOVE ZERO TO AP-MANF-NUMBER(AP-IDX)
                 MOVE "SUPPLIER NOT KNOWN" TO AP-HOLD-REASON(AP-IDX)
              WHEN SUP-ACCOUNT(WS-SUPP-IDX) = ZERO
                 MOVE "NO BANK DETAILS" TO AP-HOLD-REASON(AP-IDX)
           END-EVALUATE
           IF AP-INVOICE-DATE(AP-IDX) = ZERO
              MOVE WS-RUN-DATE TO AP-DUE-DATE(AP-IDX)
           ELSE
              MOVE AP-INVOICE-DATE(AP-IDX) TO WS-STEP-DATE
              IF WS-SUPP-IDX = ZERO
                 PERFORM ADD-ONE-DAY
                     VARYING WS-DAY-COUNT FROM 1 BY 1
                     UNTIL WS-DAY-COUNT > WS-STANDARD-TERMS
              ELSE
                 PERFORM ADD-ONE-DAY
                     VARYING WS-DAY-COUNT FROM 1 BY 1
                     UNTIL WS-DAY-COUNT > SUP-TERMS(WS-SUPP-IDX)
              END-IF
              MOVE WS-STEP-DATE TO AP-DUE-DATE(AP-IDX)
           END-IF.

       CHECK-PAID-HISTORY.
           IF PD-INVOICE-NO(PAID-IDX) = AP-INVOICE-NO(AP-IDX)
              MOVE 'P' TO AP-STATUS(AP-IDX)
              MOVE PD-PAID-DATE(PAID-IDX) TO AP-PAID-DATE(AP-IDX)
           END-IF.

       REWRITE-APPROVAL-FILE.
           OPEN OUTPUT PaymentApproval
           PERFORM WRITE-ONE-APPROVAL
               VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > AP-TABLE-COUNT
           CLOSE PaymentApproval.

       WRITE-ONE-APPROVAL.
           MOVE SPACES TO PaymentApprovalRec
           MOVE AP-INVOICE-NO(AP-IDX) TO PA-INVOICE-NO
           MOVE AP-PO-NUMBER(AP-IDX) TO PA-PO-NUMBER
           MOVE AP-AMOUNT(AP-IDX) TO PA-AMOUNT
           MOVE AP-CURRENCY(AP-IDX) TO PA-CURRENCY-CODE
           MOVE AP-INVOICE-DATE(AP-IDX) TO PA-INVOICE-DATE
           MOVE AP-STATUS(AP-IDX) TO PA-STATUS
           MOVE AP-PAID-DATE(AP-IDX) TO PA-PAID-DATE
           WRITE PaymentApprovalRec.

      *****************************************************************
      * Payment run.  Due invoices are sorted by supplier, currency
      * and invoice; each change of supplier or currency is one
      * payment.
      *****************************************************************
       PAY-DUE-INVOICES.
           PERFORM LOAD-ACCOUNT-MAP
           OPEN OUTPUT BankPaymentFile
           OPEN OUTPUT RemittanceFile
           OPEN OUTPUT PaymentReport
           OPEN EXTEND SupplierPayments
           OPEN EXTEND TransactionFile
           MOVE SPACES TO BankPaymentControl
           MOVE "HDR " TO BPC-REC-TYPE
           MOVE "SUPPAYMENTS" TO BPC-FILE-ID
           MOVE WS-RUN-DATE TO BPC-DATE
           WRITE BankPaymentControl
           MOVE WS-RUN-DATE TO PH1-DATE
           WRITE PaymentReportLine FROM PayHeading1
               AFTER ADVANCING PAGE
           WRITE PaymentReportLine FROM PayHeading2
               AFTER ADVANCING 2 LINES
           SORT PaymentSortWork
               ON ASCENDING KEY PW-MANF-NUMBER PW-CURRENCY PW-KEY
               INPUT PROCEDURE IS SELECT-DUE-INVOICES
               GIVING SortedPayments
           OPEN INPUT SortedPayments
           PERFORM READ-SORTED-PAYMENT
           PERFORM PAY-ONE-SUPPLIER UNTIL END-OF-SORTED-PAYMENTS
           CLOSE SortedPayments
           IF INVOICES-HELD > ZERO
              WRITE PaymentReportLine FROM HeldHeading
                  AFTER ADVANCING 2 LINES
              PERFORM LIST-HELD-INVOICE
                  VARYING AP-IDX FROM 1 BY 1
                  UNTIL AP-IDX > AP-TABLE-COUNT
           END-IF
           MOVE SPACES TO BankPaymentTrailer
           MOVE "TRL " TO BPC-REC-TYPE
           MOVE BANK-REC-COUNT TO BPT-REC-COUNT
           MOVE BANK-HASH TO BPT-HASH-TOTAL
           MOVE BANK-AMOUNT-TOTAL TO BPT-AMOUNT-TOTAL
           WRITE BankPaymentTrailer
           PERFORM WRITE-PAYMENT-COUNTS
           CLOSE BankPaymentFile
           CLOSE RemittanceFile
           CLOSE PaymentReport
           CLOSE SupplierPayments
           CLOSE TransactionFile
           DISPLAY "Payment run complete."
           DISPLAY "Payments made:         " PAYMENTS-MADE
           DISPLAY "Invoices paid:         " INVOICES-PAID
           DISPLAY "Due invoices held:     " INVOICES-HELD
           DISPLAY "Ledger postings:       " POSTINGS-WRITTEN
           IF POSTINGS-HELD > ZERO
              DISPLAY "Postings held:         " POSTINGS-HELD
           END-IF.

       SELECT-DUE-INVOICES.
           PERFORM RELEASE-IF-DUE
               VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > AP-TABLE-COUNT.

       RELEASE-IF-DUE.
           IF NOT AP-PAID(AP-IDX)
              AND AP-DUE-DATE(AP-IDX) <= WS-RUN-DATE
              IF AP-HOLD-REASON(AP-IDX) = SPACES
                 MOVE AP-MANF-NUMBER(AP-IDX) TO PW-MANF-NUMBER
                 MOVE AP-CURRENCY(AP-IDX) TO PW-CURRENCY
                 MOVE AP-INVOICE-NO(AP-IDX) TO PW-KEY
                 MOVE AP-IDX TO PW-AP-IDX
                 RELEASE PaymentSortRec
              ELSE
                 ADD 1 TO INVOICES-HELD
              END-IF
           END-IF.

       READ-SORTED-PAYMENT.
           READ SortedPayments
              AT END SET END-OF-SORTED-PAYMENTS TO TRUE
           END-READ.

       PAY-ONE-SUPPLIER.
           MOVE SW-MANF-NUMBER TO PrevManfNumber
           MOVE SW-CURRENCY TO PrevCurrency
           MOVE AP-SUPP-IDX(SW-AP-IDX) TO WS-SUPP-IDX
           MOVE PrevManfNumber TO WS-REF-MANF
           MOVE WS-RUN-MONTH-DAY TO WS-REF-MONTH-DAY
           MOVE ZERO TO WS-PAYMENT-TOTAL
           MOVE ZERO TO WS-PAYMENT-INVOICES
           MOVE PrevManfNumber TO RT-MANF-NUMBER
           MOVE SUP-NAME(WS-SUPP-IDX) TO RT-NAME
           MOVE SUP-CONTACT(WS-SUPP-IDX) TO RT-CONTACT
           MOVE WS-PAYMENT-REF TO RR-REFERENCE
           MOVE WS-RUN-DATE TO RR-DATE
           MOVE PrevCurrency TO RR-CURRENCY
           WRITE RemittanceLine FROM RemitHeading1
               AFTER ADVANCING PAGE
           WRITE RemittanceLine FROM RemitToLine
               AFTER ADVANCING 2 LINES
           WRITE RemittanceLine FROM RemitRefLine
               AFTER ADVANCING 1 LINE
           WRITE RemittanceLine FROM RemitColHeads
               AFTER ADVANCING 2 LINES
           PERFORM PAY-ONE-INVOICE
               UNTIL END-OF-SORTED-PAYMENTS
               OR SW-MANF-NUMBER NOT = PrevManfNumber
               OR SW-CURRENCY NOT = PrevCurrency
           MOVE WS-PAYMENT-TOTAL TO RTL-AMOUNT
           WRITE RemittanceLine FROM RemitTotalLine
               AFTER ADVANCING 2 LINES
           MOVE SUP-SORT-CODE(WS-SUPP-IDX) TO RB-SORT-CODE
           MOVE SUP-ACCOUNT(WS-SUPP-IDX) TO RB-ACCOUNT
           WRITE RemittanceLine FROM RemitBankLine
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-BANK-PAYMENT
           PERFORM POST-SUPPLIER-PAYMENT
           ADD 1 TO PAYMENTS-MADE
           MOVE PrevManfNumber TO PD-MANF-NUMBER
           MOVE SUP-NAME(WS-SUPP-IDX) TO PD-NAME
           MOVE PrevCurrency TO PD-CURRENCY
           MOVE WS-PAYMENT-INVOICES TO PD-INVOICES
           MOVE WS-PAYMENT-TOTAL TO PD-AMOUNT
           MOVE WS-PAYMENT-REF TO PD-REFERENCE
           MOVE WS-POST-NOTE TO PD-POST-NOTE
           WRITE PaymentReportLine FROM PayDetailLine
               AFTER ADVANCING 1 LINE.

       PAY-ONE-INVOICE.
           MOVE SW-AP-IDX TO AP-IDX
           MOVE AP-INVOICE-NO(AP-IDX) TO RD-INVOICE-NO
           MOVE AP-PO-NUMBER(AP-IDX) TO RD-PO-NUMBER
           MOVE AP-INVOICE-DATE(AP-IDX) TO RD-INVOICE-DATE
           MOVE AP-AMOUNT(AP-IDX) TO RD-AMOUNT
           WRITE RemittanceLine FROM RemitDetailLine
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SupplierPaymentRec
           MOVE AP-INVOICE-NO(AP-IDX) TO PH-INVOICE-NO
           MOVE PrevManfNumber TO PH-MANF-NUMBER
           MOVE WS-RUN-DATE TO PH-PAID-DATE
           MOVE AP-AMOUNT(AP-IDX) TO PH-AMOUNT
           MOVE PrevCurrency TO PH-CURRENCY-CODE
           MOVE WS-PAYMENT-REF TO PH-PAYMENT-REF
           WRITE SupplierPaymentRec
           MOVE 'P' TO AP-STATUS(AP-IDX)
           MOVE WS-RUN-DATE TO AP-PAID-DATE(AP-IDX)
           ADD AP-AMOUNT(AP-IDX) TO WS-PAYMENT-TOTAL
           ADD 1 TO WS-PAYMENT-INVOICES
           ADD 1 TO INVOICES-PAID
           PERFORM READ-SORTED-PAYMENT.

       WRITE-BANK-PAYMENT.
           MOVE SPACES TO BankPaymentRec
           MOVE SUP-SORT-CODE(WS-SUPP-IDX) TO BP-SORT-CODE
           MOVE SUP-ACCOUNT(WS-SUPP-IDX) TO BP-ACCOUNT
           MOVE SUP-NAME(WS-SUPP-IDX) TO BP-PAYEE
           MOVE WS-PAYMENT-TOTAL TO BP-AMOUNT
           MOVE PrevCurrency TO BP-CURRENCY-CODE
           MOVE WS-PAYMENT-REF TO BP-REFERENCE
           WRITE BankPaymentRec
           ADD 1 TO BANK-REC-COUNT
           ADD SUP-ACCOUNT(WS-SUPP-IDX) TO BANK-HASH
           ADD WS-PAYMENT-TOTAL TO BANK-AMOUNT-TOTAL.

      * The payment goes to the ledger in whole home currency units.
       POST-SUPPLIER-PAYMENT.
           MOVE SPACES TO WS-POST-NOTE
           MOVE "SUPPAY" TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-ACCOUNT-MAP
           MOVE WS-PAYMENT-TOTAL TO WS-HOME-VALUE
           MOVE PrevCurrency TO WS-FX-CURRENCY
           PERFORM CONVERT-TO-HOME
           MOVE 'N' TO WS-AMOUNT-TOO-BIG
           COMPUTE WS-POST-AMOUNT ROUNDED = WS-HOME-VALUE
               ON SIZE ERROR
                   SET AMOUNT-TOO-BIG TO TRUE
                   MOVE ZERO TO WS-POST-AMOUNT
           END-COMPUTE
           EVALUATE TRUE
              WHEN NOT MAP-SOURCE-FOUND
                 ADD 1 TO POSTINGS-HELD
                 MOVE "NO ACCOUNT MAP" TO WS-POST-NOTE
              WHEN AMOUNT-TOO-BIG
                 ADD 1 TO POSTINGS-HELD
                 MOVE "TOO LARGE-HELD" TO WS-POST-NOTE
                 DISPLAY "*** PAYMENT " WS-PAYMENT-REF " AMOUNT "
                     WS-HOME-VALUE " EXCEEDS THE LEDGER "
                     "TRANSACTION SIZE - NOT POSTED ***"
              WHEN WS-POST-AMOUNT = ZERO
                 MOVE "NIL VALUE" TO WS-POST-NOTE
              WHEN OTHER
                 PERFORM WRITE-POSTING-PAIR
                 MOVE "POSTED" TO WS-POST-NOTE
           END-EVALUATE.

       WRITE-POSTING-PAIR.
           MOVE WS-DR-ACCOUNT TO TX-Account
           MOVE 'D' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-PAYMENT-REF TO TX-Reference
           MOVE WS-RUN-DATE TO TX-Date
           WRITE TransactionRecord
           MOVE WS-CR-ACCOUNT TO TX-Account
           MOVE 'C' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-PAYMENT-REF TO TX-Reference
           MOVE WS-RUN-DATE TO TX-Date
           WRITE TransactionRecord
           ADD 2 TO POSTINGS-WRITTEN.

       LIST-HELD-INVOICE.
           IF NOT AP-PAID(AP-IDX)
              AND AP-DUE-DATE(AP-IDX) <= WS-RUN-DATE
              AND AP-HOLD-REASON(AP-IDX) NOT = SPACES
              MOVE AP-INVOICE-NO(AP-IDX) TO HD-INVOICE-NO
              MOVE AP-PO-NUMBER(AP-IDX) TO HD-PO-NUMBER
              MOVE AP-MANF-NUMBER(AP-IDX) TO HD-MANF-NUMBER
              MOVE AP-CURRENCY(AP-IDX) TO HD-CURRENCY
              MOVE AP-AMOUNT(AP-IDX) TO HD-AMOUNT
              MOVE AP-HOLD-REASON(AP-IDX) TO HD-REASON
              WRITE PaymentReportLine FROM HeldDetailLine
                  AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-PAYMENT-COUNTS.
           MOVE " Payments made:" TO PC-LABEL
           MOVE PAYMENTS-MADE TO PC-COUNT
           WRITE PaymentReportLine FROM PayCountLine
               AFTER ADVANCING 3 LINES
           MOVE " Invoices paid:" TO PC-LABEL
           MOVE INVOICES-PAID TO PC-COUNT
           WRITE PaymentReportLine FROM PayCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Due invoices held:" TO PC-LABEL
           MOVE INVOICES-HELD TO PC-COUNT
           WRITE PaymentReportLine FROM PayCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Ledger postings written:" TO PC-LABEL
           MOVE POSTINGS-WRITTEN TO PC-COUNT
           WRITE PaymentReportLine FROM PayCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Postings held:" TO PC-LABEL
           MOVE POSTINGS-HELD TO PC-COUNT
           WRITE PaymentReportLine FROM PayCountLine
               AFTER ADVANCING 1 LINE.

       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO MAP-TABLE-COUNT
           MOVE 'N' TO MAP-EOF
           OPEN INPUT AccountMapFile
           PERFORM READ-ACCOUNT-MAP UNTIL END-OF-MAP
           CLOSE AccountMapFile.

       READ-ACCOUNT-MAP.
           READ AccountMapFile
              AT END
                 SET END-OF-MAP TO TRUE
              NOT AT END
                 IF MAP-TABLE-COUNT < MAP-TABLE-MAX
                    ADD 1 TO MAP-TABLE-COUNT
                    MOVE GM-SOURCE TO MP-SOURCE(MAP-TABLE-COUNT)
                    MOVE GM-DR-ACCOUNT
                        TO MP-DR-ACCOUNT(MAP-TABLE-COUNT)
                    MOVE GM-CR-ACCOUNT
                        TO MP-CR-ACCOUNT(MAP-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-ACCOUNT-MAP.
           MOVE 'N' TO WS-MAP-FOUND
           MOVE SPACES TO WS-DR-ACCOUNT
           MOVE SPACES TO WS-CR-ACCOUNT
           PERFORM FIND-ACCOUNT-MAP
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-TABLE-COUNT.

       FIND-ACCOUNT-MAP.
           IF MP-SOURCE(MAP-IDX) = WS-LOOKUP-SOURCE
              SET MAP-SOURCE-FOUND TO TRUE
              MOVE MP-DR-ACCOUNT(MAP-IDX) TO WS-DR-ACCOUNT
              MOVE MP-CR-ACCOUNT(MAP-IDX) TO WS-CR-ACCOUNT
           END-IF.

      *****************************************************************
      * Aged creditors.  Invoices still unpaid, by supplier and
      * invoice date, aged by days past their due date at the run
      * date.  Bucket totals are in home currency at the run date
      * rate; invoices whose supplier is not known come first.
      *****************************************************************
       PRODUCE-AGED-CREDITORS.
           MOVE ZERO TO INVOICES-UNPAID
           PERFORM CLEAR-GRAND-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
           SORT PaymentSortWork
               ON ASCENDING KEY PW-MANF-NUMBER PW-CURRENCY PW-KEY
               INPUT PROCEDURE IS SELECT-UNPAID-INVOICES
               GIVING SortedPayments
           OPEN INPUT SortedPayments
           OPEN OUTPUT AgingReport
           MOVE WS-RUN-DATE TO AH1-DATE
           WRITE AgingReportLine FROM AgeHeading1
               AFTER ADVANCING PAGE
           WRITE AgingReportLine FROM AgeHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-SORTED-PAYMENT
           PERFORM AGE-ONE-SUPPLIER UNTIL END-OF-SORTED-PAYMENTS
           WRITE AgingReportLine FROM AgeBucketHeads
               AFTER ADVANCING 2 LINES
           MOVE " All suppliers (home)" TO AT-LABEL
           PERFORM MOVE-GRAND-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
           WRITE AgingReportLine FROM AgeTotalLine
               AFTER ADVANCING 1 LINE
           MOVE INVOICES-UNPAID TO AC-COUNT
           WRITE AgingReportLine FROM AgeCountLine
               AFTER ADVANCING 2 LINES
           CLOSE SortedPayments
           CLOSE AgingReport
           DISPLAY "Aged creditors produced. Unpaid invoices: "
               INVOICES-UNPAID.

       SELECT-UNPAID-INVOICES.
           PERFORM RELEASE-IF-UNPAID
               VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > AP-TABLE-COUNT.

       RELEASE-IF-UNPAID.
           IF NOT AP-PAID(AP-IDX)
              MOVE AP-MANF-NUMBER(AP-IDX) TO PW-MANF-NUMBER
              MOVE ZERO TO PW-CURRENCY
              MOVE AP-INVOICE-DATE(AP-IDX) TO PW-KEY
              MOVE AP-IDX TO PW-AP-IDX
              RELEASE PaymentSortRec
           END-IF.

       AGE-ONE-SUPPLIER.
           MOVE SW-MANF-NUMBER TO PrevManfNumber
           MOVE AP-SUPP-IDX(SW-AP-IDX) TO WS-SUPP-IDX
           MOVE PrevManfNumber TO AS-MANF-NUMBER
           IF WS-SUPP-IDX = ZERO
              MOVE "SUPPLIER NOT KNOWN" TO AS-NAME
           ELSE
              MOVE SUP-NAME(WS-SUPP-IDX) TO AS-NAME
           END-IF
           WRITE AgingReportLine FROM AgeSupplierLine
               AFTER ADVANCING 2 LINES
           PERFORM CLEAR-SUPPLIER-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
           PERFORM AGE-ONE-INVOICE
               UNTIL END-OF-SORTED-PAYMENTS
               OR SW-MANF-NUMBER NOT = PrevManfNumber
           WRITE AgingReportLine FROM AgeBucketHeads
               AFTER ADVANCING 1 LINE
           MOVE " Supplier total (home)" TO AT-LABEL
           PERFORM MOVE-SUPPLIER-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
           WRITE AgingReportLine FROM AgeTotalLine
               AFTER ADVANCING 1 LINE.

       AGE-ONE-INVOICE.
           MOVE SW-AP-IDX TO AP-IDX
           ADD 1 TO INVOICES-UNPAID
           MOVE ZERO TO WS-DAYS-OVERDUE
           MOVE AP-DUE-DATE(AP-IDX) TO WS-STEP-DATE
           PERFORM COUNT-ONE-DAY-OVERDUE
               UNTIL WS-STEP-DATE >= WS-RUN-DATE
               OR WS-DAYS-OVERDUE >= 999
           EVALUATE TRUE
              WHEN WS-DAYS-OVERDUE = ZERO
                 MOVE 1 TO WS-BUCKET
              WHEN WS-DAYS-OVERDUE <= 30
                 MOVE 2 TO WS-BUCKET
              WHEN WS-DAYS-OVERDUE <= 60
                 MOVE 3 TO WS-BUCKET
              WHEN WS-DAYS-OVERDUE <= 90
                 MOVE 4 TO WS-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET
           END-EVALUATE
           MOVE AP-AMOUNT(AP-IDX) TO WS-HOME-VALUE
           MOVE AP-CURRENCY(AP-IDX) TO WS-FX-CURRENCY
           PERFORM CONVERT-TO-HOME
           ADD WS-HOME-VALUE TO AGE-SUPP-BUCKET(WS-BUCKET)
           ADD WS-HOME-VALUE TO AGE-GRAND-BUCKET(WS-BUCKET)
           MOVE AP-INVOICE-NO(AP-IDX) TO AD-INVOICE-NO
           MOVE AP-PO-NUMBER(AP-IDX) TO AD-PO-NUMBER
           MOVE AP-INVOICE-DATE(AP-IDX) TO AD-INVOICE-DATE
           MOVE AP-DUE-DATE(AP-IDX) TO AD-DUE-DATE
           MOVE AP-CURRENCY(AP-IDX) TO AD-CURRENCY
           MOVE AP-AMOUNT(AP-IDX) TO AD-AMOUNT
           MOVE WS-DAYS-OVERDUE TO AD-DAYS
           MOVE BUCKET-NAME(WS-BUCKET) TO AD-BUCKET
           MOVE AP-HOLD-REASON(AP-IDX) TO AD-NOTE
           WRITE AgingReportLine FROM AgeDetailLine
               AFTER ADVANCING 1 LINE
           PERFORM READ-SORTED-PAYMENT.

       COUNT-ONE-DAY-OVERDUE.
           ADD 1 TO WS-DAYS-OVERDUE
           PERFORM ADD-ONE-DAY.

       CLEAR-SUPPLIER-BUCKET.
           MOVE ZERO TO AGE-SUPP-BUCKET(BUCKET-IDX).

       CLEAR-GRAND-BUCKET.
           MOVE ZERO TO AGE-GRAND-BUCKET(BUCKET-IDX).

       MOVE-SUPPLIER-BUCKET.
           MOVE AGE-SUPP-BUCKET(BUCKET-IDX) TO AT-BUCKET(BUCKET-IDX).

       MOVE-GRAND-BUCKET.
           MOVE AGE-GRAND-BUCKET(BUCKET-IDX) TO AT-BUCKET(BUCKET-IDX).

       ADD-ONE-DAY.
           ADD 1 TO WS-STEP-DAY
           PERFORM GET-STEP-MONTH-DAYS
           IF WS-STEP-DAY > WS-MONTH-DAYS
              MOVE 1 TO WS-STEP-DAY
              ADD 1 TO WS-STEP-MONTH
              IF WS-STEP-MONTH > 12
                 MOVE 1 TO WS-STEP-MONTH
                 ADD 1 TO WS-STEP-YEAR
              END-IF
           END-IF.

       GET-STEP-MONTH-DAYS.
           EVALUATE WS-STEP-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 PERFORM SET-STEP-FEBRUARY-DAYS
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SET-STEP-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS
           DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE 29 TO WS-MONTH-DAYS
              DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-REM
                  REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 28 TO WS-MONTH-DAYS
                 DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE 29 TO WS-MONTH-DAYS
                 END-IF
              END-IF
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.

       COPY DATEVALP.
