      *****************************************************************
      * SUPPAY.CPY
      * Shared record layout for SupplierPayments.Dat, the permanent
      * history of supplier invoices paid, one record per invoice,
      * added to by each PaymentRun.  PH-AMOUNT is in the invoice
      * currency PH-CURRENCY-CODE (00 = home).  PH-PAYMENT-REF is the
      * reference the payment carried to the bank and on the
      * remittance advice: the supplier number followed by the month
      * and day of the run.
      *****************************************************************
       01 SupplierPaymentRec.
           02 PH-INVOICE-NO    PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 PH-MANF-NUMBER   PIC 9(4).
           02 FILLER           PIC X VALUE SPACE.
           02 PH-PAID-DATE     PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 PH-AMOUNT        PIC 9(9)V99.
           02 FILLER           PIC X VALUE SPACE.
           02 PH-CURRENCY-CODE PIC 99.
           02 FILLER           PIC X VALUE SPACE.
           02 PH-PAYMENT-REF   PIC X(8).
