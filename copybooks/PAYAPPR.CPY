      *****************************************************************
      * PAYAPPR.CPY
      * Shared record layout for PaymentApproval.Dat, the supplier
      * invoices approved for payment.  InvoiceMatching rewrites the
      * file from each match run; PaymentRun pays from it and marks
      * the invoices it pays.  PA-AMOUNT is in the supplier's
      * currency, PA-CURRENCY-CODE (00 = home).  PA-INVOICE-DATE is
      * the invoice date (the match run date where the invoice
      * carried none); it is spaces on approvals written before the
      * date was carried, which are treated as already due.
      * PA-STATUS: space unpaid, P paid (PA-PAID-DATE holds the
      * payment run date).  An invoice found on SupplierPayments.Dat
      * is written already marked paid, so a rematch cannot pay it
      * twice.
      *****************************************************************
       01 PaymentApprovalRec.
           02 PA-INVOICE-NO    PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 PA-PO-NUMBER     PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 PA-AMOUNT        PIC 9(9)V99.
           02 FILLER           PIC X VALUE SPACE.
           02 PA-CURRENCY-CODE PIC 99.
           02 FILLER           PIC X VALUE SPACE.
           02 PA-INVOICE-DATE  PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 PA-STATUS        PIC X.
               88 PA-UNPAID        VALUE SPACE.
               88 PA-PAID          VALUE 'P'.
           02 FILLER           PIC X VALUE SPACE.
           02 PA-PAID-DATE     PIC 9(8).
