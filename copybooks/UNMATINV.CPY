      *****************************************************************
      * UNMATINV.CPY
      * Shared record layout for UnmatchedInvoices.Dat, rewritten by
      * each InvoiceMatching run with every supplier invoice it held,
      * and read by VatReturn, which will not close a period while
      * any invoice dated in it is still unmatched.  UI-INVOICE-DATE
      * is the run date where the invoice carried none.
      *****************************************************************
       01 UnmatchedInvoiceRec.
           02 UI-INVOICE-NO    PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 UI-INVOICE-DATE  PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 UI-PO-NUMBER     PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 UI-REASON        PIC X(20).
