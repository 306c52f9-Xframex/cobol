      *****************************************************************
      * PURVREG.CPY
      * Shared record layout for InputVatRegister.Dat, the input-tax
      * (purchase-side) register written by InvoiceMatching for each
      * supplier invoice it approves and read by VatReturn.
      * PVR-Date is the invoice date (the run date where the invoice
      * carried none).  PVR-Net, PVR-VAT and PVR-Gross are in home
      * currency, converted at the invoice date rate where the
      * supplier invoices in a foreign currency; PVR-Currency is the
      * supplier's currency code (00 = home).  An invoice number is
      * written once only, however often the invoice is resubmitted.
      *****************************************************************
       01 InputVatRegisterRec.
           02 PVR-Date         PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 PVR-InvNo        PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 PVR-PoNumber     PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 PVR-Currency     PIC 99.
           02 FILLER           PIC X VALUE SPACE.
           02 PVR-Net          PIC 9(9)V99.
           02 FILLER           PIC X VALUE SPACE.
           02 PVR-RateCode     PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 PVR-Rate         PIC 9V999.
           02 FILLER           PIC X VALUE SPACE.
           02 PVR-VAT          PIC 9(9)V99.
           02 FILLER           PIC X VALUE SPACE.
           02 PVR-Gross        PIC 9(9)V99.
