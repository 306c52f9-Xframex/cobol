      *****************************************************************
      * SUPPCAT.CPY
      * Shared record layout for SupplierCatalogue.Dat, the price each
      * supplier quotes for a stock item.  A line applies to orders
      * raised from SPC-EFFECTIVE-FROM to SPC-EFFECTIVE-TO inclusive;
      * a zero effective-to date means the price has no end date.
      * SPC-FREIGHT is the delivery charge per unit, so the landed
      * price is SPC-PRICE + SPC-FREIGHT.  SPC-MIN-QTY is the smallest
      * quantity the supplier will take at that price.
      * Price and freight are in the supplier's currency, as carried
      * on Manufacturer.Dat.
      *****************************************************************
       01 SupplierCatalogueRec.
           02 SPC-STOCK-NUMBER    PIC 9(5).
           02 FILLER              PIC X.
           02 SPC-MANF-NUMBER     PIC 9(4).
           02 FILLER              PIC X.
           02 SPC-PRICE           PIC 9(5)V99.
           02 FILLER              PIC X.
           02 SPC-FREIGHT         PIC 9(3)V99.
           02 FILLER              PIC X.
           02 SPC-MIN-QTY         PIC 9(6).
           02 FILLER              PIC X.
           02 SPC-EFFECTIVE-FROM  PIC 9(8).
           02 FILLER              PIC X.
           02 SPC-EFFECTIVE-TO    PIC 9(8).
