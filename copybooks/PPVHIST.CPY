      *****************************************************************
      * PPVHIST.CPY
      * Shared record layout for PriceVarianceHistory.Dat, one line
      * for each goods receipt priced against its standard cost.
      * PH-DATE is the goods received batch date.  PH-VARIANCE is
      * (paid cost - standard cost) x quantity, positive when the
      * supplier charged more than standard.  Receipts for items with
      * no standard for the year are not recorded.
      *****************************************************************
       01 PriceVarianceHistRec.
           02 PH-DATE             PIC 9(8).
           02 FILLER              PIC X.
           02 PH-PO-NUMBER        PIC 9(6).
           02 FILLER              PIC X.
           02 PH-STOCK-NUMBER     PIC 9(5).
           02 FILLER              PIC X.
           02 PH-MANF-NUMBER      PIC 9(4).
           02 FILLER              PIC X.
           02 PH-QTY-RECEIVED     PIC 9(6).
           02 FILLER              PIC X.
           02 PH-UNIT-COST        PIC 9(5)V99.
           02 FILLER              PIC X.
           02 PH-STD-COST         PIC 9(5)V99.
           02 FILLER              PIC X.
           02 PH-VARIANCE         PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
