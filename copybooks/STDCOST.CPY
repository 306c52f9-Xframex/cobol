      *****************************************************************
      * STDCOST.CPY
      * Shared record layout for StandardCosts.Dat, the standard cost
      * of each stock item for a year.  Standards are set once a year
      * by PriceVariance from the unit cost on the stock master and
      * every goods receipt in that year is measured against them.
      *****************************************************************
       01 StandardCostRec.
           02 ST-YEAR             PIC 9(4).
           02 FILLER              PIC X.
           02 ST-STOCK-NUMBER     PIC 9(5).
           02 FILLER              PIC X.
           02 ST-STD-COST         PIC 9(5)V99.
           02 FILLER              PIC X.
           02 ST-SET-DATE         PIC 9(8).
