      *****************************************************************
      * STKCAT.CPY
      * Shared record layout for StockCategory.Dat, the table of
      * stock category codes an item on the stock master may carry,
      * with the name printed against each category on the stock
      * valuation and ABC analysis.
      *****************************************************************
       01 StockCategoryRec.
           02 SC-CATEGORY-CODE    PIC X(4).
           02 FILLER              PIC X.
           02 SC-CATEGORY-NAME    PIC X(20).
