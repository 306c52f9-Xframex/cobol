      *****************************************************************
      * STOCK.CPY
      * Shared record layout for the indexed stock master Stock.dat,
      * keyed on StockNumber.  ItemDescription says what the item is,
      * UnitOfMeasure is the unit the quantities are counted in (EA,
      * BOX, KG, LTR ...) and CategoryCode must be on the stock
      * category table StockCategory.Dat (STKCAT.CPY).
      *****************************************************************
       01 StockRec.
           02 StockNumber      PIC 9(5).
           02 ManfNumber       PIC 9(4).
           02 QtyInStock       PIC 9(6).
           02 ReorderLevel     PIC 9(6).
           02 ReorderQty       PIC 9(6).
           02 UnitCost         PIC 9(5)V99.
           02 ItemDescription  PIC X(30).
           02 UnitOfMeasure    PIC X(4).
           02 CategoryCode     PIC X(4).
