      *****************************************************************
      * OUTORD.CPY
      * Shared record layout for OutstandingOrders.Dat, the order book
      * of purchase order lines raised by StockManagement.
      * OO-STATUS: O open, C cancelled.  OO-UNIT-PRICE is the price
      * the line was ordered at, taken from the supplier catalogue
      * (or the stock master unit cost where the item has no current
      * catalogue price); it is zero on lines raised before prices
      * were carried on the order.
      * OO-ACK-STATUS follows the line through the supplier interface:
      * space not yet sent, S sent and awaiting acknowledgement,
      * A accepted as ordered, M changed by the supplier (quantity
      * and/or date), R rejected by the supplier (the line is then
      * cancelled, OO-STATUS C).  OO-SENT-DATE is the date the line
      * went out on the interface and OO-PROMISED-DATE the delivery
      * date the supplier committed to; both are zero, or spaces on
      * older lines, until those events happen.
      * OO-CURRENCY-CODE is the supplier's currency when the line was
      * raised (CountryCurrencyMaster.Dat code); OO-UNIT-PRICE is in
      * that currency.  00, or spaces on older lines, is the home
      * currency.
      *****************************************************************
       01 OutstandingOrderRec.
           02 OO-PO-NUMBER     PIC 9(6).
           02 FILLER           PIC X.
           02 OO-MANF-NUMBER   PIC 9(4).
           02 FILLER           PIC X.
           02 OO-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X.
           02 OO-QTY-ORDERED   PIC 9(6).
           02 FILLER           PIC X.
           02 OO-ORDER-DATE    PIC 9(8).
           02 FILLER           PIC X.
           02 OO-STATUS        PIC X.
           02 FILLER           PIC X.
           02 OO-UNIT-PRICE    PIC 9(5)V99.
           02 FILLER           PIC X.
           02 OO-ACK-STATUS    PIC X.
               88 OO-NOT-SENT      VALUE SPACE.
               88 OO-AWAITING-ACK  VALUE 'S'.
               88 OO-ACCEPTED      VALUE 'A'.
               88 OO-CHANGED       VALUE 'M'.
               88 OO-REJECTED      VALUE 'R'.
           02 FILLER           PIC X.
           02 OO-SENT-DATE     PIC 9(8).
           02 FILLER           PIC X.
           02 OO-PROMISED-DATE PIC 9(8).
           02 FILLER           PIC X.
           02 OO-CURRENCY-CODE PIC 99.
