       DATA DIVISION.
       FILE SECTION.
       FD OutstandingOrders.
       COPY OUTORD.

       FD GoodsReceived.
       01 GoodsReceivedRec.
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.

       FD StockFile.
       COPY STOCK.

       FD ScorecardReport.
       01 ScorecardLine       PIC X(90).
               03 ORD-STOCK-NUMBER PIC 9(5).
               03 ORD-QTY-ORDERED  PIC 9(6).
               03 ORD-ORDER-DATE   PIC 9(8).
               03 ORD-PROMISED-DATE PIC 9(8).

       01 SUPP-TABLE-MAX       PIC 99 VALUE 50.
       01 SUPP-TABLE-COUNT     PIC 99 VALUE ZERO.
                        TO ORD-QTY-ORDERED(ORDER-TABLE-COUNT)
                    MOVE OO-ORDER-DATE
                        TO ORD-ORDER-DATE(ORDER-TABLE-COUNT)
                    MOVE ZERO TO ORD-PROMISED-DATE(ORDER-TABLE-COUNT)
                    IF OO-PROMISED-DATE IS NUMERIC
                       MOVE OO-PROMISED-DATE
                           TO ORD-PROMISED-DATE(ORDER-TABLE-COUNT)
                    END-IF
                    MOVE OO-MANF-NUMBER TO WS-LOOKUP-MANF
                    PERFORM LOOKUP-SUPPLIER
                    IF SUPPLIER-FOUND
              MOVE ORDER-IDX TO WS-ORDER-IDX
           END-IF.

      * A delivery is measured against the date the supplier promised
      * when acknowledging the order; lines never acknowledged fall
      * back to the order date plus the supplier's standard lead time.
       SCORE-DELIVERY-TIMING.
           IF ORD-PROMISED-DATE(WS-ORDER-IDX) NOT = ZERO
              MOVE ORD-PROMISED-DATE(WS-ORDER-IDX) TO WS-PROMISE-DATE
           ELSE
              MOVE ORD-ORDER-DATE(WS-ORDER-IDX) TO WS-PROMISE-DATE
              PERFORM ADD-ONE-PROMISE-DAY
                  VARYING WS-DAY-COUNT FROM 1 BY 1
                  UNTIL WS-DAY-COUNT > SP-LEAD-DAYS(WS-SUPP-IDX)
           END-IF
           IF WS-BATCH-DATE <= WS-PROMISE-DATE
              ADD 1 TO SP-ON-TIME(WS-SUPP-IDX)
           ELSE
