       DATA DIVISION.
       FILE SECTION.
       FD OutstandingOrders.
       COPY OUTORD.

       FD PoAmendments.
       01 PoAmendmentRec.
               03 ORD-ORDER-DATE   PIC 9(8).
               03 ORD-STATUS       PIC X.
                   88 ORD-IS-CANCELLED VALUE 'C'.
               03 ORD-UNIT-PRICE   PIC 9(5)V99.
               03 ORD-ACK-STATUS   PIC X.
               03 ORD-SENT-DATE    PIC 9(8).
               03 ORD-PROMISED-DATE PIC 9(8).
               03 ORD-CURRENCY-CODE PIC 99.

       01 WS-TRANS-ACTION      PIC X VALUE SPACE.
           88 QTY-CHANGE-TRANS  VALUE 'Q'.
                 MOVE OO-ORDER-DATE
                     TO ORD-ORDER-DATE(ORDER-TABLE-COUNT)
                 MOVE OO-STATUS TO ORD-STATUS(ORDER-TABLE-COUNT)
                 IF OO-UNIT-PRICE IS NUMERIC
                    MOVE OO-UNIT-PRICE
                        TO ORD-UNIT-PRICE(ORDER-TABLE-COUNT)
                 ELSE
                    MOVE ZERO TO ORD-UNIT-PRICE(ORDER-TABLE-COUNT)
                 END-IF
                 MOVE OO-ACK-STATUS
                     TO ORD-ACK-STATUS(ORDER-TABLE-COUNT)
                 MOVE ZERO TO ORD-SENT-DATE(ORDER-TABLE-COUNT)
                 IF OO-SENT-DATE IS NUMERIC
                    MOVE OO-SENT-DATE
                        TO ORD-SENT-DATE(ORDER-TABLE-COUNT)
                 END-IF
                 MOVE ZERO TO ORD-PROMISED-DATE(ORDER-TABLE-COUNT)
                 IF OO-PROMISED-DATE IS NUMERIC
                    MOVE OO-PROMISED-DATE
                        TO ORD-PROMISED-DATE(ORDER-TABLE-COUNT)
                 END-IF
                 MOVE ZERO TO ORD-CURRENCY-CODE(ORDER-TABLE-COUNT)
                 IF OO-CURRENCY-CODE IS NUMERIC
                    MOVE OO-CURRENCY-CODE
                        TO ORD-CURRENCY-CODE(ORDER-TABLE-COUNT)
                 END-IF
           END-READ.

       READ-AMENDMENT.
                 WHEN CANCEL-LINE-TRANS
                    MOVE 'C' TO ORD-STATUS(WS-ORDER-IDX)
              END-EVALUATE
              PERFORM RESET-SUPPLIER-ACK
              PERFORM WRITE-AMENDMENT-AUDIT
           ELSE
              ADD 1 TO TRANS-REJECT-COUNT
              MOVE ORDER-IDX TO WS-ORDER-IDX
           END-IF.

      * A line the supplier has already been sent goes out again on
      * the next interface run, and any promise given against the old
      * terms no longer stands.
       RESET-SUPPLIER-ACK.
           IF ORD-SENT-DATE(WS-ORDER-IDX) NOT = ZERO
              MOVE SPACE TO ORD-ACK-STATUS(WS-ORDER-IDX)
              MOVE ZERO TO ORD-PROMISED-DATE(WS-ORDER-IDX)
           END-IF.

       SAVE-BEFORE-IMAGE.
           MOVE ORD-QTY-ORDERED(WS-ORDER-IDX) TO WS-BEFORE-QTY
           MOVE ORD-ORDER-DATE(WS-ORDER-IDX) TO WS-BEFORE-DATE
           CLOSE OutstandingOrders.

       WRITE-ONE-ORDER.
           MOVE SPACES TO OutstandingOrderRec
           MOVE ORD-PO-NUMBER(ORDER-IDX) TO OO-PO-NUMBER
           MOVE ORD-MANF-NUMBER(ORDER-IDX) TO OO-MANF-NUMBER
           MOVE ORD-STOCK-NUMBER(ORDER-IDX) TO OO-STOCK-NUMBER
           MOVE ORD-QTY-ORDERED(ORDER-IDX) TO OO-QTY-ORDERED
           MOVE ORD-ORDER-DATE(ORDER-IDX) TO OO-ORDER-DATE
           MOVE ORD-STATUS(ORDER-IDX) TO OO-STATUS
           MOVE ORD-UNIT-PRICE(ORDER-IDX) TO OO-UNIT-PRICE
           MOVE ORD-ACK-STATUS(ORDER-IDX) TO OO-ACK-STATUS
           MOVE ORD-SENT-DATE(ORDER-IDX) TO OO-SENT-DATE
           MOVE ORD-PROMISED-DATE(ORDER-IDX) TO OO-PROMISED-DATE
           MOVE ORD-CURRENCY-CODE(ORDER-IDX) TO OO-CURRENCY-CODE
           WRITE OutstandingOrderRec.

       COPY DATEVALP.
