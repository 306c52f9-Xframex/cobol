       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetailCapture.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetailPrices ASSIGN TO "RetailPrices.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RetailSales ASSIGN TO "RetailSales.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT StockMovements ASSIGN TO "StockMovements.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockLots ASSIGN TO "StockLots.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RetailJournal ASSIGN TO "RetailJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RetailRejects ASSIGN TO "RetailRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RetailPrices.
       01 RetailPriceRec.
           02 RP-STOCK-NUMBER PIC 9(5).
           02 FILLER          PIC X.
           02 RP-DESCRIPTION  PIC X(20).
           02 FILLER          PIC X.
           02 RP-PRICE        PIC 9(5)V99.

       FD RetailSales.
       01 RetailSaleRec.
           02 RS-DATE         PIC 9(8).
           02 FILLER          PIC X.
           02 RS-TIME         PIC 9(6).
           02 FILLER          PIC X.
           02 RS-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X.
           02 RS-SITE         PIC X(3).
           02 FILLER          PIC X.
           02 RS-STOCK-NUMBER PIC 9(5).
           02 FILLER          PIC X.
           02 RS-QTY          PIC 9(4).
           02 FILLER          PIC X.
           02 RS-TENDER       PIC X(2).
               88 RS-TENDER-VALID VALUE "CA" "CD" "GC".

       FD StockFile.
       COPY STOCK.

       FD StockMovements.
       01 StockMovementRec.
           02 SMV-DATE          PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 SMV-TYPE          PIC X(3).
           02 FILLER            PIC X VALUE SPACE.
           02 SMV-STOCK-NUMBER  PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 SMV-QTY           PIC 9(6).
           02 FILLER            PIC X VALUE SPACE.
           02 SMV-NEW-BALANCE   PIC 9(6).

       FD StockLots.
       01 StockLotRec.
           02 LOT-STOCK-NUMBER PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 LOT-NUMBER       PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 LOT-RECEIVED     PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 LOT-EXPIRY       PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 LOT-QTY          PIC 9(6).

       FD RetailJournal.
       COPY RETAILJ.

       FD RetailRejects.
       01 RetailRejectLine     PIC X(70).

       WORKING-STORAGE SECTION.
       COPY JOBLOG.
       COPY ERRLOG.
       01 WS-START-TIME-FULL   PIC 9(8) VALUE ZEROS.

       01 PRICE-EOF            PIC X VALUE 'N'.
           88 END-OF-PRICES    VALUE 'Y'.
       01 SALES-EOF            PIC X VALUE 'N'.
           88 END-OF-SALES     VALUE 'Y'.

       01 PRICE-TABLE-MAX      PIC 9(3) VALUE 500.
       01 PRICE-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 PRICE-IDX            PIC 9(3) VALUE ZERO.
       01 WS-PRICE-FOUND       PIC X VALUE 'N'.
           88 PRICE-FOUND      VALUE 'Y'.
       01 WS-PRICE-IDX         PIC 9(3) VALUE ZERO.

       01 RETAIL-PRICE-TABLE.
           02 RETAIL-PRICE-ENTRY OCCURS 500 TIMES.
               03 RPT-STOCK-NUMBER PIC 9(5).
               03 RPT-DESCRIPTION  PIC X(20).
               03 RPT-PRICE        PIC 9(5)V99.
               03 RPT-QTY-SOLD     PIC 9(6).
               03 RPT-VALUE-SOLD   PIC 9(7)V99.

       01 LOT-TABLE-MAX       PIC 9(3) VALUE 500.
       01 LOT-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 LOT-IDX             PIC 9(3) VALUE ZERO.
       01 LOT-EOF             PIC X VALUE 'N'.
           88 END-OF-LOTS     VALUE 'Y'.
       01 WS-ISSUE-REMAINING  PIC 9(6) VALUE ZERO.
       01 WS-FEFO-IDX         PIC 9(3) VALUE ZERO.
       01 WS-FEFO-EXPIRY      PIC 9(8) VALUE ZEROS.
       01 WS-LOT-TAKE         PIC 9(6) VALUE ZERO.

       01 LOT-TABLE.
           02 LOT-ENTRY OCCURS 500 TIMES.
               03 LT-STOCK-NUMBER PIC 9(5).
               03 LT-LOT-NUMBER   PIC X(6).
               03 LT-RECEIVED     PIC 9(8).
               03 LT-EXPIRY       PIC 9(8).
               03 LT-QTY          PIC 9(6).

       01 SALES-READ           PIC 9(5) VALUE ZERO.
       01 SALES-APPLIED        PIC 9(5) VALUE ZERO.
       01 SALES-REJECTED       PIC 9(5) VALUE ZERO.
       01 WS-SALE-VALUE        PIC 9(7)V99 VALUE ZEROS.
       01 TOTAL-RETAIL-VALUE   PIC 9(8)V99 VALUE ZEROS.

       01 RetailRejectDetail.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RRJ-DATE         PIC 9(8).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RRJ-CASHIER-ID   PIC X(4).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RRJ-STOCK-NUMBER PIC 9(5).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RRJ-QTY          PIC Z(3)9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RRJ-REASON       PIC X(30).

       PROCEDURE DIVISION.
       CaptureRetailSales.
           MOVE "RETAILCAPTURE" TO JL-PROGRAM-ID
           MOVE "RETAILCAPTURE" TO EL-PROGRAM-ID
           ACCEPT JL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME-FULL FROM TIME
           MOVE WS-START-TIME-FULL(1:6) TO JL-START-TIME
           PERFORM LOAD-RETAIL-PRICE-TABLE
           PERFORM LOAD-LOT-TABLE
           OPEN INPUT RetailSales
           OPEN I-O StockFile
           OPEN EXTEND StockMovements
           OPEN EXTEND RetailJournal
           OPEN OUTPUT RetailRejects
           MOVE 'N' TO SALES-EOF
           PERFORM READ-RETAIL-SALE UNTIL END-OF-SALES
           CLOSE RetailSales
           CLOSE StockFile
           CLOSE StockMovements
           CLOSE RetailJournal
           CLOSE RetailRejects
           PERFORM REWRITE-LOT-FILE
           DISPLAY "Retail capture complete."
           DISPLAY "Sales read:     " SALES-READ
           DISPLAY "Sales applied:  " SALES-APPLIED
           DISPLAY "Sales rejected: " SALES-REJECTED
           DISPLAY "Value captured: " TOTAL-RETAIL-VALUE
           PERFORM DISPLAY-ITEM-SUMMARY
               VARYING PRICE-IDX FROM 1 BY 1
               UNTIL PRICE-IDX > PRICE-TABLE-COUNT
           MOVE SALES-READ TO JL-RECORDS-READ
           MOVE SALES-APPLIED TO JL-RECORDS-WRITTEN
           MOVE SALES-REJECTED TO JL-RECORDS-REJECTED
           MOVE "COMPLETE" TO JL-COMPLETION-STATUS
           CALL "JobLogWriter" USING JOB-LOG-PARAMS
           STOP RUN.

       LOAD-RETAIL-PRICE-TABLE.
           MOVE ZERO TO PRICE-TABLE-COUNT
           MOVE 'N' TO PRICE-EOF
           OPEN INPUT RetailPrices
           PERFORM READ-RETAIL-PRICE UNTIL END-OF-PRICES
           CLOSE RetailPrices.

       READ-RETAIL-PRICE.
           READ RetailPrices
              AT END
                 SET END-OF-PRICES TO TRUE
              NOT AT END
                 IF PRICE-TABLE-COUNT >= PRICE-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO PRICE-TABLE-COUNT
                 MOVE RP-STOCK-NUMBER
                     TO RPT-STOCK-NUMBER(PRICE-TABLE-COUNT)
                 MOVE RP-DESCRIPTION
                     TO RPT-DESCRIPTION(PRICE-TABLE-COUNT)
                 MOVE RP-PRICE TO RPT-PRICE(PRICE-TABLE-COUNT)
                 MOVE ZERO TO RPT-QTY-SOLD(PRICE-TABLE-COUNT)
                 MOVE ZERO TO RPT-VALUE-SOLD(PRICE-TABLE-COUNT)
           END-READ.

       READ-RETAIL-SALE.
           READ RetailSales
              AT END
                 SET END-OF-SALES TO TRUE
              NOT AT END
                 ADD 1 TO SALES-READ
                 PERFORM APPLY-RETAIL-SALE
           END-READ.

       APPLY-RETAIL-SALE.
           PERFORM LOOKUP-RETAIL-PRICE
           EVALUATE TRUE
              WHEN NOT PRICE-FOUND
                 MOVE "ITEM NOT ON RETAIL PRICE LIST" TO RRJ-REASON
                 PERFORM WRITE-RETAIL-REJECT
              WHEN RS-QTY = ZERO
                 MOVE "QUANTITY IS ZERO" TO RRJ-REASON
                 PERFORM WRITE-RETAIL-REJECT
              WHEN NOT RS-TENDER-VALID
                 MOVE "TENDER NOT CA, CD OR GC" TO RRJ-REASON
                 PERFORM WRITE-RETAIL-REJECT
              WHEN OTHER
                 PERFORM DEPLETE-RETAIL-STOCK
           END-EVALUATE.

       LOOKUP-RETAIL-PRICE.
           MOVE 'N' TO WS-PRICE-FOUND
           MOVE ZERO TO WS-PRICE-IDX
           PERFORM FIND-RETAIL-PRICE
               VARYING PRICE-IDX FROM 1 BY 1
               UNTIL PRICE-IDX > PRICE-TABLE-COUNT.

       FIND-RETAIL-PRICE.
           IF RPT-STOCK-NUMBER(PRICE-IDX) = RS-STOCK-NUMBER
              SET PRICE-FOUND TO TRUE
              MOVE PRICE-IDX TO WS-PRICE-IDX
           END-IF.

       DEPLETE-RETAIL-STOCK.
           MOVE RS-STOCK-NUMBER TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE "ITEM NOT ON STOCK FILE" TO RRJ-REASON
                 PERFORM WRITE-RETAIL-REJECT
                 MOVE 'E' TO EL-SEVERITY
                 MOVE SPACES TO EL-MESSAGE
                 STRING "RETAIL SALE FOR UNKNOWN STOCK " StockNumber
                     DELIMITED BY SIZE INTO EL-MESSAGE
                 CALL "ErrorLogger" USING ERROR-LOG-PARAMS
              NOT INVALID KEY
                 IF RS-QTY > QtyInStock
                    MOVE "QTY EXCEEDS STOCK ON HAND" TO RRJ-REASON
                    PERFORM WRITE-RETAIL-REJECT
                 ELSE
                    SUBTRACT RS-QTY FROM QtyInStock
                    REWRITE StockRec
                    PERFORM WRITE-RETAIL-MOVEMENT
                    PERFORM JOURNAL-RETAIL-SALE
                    MOVE RS-QTY TO WS-ISSUE-REMAINING
                    PERFORM CONSUME-LOTS-FEFO
                 END-IF
           END-READ.

       WRITE-RETAIL-MOVEMENT.
           MOVE RS-DATE TO SMV-DATE
           MOVE "RTL" TO SMV-TYPE
           MOVE StockNumber TO SMV-STOCK-NUMBER
           MOVE RS-QTY TO SMV-QTY
           MOVE QtyInStock TO SMV-NEW-BALANCE
           WRITE StockMovementRec.

       JOURNAL-RETAIL-SALE.
           ADD 1 TO SALES-APPLIED
           COMPUTE WS-SALE-VALUE =
               RS-QTY * RPT-PRICE(WS-PRICE-IDX)
           ADD RS-QTY TO RPT-QTY-SOLD(WS-PRICE-IDX)
           ADD WS-SALE-VALUE TO RPT-VALUE-SOLD(WS-PRICE-IDX)
           ADD WS-SALE-VALUE TO TOTAL-RETAIL-VALUE
           MOVE RS-DATE TO RJ-DATE
           MOVE RS-TIME TO RJ-TIME
           MOVE RS-CASHIER-ID TO RJ-CASHIER-ID
           MOVE RS-SITE TO RJ-SITE
           MOVE RS-STOCK-NUMBER TO RJ-STOCK-NUMBER
           MOVE RS-QTY TO RJ-QTY
           MOVE RPT-PRICE(WS-PRICE-IDX) TO RJ-UNIT-PRICE
           MOVE WS-SALE-VALUE TO RJ-VALUE
           MOVE RS-TENDER TO RJ-TENDER
           WRITE RetailJournalRec.

       WRITE-RETAIL-REJECT.
           ADD 1 TO SALES-REJECTED
           MOVE RS-DATE TO RRJ-DATE
           MOVE RS-CASHIER-ID TO RRJ-CASHIER-ID
           MOVE RS-STOCK-NUMBER TO RRJ-STOCK-NUMBER
           MOVE RS-QTY TO RRJ-QTY
           WRITE RetailRejectLine FROM RetailRejectDetail.

       LOAD-LOT-TABLE.
           MOVE ZERO TO LOT-TABLE-COUNT
           MOVE 'N' TO LOT-EOF
           OPEN INPUT StockLots
           PERFORM READ-LOT-RECORD UNTIL END-OF-LOTS
           CLOSE StockLots.

       READ-LOT-RECORD.
           READ StockLots
              AT END
                 SET END-OF-LOTS TO TRUE
              NOT AT END
                 IF LOT-TABLE-COUNT >= LOT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO LOT-TABLE-COUNT
                 MOVE LOT-STOCK-NUMBER
                     TO LT-STOCK-NUMBER(LOT-TABLE-COUNT)
                 MOVE LOT-NUMBER
                     TO LT-LOT-NUMBER(LOT-TABLE-COUNT)
                 MOVE LOT-RECEIVED
                     TO LT-RECEIVED(LOT-TABLE-COUNT)
                 MOVE LOT-EXPIRY TO LT-EXPIRY(LOT-TABLE-COUNT)
                 MOVE LOT-QTY TO LT-QTY(LOT-TABLE-COUNT)
           END-READ.

      * WS-ISSUE-REMAINING must be set to the quantity leaving
      * stock before this is performed; StockNumber names the item.
       CONSUME-LOTS-FEFO.
           MOVE 1 TO WS-FEFO-IDX
           PERFORM CONSUME-EARLIEST-LOT
               UNTIL WS-ISSUE-REMAINING = ZERO
               OR WS-FEFO-IDX = ZERO.

       CONSUME-EARLIEST-LOT.
           MOVE ZERO TO WS-FEFO-IDX
           MOVE 99999999 TO WS-FEFO-EXPIRY
           PERFORM FIND-EARLIEST-LOT
               VARYING LOT-IDX FROM 1 BY 1
               UNTIL LOT-IDX > LOT-TABLE-COUNT
           IF WS-FEFO-IDX NOT = ZERO
              IF LT-QTY(WS-FEFO-IDX) >= WS-ISSUE-REMAINING
                 MOVE WS-ISSUE-REMAINING TO WS-LOT-TAKE
              ELSE
                 MOVE LT-QTY(WS-FEFO-IDX) TO WS-LOT-TAKE
              END-IF
              SUBTRACT WS-LOT-TAKE FROM LT-QTY(WS-FEFO-IDX)
              SUBTRACT WS-LOT-TAKE FROM WS-ISSUE-REMAINING
           END-IF.

       FIND-EARLIEST-LOT.
           IF LT-STOCK-NUMBER(LOT-IDX) = StockNumber
              AND LT-QTY(LOT-IDX) > ZERO
              AND LT-EXPIRY(LOT-IDX) < WS-FEFO-EXPIRY
              MOVE LOT-IDX TO WS-FEFO-IDX
              MOVE LT-EXPIRY(LOT-IDX) TO WS-FEFO-EXPIRY
           END-IF.

       REWRITE-LOT-FILE.
           OPEN OUTPUT StockLots
           PERFORM WRITE-ONE-LOT
               VARYING LOT-IDX FROM 1 BY 1
               UNTIL LOT-IDX > LOT-TABLE-COUNT
           CLOSE StockLots.

       WRITE-ONE-LOT.
           MOVE LT-STOCK-NUMBER(LOT-IDX) TO LOT-STOCK-NUMBER
           MOVE LT-LOT-NUMBER(LOT-IDX) TO LOT-NUMBER
           MOVE LT-RECEIVED(LOT-IDX) TO LOT-RECEIVED
           MOVE LT-EXPIRY(LOT-IDX) TO LOT-EXPIRY
           MOVE LT-QTY(LOT-IDX) TO LOT-QTY
           WRITE StockLotRec.

       DISPLAY-ITEM-SUMMARY.
           IF RPT-QTY-SOLD(PRICE-IDX) > ZERO
              DISPLAY "  " RPT-STOCK-NUMBER(PRICE-IDX) " "
                  RPT-DESCRIPTION(PRICE-IDX) " qty "
                  RPT-QTY-SOLD(PRICE-IDX) " value "
                  RPT-VALUE-SOLD(PRICE-IDX)
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
