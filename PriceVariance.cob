       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceVariance.
       AUTHOR. ismail.
      * Purchase price variance.  Once a year the standard cost of
      * every stock item is set from its unit cost on the stock
      * master.  Each goods received batch is then priced against
      * those standards: the receipts are listed with their variance
      * in value and percent, anything over the challenge tolerance
      * is flagged for the buyer to take up with the supplier, and
      * the year to date is summarised by item, supplier and PO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GoodsReceived ASSIGN TO "GoodsReceived.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT ManufacturerFile ASSIGN TO "Manufacturer.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StandardCosts
               ASSIGN TO "StandardCosts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PriceVarianceHistory
               ASSIGN TO "PriceVarianceHistory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VarianceReport ASSIGN TO "PriceVariance.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GoodsReceived.
       01 GoodsReceivedRec.
           02 GR-STOCK-NUMBER  PIC 9(5).
           02 GR-QTY-RECEIVED  PIC 9(6).
           02 GR-PO-NUMBER     PIC 9(6).
           02 GR-UNIT-COST     PIC 9(5)V99.
       01 GoodsReceivedControl.
           02 GRC-REC-TYPE     PIC X(4).
               88 GRC-HEADER-REC  VALUE "HDR ".
               88 GRC-TRAILER-REC VALUE "TRL ".
           02 GRC-FILE-ID      PIC X(12).
           02 GRC-DATE         PIC 9(8).
       01 GoodsReceivedTrailerView.
           02 FILLER           PIC X(4).
           02 GRC-REC-COUNT    PIC 9(7).
           02 GRC-HASH-TOTAL   PIC 9(12).

       FD StockFile.
       COPY STOCK.

       FD ManufacturerFile.
       01 ManufacturerRec.
           02 MF-MANF-NUMBER    PIC 9(4).
           02 MF-MANF-NAME      PIC X(20).
           02 MF-CONTACT-NAME   PIC X(20).
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.

       FD StandardCosts.
       COPY STDCOST.

       FD PriceVarianceHistory.
       COPY PPVHIST.

       FD VarianceReport.
       01 VarianceLine         PIC X(110).

       WORKING-STORAGE SECTION.
       01 RUN-MODE             PIC X VALUE SPACE.
           88 SET-STANDARDS-MODE VALUE 'S' 's'.
           88 VARIANCE-MODE    VALUE 'V' 'v'.

       01 GR-EOF               PIC X VALUE 'N'.
           88 END-OF-RECEIPTS  VALUE 'Y'.
       01 STOCK-EOF            PIC X VALUE 'N'.
           88 END-OF-STOCK     VALUE 'Y'.
       01 MANF-EOF             PIC X VALUE 'N'.
           88 END-OF-MANF      VALUE 'Y'.
       01 STD-EOF              PIC X VALUE 'N'.
           88 END-OF-STANDARDS VALUE 'Y'.
       01 HIST-EOF             PIC X VALUE 'N'.
           88 END-OF-HISTORY   VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-STD-YEAR          PIC 9(4) VALUE ZEROS.
       01 WS-YEAR-SET          PIC X VALUE 'N'.
           88 YEAR-ALREADY-SET VALUE 'Y'.
       01 STANDARDS-WRITTEN    PIC 9(5) VALUE ZERO.
       01 ITEMS-WITHOUT-COST   PIC 9(5) VALUE ZERO.

       01 WS-BATCH-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-BATCH-SPLIT REDEFINES WS-BATCH-DATE.
           02 WS-BATCH-YEAR    PIC 9(4).
           02 FILLER           PIC 9(4).
       01 WS-BATCH-RECORDED    PIC X VALUE 'N'.
           88 BATCH-ALREADY-RECORDED VALUE 'Y'.
       01 WS-TOLERANCE-PCT     PIC 9(3) VALUE ZERO.
       01 GR-REC-COUNT         PIC 9(7) VALUE ZERO.
       01 GR-HASH              PIC 9(12) VALUE ZERO.
       01 GR-TRAILER-SW        PIC X VALUE 'N'.
           88 GR-TRAILER-SEEN  VALUE 'Y'.

       01 RECEIPT-TABLE-MAX    PIC 9(4) VALUE 1000.
       01 RECEIPT-TABLE-COUNT  PIC 9(4) VALUE ZERO.
       01 RECEIPT-IDX          PIC 9(4) VALUE ZERO.
       01 RECEIPT-TABLE.
           02 RCT-ENTRY OCCURS 1000 TIMES.
               03 RCT-STOCK-NUMBER PIC 9(5).
               03 RCT-QTY-RECEIVED PIC 9(6).
               03 RCT-PO-NUMBER    PIC 9(6).
               03 RCT-UNIT-COST    PIC 9(5)V99.

       01 STD-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 STD-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 STD-IDX              PIC 9(4) VALUE ZERO.
       01 WS-STD-FOUND         PIC X VALUE 'N'.
           88 STD-FOUND        VALUE 'Y'.
       01 WS-STD-COST          PIC 9(5)V99 VALUE ZEROS.
       01 STD-TABLE.
           02 STD-ENTRY OCCURS 2000 TIMES.
               03 STT-STOCK-NUMBER PIC 9(5).
               03 STT-STD-COST     PIC 9(5)V99.

       01 MANF-TABLE-MAX       PIC 99 VALUE 50.
       01 MANF-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 MANF-IDX             PIC 99 VALUE ZERO.
       01 WS-MANF-FOUND        PIC X VALUE 'N'.
           88 MANF-FOUND       VALUE 'Y'.
       01 WS-MANF-NAME         PIC X(20) VALUE SPACES.
       01 MANF-TABLE.
           02 MANF-ENTRY OCCURS 50 TIMES.
               03 MT-MANF-NUMBER   PIC 9(4).
               03 MT-MANF-NAME     PIC X(20).

      * Year-to-date accumulators, one table per view of the history.
       01 YTD-ITEM-MAX         PIC 9(3) VALUE 500.
       01 YTD-ITEM-COUNT       PIC 9(3) VALUE ZERO.
       01 YTD-ITEM-IDX         PIC 9(3) VALUE ZERO.
       01 WS-YTD-ITEM-IDX      PIC 9(3) VALUE ZERO.
       01 YTD-ITEM-TABLE.
           02 YI-ENTRY OCCURS 500 TIMES.
               03 YI-STOCK-NUMBER  PIC 9(5).
               03 YI-STD-VALUE     PIC 9(9)V99.
               03 YI-VARIANCE      PIC S9(9)V99.

       01 YTD-SUPP-MAX         PIC 99 VALUE 50.
       01 YTD-SUPP-COUNT       PIC 99 VALUE ZERO.
       01 YTD-SUPP-IDX         PIC 99 VALUE ZERO.
       01 WS-YTD-SUPP-IDX      PIC 99 VALUE ZERO.
       01 YTD-SUPP-TABLE.
           02 YS-ENTRY OCCURS 50 TIMES.
               03 YS-MANF-NUMBER   PIC 9(4).
               03 YS-STD-VALUE     PIC 9(9)V99.
               03 YS-VARIANCE      PIC S9(9)V99.

       01 YTD-PO-MAX           PIC 9(4) VALUE 1000.
       01 YTD-PO-COUNT         PIC 9(4) VALUE ZERO.
       01 YTD-PO-IDX           PIC 9(4) VALUE ZERO.
       01 WS-YTD-PO-IDX        PIC 9(4) VALUE ZERO.
       01 YTD-PO-TABLE.
           02 YP-ENTRY OCCURS 1000 TIMES.
               03 YP-PO-NUMBER     PIC 9(6).
               03 YP-MANF-NUMBER   PIC 9(4).
               03 YP-STD-VALUE     PIC 9(9)V99.
               03 YP-VARIANCE      PIC S9(9)V99.

       01 WS-FOUND-SW          PIC X VALUE 'N'.
           88 ENTRY-FOUND      VALUE 'Y'.

       01 WS-LINE-STD-VALUE    PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-VARIANCE     PIC S9(9)V99 VALUE ZEROS.
       01 WS-VARIANCE-PCT      PIC S9(5)V99 VALUE ZEROS.
       01 WS-SUM-STD-VALUE     PIC 9(9)V99 VALUE ZEROS.
       01 WS-SUM-VARIANCE      PIC S9(9)V99 VALUE ZEROS.
       01 BATCH-STD-VALUE      PIC 9(9)V99 VALUE ZEROS.
       01 BATCH-VARIANCE       PIC S9(9)V99 VALUE ZEROS.
       01 YTD-STD-VALUE        PIC 9(9)V99 VALUE ZEROS.
       01 YTD-VARIANCE         PIC S9(9)V99 VALUE ZEROS.

       01 RECEIPTS-PRICED      PIC 9(5) VALUE ZERO.
       01 RECEIPTS-NO-STANDARD PIC 9(5) VALUE ZERO.
       01 RECEIPTS-CHALLENGED  PIC 9(5) VALUE ZERO.

       01 VarianceHeading1.
           02 FILLER           PIC X(41)
               VALUE " Purchase Price Variance - receipts batch".
           02 FILLER           PIC X VALUE SPACE.
           02 VH-BATCH-DATE    PIC 9(8).
           02 FILLER           PIC X(23)
               VALUE "   challenge tolerance ".
           02 VH-TOLERANCE     PIC ZZ9.
           02 FILLER           PIC X VALUE "%".
       01 VarianceHeading2     PIC X(110)
           VALUE " PO     Stock Manf    Qty  Paid Cost   Std Cost"
           & "         Variance       Var%".
       01 VarianceNoteLine     PIC X(110)
           VALUE " Batch already recorded in the variance history - "
           & "year to date not updated by this run".

       01 VarianceDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 VD-PO-NUMBER     PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 VD-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 VD-MANF-NUMBER   PIC 9(4).
           02 FILLER           PIC X VALUE SPACE.
           02 VD-QTY           PIC ZZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 VD-UNIT-COST     PIC ZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 VD-STD-COST      PIC ZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 VD-VARIANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 VD-PCT           PIC -ZZZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 VD-FLAG          PIC X(24).

       01 SummaryHeading.
           02 FILLER           PIC X(15) VALUE " Year to date ".
           02 SH-YEAR          PIC 9(4).
           02 FILLER           PIC X(3) VALUE " - ".
           02 SH-TITLE         PIC X(40).
       01 SummaryColumns.
           02 FILLER           PIC X(45)
               VALUE " Key    Name".
           02 FILLER           PIC X(37)
               VALUE "Std Value         Variance       Var%".

       01 SummaryDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-KEY           PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-NAME          PIC X(30).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-STD-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-VARIANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-PCT           PIC -ZZZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-FLAG          PIC X(15).

       01 WS-KEY-STOCK         PIC 9(5).
       01 WS-KEY-MANF          PIC 9(4).
       01 WS-KEY-PO            PIC 9(6).

       PROCEDURE DIVISION.
       RunPriceVariance.
           DISPLAY "Run (S)et standard costs or (V)ariance report: "
               WITH NO ADVANCING
           ACCEPT RUN-MODE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           EVALUATE TRUE
              WHEN SET-STANDARDS-MODE
                 DISPLAY "Set standards for year (YYYY): "
                     WITH NO ADVANCING
                 ACCEPT WS-STD-YEAR
                 PERFORM SET-STANDARD-COSTS
              WHEN VARIANCE-MODE
                 DISPLAY "Challenge tolerance (whole percent): "
                     WITH NO ADVANCING
                 ACCEPT WS-TOLERANCE-PCT
                 PERFORM PRODUCE-VARIANCE-REPORT
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
           END-EVALUATE
           STOP RUN.

      * Standards are set once for the year; a second run for the
      * same year is refused so the year's variances stay comparable.
       SET-STANDARD-COSTS.
           MOVE 'N' TO WS-YEAR-SET
           MOVE 'N' TO STD-EOF
           OPEN INPUT StandardCosts
           PERFORM CHECK-YEAR-SET UNTIL END-OF-STANDARDS
           CLOSE StandardCosts
           IF YEAR-ALREADY-SET
              DISPLAY "*** STANDARD COSTS FOR " WS-STD-YEAR
                  " ARE ALREADY SET - RUN ABANDONED ***"
           ELSE
              OPEN INPUT StockFile
              OPEN EXTEND StandardCosts
              MOVE 'N' TO STOCK-EOF
              PERFORM SET-ONE-STANDARD UNTIL END-OF-STOCK
              CLOSE StockFile
              CLOSE StandardCosts
              DISPLAY "Standard costs set for " WS-STD-YEAR
              DISPLAY "Items given a standard:   " STANDARDS-WRITTEN
              DISPLAY "Items with no unit cost:  " ITEMS-WITHOUT-COST
           END-IF.

       CHECK-YEAR-SET.
           READ StandardCosts
              AT END
                 SET END-OF-STANDARDS TO TRUE
              NOT AT END
                 IF ST-YEAR = WS-STD-YEAR
                    SET YEAR-ALREADY-SET TO TRUE
                 END-IF
           END-READ.

       SET-ONE-STANDARD.
           READ StockFile NEXT RECORD
              AT END
                 SET END-OF-STOCK TO TRUE
              NOT AT END
                 IF UnitCost = ZERO
                    ADD 1 TO ITEMS-WITHOUT-COST
                 ELSE
                    MOVE SPACES TO StandardCostRec
                    MOVE WS-STD-YEAR TO ST-YEAR
                    MOVE StockNumber TO ST-STOCK-NUMBER
                    MOVE UnitCost TO ST-STD-COST
                    MOVE WS-TODAY-DATE TO ST-SET-DATE
                    WRITE StandardCostRec
                    ADD 1 TO STANDARDS-WRITTEN
                 END-IF
           END-READ.

       PRODUCE-VARIANCE-REPORT.
           PERFORM LOAD-RECEIPT-TABLE
           IF WS-BATCH-DATE = ZERO
              DISPLAY "*** GOODS RECEIVED FILE HAS NO HEADER - "
                  "RUN ABANDONED ***"
              STOP RUN
           END-IF
           PERFORM LOAD-STANDARD-TABLE
           PERFORM LOAD-MANUFACTURER-TABLE
           PERFORM CHECK-BATCH-RECORDED
           OPEN INPUT StockFile
           OPEN OUTPUT VarianceReport
           MOVE WS-BATCH-DATE TO VH-BATCH-DATE
           MOVE WS-TOLERANCE-PCT TO VH-TOLERANCE
           WRITE VarianceLine FROM VarianceHeading1
               AFTER ADVANCING PAGE
           WRITE VarianceLine FROM VarianceHeading2
               AFTER ADVANCING 2 LINES
           IF NOT BATCH-ALREADY-RECORDED
              OPEN EXTEND PriceVarianceHistory
           END-IF
           PERFORM PRICE-ONE-RECEIPT
               VARYING RECEIPT-IDX FROM 1 BY 1
               UNTIL RECEIPT-IDX > RECEIPT-TABLE-COUNT
           IF NOT BATCH-ALREADY-RECORDED
              CLOSE PriceVarianceHistory
           END-IF
           MOVE SPACES TO SD-KEY
           MOVE "BATCH TOTAL" TO SD-NAME
           MOVE BATCH-STD-VALUE TO WS-SUM-STD-VALUE
           MOVE BATCH-VARIANCE TO WS-SUM-VARIANCE
           PERFORM WRITE-SUMMARY-LINE
           IF BATCH-ALREADY-RECORDED
              WRITE VarianceLine FROM VarianceNoteLine
                  AFTER ADVANCING 2 LINES
           END-IF
           PERFORM TALLY-YEAR-TO-DATE
           PERFORM WRITE-YTD-SECTIONS
           CLOSE StockFile
           CLOSE VarianceReport
           DISPLAY "Price variance report produced for batch "
               WS-BATCH-DATE
           DISPLAY "Receipts priced:       " RECEIPTS-PRICED
           DISPLAY "Receipts no standard:  " RECEIPTS-NO-STANDARD
           DISPLAY "Receipts to challenge: " RECEIPTS-CHALLENGED.

       LOAD-RECEIPT-TABLE.
           MOVE ZERO TO RECEIPT-TABLE-COUNT
           MOVE 'N' TO GR-EOF
           OPEN INPUT GoodsReceived
           PERFORM READ-RECEIPT-FILE UNTIL END-OF-RECEIPTS
           CLOSE GoodsReceived.

       READ-RECEIPT-FILE.
           READ GoodsReceived
              AT END
                 SET END-OF-RECEIPTS TO TRUE
                 IF NOT GR-TRAILER-SEEN
                    DISPLAY "*** GOODS RECEIVED FILE HAS NO "
                        "TRAILER - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
              NOT AT END
                 EVALUATE TRUE
                    WHEN GRC-HEADER-REC
                       MOVE GRC-DATE TO WS-BATCH-DATE
                    WHEN GRC-TRAILER-REC
                       SET GR-TRAILER-SEEN TO TRUE
                       IF GRC-REC-COUNT NOT = GR-REC-COUNT
                          OR GRC-HASH-TOTAL NOT = GR-HASH
                          DISPLAY "*** GOODS RECEIVED TRAILER DOES "
                              "NOT BALANCE - RUN ABANDONED ***"
                          STOP RUN
                       END-IF
                    WHEN OTHER
                       ADD 1 TO GR-REC-COUNT
                       ADD GR-QTY-RECEIVED TO GR-HASH
                       IF RECEIPT-TABLE-COUNT >= RECEIPT-TABLE-MAX
                          PERFORM ABORT-TABLE-OVERFLOW
                       END-IF
                       ADD 1 TO RECEIPT-TABLE-COUNT
                       MOVE GR-STOCK-NUMBER
                           TO RCT-STOCK-NUMBER(RECEIPT-TABLE-COUNT)
                       MOVE GR-QTY-RECEIVED
                           TO RCT-QTY-RECEIVED(RECEIPT-TABLE-COUNT)
                       MOVE GR-PO-NUMBER
                           TO RCT-PO-NUMBER(RECEIPT-TABLE-COUNT)
                       MOVE GR-UNIT-COST
                           TO RCT-UNIT-COST(RECEIPT-TABLE-COUNT)
                 END-EVALUATE
           END-READ.

       LOAD-STANDARD-TABLE.
           MOVE ZERO TO STD-TABLE-COUNT
           MOVE 'N' TO STD-EOF
           OPEN INPUT StandardCosts
           PERFORM READ-STANDARD-COST UNTIL END-OF-STANDARDS
           CLOSE StandardCosts
           IF STD-TABLE-COUNT = ZERO
              DISPLAY "*** NO STANDARD COSTS SET FOR "
                  WS-BATCH-YEAR " ***"
           END-IF.

       READ-STANDARD-COST.
           READ StandardCosts
              AT END
                 SET END-OF-STANDARDS TO TRUE
              NOT AT END
                 IF ST-YEAR = WS-BATCH-YEAR
                    IF STD-TABLE-COUNT >= STD-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO STD-TABLE-COUNT
                    MOVE ST-STOCK-NUMBER
                        TO STT-STOCK-NUMBER(STD-TABLE-COUNT)
                    MOVE ST-STD-COST
                        TO STT-STD-COST(STD-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-STANDARD.
           MOVE 'N' TO WS-STD-FOUND
           MOVE ZERO TO WS-STD-COST
           PERFORM FIND-STANDARD
               VARYING STD-IDX FROM 1 BY 1
               UNTIL STD-IDX > STD-TABLE-COUNT OR STD-FOUND.

       FIND-STANDARD.
           IF STT-STOCK-NUMBER(STD-IDX) = RCT-STOCK-NUMBER(RECEIPT-IDX)
              SET STD-FOUND TO TRUE
              MOVE STT-STD-COST(STD-IDX) TO WS-STD-COST
           END-IF.

       LOAD-MANUFACTURER-TABLE.
           MOVE ZERO TO MANF-TABLE-COUNT
           MOVE 'N' TO MANF-EOF
           OPEN INPUT ManufacturerFile
           PERFORM READ-MANUFACTURER-FILE UNTIL END-OF-MANF
           CLOSE ManufacturerFile.

       READ-MANUFACTURER-FILE.
           READ ManufacturerFile
              AT END
                 SET END-OF-MANF TO TRUE
              NOT AT END
                 IF MANF-TABLE-COUNT < MANF-TABLE-MAX
                    ADD 1 TO MANF-TABLE-COUNT
                    MOVE MF-MANF-NUMBER
                        TO MT-MANF-NUMBER(MANF-TABLE-COUNT)
                    MOVE MF-MANF-NAME
                        TO MT-MANF-NAME(MANF-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-MANUFACTURER.
           MOVE 'N' TO WS-MANF-FOUND
           MOVE "** UNKNOWN SUPPLIER **" TO WS-MANF-NAME
           PERFORM FIND-MANUFACTURER
               VARYING MANF-IDX FROM 1 BY 1
               UNTIL MANF-IDX > MANF-TABLE-COUNT OR MANF-FOUND.

       FIND-MANUFACTURER.
           IF MT-MANF-NUMBER(MANF-IDX) = WS-KEY-MANF
              SET MANF-FOUND TO TRUE
              MOVE MT-MANF-NAME(MANF-IDX) TO WS-MANF-NAME
           END-IF.

      * A rerun for a batch already in the history reprints the
      * report but does not post the receipts a second time.
       CHECK-BATCH-RECORDED.
           MOVE 'N' TO WS-BATCH-RECORDED
           MOVE 'N' TO HIST-EOF
           OPEN INPUT PriceVarianceHistory
           PERFORM SCAN-HISTORY-FOR-BATCH UNTIL END-OF-HISTORY
           CLOSE PriceVarianceHistory.

       SCAN-HISTORY-FOR-BATCH.
           READ PriceVarianceHistory
              AT END
                 SET END-OF-HISTORY TO TRUE
              NOT AT END
                 IF PH-DATE = WS-BATCH-DATE
                    SET BATCH-ALREADY-RECORDED TO TRUE
                 END-IF
           END-READ.

       PRICE-ONE-RECEIPT.
           MOVE RCT-PO-NUMBER(RECEIPT-IDX) TO VD-PO-NUMBER
           MOVE RCT-STOCK-NUMBER(RECEIPT-IDX) TO VD-STOCK-NUMBER
           MOVE RCT-QTY-RECEIVED(RECEIPT-IDX) TO VD-QTY
           MOVE RCT-UNIT-COST(RECEIPT-IDX) TO VD-UNIT-COST
           MOVE ZERO TO VD-MANF-NUMBER
           MOVE ZERO TO VD-STD-COST
           MOVE ZERO TO VD-VARIANCE
           MOVE ZERO TO VD-PCT
           MOVE SPACES TO VD-FLAG
           MOVE RCT-STOCK-NUMBER(RECEIPT-IDX) TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE "NOT ON STOCK MASTER" TO VD-FLAG
                 ADD 1 TO RECEIPTS-NO-STANDARD
              NOT INVALID KEY
                 MOVE ManfNumber TO VD-MANF-NUMBER
                 PERFORM LOOKUP-STANDARD
                 IF STD-FOUND
                    PERFORM COMPUTE-RECEIPT-VARIANCE
                 ELSE
                    MOVE "NO STANDARD FOR YEAR" TO VD-FLAG
                    ADD 1 TO RECEIPTS-NO-STANDARD
                 END-IF
           END-READ
           WRITE VarianceLine FROM VarianceDetail
               AFTER ADVANCING 1 LINE.

       COMPUTE-RECEIPT-VARIANCE.
           ADD 1 TO RECEIPTS-PRICED
           MOVE WS-STD-COST TO VD-STD-COST
           COMPUTE WS-LINE-STD-VALUE =
               RCT-QTY-RECEIVED(RECEIPT-IDX) * WS-STD-COST
           COMPUTE WS-LINE-VARIANCE =
               RCT-QTY-RECEIVED(RECEIPT-IDX)
               * (RCT-UNIT-COST(RECEIPT-IDX) - WS-STD-COST)
           COMPUTE WS-VARIANCE-PCT ROUNDED =
               (RCT-UNIT-COST(RECEIPT-IDX) - WS-STD-COST) * 100
               / WS-STD-COST
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-VARIANCE-PCT
           END-COMPUTE
           MOVE WS-LINE-VARIANCE TO VD-VARIANCE
           MOVE WS-VARIANCE-PCT TO VD-PCT
           IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT
              MOVE "** CHALLENGE SUPPLIER **" TO VD-FLAG
              ADD 1 TO RECEIPTS-CHALLENGED
           END-IF
           ADD WS-LINE-STD-VALUE TO BATCH-STD-VALUE
           ADD WS-LINE-VARIANCE TO BATCH-VARIANCE
           IF NOT BATCH-ALREADY-RECORDED
              MOVE SPACES TO PriceVarianceHistRec
              MOVE WS-BATCH-DATE TO PH-DATE
              MOVE RCT-PO-NUMBER(RECEIPT-IDX) TO PH-PO-NUMBER
              MOVE RCT-STOCK-NUMBER(RECEIPT-IDX) TO PH-STOCK-NUMBER
              MOVE ManfNumber TO PH-MANF-NUMBER
              MOVE RCT-QTY-RECEIVED(RECEIPT-IDX) TO PH-QTY-RECEIVED
              MOVE RCT-UNIT-COST(RECEIPT-IDX) TO PH-UNIT-COST
              MOVE WS-STD-COST TO PH-STD-COST
              MOVE WS-LINE-VARIANCE TO PH-VARIANCE
              WRITE PriceVarianceHistRec
           END-IF.

      * The year to date runs from 1 January of the batch year up to
      * and including the batch being reported.
       TALLY-YEAR-TO-DATE.
           MOVE 'N' TO HIST-EOF
           OPEN INPUT PriceVarianceHistory
           PERFORM READ-HISTORY-LINE UNTIL END-OF-HISTORY
           CLOSE PriceVarianceHistory.

       READ-HISTORY-LINE.
           READ PriceVarianceHistory
              AT END
                 SET END-OF-HISTORY TO TRUE
              NOT AT END
                 IF PH-DATE(1:4) = WS-BATCH-YEAR
                    AND PH-DATE <= WS-BATCH-DATE
                    PERFORM ACCUMULATE-HISTORY-LINE
                 END-IF
           END-READ.

       ACCUMULATE-HISTORY-LINE.
           COMPUTE WS-LINE-STD-VALUE = PH-QTY-RECEIVED * PH-STD-COST
           ADD WS-LINE-STD-VALUE TO YTD-STD-VALUE
           ADD PH-VARIANCE TO YTD-VARIANCE
           PERFORM ADD-TO-YTD-ITEM
           PERFORM ADD-TO-YTD-SUPPLIER
           PERFORM ADD-TO-YTD-PO.

       ADD-TO-YTD-ITEM.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-YTD-ITEM-IDX
           PERFORM FIND-YTD-ITEM
               VARYING YTD-ITEM-IDX FROM 1 BY 1
               UNTIL YTD-ITEM-IDX > YTD-ITEM-COUNT OR ENTRY-FOUND
           IF NOT ENTRY-FOUND
              IF YTD-ITEM-COUNT >= YTD-ITEM-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO YTD-ITEM-COUNT
              MOVE YTD-ITEM-COUNT TO WS-YTD-ITEM-IDX
              MOVE PH-STOCK-NUMBER TO YI-STOCK-NUMBER(WS-YTD-ITEM-IDX)
              MOVE ZERO TO YI-STD-VALUE(WS-YTD-ITEM-IDX)
              MOVE ZERO TO YI-VARIANCE(WS-YTD-ITEM-IDX)
           END-IF
           ADD WS-LINE-STD-VALUE TO YI-STD-VALUE(WS-YTD-ITEM-IDX)
           ADD PH-VARIANCE TO YI-VARIANCE(WS-YTD-ITEM-IDX).

       FIND-YTD-ITEM.
           IF YI-STOCK-NUMBER(YTD-ITEM-IDX) = PH-STOCK-NUMBER
              SET ENTRY-FOUND TO TRUE
              MOVE YTD-ITEM-IDX TO WS-YTD-ITEM-IDX
           END-IF.

       ADD-TO-YTD-SUPPLIER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-YTD-SUPP-IDX
           PERFORM FIND-YTD-SUPPLIER
               VARYING YTD-SUPP-IDX FROM 1 BY 1
               UNTIL YTD-SUPP-IDX > YTD-SUPP-COUNT OR ENTRY-FOUND
           IF NOT ENTRY-FOUND
              IF YTD-SUPP-COUNT >= YTD-SUPP-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO YTD-SUPP-COUNT
              MOVE YTD-SUPP-COUNT TO WS-YTD-SUPP-IDX
              MOVE PH-MANF-NUMBER TO YS-MANF-NUMBER(WS-YTD-SUPP-IDX)
              MOVE ZERO TO YS-STD-VALUE(WS-YTD-SUPP-IDX)
              MOVE ZERO TO YS-VARIANCE(WS-YTD-SUPP-IDX)
           END-IF
           ADD WS-LINE-STD-VALUE TO YS-STD-VALUE(WS-YTD-SUPP-IDX)
           ADD PH-VARIANCE TO YS-VARIANCE(WS-YTD-SUPP-IDX).

       FIND-YTD-SUPPLIER.
           IF YS-MANF-NUMBER(YTD-SUPP-IDX) = PH-MANF-NUMBER
              SET ENTRY-FOUND TO TRUE
              MOVE YTD-SUPP-IDX TO WS-YTD-SUPP-IDX
           END-IF.

       ADD-TO-YTD-PO.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-YTD-PO-IDX
           PERFORM FIND-YTD-PO
               VARYING YTD-PO-IDX FROM 1 BY 1
               UNTIL YTD-PO-IDX > YTD-PO-COUNT OR ENTRY-FOUND
           IF NOT ENTRY-FOUND
              IF YTD-PO-COUNT >= YTD-PO-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO YTD-PO-COUNT
              MOVE YTD-PO-COUNT TO WS-YTD-PO-IDX
              MOVE PH-PO-NUMBER TO YP-PO-NUMBER(WS-YTD-PO-IDX)
              MOVE PH-MANF-NUMBER TO YP-MANF-NUMBER(WS-YTD-PO-IDX)
              MOVE ZERO TO YP-STD-VALUE(WS-YTD-PO-IDX)
              MOVE ZERO TO YP-VARIANCE(WS-YTD-PO-IDX)
           END-IF
           ADD WS-LINE-STD-VALUE TO YP-STD-VALUE(WS-YTD-PO-IDX)
           ADD PH-VARIANCE TO YP-VARIANCE(WS-YTD-PO-IDX).

       FIND-YTD-PO.
           IF YP-PO-NUMBER(YTD-PO-IDX) = PH-PO-NUMBER
              SET ENTRY-FOUND TO TRUE
              MOVE YTD-PO-IDX TO WS-YTD-PO-IDX
           END-IF.

       WRITE-YTD-SECTIONS.
           MOVE WS-BATCH-YEAR TO SH-YEAR
           MOVE "variance by item" TO SH-TITLE
           PERFORM WRITE-SUMMARY-HEADING
           PERFORM WRITE-YTD-ITEM-LINE
               VARYING YTD-ITEM-IDX FROM 1 BY 1
               UNTIL YTD-ITEM-IDX > YTD-ITEM-COUNT
           MOVE "variance by supplier" TO SH-TITLE
           PERFORM WRITE-SUMMARY-HEADING
           PERFORM WRITE-YTD-SUPPLIER-LINE
               VARYING YTD-SUPP-IDX FROM 1 BY 1
               UNTIL YTD-SUPP-IDX > YTD-SUPP-COUNT
           MOVE "variance by purchase order" TO SH-TITLE
           PERFORM WRITE-SUMMARY-HEADING
           PERFORM WRITE-YTD-PO-LINE
               VARYING YTD-PO-IDX FROM 1 BY 1
               UNTIL YTD-PO-IDX > YTD-PO-COUNT
           MOVE SPACES TO SD-KEY
           MOVE "YEAR TO DATE TOTAL" TO SD-NAME
           MOVE YTD-STD-VALUE TO WS-SUM-STD-VALUE
           MOVE YTD-VARIANCE TO WS-SUM-VARIANCE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-HEADING.
           WRITE VarianceLine FROM SummaryHeading
               AFTER ADVANCING 3 LINES
           WRITE VarianceLine FROM SummaryColumns
               AFTER ADVANCING 2 LINES.

       WRITE-YTD-ITEM-LINE.
           MOVE YI-STOCK-NUMBER(YTD-ITEM-IDX) TO WS-KEY-STOCK
           MOVE WS-KEY-STOCK TO SD-KEY
           MOVE WS-KEY-STOCK TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE "** NOT ON STOCK MASTER **" TO SD-NAME
              NOT INVALID KEY
                 MOVE ItemDescription TO SD-NAME
           END-READ
           MOVE YI-STD-VALUE(YTD-ITEM-IDX) TO WS-SUM-STD-VALUE
           MOVE YI-VARIANCE(YTD-ITEM-IDX) TO WS-SUM-VARIANCE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-YTD-SUPPLIER-LINE.
           MOVE YS-MANF-NUMBER(YTD-SUPP-IDX) TO WS-KEY-MANF
           MOVE WS-KEY-MANF TO SD-KEY
           PERFORM LOOKUP-MANUFACTURER
           MOVE WS-MANF-NAME TO SD-NAME
           MOVE YS-STD-VALUE(YTD-SUPP-IDX) TO WS-SUM-STD-VALUE
           MOVE YS-VARIANCE(YTD-SUPP-IDX) TO WS-SUM-VARIANCE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-YTD-PO-LINE.
           MOVE YP-PO-NUMBER(YTD-PO-IDX) TO WS-KEY-PO
           MOVE WS-KEY-PO TO SD-KEY
           MOVE YP-MANF-NUMBER(YTD-PO-IDX) TO WS-KEY-MANF
           PERFORM LOOKUP-MANUFACTURER
           MOVE WS-MANF-NAME TO SD-NAME
           MOVE YP-STD-VALUE(YTD-PO-IDX) TO WS-SUM-STD-VALUE
           MOVE YP-VARIANCE(YTD-PO-IDX) TO WS-SUM-VARIANCE
           PERFORM WRITE-SUMMARY-LINE.

      * SD-KEY and SD-NAME are set by the caller; the value, percent
      * and tolerance flag are worked out here from the two sums.
       WRITE-SUMMARY-LINE.
           MOVE WS-SUM-STD-VALUE TO SD-STD-VALUE
           MOVE WS-SUM-VARIANCE TO SD-VARIANCE
           MOVE ZERO TO WS-VARIANCE-PCT
           IF WS-SUM-STD-VALUE > ZERO
              COMPUTE WS-VARIANCE-PCT ROUNDED =
                  WS-SUM-VARIANCE * 100 / WS-SUM-STD-VALUE
                  ON SIZE ERROR
                      MOVE 99999.99 TO WS-VARIANCE-PCT
              END-COMPUTE
           END-IF
           MOVE WS-VARIANCE-PCT TO SD-PCT
           MOVE SPACES TO SD-FLAG
           IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT
              MOVE "OVER TOLERANCE" TO SD-FLAG
           END-IF
           WRITE VarianceLine FROM SummaryDetail
               AFTER ADVANCING 1 LINE.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** PRICE VARIANCE TABLE FULL - "
               "RUN ABANDONED ***"
           STOP RUN.
