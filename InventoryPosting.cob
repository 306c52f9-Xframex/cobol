       IDENTIFICATION DIVISION.
       PROGRAM-ID. InventoryPosting.
       AUTHOR. ismail.
      * Inventory ledger postings.  Every stock movement for the month
      * is valued at the unit cost in effect on its date (from the
      * cost change register, else the stock master), and each
      * weighted-average revaluation is valued on the balance held
      * when it happened.  The values are totalled by movement type
      * and posted to the ledger through the GL account map as
      * source STKxxx (STKRCP, STKISS ... STKREV).  The resulting
      * inventory control balance is then reconciled to the stock
      * valuation taken in the month, and carried forward in
      * InventoryGlControl.Dat as next month's opening balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockMovements ASSIGN TO "StockMovements.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CostChangeRegister
               ASSIGN TO "CostChanges.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT AccountMapFile ASSIGN TO "GlAccountMap.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ValuationHistory
               ASSIGN TO "StockValuationHistory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InventoryControl
               ASSIGN TO "InventoryGlControl.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransactionFile ASSIGN TO "AddTransactions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PostingReport ASSIGN TO "InventoryPosting.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StockMovements.
       01 StockMovementRec.
           02 SMV-DATE          PIC 9(8).
           02 FILLER            PIC X.
           02 SMV-TYPE          PIC X(3).
           02 FILLER            PIC X.
           02 SMV-STOCK-NUMBER  PIC 9(5).
           02 FILLER            PIC X.
           02 SMV-QTY           PIC 9(6).
           02 FILLER            PIC X.
           02 SMV-NEW-BALANCE   PIC 9(6).

       FD CostChangeRegister.
       01 CostChangeRec.
           02 CC-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 CC-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X.
           02 CC-OLD-COST      PIC 9(5)V99.
           02 FILLER           PIC X.
           02 CC-NEW-COST      PIC 9(5)V99.

       FD StockFile.
       COPY STOCK.

       FD AccountMapFile.
       01 AccountMapRec.
           02 GM-SOURCE       PIC X(8).
           02 FILLER          PIC X.
           02 GM-DR-ACCOUNT   PIC X(6).
           02 FILLER          PIC X.
           02 GM-CR-ACCOUNT   PIC X(6).

       FD ValuationHistory.
       COPY STKVALH.

       FD InventoryControl.
       01 InventoryControlRec.
           02 IC-MONTH         PIC 9(6).
           02 FILLER           PIC X.
           02 IC-OPENING       PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 IC-NET-POSTED    PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 IC-CLOSING       PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 IC-VALUATION-DATE PIC 9(8).
           02 FILLER           PIC X.
           02 IC-VALUATION     PIC 9(9)V99.
           02 FILLER           PIC X.
           02 IC-DIFFERENCE    PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 FILLER           PIC X.
           02 IC-RUN-DATE      PIC 9(8).

       FD TransactionFile.
       01 TransactionRecord.
           02 TX-Account       PIC X(6).
           02 TX-DrCr          PIC X.
           02 TX-Amount        PIC 9(5).
           02 TX-Reference     PIC X(8).
           02 TX-Date          PIC 9(8).

       FD PostingReport.
       01 PostingReportLine    PIC X(90).

       WORKING-STORAGE SECTION.
       01 MOVEMENT-EOF         PIC X VALUE 'N'.
           88 END-OF-MOVEMENTS VALUE 'Y'.
       01 CHANGE-EOF           PIC X VALUE 'N'.
           88 END-OF-CHANGES   VALUE 'Y'.
       01 MAP-EOF              PIC X VALUE 'N'.
           88 END-OF-MAP       VALUE 'Y'.
       01 VALUATION-EOF        PIC X VALUE 'N'.
           88 END-OF-VALUATIONS VALUE 'Y'.
       01 CONTROL-EOF          PIC X VALUE 'N'.
           88 END-OF-CONTROL   VALUE 'Y'.

       01 WS-POST-MONTH        PIC 9(6) VALUE ZEROS.
       01 WS-RECORD-MONTH      PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 WS-MONTH-POSTED      PIC X VALUE 'N'.
           88 MONTH-ALREADY-POSTED VALUE 'Y'.
       01 WS-PRIOR-MONTH       PIC 9(6) VALUE ZEROS.
       01 WS-OPENING-BALANCE   PIC S9(9)V99 VALUE ZEROS.

       01 WS-VALUATION-SW      PIC X VALUE 'N'.
           88 VALUATION-FOUND  VALUE 'Y'.
       01 WS-VALUATION-DATE    PIC 9(8) VALUE ZEROS.
       01 WS-VALUATION-TOTAL   PIC 9(9)V99 VALUE ZEROS.

       01 MAP-TABLE-MAX        PIC 99 VALUE 50.
       01 MAP-TABLE-COUNT      PIC 99 VALUE ZERO.
       01 MAP-IDX              PIC 99 VALUE ZERO.
       01 WS-MAP-FOUND         PIC X VALUE 'N'.
           88 MAP-SOURCE-FOUND VALUE 'Y'.
       01 WS-LOOKUP-SOURCE     PIC X(8) VALUE SPACES.
       01 WS-DR-ACCOUNT        PIC X(6) VALUE SPACES.
       01 WS-CR-ACCOUNT        PIC X(6) VALUE SPACES.
       01 WS-SWAP-ACCOUNT      PIC X(6) VALUE SPACES.

       01 MAP-TABLE.
           02 MAP-ENTRY OCCURS 50 TIMES.
               03 MP-SOURCE     PIC X(8).
               03 MP-DR-ACCOUNT PIC X(6).
               03 MP-CR-ACCOUNT PIC X(6).

      * One entry per movement type that carries value.  The sign is
      * the effect of the movement on the inventory account; the
      * account map for each source is set up in that direction (a
      * receipt debits inventory, an issue credits it).  ADJ and REV
      * amounts are signed gains, so a net loss posts the map's
      * accounts the other way round.
       01 SOURCE-LIST-VALUES.
           02 FILLER PIC X(4) VALUE "RCP+".
           02 FILLER PIC X(4) VALUE "QRL+".
           02 FILLER PIC X(4) VALUE "RTN+".
           02 FILLER PIC X(4) VALUE "ISS-".
           02 FILLER PIC X(4) VALUE "RTL-".
           02 FILLER PIC X(4) VALUE "EXP-".
           02 FILLER PIC X(4) VALUE "WOF-".
           02 FILLER PIC X(4) VALUE "ADJ+".
           02 FILLER PIC X(4) VALUE "REV+".
       01 SOURCE-LIST REDEFINES SOURCE-LIST-VALUES.
           02 SL-ENTRY OCCURS 9 TIMES.
               03 SL-TYPE       PIC X(3).
               03 SL-DIRECTION  PIC X.
                   88 SL-REDUCES-INVENTORY VALUE '-'.

       01 SOURCE-COUNT         PIC 99 VALUE 9.
       01 SOURCE-IDX           PIC 99 VALUE ZERO.
       01 WS-SOURCE-IDX        PIC 99 VALUE ZERO.
       01 WS-LOOKUP-TYPE       PIC X(3) VALUE SPACES.
       01 SOURCE-TOTALS.
           02 SRC-ENTRY OCCURS 9 TIMES.
               03 SRC-AMOUNT      PIC S9(9)V99.
               03 SRC-TO-VAL-DATE PIC S9(9)V99.
               03 SRC-LINES       PIC 9(6).
               03 SRC-POSTED-SW   PIC X.
                   88 SRC-POSTED  VALUE 'Y'.

       01 CHANGE-TABLE-MAX     PIC 9(4) VALUE 2000.
       01 CHANGE-TABLE-COUNT   PIC 9(4) VALUE ZERO.
       01 CHANGE-IDX           PIC 9(4) VALUE ZERO.
       01 CHANGE-TABLE.
           02 CHG-ENTRY OCCURS 2000 TIMES.
               03 CHG-DATE         PIC 9(8).
               03 CHG-STOCK-NUMBER PIC 9(5).
               03 CHG-OLD-COST     PIC 9(5)V99.
               03 CHG-NEW-COST     PIC 9(5)V99.
               03 CHG-BALANCE      PIC 9(6).
               03 CHG-BALANCE-SW   PIC X.
                   88 CHG-BALANCE-UNSET VALUE SPACE.
                   88 CHG-BALANCE-PRIOR VALUE 'P'.
                   88 CHG-BALANCE-LATER VALUE 'L'.

       01 ITEM-TABLE-MAX       PIC 9(4) VALUE 2000.
       01 ITEM-TABLE-COUNT     PIC 9(4) VALUE ZERO.
       01 ITEM-IDX             PIC 9(4) VALUE ZERO.
       01 WS-ITEM-FOUND        PIC X VALUE 'N'.
           88 ITEM-FOUND       VALUE 'Y'.
       01 WS-ITEM-IDX          PIC 9(4) VALUE ZERO.
       01 ITEM-TABLE.
           02 ITM-ENTRY OCCURS 2000 TIMES.
               03 ITM-STOCK-NUMBER PIC 9(5).
               03 ITM-LAST-BALANCE PIC 9(6).

       01 WS-BALANCE-KNOWN     PIC X VALUE 'N'.
           88 BALANCE-IS-KNOWN VALUE 'Y'.
       01 WS-OPEN-BALANCE      PIC S9(7) VALUE ZERO.
       01 WS-QTY-EFFECT        PIC S9(7) VALUE ZERO.
       01 WS-COST-STOCK        PIC 9(5) VALUE ZEROS.
       01 WS-COST-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-COST-IN-EFFECT    PIC 9(5)V99 VALUE ZEROS.
       01 WS-COST-SW           PIC X VALUE SPACE.
           88 COST-FROM-BEFORE VALUE 'B'.
           88 COST-FROM-AFTER  VALUE 'A'.
           88 COST-NOT-FOUND   VALUE SPACE.
       01 WS-MOVE-VALUE        PIC S9(9)V99 VALUE ZEROS.
       01 WS-SIGNED-VALUE      PIC S9(9)V99 VALUE ZEROS.

       01 WS-NET-POSTED        PIC S9(9)V99 VALUE ZEROS.
       01 WS-NET-TO-VAL-DATE   PIC S9(9)V99 VALUE ZEROS.
       01 WS-CLOSING-BALANCE   PIC S9(9)V99 VALUE ZEROS.
       01 WS-CONTROL-AT-VAL    PIC S9(9)V99 VALUE ZEROS.
       01 WS-DIFFERENCE        PIC S9(9)V99 VALUE ZEROS.

       01 WS-SOURCE-AMOUNT     PIC S9(9)V99 VALUE ZEROS.
       01 WS-POST-AMOUNT       PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-TOO-BIG    PIC X VALUE 'N'.
           88 AMOUNT-TOO-BIG   VALUE 'Y'.
       01 WS-REFERENCE         PIC X(8) VALUE SPACES.

       01 TOTAL-DEBITS         PIC 9(9) VALUE ZERO.
       01 TOTAL-CREDITS        PIC 9(9) VALUE ZERO.
       01 POSTINGS-WRITTEN     PIC 9(5) VALUE ZERO.
       01 SOURCES-SKIPPED      PIC 9(2) VALUE ZERO.
       01 MOVEMENTS-VALUED     PIC 9(6) VALUE ZERO.
       01 ADJ-UNVALUED         PIC 9(5) VALUE ZERO.

       01 PostingHeading1.
           02 FILLER           PIC X(32)
               VALUE " Inventory Ledger Postings for ".
           02 PH-MONTH         PIC 9(6).
       01 PostingHeading2      PIC X(90)
           VALUE " Source     Dr Acct  Cr Acct      Amount  Lines"
           & "   Note".

       01 PostingDetail.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PD-SOURCE        PIC X(8).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 PD-DR-ACCOUNT    PIC X(6).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 PD-CR-ACCOUNT    PIC X(6).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 PD-AMOUNT        PIC ZZZZZZZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PD-LINES         PIC ZZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 PD-NOTE          PIC X(16).

       01 PostingTrailer.
           02 FILLER           PIC X(16) VALUE " Total debits: ".
           02 PT-DEBITS        PIC ZZZZZZZZ9.
           02 FILLER           PIC X(11) VALUE " credits: ".
           02 PT-CREDITS       PIC ZZZZZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 PT-STATUS        PIC X(14).

       01 ReconHeading         PIC X(90)
           VALUE " Inventory Control Reconciliation".
       01 ReconLine.
           02 FILLER           PIC X VALUE SPACE.
           02 RL-LABEL         PIC X(40).
           02 RL-AMOUNT        PIC -,---,---,--9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RL-NOTE          PIC X(30).
       01 ReconDateLine.
           02 FILLER           PIC X VALUE SPACE.
           02 FILLER           PIC X(40) VALUE "Stock valuation date".
           02 FILLER           PIC X(8) VALUE SPACES.
           02 RD-DATE          PIC 9(8).
       01 ReconUnvaluedLine.
           02 FILLER           PIC X VALUE SPACE.
           02 FILLER           PIC X(40)
               VALUE "Adjustments with no prior balance".
           02 FILLER           PIC X(10) VALUE SPACES.
           02 RU-COUNT         PIC ZZZZ9.
           02 FILLER           PIC X(18) VALUE "  - NOT VALUED".

       PROCEDURE DIVISION.
       PostInventoryLedger.
           DISPLAY "Posting month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-POST-MONTH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-MONTH-POSTED
           IF MONTH-ALREADY-POSTED
              DISPLAY "*** INVENTORY POSTINGS FOR " WS-POST-MONTH
                  " ARE ALREADY MADE - RUN ABANDONED ***"
              STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-COST-CHANGES
           PERFORM FIND-PERIOD-VALUATION
           PERFORM CLEAR-SOURCE-TOTALS
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > SOURCE-COUNT
           OPEN INPUT StockFile
           PERFORM VALUE-MOVEMENTS
           PERFORM VALUE-REVALUATIONS
               VARYING CHANGE-IDX FROM 1 BY 1
               UNTIL CHANGE-IDX > CHANGE-TABLE-COUNT
           CLOSE StockFile
           OPEN EXTEND TransactionFile
           OPEN OUTPUT PostingReport
           MOVE WS-POST-MONTH TO PH-MONTH
           WRITE PostingReportLine FROM PostingHeading1
               AFTER ADVANCING PAGE
           WRITE PostingReportLine FROM PostingHeading2
               AFTER ADVANCING 2 LINES
           PERFORM POST-ONE-SOURCE
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > SOURCE-COUNT
           MOVE TOTAL-DEBITS TO PT-DEBITS
           MOVE TOTAL-CREDITS TO PT-CREDITS
           IF TOTAL-DEBITS = TOTAL-CREDITS
              MOVE "IN BALANCE" TO PT-STATUS
           ELSE
              MOVE "OUT OF BALANCE" TO PT-STATUS
           END-IF
           WRITE PostingReportLine FROM PostingTrailer
               AFTER ADVANCING 2 LINES
           PERFORM RECONCILE-INVENTORY-CONTROL
           CLOSE TransactionFile
           CLOSE PostingReport
           PERFORM RECORD-CONTROL-BALANCE
           DISPLAY "Inventory posting complete. Postings: "
               POSTINGS-WRITTEN " Skipped sources: " SOURCES-SKIPPED
           DISPLAY "Movements valued: " MOVEMENTS-VALUED
           STOP RUN.

      * A month is posted once.  The opening control balance is the
      * closing balance of the latest month posted before it.
       CHECK-MONTH-POSTED.
           MOVE 'N' TO WS-MONTH-POSTED
           MOVE ZERO TO WS-PRIOR-MONTH
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE 'N' TO CONTROL-EOF
           OPEN INPUT InventoryControl
           PERFORM READ-CONTROL-RECORD UNTIL END-OF-CONTROL
           CLOSE InventoryControl.

       READ-CONTROL-RECORD.
           READ InventoryControl
              AT END
                 SET END-OF-CONTROL TO TRUE
              NOT AT END
                 IF IC-MONTH = WS-POST-MONTH
                    SET MONTH-ALREADY-POSTED TO TRUE
                 END-IF
                 IF IC-MONTH < WS-POST-MONTH
                    AND IC-MONTH >= WS-PRIOR-MONTH
                    MOVE IC-MONTH TO WS-PRIOR-MONTH
                    MOVE IC-CLOSING TO WS-OPENING-BALANCE
                 END-IF
           END-READ.

       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO MAP-TABLE-COUNT
           MOVE 'N' TO MAP-EOF
           OPEN INPUT AccountMapFile
           PERFORM READ-ACCOUNT-MAP UNTIL END-OF-MAP
           CLOSE AccountMapFile.

       READ-ACCOUNT-MAP.
           READ AccountMapFile
              AT END
                 SET END-OF-MAP TO TRUE
              NOT AT END
                 IF MAP-TABLE-COUNT < MAP-TABLE-MAX
                    ADD 1 TO MAP-TABLE-COUNT
                    MOVE GM-SOURCE TO MP-SOURCE(MAP-TABLE-COUNT)
                    MOVE GM-DR-ACCOUNT
                        TO MP-DR-ACCOUNT(MAP-TABLE-COUNT)
                    MOVE GM-CR-ACCOUNT
                        TO MP-CR-ACCOUNT(MAP-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-ACCOUNT-MAP.
           MOVE 'N' TO WS-MAP-FOUND
           MOVE SPACES TO WS-DR-ACCOUNT
           MOVE SPACES TO WS-CR-ACCOUNT
           PERFORM FIND-ACCOUNT-MAP
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-TABLE-COUNT.

       FIND-ACCOUNT-MAP.
           IF MP-SOURCE(MAP-IDX) = WS-LOOKUP-SOURCE
              SET MAP-SOURCE-FOUND TO TRUE
              MOVE MP-DR-ACCOUNT(MAP-IDX) TO WS-DR-ACCOUNT
              MOVE MP-CR-ACCOUNT(MAP-IDX) TO WS-CR-ACCOUNT
           END-IF.

       LOAD-COST-CHANGES.
           MOVE ZERO TO CHANGE-TABLE-COUNT
           MOVE 'N' TO CHANGE-EOF
           OPEN INPUT CostChangeRegister
           PERFORM READ-COST-CHANGE UNTIL END-OF-CHANGES
           CLOSE CostChangeRegister.

       READ-COST-CHANGE.
           READ CostChangeRegister
              AT END
                 SET END-OF-CHANGES TO TRUE
              NOT AT END
                 IF CHANGE-TABLE-COUNT >= CHANGE-TABLE-MAX
                    DISPLAY "*** COST CHANGE REGISTER LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO CHANGE-TABLE-COUNT
                 MOVE CC-DATE TO CHG-DATE(CHANGE-TABLE-COUNT)
                 MOVE CC-STOCK-NUMBER
                     TO CHG-STOCK-NUMBER(CHANGE-TABLE-COUNT)
                 MOVE CC-OLD-COST TO CHG-OLD-COST(CHANGE-TABLE-COUNT)
                 MOVE CC-NEW-COST TO CHG-NEW-COST(CHANGE-TABLE-COUNT)
                 MOVE ZERO TO CHG-BALANCE(CHANGE-TABLE-COUNT)
                 MOVE SPACE TO CHG-BALANCE-SW(CHANGE-TABLE-COUNT)
           END-READ.

      * The valuation the month is reconciled to is the last one
      * taken in that month.
       FIND-PERIOD-VALUATION.
           MOVE 'N' TO WS-VALUATION-SW
           MOVE 'N' TO VALUATION-EOF
           OPEN INPUT ValuationHistory
           PERFORM READ-VALUATION-HISTORY UNTIL END-OF-VALUATIONS
           CLOSE ValuationHistory.

       READ-VALUATION-HISTORY.
           READ ValuationHistory
              AT END
                 SET END-OF-VALUATIONS TO TRUE
              NOT AT END
                 MOVE VH-DATE(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-POST-MONTH
                    AND VH-DATE >= WS-VALUATION-DATE
                    SET VALUATION-FOUND TO TRUE
                    MOVE VH-DATE TO WS-VALUATION-DATE
                    MOVE VH-TOTAL-VALUE TO WS-VALUATION-TOTAL
                 END-IF
           END-READ.

       CLEAR-SOURCE-TOTALS.
           MOVE ZERO TO SRC-AMOUNT(SOURCE-IDX)
           MOVE ZERO TO SRC-TO-VAL-DATE(SOURCE-IDX)
           MOVE ZERO TO SRC-LINES(SOURCE-IDX)
           MOVE 'N' TO SRC-POSTED-SW(SOURCE-IDX).

      *****************************************************************
      * The whole movement file is read so each item's running
      * balance is known: an ADJ line carries only the new balance,
      * and a revaluation is valued on the balance held before the
      * day it happened.  Transfers between locations and quarantine
      * rejections do not carry the stock balance and are passed over.
      *****************************************************************
       VALUE-MOVEMENTS.
           MOVE 'N' TO MOVEMENT-EOF
           OPEN INPUT StockMovements
           PERFORM READ-STOCK-MOVEMENT UNTIL END-OF-MOVEMENTS
           CLOSE StockMovements.

       READ-STOCK-MOVEMENT.
           READ StockMovements
              AT END
                 SET END-OF-MOVEMENTS TO TRUE
              NOT AT END
                 IF SMV-TYPE NOT = "TRF" AND SMV-TYPE NOT = "QRJ"
                    PERFORM LOOKUP-ITEM-BALANCE
                    PERFORM NOTE-REVALUATION-BALANCE
                        VARYING CHANGE-IDX FROM 1 BY 1
                        UNTIL CHANGE-IDX > CHANGE-TABLE-COUNT
                    MOVE SMV-DATE(1:6) TO WS-RECORD-MONTH
                    IF WS-RECORD-MONTH = WS-POST-MONTH
                       PERFORM VALUE-ONE-MOVEMENT
                    END-IF
                    PERFORM SAVE-ITEM-BALANCE
                 END-IF
           END-READ.

       LOOKUP-ITEM-BALANCE.
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE ZERO TO WS-ITEM-IDX
           PERFORM FIND-ITEM-BALANCE
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-TABLE-COUNT.

       FIND-ITEM-BALANCE.
           IF ITM-STOCK-NUMBER(ITEM-IDX) = SMV-STOCK-NUMBER
              SET ITEM-FOUND TO TRUE
              MOVE ITEM-IDX TO WS-ITEM-IDX
           END-IF.

       SAVE-ITEM-BALANCE.
           IF NOT ITEM-FOUND
              IF ITEM-TABLE-COUNT >= ITEM-TABLE-MAX
                 DISPLAY "*** MORE STOCK ITEMS MOVED THAN WORKING "
                     "TABLE HOLDS - RUN ABANDONED ***"
                 STOP RUN
              END-IF
              ADD 1 TO ITEM-TABLE-COUNT
              MOVE ITEM-TABLE-COUNT TO WS-ITEM-IDX
              MOVE SMV-STOCK-NUMBER TO ITM-STOCK-NUMBER(WS-ITEM-IDX)
           END-IF
           MOVE SMV-NEW-BALANCE TO ITM-LAST-BALANCE(WS-ITEM-IDX).

      * The balance a revaluation applies to is the balance after the
      * last movement before its date; failing that, the balance the
      * first movement on or after its date started from.
       NOTE-REVALUATION-BALANCE.
           IF CHG-STOCK-NUMBER(CHANGE-IDX) = SMV-STOCK-NUMBER
              IF SMV-DATE < CHG-DATE(CHANGE-IDX)
                 MOVE SMV-NEW-BALANCE TO CHG-BALANCE(CHANGE-IDX)
                 SET CHG-BALANCE-PRIOR(CHANGE-IDX) TO TRUE
              ELSE
                 IF CHG-BALANCE-UNSET(CHANGE-IDX)
                    PERFORM DERIVE-OPENING-BALANCE
                    IF WS-OPEN-BALANCE < ZERO
                       MOVE ZERO TO WS-OPEN-BALANCE
                    END-IF
                    MOVE WS-OPEN-BALANCE TO CHG-BALANCE(CHANGE-IDX)
                    SET CHG-BALANCE-LATER(CHANGE-IDX) TO TRUE
                 END-IF
              END-IF
           END-IF.

       DERIVE-OPENING-BALANCE.
           EVALUATE SMV-TYPE
              WHEN "RCP"
              WHEN "QRL"
              WHEN "RTN"
                 COMPUTE WS-OPEN-BALANCE = SMV-NEW-BALANCE - SMV-QTY
              WHEN "ISS"
              WHEN "RTL"
              WHEN "EXP"
              WHEN "WOF"
                 COMPUTE WS-OPEN-BALANCE = SMV-NEW-BALANCE + SMV-QTY
              WHEN "ADJ"
                 IF ITEM-FOUND
                    MOVE ITM-LAST-BALANCE(WS-ITEM-IDX)
                        TO WS-OPEN-BALANCE
                 ELSE
                    MOVE SMV-NEW-BALANCE TO WS-OPEN-BALANCE
                 END-IF
              WHEN OTHER
                 MOVE SMV-NEW-BALANCE TO WS-OPEN-BALANCE
           END-EVALUATE.

       VALUE-ONE-MOVEMENT.
           MOVE SMV-TYPE TO WS-LOOKUP-TYPE
           PERFORM LOOKUP-SOURCE
           IF WS-SOURCE-IDX NOT = ZERO
              MOVE 'Y' TO WS-BALANCE-KNOWN
              IF SMV-TYPE = "ADJ"
                 IF ITEM-FOUND
                    COMPUTE WS-QTY-EFFECT = SMV-NEW-BALANCE
                        - ITM-LAST-BALANCE(WS-ITEM-IDX)
                 ELSE
                    MOVE 'N' TO WS-BALANCE-KNOWN
                    ADD 1 TO ADJ-UNVALUED
                 END-IF
              ELSE
                 MOVE SMV-QTY TO WS-QTY-EFFECT
              END-IF
              IF BALANCE-IS-KNOWN
                 MOVE SMV-STOCK-NUMBER TO WS-COST-STOCK
                 MOVE SMV-DATE TO WS-COST-DATE
                 PERFORM LOOKUP-COST-IN-EFFECT
                 COMPUTE WS-MOVE-VALUE ROUNDED =
                     WS-QTY-EFFECT * WS-COST-IN-EFFECT
                 ADD WS-MOVE-VALUE TO SRC-AMOUNT(WS-SOURCE-IDX)
                 IF VALUATION-FOUND
                    AND SMV-DATE <= WS-VALUATION-DATE
                    ADD WS-MOVE-VALUE
                        TO SRC-TO-VAL-DATE(WS-SOURCE-IDX)
                 END-IF
                 ADD 1 TO SRC-LINES(WS-SOURCE-IDX)
                 ADD 1 TO MOVEMENTS-VALUED
              END-IF
           END-IF.

       LOOKUP-SOURCE.
           MOVE ZERO TO WS-SOURCE-IDX
           PERFORM FIND-SOURCE
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > SOURCE-COUNT.

       FIND-SOURCE.
           IF SL-TYPE(SOURCE-IDX) = WS-LOOKUP-TYPE
              MOVE SOURCE-IDX TO WS-SOURCE-IDX
           END-IF.

      * The cost in effect on a date is the new cost of the last change
      * on or before it, else the old cost of the first change after
      * it, else the unit cost on the stock master.
       LOOKUP-COST-IN-EFFECT.
           MOVE SPACE TO WS-COST-SW
           MOVE ZERO TO WS-COST-IN-EFFECT
           PERFORM CHECK-COST-CHANGE
               VARYING CHANGE-IDX FROM 1 BY 1
               UNTIL CHANGE-IDX > CHANGE-TABLE-COUNT
           IF COST-NOT-FOUND
              MOVE WS-COST-STOCK TO StockNumber
              READ StockFile
                 INVALID KEY
                    MOVE ZERO TO WS-COST-IN-EFFECT
                 NOT INVALID KEY
                    MOVE UnitCost TO WS-COST-IN-EFFECT
              END-READ
           END-IF.

       CHECK-COST-CHANGE.
           IF CHG-STOCK-NUMBER(CHANGE-IDX) = WS-COST-STOCK
              IF CHG-DATE(CHANGE-IDX) <= WS-COST-DATE
                 MOVE CHG-NEW-COST(CHANGE-IDX) TO WS-COST-IN-EFFECT
                 SET COST-FROM-BEFORE TO TRUE
              ELSE
                 IF COST-NOT-FOUND
                    MOVE CHG-OLD-COST(CHANGE-IDX) TO WS-COST-IN-EFFECT
                    SET COST-FROM-AFTER TO TRUE
                 END-IF
              END-IF
           END-IF.

       VALUE-REVALUATIONS.
           MOVE CHG-DATE(CHANGE-IDX)(1:6) TO WS-RECORD-MONTH
           IF WS-RECORD-MONTH = WS-POST-MONTH
              IF CHG-BALANCE-UNSET(CHANGE-IDX)
                 MOVE CHG-STOCK-NUMBER(CHANGE-IDX) TO StockNumber
                 READ StockFile
                    INVALID KEY
                       MOVE ZERO TO CHG-BALANCE(CHANGE-IDX)
                    NOT INVALID KEY
                       MOVE QtyInStock TO CHG-BALANCE(CHANGE-IDX)
                 END-READ
              END-IF
              MOVE "REV" TO WS-LOOKUP-TYPE
              PERFORM LOOKUP-SOURCE
              COMPUTE WS-MOVE-VALUE ROUNDED =
                  (CHG-NEW-COST(CHANGE-IDX) - CHG-OLD-COST(CHANGE-IDX))
                  * CHG-BALANCE(CHANGE-IDX)
              ADD WS-MOVE-VALUE TO SRC-AMOUNT(WS-SOURCE-IDX)
              IF VALUATION-FOUND
                 AND CHG-DATE(CHANGE-IDX) <= WS-VALUATION-DATE
                 ADD WS-MOVE-VALUE TO SRC-TO-VAL-DATE(WS-SOURCE-IDX)
              END-IF
              ADD 1 TO SRC-LINES(WS-SOURCE-IDX)
           END-IF.

       POST-ONE-SOURCE.
           MOVE SPACES TO WS-LOOKUP-SOURCE
           STRING "STK" DELIMITED BY SIZE
                  SL-TYPE(SOURCE-IDX) DELIMITED BY SIZE
                  INTO WS-LOOKUP-SOURCE
           MOVE WS-LOOKUP-SOURCE TO WS-REFERENCE
           MOVE SRC-AMOUNT(SOURCE-IDX) TO WS-SOURCE-AMOUNT
           PERFORM LOOKUP-ACCOUNT-MAP
           IF WS-SOURCE-AMOUNT < ZERO
              MOVE WS-DR-ACCOUNT TO WS-SWAP-ACCOUNT
              MOVE WS-CR-ACCOUNT TO WS-DR-ACCOUNT
              MOVE WS-SWAP-ACCOUNT TO WS-CR-ACCOUNT
              COMPUTE WS-SOURCE-AMOUNT = ZERO - WS-SOURCE-AMOUNT
           END-IF
           MOVE WS-LOOKUP-SOURCE TO PD-SOURCE
           MOVE WS-DR-ACCOUNT TO PD-DR-ACCOUNT
           MOVE WS-CR-ACCOUNT TO PD-CR-ACCOUNT
           MOVE SRC-LINES(SOURCE-IDX) TO PD-LINES
           MOVE 'N' TO WS-AMOUNT-TOO-BIG
           COMPUTE WS-POST-AMOUNT ROUNDED = WS-SOURCE-AMOUNT
               ON SIZE ERROR
                   SET AMOUNT-TOO-BIG TO TRUE
                   MOVE ZERO TO WS-POST-AMOUNT
           END-COMPUTE
           MOVE WS-POST-AMOUNT TO PD-AMOUNT
           EVALUATE TRUE
              WHEN SRC-LINES(SOURCE-IDX) = ZERO
                 ADD 1 TO SOURCES-SKIPPED
                 MOVE "NO ACTIVITY" TO PD-NOTE
              WHEN NOT MAP-SOURCE-FOUND
                 ADD 1 TO SOURCES-SKIPPED
                 MOVE "NO ACCOUNT MAP" TO PD-NOTE
              WHEN AMOUNT-TOO-BIG
                 ADD 1 TO SOURCES-SKIPPED
                 MOVE "TOO LARGE-HELD" TO PD-NOTE
                 DISPLAY "*** " WS-LOOKUP-SOURCE " AMOUNT "
                     WS-SOURCE-AMOUNT " EXCEEDS THE LEDGER "
                     "TRANSACTION SIZE - NOT POSTED ***"
              WHEN WS-POST-AMOUNT = ZERO
                 SET SRC-POSTED(SOURCE-IDX) TO TRUE
                 MOVE "NIL VALUE" TO PD-NOTE
              WHEN OTHER
                 SET SRC-POSTED(SOURCE-IDX) TO TRUE
                 MOVE "POSTED" TO PD-NOTE
                 PERFORM WRITE-POSTING-PAIR
           END-EVALUATE
           WRITE PostingReportLine FROM PostingDetail
               AFTER ADVANCING 1 LINE
           IF SRC-POSTED(SOURCE-IDX)
              MOVE SRC-AMOUNT(SOURCE-IDX) TO WS-SIGNED-VALUE
              IF SL-REDUCES-INVENTORY(SOURCE-IDX)
                 SUBTRACT WS-SIGNED-VALUE FROM WS-NET-POSTED
                 SUBTRACT SRC-TO-VAL-DATE(SOURCE-IDX)
                     FROM WS-NET-TO-VAL-DATE
              ELSE
                 ADD WS-SIGNED-VALUE TO WS-NET-POSTED
                 ADD SRC-TO-VAL-DATE(SOURCE-IDX)
                     TO WS-NET-TO-VAL-DATE
              END-IF
           END-IF.

       WRITE-POSTING-PAIR.
           MOVE WS-DR-ACCOUNT TO TX-Account
           MOVE 'D' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-REFERENCE TO TX-Reference
           MOVE WS-TODAY-DATE TO TX-Date
           WRITE TransactionRecord
           ADD WS-POST-AMOUNT TO TOTAL-DEBITS
           MOVE WS-CR-ACCOUNT TO TX-Account
           MOVE 'C' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-REFERENCE TO TX-Reference
           MOVE WS-TODAY-DATE TO TX-Date
           WRITE TransactionRecord
           ADD WS-POST-AMOUNT TO TOTAL-CREDITS
           ADD 2 TO POSTINGS-WRITTEN.

      * Only sources actually posted move the control balance, so a
      * source held back for want of an account map shows up here as
      * a difference against the valuation.
       RECONCILE-INVENTORY-CONTROL.
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-NET-POSTED
           WRITE PostingReportLine FROM ReconHeading
               AFTER ADVANCING 3 LINES
           MOVE SPACES TO RL-NOTE
           MOVE "Opening inventory control balance" TO RL-LABEL
           MOVE WS-OPENING-BALANCE TO RL-AMOUNT
           IF WS-PRIOR-MONTH = ZERO
              MOVE "NO PRIOR MONTH POSTED" TO RL-NOTE
           END-IF
           WRITE PostingReportLine FROM ReconLine
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RL-NOTE
           MOVE "Net inventory postings for the month" TO RL-LABEL
           MOVE WS-NET-POSTED TO RL-AMOUNT
           WRITE PostingReportLine FROM ReconLine
               AFTER ADVANCING 1 LINE
           MOVE "Closing inventory control balance" TO RL-LABEL
           MOVE WS-CLOSING-BALANCE TO RL-AMOUNT
           WRITE PostingReportLine FROM ReconLine
               AFTER ADVANCING 1 LINE
           IF VALUATION-FOUND
              COMPUTE WS-CONTROL-AT-VAL =
                  WS-OPENING-BALANCE + WS-NET-TO-VAL-DATE
              COMPUTE WS-DIFFERENCE =
                  WS-CONTROL-AT-VAL - WS-VALUATION-TOTAL
              MOVE WS-VALUATION-DATE TO RD-DATE
              WRITE PostingReportLine FROM ReconDateLine
                  AFTER ADVANCING 2 LINES
              MOVE "Control balance at valuation date" TO RL-LABEL
              MOVE WS-CONTROL-AT-VAL TO RL-AMOUNT
              WRITE PostingReportLine FROM ReconLine
                  AFTER ADVANCING 1 LINE
              MOVE "Stock valuation total" TO RL-LABEL
              MOVE WS-VALUATION-TOTAL TO RL-AMOUNT
              WRITE PostingReportLine FROM ReconLine
                  AFTER ADVANCING 1 LINE
              MOVE "Difference" TO RL-LABEL
              MOVE WS-DIFFERENCE TO RL-AMOUNT
              IF WS-DIFFERENCE = ZERO
                 MOVE "RECONCILED" TO RL-NOTE
              ELSE
                 MOVE "** DIFFERENCE TO INVESTIGATE **" TO RL-NOTE
              END-IF
              WRITE PostingReportLine FROM ReconLine
                  AFTER ADVANCING 1 LINE
           ELSE
              MOVE ZERO TO WS-DIFFERENCE
              MOVE "Stock valuation total" TO RL-LABEL
              MOVE ZERO TO RL-AMOUNT
              MOVE "NO VALUATION TAKEN IN MONTH" TO RL-NOTE
              WRITE PostingReportLine FROM ReconLine
                  AFTER ADVANCING 2 LINES
           END-IF
           IF ADJ-UNVALUED > ZERO
              MOVE ADJ-UNVALUED TO RU-COUNT
              WRITE PostingReportLine FROM ReconUnvaluedLine
                  AFTER ADVANCING 2 LINES
           END-IF.

       RECORD-CONTROL-BALANCE.
           OPEN EXTEND InventoryControl
           MOVE SPACES TO InventoryControlRec
           MOVE WS-POST-MONTH TO IC-MONTH
           MOVE WS-OPENING-BALANCE TO IC-OPENING
           MOVE WS-NET-POSTED TO IC-NET-POSTED
           MOVE WS-CLOSING-BALANCE TO IC-CLOSING
           MOVE WS-VALUATION-DATE TO IC-VALUATION-DATE
           MOVE WS-VALUATION-TOTAL TO IC-VALUATION
           MOVE WS-DIFFERENCE TO IC-DIFFERENCE
           MOVE WS-TODAY-DATE TO IC-RUN-DATE
           WRITE InventoryControlRec
           CLOSE InventoryControl.
