       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockBudgetFeed.
       AUTHOR. ismail.
      * Feeds a month's stores consumption into the departmental
      * budget variance report (Nestedperform).
      * Issues, lost returnable equipment and returns to stores are
      * valued at unit cost exactly as DeptChargeback charges them,
      * and netted per stock department and stock category.
      * StockDeptMap.Dat maps each issuing department to its
      * DeptMaster.Dat code; StockCategoryMap.Dat maps a stock
      * category to a CategoryMaster.Dat code - a stock category with
      * no map entry is used as it stands when CategoryMaster.Dat
      * carries it.
      * Each mapped net charge is added to NestedTransactions.Dat;
      * unmapped departments or categories, and net credits, go to
      * NestedSuspense.Dat under STK- reasons, which the budget report
      * carries forward when it rebuilds its own rejects.  A month
      * already on StockBudgetFeeds.Dat is not fed again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IssuesJournal ASSIGN TO "IssuesJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReturnsJournal
               ASSIGN TO "ReturnsJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EquipmentRegister
               ASSIGN TO "EquipmentRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT StockDeptMap ASSIGN TO "StockDeptMap.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockCategoryMap
               ASSIGN TO "StockCategoryMap.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DeptMaster ASSIGN TO "DeptMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CategoryMaster ASSIGN TO "CategoryMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TransactionFile
               ASSIGN TO "NestedTransactions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NestedSuspense
               ASSIGN TO "NestedSuspense.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FeedHistory
               ASSIGN TO "StockBudgetFeeds.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FeedReport ASSIGN TO "StockBudgetFeedReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD IssuesJournal.
       01 IssuesJournalRec.
           02 IJ-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 IJ-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X.
           02 IJ-DEPARTMENT    PIC X(10).
           02 FILLER           PIC X.
           02 IJ-QTY-ISSUED    PIC 9(6).
           02 FILLER           PIC X(10).
           02 IJ-NEW-BALANCE   PIC 9(6).
           02 FILLER           PIC X(12).

       FD ReturnsJournal.
       COPY STKRTN.

       FD EquipmentRegister.
       COPY EQUIPREG.

       FD StockFile.
       COPY STOCK.

       FD StockDeptMap.
       01 StockDeptMapRec.
           02 SM-DEPARTMENT    PIC X(10).
           02 FILLER           PIC X.
           02 SM-BUDGET-DEPT   PIC X(4).

       FD StockCategoryMap.
       01 StockCategoryMapRec.
           02 CM-CATEGORY      PIC X(4).
           02 FILLER           PIC X.
           02 CM-BUDGET-CAT    PIC X(4).

       FD DeptMaster.
       01 DeptMasterRecord.
           02 DM-Dept          PIC X(4).
           02 DM-DeptName      PIC X(20).

       FD CategoryMaster.
       01 CategoryMasterRecord.
           02 CGM-Category     PIC X(4).
           02 CGM-CatName      PIC X(20).

       FD TransactionFile.
       01 TransactionRecord.
           02 TX-Dept          PIC X(4).
           02 TX-Category      PIC X(4).
           02 TX-Amount        PIC 9(5)V99.

       FD NestedSuspense.
       01 NestedSuspenseRec.
           02 NS-Dept          PIC X(4).
           02 NS-Category      PIC X(4).
           02 NS-Amount        PIC 9(5)V99.
           02 NS-REASON-CODE   PIC X(16).

       FD FeedHistory.
       01 FeedHistoryRec.
           02 FH-MONTH         PIC 9(6).
           02 FILLER           PIC X.
           02 FH-RUN-DATE      PIC 9(8).
           02 FILLER           PIC X.
           02 FH-AMOUNT-FED    PIC 9(9)V99.

       FD FeedReport.
       01 FeedLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01 JOURNAL-EOF          PIC X VALUE 'N'.
           88 END-OF-JOURNAL   VALUE 'Y'.
       01 RETURNS-EOF          PIC X VALUE 'N'.
           88 END-OF-RETURNS   VALUE 'Y'.
       01 REGISTER-EOF         PIC X VALUE 'N'.
           88 END-OF-REGISTER  VALUE 'Y'.
       01 HISTORY-EOF          PIC X VALUE 'N'.
           88 END-OF-HISTORY   VALUE 'Y'.
       01 WS-ALREADY-FED       PIC X VALUE 'N'.
           88 MONTH-ALREADY-FED VALUE 'Y'.

       01 WS-FEED-MONTH        PIC 9(6) VALUE ZEROS.
       01 WS-FEED-MONTH-SPLIT REDEFINES WS-FEED-MONTH.
           02 WS-FEED-YEAR     PIC 9(4).
           02 WS-FEED-MM       PIC 99.
       01 WS-RECORD-MONTH      PIC 9(6) VALUE ZEROS.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 DMAP-EOF             PIC X VALUE 'N'.
           88 END-OF-DEPT-MAP  VALUE 'Y'.
       01 DMAP-TABLE-MAX       PIC 99 VALUE 50.
       01 DMAP-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 DMAP-IDX             PIC 99 VALUE ZERO.
       01 DEPT-MAP-TABLE.
           02 DMAP-ENTRY OCCURS 50 TIMES.
               03 DX-DEPARTMENT  PIC X(10).
               03 DX-BUDGET-DEPT PIC X(4).

       01 CMAP-EOF             PIC X VALUE 'N'.
           88 END-OF-CAT-MAP   VALUE 'Y'.
       01 CMAP-TABLE-MAX       PIC 99 VALUE 50.
       01 CMAP-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 CMAP-IDX             PIC 99 VALUE ZERO.
       01 CAT-MAP-TABLE.
           02 CMAP-ENTRY OCCURS 50 TIMES.
               03 CX-CATEGORY    PIC X(4).
               03 CX-BUDGET-CAT  PIC X(4).

       01 DEPT-EOF             PIC X VALUE 'N'.
           88 END-OF-DEPTS     VALUE 'Y'.
       01 DEPT-TABLE-MAX       PIC 99 VALUE 50.
       01 DEPT-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 DEPT-IDX             PIC 99 VALUE ZERO.
       01 DEPT-TABLE.
           02 DPT-ENTRY OCCURS 50 TIMES.
               03 DP-Dept        PIC X(4).

       01 CAT-EOF              PIC X VALUE 'N'.
           88 END-OF-CATS      VALUE 'Y'.
       01 CAT-TABLE-MAX        PIC 99 VALUE 50.
       01 CAT-TABLE-COUNT      PIC 99 VALUE ZERO.
       01 CAT-IDX              PIC 99 VALUE ZERO.
       01 CAT-TABLE.
           02 CAT-ENTRY OCCURS 50 TIMES.
               03 CA-Category    PIC X(4).

      * Net consumption by stock department and stock category.
       01 USE-TABLE-MAX        PIC 9(3) VALUE 300.
       01 USE-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01 USE-IDX              PIC 9(3) VALUE ZERO.
       01 WS-USE-IDX           PIC 9(3) VALUE ZERO.
       01 USE-TABLE.
           02 USE-ENTRY OCCURS 300 TIMES.
               03 US-DEPARTMENT  PIC X(10).
               03 US-CATEGORY    PIC X(4).
               03 US-ISSUED      PIC 9(9)V99.
               03 US-LOST        PIC 9(9)V99.
               03 US-RETURNED    PIC 9(9)V99.

       01 WS-TALLY-DEPT        PIC X(10) VALUE SPACES.
       01 WS-TALLY-CATEGORY    PIC X(4) VALUE SPACES.
       01 WS-LINE-VALUE        PIC 9(9)V99 VALUE ZEROS.
       01 WS-NET-VALUE         PIC S9(9)V99 VALUE ZEROS.
       01 WS-REMAINING         PIC 9(9)V99 VALUE ZEROS.
       01 WS-BUDGET-DEPT       PIC X(4) VALUE SPACES.
       01 WS-BUDGET-CAT        PIC X(4) VALUE SPACES.
       01 WS-SUSPENSE-REASON   PIC X(16) VALUE SPACES.
       01 WS-FOUND             PIC X VALUE 'N'.
           88 CODE-FOUND       VALUE 'Y'.
       01 MAX-TRANSACTION      PIC 9(5)V99 VALUE 99999.99.

       01 NOT-ON-STOCK-COUNT   PIC 9(5) VALUE ZERO.
       01 TRANSACTIONS-WRITTEN PIC 9(5) VALUE ZERO.
       01 SUSPENSE-WRITTEN     PIC 9(5) VALUE ZERO.
       01 TOTAL-FED            PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-SUSPENDED      PIC S9(9)V99 VALUE ZEROS.

       01 FeedHeading1.
           02 FILLER           PIC X(36)
               VALUE " Stores Consumption Budget Feed for ".
           02 FH1-MONTH        PIC 9(6).
       01 FeedHeading2         PIC X(100)
           VALUE " Department Cat  Budg Cat       Issued        Lost"
           & "    Returned         Net  Note".
       01 FeedDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 FD-DEPARTMENT    PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 FD-CATEGORY      PIC X(4).
           02 FILLER           PIC X VALUE SPACE.
           02 FD-BUDGET-DEPT   PIC X(4).
           02 FILLER           PIC X VALUE SPACE.
           02 FD-BUDGET-CAT    PIC X(4).
           02 FILLER           PIC X VALUE SPACE.
           02 FD-ISSUED        PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FD-LOST          PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FD-RETURNED      PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 FD-NET           PIC -ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FD-NOTE          PIC X(16).
       01 FeedTrailer1.
           02 FILLER           PIC X(30)
               VALUE " Fed to budget report:".
           02 FT-FED           PIC Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X(16) VALUE "  Transactions: ".
           02 FT-TRANSACTIONS  PIC ZZZZ9.
       01 FeedTrailer2.
           02 FILLER           PIC X(30)
               VALUE " Sent to NestedSuspense:".
           02 FT-SUSPENDED     PIC -,---,--9.99.
           02 FILLER           PIC X(16) VALUE "  Entries:".
           02 FT-SUSPENSE      PIC ZZZZ9.
       01 FeedTrailer3.
           02 FILLER           PIC X(30)
               VALUE " Items not on stock master:".
           02 FT-NOT-ON-STOCK  PIC ZZZZ9.

       PROCEDURE DIVISION.
       RunStockBudgetFeed.
           DISPLAY "Consumption month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-FEED-MONTH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-FEED-MONTH NOT NUMERIC
              OR WS-FEED-MM < 1 OR WS-FEED-MM > 12
              DISPLAY "Consumption month is not a valid month."
              STOP RUN
           END-IF
           PERFORM CHECK-FEED-HISTORY
           IF MONTH-ALREADY-FED
              DISPLAY "*** CONSUMPTION FOR " WS-FEED-MONTH
                  " HAS ALREADY BEEN FED - RUN ABANDONED ***"
              STOP RUN
           END-IF
           PERFORM LOAD-DEPT-MAP
           PERFORM LOAD-CATEGORY-MAP
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-CATEGORY-MASTER
           OPEN INPUT StockFile
           PERFORM TALLY-MONTH-ISSUES
           PERFORM TALLY-MONTH-RETURNS
           PERFORM TALLY-MONTH-LOST-EQUIPMENT
           CLOSE StockFile
           OPEN EXTEND TransactionFile
           OPEN EXTEND NestedSuspense
           OPEN OUTPUT FeedReport
           MOVE WS-FEED-MONTH TO FH1-MONTH
           WRITE FeedLine FROM FeedHeading1
               AFTER ADVANCING PAGE
           WRITE FeedLine FROM FeedHeading2
               AFTER ADVANCING 2 LINES
           PERFORM FEED-ONE-CONSUMPTION
               VARYING USE-IDX FROM 1 BY 1
               UNTIL USE-IDX > USE-TABLE-COUNT
           MOVE TOTAL-FED TO FT-FED
           MOVE TRANSACTIONS-WRITTEN TO FT-TRANSACTIONS
           WRITE FeedLine FROM FeedTrailer1
               AFTER ADVANCING 2 LINES
           MOVE TOTAL-SUSPENDED TO FT-SUSPENDED
           MOVE SUSPENSE-WRITTEN TO FT-SUSPENSE
           WRITE FeedLine FROM FeedTrailer2
               AFTER ADVANCING 1 LINE
           MOVE NOT-ON-STOCK-COUNT TO FT-NOT-ON-STOCK
           WRITE FeedLine FROM FeedTrailer3
               AFTER ADVANCING 1 LINE
           CLOSE TransactionFile
           CLOSE NestedSuspense
           CLOSE FeedReport
           PERFORM RECORD-FEED-HISTORY
           DISPLAY "Budget feed complete. Transactions: "
               TRANSACTIONS-WRITTEN " Suspense: " SUSPENSE-WRITTEN
           STOP RUN.

       CHECK-FEED-HISTORY.
           MOVE 'N' TO WS-ALREADY-FED
           MOVE 'N' TO HISTORY-EOF
           OPEN INPUT FeedHistory
           PERFORM READ-FEED-HISTORY UNTIL END-OF-HISTORY
           CLOSE FeedHistory.

       READ-FEED-HISTORY.
           READ FeedHistory
              AT END
                 SET END-OF-HISTORY TO TRUE
              NOT AT END
                 IF FH-MONTH = WS-FEED-MONTH
                    SET MONTH-ALREADY-FED TO TRUE
                 END-IF
           END-READ.

       RECORD-FEED-HISTORY.
           OPEN EXTEND FeedHistory
           MOVE SPACES TO FeedHistoryRec
           MOVE WS-FEED-MONTH TO FH-MONTH
           MOVE WS-TODAY-DATE TO FH-RUN-DATE
           MOVE TOTAL-FED TO FH-AMOUNT-FED
           WRITE FeedHistoryRec
           CLOSE FeedHistory.

       LOAD-DEPT-MAP.
           MOVE ZERO TO DMAP-TABLE-COUNT
           MOVE 'N' TO DMAP-EOF
           OPEN INPUT StockDeptMap
           PERFORM READ-DEPT-MAP UNTIL END-OF-DEPT-MAP
           CLOSE StockDeptMap.

       READ-DEPT-MAP.
           READ StockDeptMap
              AT END
                 SET END-OF-DEPT-MAP TO TRUE
              NOT AT END
                 IF DMAP-TABLE-COUNT >= DMAP-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO DMAP-TABLE-COUNT
                 MOVE SM-DEPARTMENT TO DX-DEPARTMENT(DMAP-TABLE-COUNT)
                 MOVE SM-BUDGET-DEPT
                     TO DX-BUDGET-DEPT(DMAP-TABLE-COUNT)
           END-READ.

       LOAD-CATEGORY-MAP.
           MOVE ZERO TO CMAP-TABLE-COUNT
           MOVE 'N' TO CMAP-EOF
           OPEN INPUT StockCategoryMap
           PERFORM READ-CATEGORY-MAP UNTIL END-OF-CAT-MAP
           CLOSE StockCategoryMap.

       READ-CATEGORY-MAP.
           READ StockCategoryMap
              AT END
                 SET END-OF-CAT-MAP TO TRUE
              NOT AT END
                 IF CMAP-TABLE-COUNT >= CMAP-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO CMAP-TABLE-COUNT
                 MOVE CM-CATEGORY TO CX-CATEGORY(CMAP-TABLE-COUNT)
                 MOVE CM-BUDGET-CAT TO CX-BUDGET-CAT(CMAP-TABLE-COUNT)
           END-READ.

       LOAD-DEPT-MASTER.
           MOVE ZERO TO DEPT-TABLE-COUNT
           MOVE 'N' TO DEPT-EOF
           OPEN INPUT DeptMaster
           PERFORM READ-DEPT-MASTER UNTIL END-OF-DEPTS
           CLOSE DeptMaster.

       READ-DEPT-MASTER.
           READ DeptMaster
              AT END
                 SET END-OF-DEPTS TO TRUE
              NOT AT END
                 IF DEPT-TABLE-COUNT >= DEPT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO DEPT-TABLE-COUNT
                 MOVE DM-Dept TO DP-Dept(DEPT-TABLE-COUNT)
           END-READ.

       LOAD-CATEGORY-MASTER.
           MOVE ZERO TO CAT-TABLE-COUNT
           MOVE 'N' TO CAT-EOF
           OPEN INPUT CategoryMaster
           PERFORM READ-CATEGORY-MASTER UNTIL END-OF-CATS
           CLOSE CategoryMaster.

       READ-CATEGORY-MASTER.
           READ CategoryMaster
              AT END
                 SET END-OF-CATS TO TRUE
              NOT AT END
                 IF CAT-TABLE-COUNT >= CAT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO CAT-TABLE-COUNT
                 MOVE CGM-Category TO CA-Category(CAT-TABLE-COUNT)
           END-READ.

      *****************************************************************
      * Valuation - the same quantities and unit costs DeptChargeback
      * charges for the month.
      *****************************************************************
       TALLY-MONTH-ISSUES.
           MOVE 'N' TO JOURNAL-EOF
           OPEN INPUT IssuesJournal
           PERFORM READ-JOURNAL-LINE UNTIL END-OF-JOURNAL
           CLOSE IssuesJournal.

       READ-JOURNAL-LINE.
           READ IssuesJournal
              AT END
                 SET END-OF-JOURNAL TO TRUE
              NOT AT END
                 MOVE IJ-DATE(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-FEED-MONTH
                    MOVE IJ-STOCK-NUMBER TO StockNumber
                    PERFORM READ-STOCK-ITEM
                    COMPUTE WS-LINE-VALUE = IJ-QTY-ISSUED * UnitCost
                    MOVE IJ-DEPARTMENT TO WS-TALLY-DEPT
                    PERFORM LOCATE-USE-ENTRY
                    ADD WS-LINE-VALUE TO US-ISSUED(WS-USE-IDX)
                 END-IF
           END-READ.

       TALLY-MONTH-RETURNS.
           MOVE 'N' TO RETURNS-EOF
           OPEN INPUT ReturnsJournal
           PERFORM READ-RETURNS-LINE UNTIL END-OF-RETURNS
           CLOSE ReturnsJournal.

       READ-RETURNS-LINE.
           READ ReturnsJournal
              AT END
                 SET END-OF-RETURNS TO TRUE
              NOT AT END
                 MOVE RJ-DATE(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-FEED-MONTH
                    MOVE RJ-STOCK-NUMBER TO StockNumber
                    PERFORM READ-STOCK-ITEM
                    COMPUTE WS-LINE-VALUE =
                        RJ-QTY-RETURNED * UnitCost
                    MOVE RJ-DEPARTMENT TO WS-TALLY-DEPT
                    PERFORM LOCATE-USE-ENTRY
                    ADD WS-LINE-VALUE TO US-RETURNED(WS-USE-IDX)
                 END-IF
           END-READ.

       TALLY-MONTH-LOST-EQUIPMENT.
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT EquipmentRegister
           PERFORM READ-REGISTER-ENTRY UNTIL END-OF-REGISTER
           CLOSE EquipmentRegister.

       READ-REGISTER-ENTRY.
           READ EquipmentRegister
              AT END
                 SET END-OF-REGISTER TO TRUE
              NOT AT END
                 IF EQ-LOST
                    MOVE EQ-LOST-DATE(1:6) TO WS-RECORD-MONTH
                    IF WS-RECORD-MONTH = WS-FEED-MONTH
                       MOVE EQ-STOCK-NUMBER TO StockNumber
                       PERFORM READ-STOCK-ITEM
                       MOVE UnitCost TO WS-LINE-VALUE
                       MOVE EQ-HOLDER TO WS-TALLY-DEPT
                       PERFORM LOCATE-USE-ENTRY
                       ADD WS-LINE-VALUE TO US-LOST(WS-USE-IDX)
                    END-IF
                 END-IF
           END-READ.

      * An item no longer on the stock master carries no value and
      * no category, as it does on the chargeback.
       READ-STOCK-ITEM.
           READ StockFile
              INVALID KEY
                 ADD 1 TO NOT-ON-STOCK-COUNT
                 MOVE ZERO TO UnitCost
                 MOVE SPACES TO CategoryCode
           END-READ
           MOVE CategoryCode TO WS-TALLY-CATEGORY.

       LOCATE-USE-ENTRY.
           MOVE ZERO TO WS-USE-IDX
           PERFORM FIND-USE-ENTRY
               VARYING USE-IDX FROM 1 BY 1
               UNTIL USE-IDX > USE-TABLE-COUNT
           IF WS-USE-IDX = ZERO
              IF USE-TABLE-COUNT >= USE-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO USE-TABLE-COUNT
              MOVE USE-TABLE-COUNT TO WS-USE-IDX
              MOVE WS-TALLY-DEPT TO US-DEPARTMENT(WS-USE-IDX)
              MOVE WS-TALLY-CATEGORY TO US-CATEGORY(WS-USE-IDX)
              MOVE ZERO TO US-ISSUED(WS-USE-IDX)
              MOVE ZERO TO US-LOST(WS-USE-IDX)
              MOVE ZERO TO US-RETURNED(WS-USE-IDX)
           END-IF.

       FIND-USE-ENTRY.
           IF US-DEPARTMENT(USE-IDX) = WS-TALLY-DEPT
              AND US-CATEGORY(USE-IDX) = WS-TALLY-CATEGORY
              MOVE USE-IDX TO WS-USE-IDX
           END-IF.

      *****************************************************************
      * Feed - map each department and category, then add the net
      * charge to the budget transactions or to suspense.
      *****************************************************************
       FEED-ONE-CONSUMPTION.
           COMPUTE WS-NET-VALUE = US-ISSUED(USE-IDX)
               + US-LOST(USE-IDX) - US-RETURNED(USE-IDX)
           PERFORM MAP-CONSUMPTION-CODES
           MOVE US-DEPARTMENT(USE-IDX) TO FD-DEPARTMENT
           MOVE US-CATEGORY(USE-IDX) TO FD-CATEGORY
           MOVE WS-BUDGET-DEPT TO FD-BUDGET-DEPT
           MOVE WS-BUDGET-CAT TO FD-BUDGET-CAT
           MOVE US-ISSUED(USE-IDX) TO FD-ISSUED
           MOVE US-LOST(USE-IDX) TO FD-LOST
           MOVE US-RETURNED(USE-IDX) TO FD-RETURNED
           MOVE WS-NET-VALUE TO FD-NET
           EVALUATE TRUE
              WHEN WS-NET-VALUE = ZERO
                 MOVE "NO VALUE" TO FD-NOTE
              WHEN WS-SUSPENSE-REASON NOT = SPACES
                 MOVE WS-SUSPENSE-REASON TO FD-NOTE
                 PERFORM WRITE-SUSPENSE-ENTRY
              WHEN WS-NET-VALUE < ZERO
                 MOVE "STK-NET-RETURN" TO WS-SUSPENSE-REASON
                 MOVE WS-SUSPENSE-REASON TO FD-NOTE
                 PERFORM WRITE-SUSPENSE-ENTRY
              WHEN OTHER
                 MOVE "FED" TO FD-NOTE
                 ADD WS-NET-VALUE TO TOTAL-FED
                 MOVE WS-NET-VALUE TO WS-REMAINING
                 PERFORM WRITE-BUDGET-TRANSACTION
                     UNTIL WS-REMAINING = ZERO
           END-EVALUATE
           WRITE FeedLine FROM FeedDetail
               AFTER ADVANCING 1 LINE.

       MAP-CONSUMPTION-CODES.
           MOVE SPACES TO WS-SUSPENSE-REASON
           MOVE SPACES TO WS-BUDGET-DEPT
           MOVE SPACES TO WS-BUDGET-CAT
           PERFORM FIND-DEPT-MAP
               VARYING DMAP-IDX FROM 1 BY 1
               UNTIL DMAP-IDX > DMAP-TABLE-COUNT
           PERFORM FIND-CATEGORY-MAP
               VARYING CMAP-IDX FROM 1 BY 1
               UNTIL CMAP-IDX > CMAP-TABLE-COUNT
           IF WS-BUDGET-CAT = SPACES
              MOVE US-CATEGORY(USE-IDX) TO WS-BUDGET-CAT
           END-IF
           IF WS-BUDGET-DEPT = SPACES
              MOVE "STK-NO-DEPT-MAP" TO WS-SUSPENSE-REASON
           ELSE
              MOVE 'N' TO WS-FOUND
              PERFORM FIND-BUDGET-DEPT
                  VARYING DEPT-IDX FROM 1 BY 1
                  UNTIL DEPT-IDX > DEPT-TABLE-COUNT
              IF NOT CODE-FOUND
                 MOVE "STK-UNKNOWN-DEPT" TO WS-SUSPENSE-REASON
              END-IF
           END-IF
           IF WS-SUSPENSE-REASON = SPACES
              MOVE 'N' TO WS-FOUND
              PERFORM FIND-BUDGET-CATEGORY
                  VARYING CAT-IDX FROM 1 BY 1
                  UNTIL CAT-IDX > CAT-TABLE-COUNT
              IF NOT CODE-FOUND
                 MOVE "STK-NO-CAT-MAP" TO WS-SUSPENSE-REASON
              END-IF
           END-IF.

       FIND-DEPT-MAP.
           IF DX-DEPARTMENT(DMAP-IDX) = US-DEPARTMENT(USE-IDX)
              MOVE DX-BUDGET-DEPT(DMAP-IDX) TO WS-BUDGET-DEPT
           END-IF.

       FIND-CATEGORY-MAP.
           IF CX-CATEGORY(CMAP-IDX) = US-CATEGORY(USE-IDX)
              MOVE CX-BUDGET-CAT(CMAP-IDX) TO WS-BUDGET-CAT
           END-IF.

       FIND-BUDGET-DEPT.
           IF DP-Dept(DEPT-IDX) = WS-BUDGET-DEPT
              SET CODE-FOUND TO TRUE
           END-IF.

       FIND-BUDGET-CATEGORY.
           IF CA-Category(CAT-IDX) = WS-BUDGET-CAT
              SET CODE-FOUND TO TRUE
           END-IF.

      * A charge larger than one budget transaction can hold is split
      * across as many transactions as it needs.
       WRITE-BUDGET-TRANSACTION.
           MOVE WS-BUDGET-DEPT TO TX-Dept
           MOVE WS-BUDGET-CAT TO TX-Category
           IF WS-REMAINING > MAX-TRANSACTION
              MOVE MAX-TRANSACTION TO TX-Amount
           ELSE
              MOVE WS-REMAINING TO TX-Amount
           END-IF
           SUBTRACT TX-Amount FROM WS-REMAINING
           WRITE TransactionRecord
           ADD 1 TO TRANSACTIONS-WRITTEN.

      * Suspense holds the first four characters of an unmapped
      * department; the full name is on the feed report.  Amounts
      * are split as for the budget transactions.
       WRITE-SUSPENSE-ENTRY.
           ADD WS-NET-VALUE TO TOTAL-SUSPENDED
           IF WS-NET-VALUE < ZERO
              COMPUTE WS-REMAINING = ZERO - WS-NET-VALUE
           ELSE
              MOVE WS-NET-VALUE TO WS-REMAINING
           END-IF
           PERFORM WRITE-SUSPENSE-RECORD
               UNTIL WS-REMAINING = ZERO.

       WRITE-SUSPENSE-RECORD.
           IF WS-BUDGET-DEPT = SPACES
              MOVE US-DEPARTMENT(USE-IDX) TO NS-Dept
           ELSE
              MOVE WS-BUDGET-DEPT TO NS-Dept
           END-IF
           MOVE WS-BUDGET-CAT TO NS-Category
           IF WS-REMAINING > MAX-TRANSACTION
              MOVE MAX-TRANSACTION TO NS-Amount
           ELSE
              MOVE WS-REMAINING TO NS-Amount
           END-IF
           SUBTRACT NS-Amount FROM WS-REMAINING
           MOVE WS-SUSPENSE-REASON TO NS-REASON-CODE
           WRITE NestedSuspenseRec
           ADD 1 TO SUSPENSE-WRITTEN.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED ***"
           STOP RUN.
