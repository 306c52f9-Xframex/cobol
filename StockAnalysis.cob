               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AnalysisReport ASSIGN TO "StockAnalysisRpt.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockCategoryFile
               ASSIGN TO "StockCategory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD StockMovements.
       01 StockMovementRec.
           02 SAB-STOCK-NUMBER  PIC 9(5).

       FD AnalysisReport.
       01 AnalysisReportLine    PIC X(90).

       FD StockCategoryFile.
       COPY STKCAT.

       WORKING-STORAGE SECTION.
       01 STOCK-EOF            PIC X VALUE 'N'.
               03 ITM-UNIT-COST      PIC 9(5)V99.
               03 ITM-ISSUE-QTY      PIC 9(7).
               03 ITM-LAST-ISSUE     PIC 9(8).
               03 ITM-DESCRIPTION    PIC X(30).
               03 ITM-CATEGORY-CODE  PIC X(4).

       01 WS-MOVEMENT-VALUE    PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-MOVEMENT-VALUE PIC 9(11)V99 VALUE ZEROS.
       01 WS-TIED-UP-VALUE     PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-SLOW-VALUE     PIC 9(11)V99 VALUE ZEROS.

       01 CATEGORY-TABLE-MAX    PIC 99 VALUE 99.
       01 CATEGORY-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 CATEGORY-EOF          PIC X  VALUE 'N'.
           88 END-OF-CATEGORIES VALUE 'Y'.
       01 CATEGORY-IDX          PIC 999 VALUE ZERO.
       01 WS-CATEGORY-CODE      PIC X(4)  VALUE SPACES.
       01 WS-CATEGORY-NAME      PIC X(20) VALUE SPACES.
       01 WS-CATEGORY-FOUND     PIC X  VALUE 'N'.
           88 CATEGORY-IS-FOUND VALUE 'Y'.

       01 CATEGORY-TABLE.
           02 CATEGORY-ENTRY OCCURS 99 TIMES.
               03 CAT-CATEGORY-CODE PIC X(4).
               03 CAT-CATEGORY-NAME PIC X(20).

      * ABC subtotals, one entry per category met on the master.
       01 ABCCAT-MAX            PIC 9(3) VALUE 100.
       01 ABCCAT-COUNT          PIC 9(3) VALUE ZERO.
       01 ABCCAT-IDX            PIC 9(3) VALUE ZERO.
       01 WS-ABCCAT-IDX         PIC 9(3) VALUE ZERO.

       01 ABCCAT-TABLE.
           02 ABCCAT-ENTRY OCCURS 100 TIMES.
               03 ACT-CATEGORY-CODE PIC X(4).
               03 ACT-VALUE         PIC 9(11)V99.
               03 ACT-CLASS-COUNT   PIC 9(5) OCCURS 3 TIMES.
       01 WS-CLASS-IDX          PIC 9 VALUE ZERO.
       01 WS-CATEGORY-PERCENT   PIC 999V99 VALUE ZEROS.

       01 AnalysisHeading1     PIC X(75)
           VALUE " Stock ABC and Slow-Moving Analysis".
       01 AbcSectionHeading    PIC X(75)
           VALUE " ABC classification by annual issue value".
       01 AbcColumnHeads.
           02 FILLER           PIC X(41)
               VALUE " Stock     Annual Value   Cum Pct  Class".
           02 FILLER           PIC X(17) VALUE "Cat   Description".

       01 AbcDetailLine.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AB-CUM-PCT       PIC ZZ9.99.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 AB-CLASS         PIC X.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 AB-CATEGORY-CODE PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AB-DESCRIPTION   PIC X(30).

       01 AbcCategoryHeading   PIC X(75)
           VALUE " Annual issue value by category".
       01 AbcCategoryColHeads.
           02 FILLER           PIC X(45)
               VALUE " Cat   Category Name          Annual Value".
           02 FILLER           PIC X(27)
               VALUE "  Pct      A      B      C".
       01 AbcCategoryLine.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 AC-CATEGORY-CODE PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AC-CATEGORY-NAME PIC X(20).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AC-VALUE         PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 AC-PERCENT       PIC ZZ9.99.
           02 AC-CLASS-GROUP OCCURS 3 TIMES.
               03 FILLER       PIC X(2).
               03 AC-CLASS-COUNT PIC ZZZZ9.

       01 SlowSectionHeading.
           02 FILLER           PIC X(34)
               VALUE " Slow-moving items - no issues in ".
           02 SS-MONTHS        PIC Z9.
           02 FILLER           PIC X(7) VALUE " months".
       01 SlowColumnHeads.
           02 FILLER           PIC X(50)
               VALUE " Stock   Last Issue   QtyInStock   Value Tied Up".
           02 FILLER           PIC X(11) VALUE "Description".

       01 SlowDetailLine.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 SL-QTY           PIC ZZZZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 SL-VALUE         PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SL-DESCRIPTION   PIC X(30).

       01 SlowTotalLine.
           02 FILLER           PIC X(25)
           ACCEPT WS-SLOW-MONTHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM COMPUTE-CUTOFF-MONTH
           PERFORM LOAD-CATEGORY-TABLE
           PERFORM LOAD-ITEM-TABLE
           PERFORM TALLY-ISSUE-MOVEMENTS
           PERFORM WRITE-ANALYSIS-REPORT
                        TO ITM-UNIT-COST(ITEM-TABLE-COUNT)
                    MOVE ZERO TO ITM-ISSUE-QTY(ITEM-TABLE-COUNT)
                    MOVE ZERO TO ITM-LAST-ISSUE(ITEM-TABLE-COUNT)
                    MOVE ItemDescription
                        TO ITM-DESCRIPTION(ITEM-TABLE-COUNT)
                    MOVE CategoryCode
                        TO ITM-CATEGORY-CODE(ITEM-TABLE-COUNT)
                 END-IF
           END-READ.

              AT END
                 SET END-OF-LEDGER TO TRUE
              NOT AT END
                 IF SMV-TYPE = "ISS" OR SMV-TYPE = "RTL"
                    PERFORM APPLY-ISSUE-TO-ITEM
                 END-IF
                 IF SMV-TYPE = "RTN"
                    PERFORM APPLY-RETURN-TO-ITEM
                 END-IF
           END-READ.

       APPLY-ISSUE-TO-ITEM.
              END-IF
           END-IF.

      * A department return takes the quantity back off the year's
      * issues; it does not count as a movement for slow-moving.
       APPLY-RETURN-TO-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-ITEM
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-TABLE-COUNT
           IF ITEM-FOUND AND SMV-DATE >= WS-ANNUAL-FROM
              IF SMV-QTY > ITM-ISSUE-QTY(WS-FOUND-IDX)
                 MOVE ZERO TO ITM-ISSUE-QTY(WS-FOUND-IDX)
              ELSE
                 SUBTRACT SMV-QTY FROM ITM-ISSUE-QTY(WS-FOUND-IDX)
              END-IF
           END-IF.

       FIND-ITEM.
           IF ITM-STOCK-NUMBER(ITEM-IDX) = SMV-STOCK-NUMBER
              SET ITEM-FOUND TO TRUE
           WRITE AnalysisReportLine FROM AbcColumnHeads
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-ABC-SECTION
           PERFORM WRITE-ABC-CATEGORY-SECTION
           PERFORM WRITE-SLOW-SECTION
           CLOSE AnalysisReport.

                    WHEN OTHER
                       MOVE 'C' TO WS-ABC-CLASS
                 END-EVALUATE
                 PERFORM ADD-TO-ABC-CATEGORY
                 MOVE SAB-STOCK-NUMBER TO AB-STOCK-NUMBER
                 MOVE ITM-CATEGORY-CODE(WS-FOUND-IDX)
                     TO AB-CATEGORY-CODE
                 MOVE ITM-DESCRIPTION(WS-FOUND-IDX) TO AB-DESCRIPTION
                 MOVE SAB-VALUE TO AB-VALUE
                 MOVE WS-CUM-PERCENT TO AB-CUM-PCT
                 MOVE WS-ABC-CLASS TO AB-CLASS
              MOVE ITM-LAST-ISSUE(ITEM-IDX) TO SL-LAST-ISSUE
              MOVE ITM-QTY-IN-STOCK(ITEM-IDX) TO SL-QTY
              MOVE WS-TIED-UP-VALUE TO SL-VALUE
              MOVE ITM-DESCRIPTION(ITEM-IDX) TO SL-DESCRIPTION
              WRITE AnalysisReportLine FROM SlowDetailLine
                  AFTER ADVANCING 1 LINE
           END-IF.

      * The sorted work file carries only the stock number, so the
      * item is found again in the table for its category and
      * description.
       ADD-TO-ABC-CATEGORY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-SORTED-ITEM
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-TABLE-COUNT
           MOVE ZERO TO WS-ABCCAT-IDX
           PERFORM FIND-ABC-CATEGORY
               VARYING ABCCAT-IDX FROM 1 BY 1
               UNTIL ABCCAT-IDX > ABCCAT-COUNT
                  OR WS-ABCCAT-IDX NOT = ZERO
           IF WS-ABCCAT-IDX = ZERO AND ABCCAT-COUNT < ABCCAT-MAX
              ADD 1 TO ABCCAT-COUNT
              MOVE ABCCAT-COUNT TO WS-ABCCAT-IDX
              MOVE ITM-CATEGORY-CODE(WS-FOUND-IDX)
                  TO ACT-CATEGORY-CODE(WS-ABCCAT-IDX)
              MOVE ZERO TO ACT-VALUE(WS-ABCCAT-IDX)
              MOVE ZERO TO ACT-CLASS-COUNT(WS-ABCCAT-IDX, 1)
              MOVE ZERO TO ACT-CLASS-COUNT(WS-ABCCAT-IDX, 2)
              MOVE ZERO TO ACT-CLASS-COUNT(WS-ABCCAT-IDX, 3)
           END-IF
           IF WS-ABCCAT-IDX NOT = ZERO
              ADD SAB-VALUE TO ACT-VALUE(WS-ABCCAT-IDX)
              EVALUATE WS-ABC-CLASS
                 WHEN 'A'
                    MOVE 1 TO WS-CLASS-IDX
                 WHEN 'B'
                    MOVE 2 TO WS-CLASS-IDX
                 WHEN OTHER
                    MOVE 3 TO WS-CLASS-IDX
              END-EVALUATE
              ADD 1 TO ACT-CLASS-COUNT(WS-ABCCAT-IDX, WS-CLASS-IDX)
           END-IF.

       FIND-SORTED-ITEM.
           IF ITM-STOCK-NUMBER(ITEM-IDX) = SAB-STOCK-NUMBER
              MOVE ITEM-IDX TO WS-FOUND-IDX
           END-IF.

       FIND-ABC-CATEGORY.
           IF ACT-CATEGORY-CODE(ABCCAT-IDX)
                  = ITM-CATEGORY-CODE(WS-FOUND-IDX)
              MOVE ABCCAT-IDX TO WS-ABCCAT-IDX
           END-IF.

       WRITE-ABC-CATEGORY-SECTION.
           WRITE AnalysisReportLine FROM AbcCategoryHeading
               AFTER ADVANCING 2 LINES
           WRITE AnalysisReportLine FROM AbcCategoryColHeads
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-ABC-CATEGORY-LINE
               VARYING ABCCAT-IDX FROM 1 BY 1
               UNTIL ABCCAT-IDX > ABCCAT-COUNT.

       WRITE-ABC-CATEGORY-LINE.
           MOVE ACT-CATEGORY-CODE(ABCCAT-IDX) TO WS-CATEGORY-CODE
           PERFORM LOOKUP-CATEGORY
           MOVE WS-CATEGORY-CODE TO AC-CATEGORY-CODE
           MOVE WS-CATEGORY-NAME TO AC-CATEGORY-NAME
           MOVE ACT-VALUE(ABCCAT-IDX) TO AC-VALUE
           IF TOTAL-MOVEMENT-VALUE = ZERO
              MOVE ZERO TO WS-CATEGORY-PERCENT
           ELSE
              COMPUTE WS-CATEGORY-PERCENT ROUNDED =
                  ACT-VALUE(ABCCAT-IDX) * 100 / TOTAL-MOVEMENT-VALUE
           END-IF
           MOVE WS-CATEGORY-PERCENT TO AC-PERCENT
           PERFORM MOVE-ABC-CLASS-COUNT
               VARYING WS-CLASS-IDX FROM 1 BY 1 UNTIL WS-CLASS-IDX > 3
           WRITE AnalysisReportLine FROM AbcCategoryLine
               AFTER ADVANCING 1 LINE.

       MOVE-ABC-CLASS-COUNT.
           MOVE SPACES TO AC-CLASS-GROUP(WS-CLASS-IDX)
           MOVE ACT-CLASS-COUNT(ABCCAT-IDX, WS-CLASS-IDX)
               TO AC-CLASS-COUNT(WS-CLASS-IDX).

       LOAD-CATEGORY-TABLE.
           MOVE ZERO TO CATEGORY-TABLE-COUNT
           MOVE 'N' TO CATEGORY-EOF
           OPEN INPUT StockCategoryFile
           PERFORM READ-CATEGORY-FILE UNTIL END-OF-CATEGORIES
           CLOSE StockCategoryFile.

       READ-CATEGORY-FILE.
           READ StockCategoryFile
              AT END
                 SET END-OF-CATEGORIES TO TRUE
              NOT AT END
                 IF CATEGORY-TABLE-COUNT >= CATEGORY-TABLE-MAX
                    DISPLAY "*** CATEGORY FILE LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO CATEGORY-TABLE-COUNT
                 MOVE SC-CATEGORY-CODE
                     TO CAT-CATEGORY-CODE(CATEGORY-TABLE-COUNT)
                 MOVE SC-CATEGORY-NAME
                     TO CAT-CATEGORY-NAME(CATEGORY-TABLE-COUNT)
           END-READ.

       LOOKUP-CATEGORY.
           MOVE 'N' TO WS-CATEGORY-FOUND
           MOVE "** NOT ON TABLE **" TO WS-CATEGORY-NAME
           PERFORM FIND-CATEGORY
               VARYING CATEGORY-IDX FROM 1 BY 1
               UNTIL CATEGORY-IDX > CATEGORY-TABLE-COUNT
                  OR CATEGORY-IS-FOUND.

       FIND-CATEGORY.
           IF CAT-CATEGORY-CODE(CATEGORY-IDX) = WS-CATEGORY-CODE
              SET CATEGORY-IS-FOUND TO TRUE
              MOVE CAT-CATEGORY-NAME(CATEGORY-IDX) TO WS-CATEGORY-NAME
           END-IF.
