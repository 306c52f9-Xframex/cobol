       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShrinkageReport.
       AUTHOR. ismail.
      * Monthly stock shrinkage for the auditors.  Every write-off in
      * the month is listed with who raised it and who approved it,
      * followed by the value written off by reason and by stock
      * category.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WriteOffJournal
               ASSIGN TO "WriteOffJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockCategoryFile
               ASSIGN TO "StockCategory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShrinkageReport ASSIGN TO "ShrinkageReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WriteOffJournal.
       COPY STKWOF.

       FD StockCategoryFile.
       COPY STKCAT.

       FD ShrinkageReport.
       01 ShrinkageLine        PIC X(110).

       WORKING-STORAGE SECTION.
       01 JOURNAL-EOF          PIC X VALUE 'N'.
           88 END-OF-JOURNAL   VALUE 'Y'.
       01 CATEGORY-EOF         PIC X VALUE 'N'.
           88 END-OF-CATEGORIES VALUE 'Y'.

       01 WS-REPORT-MONTH      PIC 9(6) VALUE ZEROS.
       01 WS-RECORD-MONTH      PIC 9(6) VALUE ZEROS.
       01 WS-REASON-IDX        PIC 9 VALUE ZERO.

       01 CATEGORY-TABLE-MAX   PIC 99 VALUE 99.
       01 CATEGORY-TABLE-COUNT PIC 99 VALUE ZERO.
       01 CATEGORY-IDX         PIC 999 VALUE ZERO.
       01 WS-CATEGORY-FOUND    PIC X VALUE 'N'.
           88 CATEGORY-FOUND   VALUE 'Y'.
       01 WS-CATEGORY-NAME     PIC X(20) VALUE SPACES.
       01 CATEGORY-TABLE.
           02 CAT-ENTRY OCCURS 99 TIMES.
               03 CT-CATEGORY-CODE PIC X(4).
               03 CT-CATEGORY-NAME PIC X(20).

      * Shrinkage by category; the reason subscript runs 1 damaged,
      * 2 expired, 3 lost, 4 obsolete.
       01 SHRINK-TABLE-MAX     PIC 9(3) VALUE 100.
       01 SHRINK-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 SHRINK-IDX           PIC 9(3) VALUE ZERO.
       01 WS-SHRINK-IDX        PIC 9(3) VALUE ZERO.
       01 WS-SHRINK-FOUND      PIC X VALUE 'N'.
           88 SHRINK-FOUND     VALUE 'Y'.
       01 SHRINK-TABLE.
           02 SHR-ENTRY OCCURS 100 TIMES.
               03 SHR-CATEGORY-CODE PIC X(4).
               03 SHR-REASON-VALUE  PIC 9(9)V99 OCCURS 4 TIMES.
               03 SHR-TOTAL-VALUE   PIC 9(9)V99.

       01 REASON-NAMES.
           02 FILLER           PIC X(10) VALUE "DAMAGED".
           02 FILLER           PIC X(10) VALUE "EXPIRED".
           02 FILLER           PIC X(10) VALUE "LOST".
           02 FILLER           PIC X(10) VALUE "OBSOLETE".
       01 REASON-NAME-TABLE REDEFINES REASON-NAMES.
           02 RN-NAME          PIC X(10) OCCURS 4 TIMES.

       01 REASON-TOTALS.
           02 RT-ENTRY OCCURS 4 TIMES.
               03 RT-COUNT     PIC 9(5).
               03 RT-QTY       PIC 9(8).
               03 RT-VALUE     PIC 9(9)V99.
               03 RT-APPROVED  PIC 9(5).

       01 WRITEOFFS-LISTED     PIC 9(5) VALUE ZERO.
       01 TOTAL-SHRINK-VALUE   PIC 9(9)V99 VALUE ZEROS.

       01 ShrinkHeading1.
           02 FILLER           PIC X(32)
               VALUE " Stock Shrinkage Report - month ".
           02 SH-MONTH         PIC 9(6).
       01 ShrinkHeading2       PIC X(110)
           VALUE " Date     Stock Description                    Reason"
           & "        Qty         Value  Raised by Approved".

       01 ShrinkDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-DESCRIPTION   PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-REASON        PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-QTY           PIC ZZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-USER-ID       PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-AUTH-ID       PIC X(8).

       01 ReasonHeading        PIC X(110)
           VALUE " Reason       Write-offs        Qty         Value"
           & "  Approved".
       01 ReasonDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 RD-REASON        PIC X(10).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 RD-COUNT         PIC ZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 RD-QTY           PIC ZZZZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RD-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(5) VALUE SPACES.
           02 RD-APPROVED      PIC ZZZZ9.

       01 CategoryHeading      PIC X(110)
           VALUE " Cat  Name                      Damaged      Expired"
           & "         Lost     Obsolete        Total".
       01 CategoryDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 CD-CATEGORY-CODE PIC X(4).
           02 FILLER           PIC X VALUE SPACE.
           02 CD-CATEGORY-NAME PIC X(20).
           02 CD-REASON-VALUE  PIC Z,ZZZ,ZZ9.99 OCCURS 4 TIMES.
           02 FILLER           PIC X VALUE SPACE.
           02 CD-TOTAL-VALUE   PIC ZZ,ZZZ,ZZ9.99.

       01 ShrinkTrailer.
           02 FILLER           PIC X(27)
               VALUE " Total shrinkage value:   ".
           02 ST-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(14) VALUE "  Write-offs: ".
           02 ST-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       ProduceShrinkageReport.
           DISPLAY "Shrinkage month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-REPORT-MONTH
           INITIALIZE REASON-TOTALS
           PERFORM LOAD-CATEGORY-TABLE
           OPEN OUTPUT ShrinkageReport
           MOVE WS-REPORT-MONTH TO SH-MONTH
           WRITE ShrinkageLine FROM ShrinkHeading1
               AFTER ADVANCING PAGE
           WRITE ShrinkageLine FROM ShrinkHeading2
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO JOURNAL-EOF
           OPEN INPUT WriteOffJournal
           PERFORM READ-WRITEOFF-LINE UNTIL END-OF-JOURNAL
           CLOSE WriteOffJournal
           WRITE ShrinkageLine FROM ReasonHeading
               AFTER ADVANCING 3 LINES
           PERFORM WRITE-REASON-LINE
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 4
           WRITE ShrinkageLine FROM CategoryHeading
               AFTER ADVANCING 3 LINES
           PERFORM WRITE-CATEGORY-LINE
               VARYING SHRINK-IDX FROM 1 BY 1
               UNTIL SHRINK-IDX > SHRINK-TABLE-COUNT
           MOVE TOTAL-SHRINK-VALUE TO ST-TOTAL
           MOVE WRITEOFFS-LISTED TO ST-COUNT
           WRITE ShrinkageLine FROM ShrinkTrailer
               AFTER ADVANCING 2 LINES
           CLOSE ShrinkageReport
           DISPLAY "Shrinkage report produced. Write-offs: "
               WRITEOFFS-LISTED " Value: " TOTAL-SHRINK-VALUE
           STOP RUN.

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
                     TO CT-CATEGORY-CODE(CATEGORY-TABLE-COUNT)
                 MOVE SC-CATEGORY-NAME
                     TO CT-CATEGORY-NAME(CATEGORY-TABLE-COUNT)
           END-READ.

       LOOKUP-CATEGORY.
           MOVE 'N' TO WS-CATEGORY-FOUND
           MOVE "** NOT ON TABLE **" TO WS-CATEGORY-NAME
           PERFORM FIND-CATEGORY
               VARYING CATEGORY-IDX FROM 1 BY 1
               UNTIL CATEGORY-IDX > CATEGORY-TABLE-COUNT
               OR CATEGORY-FOUND.

       FIND-CATEGORY.
           IF CT-CATEGORY-CODE(CATEGORY-IDX)
              = SHR-CATEGORY-CODE(SHRINK-IDX)
              SET CATEGORY-FOUND TO TRUE
              MOVE CT-CATEGORY-NAME(CATEGORY-IDX) TO WS-CATEGORY-NAME
           END-IF.

       READ-WRITEOFF-LINE.
           READ WriteOffJournal
              AT END
                 SET END-OF-JOURNAL TO TRUE
              NOT AT END
                 MOVE WJ-DATE(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-REPORT-MONTH
                    PERFORM TALLY-ONE-WRITEOFF
                 END-IF
           END-READ.

       TALLY-ONE-WRITEOFF.
           EVALUATE TRUE
              WHEN WJ-DAMAGED
                 MOVE 1 TO WS-REASON-IDX
              WHEN WJ-EXPIRED
                 MOVE 2 TO WS-REASON-IDX
              WHEN WJ-LOST
                 MOVE 3 TO WS-REASON-IDX
              WHEN OTHER
                 MOVE 4 TO WS-REASON-IDX
           END-EVALUATE
           ADD 1 TO WRITEOFFS-LISTED
           ADD WJ-VALUE TO TOTAL-SHRINK-VALUE
           ADD 1 TO RT-COUNT(WS-REASON-IDX)
           ADD WJ-QTY TO RT-QTY(WS-REASON-IDX)
           ADD WJ-VALUE TO RT-VALUE(WS-REASON-IDX)
           IF WJ-AUTH-ID NOT = SPACES
              ADD 1 TO RT-APPROVED(WS-REASON-IDX)
           END-IF
           PERFORM ADD-TO-CATEGORY-SHRINK
           MOVE WJ-DATE TO SD-DATE
           MOVE WJ-STOCK-NUMBER TO SD-STOCK-NUMBER
           MOVE WJ-DESCRIPTION TO SD-DESCRIPTION
           MOVE RN-NAME(WS-REASON-IDX) TO SD-REASON
           MOVE WJ-QTY TO SD-QTY
           MOVE WJ-VALUE TO SD-VALUE
           MOVE WJ-USER-ID TO SD-USER-ID
           MOVE WJ-AUTH-ID TO SD-AUTH-ID
           WRITE ShrinkageLine FROM ShrinkDetail
               AFTER ADVANCING 1 LINE.

       ADD-TO-CATEGORY-SHRINK.
           MOVE 'N' TO WS-SHRINK-FOUND
           MOVE ZERO TO WS-SHRINK-IDX
           PERFORM FIND-CATEGORY-SHRINK
               VARYING SHRINK-IDX FROM 1 BY 1
               UNTIL SHRINK-IDX > SHRINK-TABLE-COUNT OR SHRINK-FOUND
           IF NOT SHRINK-FOUND
              IF SHRINK-TABLE-COUNT >= SHRINK-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO SHRINK-TABLE-COUNT
              MOVE SHRINK-TABLE-COUNT TO WS-SHRINK-IDX
              INITIALIZE SHR-ENTRY(WS-SHRINK-IDX)
              MOVE WJ-CATEGORY-CODE
                  TO SHR-CATEGORY-CODE(WS-SHRINK-IDX)
           END-IF
           ADD WJ-VALUE
               TO SHR-REASON-VALUE(WS-SHRINK-IDX WS-REASON-IDX)
           ADD WJ-VALUE TO SHR-TOTAL-VALUE(WS-SHRINK-IDX).

       FIND-CATEGORY-SHRINK.
           IF SHR-CATEGORY-CODE(SHRINK-IDX) = WJ-CATEGORY-CODE
              SET SHRINK-FOUND TO TRUE
              MOVE SHRINK-IDX TO WS-SHRINK-IDX
           END-IF.

       WRITE-REASON-LINE.
           MOVE RN-NAME(WS-REASON-IDX) TO RD-REASON
           MOVE RT-COUNT(WS-REASON-IDX) TO RD-COUNT
           MOVE RT-QTY(WS-REASON-IDX) TO RD-QTY
           MOVE RT-VALUE(WS-REASON-IDX) TO RD-VALUE
           MOVE RT-APPROVED(WS-REASON-IDX) TO RD-APPROVED
           WRITE ShrinkageLine FROM ReasonDetail
               AFTER ADVANCING 1 LINE.

       WRITE-CATEGORY-LINE.
           PERFORM LOOKUP-CATEGORY
           MOVE SHR-CATEGORY-CODE(SHRINK-IDX) TO CD-CATEGORY-CODE
           MOVE WS-CATEGORY-NAME TO CD-CATEGORY-NAME
           PERFORM MOVE-CATEGORY-REASON-VALUE
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 4
           MOVE SHR-TOTAL-VALUE(SHRINK-IDX) TO CD-TOTAL-VALUE
           WRITE ShrinkageLine FROM CategoryDetail
               AFTER ADVANCING 1 LINE.

       MOVE-CATEGORY-REASON-VALUE.
           MOVE SHR-REASON-VALUE(SHRINK-IDX WS-REASON-IDX)
               TO CD-REASON-VALUE(WS-REASON-IDX).

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** SHRINKAGE CATEGORY TABLE FULL - "
               "RUN ABANDONED ***"
           STOP RUN.
