       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockAllocation.
       AUTHOR. ismail.
      * Stock allocation against course requisitions.  The allocation
      * run reserves on-hand stock for each course's requisition, in
      * the order the requisitions arrive, and rebuilds the allocation
      * file that StockManagement consults when issuing - stock held
      * for a course can only be drawn by that course.  What the
      * course has already drawn is carried forward from the previous
      * allocation file so it is not reserved twice.
      * Both runs finish with the shortfall report, by course and item,
      * of requirements that on-hand stock cannot cover, with the open
      * purchase order quantity so purchasing can expedite before term.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT CourseRequisitions ASSIGN TO "CourseRequisitions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockAllocations
               ASSIGN TO "StockAllocations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OutstandingOrders
               ASSIGN TO "OutstandingOrders.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShortfallSortWork ASSIGN TO "ShortfallSortWork.Dat".
           SELECT SortedShortfalls ASSIGN TO "SortedShortfalls.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShortfallReport ASSIGN TO "StockShortfall.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD CourseRequisitions.
       01 CourseRequisitionRec.
           02 CR-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X.
           02 CR-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 CR-SUGGESTED-QTY PIC 9(6).
           02 FILLER           PIC X(12).
       01 CourseRequisitionControl.
           02 CRC-REC-TYPE     PIC X(4).
               88 CRC-HEADER-REC  VALUE "HDR ".
               88 CRC-TRAILER-REC VALUE "TRL ".
           02 CRC-FILE-ID      PIC X(12).
           02 CRC-DATE         PIC 9(8).
       01 CourseRequisitionTrailerView.
           02 FILLER           PIC X(4).
           02 CRC-REC-COUNT    PIC 9(7).
           02 CRC-HASH-TOTAL   PIC 9(12).

       FD StockAllocations.
       COPY STKALLOC.

       FD OutstandingOrders.
       COPY OUTORD.

       SD ShortfallSortWork.
       01 ShortfallSortRec.
           02 SS-COURSE-CODE   PIC X(5).
           02 SS-STOCK-NUMBER  PIC 9(5).
           02 SS-REQUIRED-QTY  PIC 9(6).
           02 SS-ISSUED-QTY    PIC 9(6).
           02 SS-ALLOCATED-QTY PIC 9(6).
           02 SS-SHORT-QTY     PIC 9(6).

       FD SortedShortfalls.
       01 SortedShortfallRec.
           88 END-OF-SHORTFALLS VALUE HIGH-VALUES.
           02 SF-COURSE-CODE   PIC X(5).
           02 SF-STOCK-NUMBER  PIC 9(5).
           02 SF-REQUIRED-QTY  PIC 9(6).
           02 SF-ISSUED-QTY    PIC 9(6).
           02 SF-ALLOCATED-QTY PIC 9(6).
           02 SF-SHORT-QTY     PIC 9(6).

       FD ShortfallReport.
       01 ShortfallLine        PIC X(100).

       WORKING-STORAGE SECTION.
       01 RUN-MODE             PIC X VALUE SPACE.
           88 ALLOCATE-MODE    VALUE 'A' 'a'.
           88 SHORTFALL-MODE   VALUE 'S' 's'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 REQ-EOF              PIC X VALUE 'N'.
           88 END-OF-REQUISITIONS VALUE 'Y'.
       01 REQ-TRAILER-FLAG     PIC X VALUE 'N'.
           88 REQ-TRAILER-SEEN VALUE 'Y'.
       01 REQ-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 REQ-HASH             PIC 9(12) VALUE ZERO.
       01 ALLOC-EOF            PIC X VALUE 'N'.
           88 END-OF-ALLOCATIONS VALUE 'Y'.
       01 ORDER-EOF            PIC X VALUE 'N'.
           88 END-OF-ORDERS    VALUE 'Y'.

       01 ALT-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 ALT-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 ALT-IDX              PIC 9(4) VALUE ZERO.
       01 SCAN-IDX             PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX         PIC 9(4) VALUE ZERO.
       01 ALLOCATION-TABLE.
           02 ALT-ENTRY OCCURS 2000 TIMES.
               03 ALT-STOCK-NUMBER  PIC 9(5).
               03 ALT-COURSE-CODE   PIC X(5).
               03 ALT-REQUIRED-QTY  PIC 9(6).
               03 ALT-ALLOCATED-QTY PIC 9(6).
               03 ALT-ISSUED-QTY    PIC 9(6).
               03 ALT-ON-FILE       PIC X.
                   88 ALT-STOCK-KNOWN VALUE 'Y'.

       01 PRIOR-TABLE-MAX      PIC 9(4) VALUE 2000.
       01 PRIOR-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 PRIOR-IDX            PIC 9(4) VALUE ZERO.
       01 PRIOR-ALLOCATION-TABLE.
           02 PRIOR-ENTRY OCCURS 2000 TIMES.
               03 PRI-STOCK-NUMBER  PIC 9(5).
               03 PRI-COURSE-CODE   PIC X(5).
               03 PRI-ISSUED-QTY    PIC 9(6).

       01 ONORD-TABLE-MAX      PIC 9(4) VALUE 2000.
       01 ONORD-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 ONORD-IDX            PIC 9(4) VALUE ZERO.
       01 ON-ORDER-TABLE.
           02 ONORD-ENTRY OCCURS 2000 TIMES.
               03 ONO-STOCK-NUMBER  PIC 9(5).
               03 ONO-QTY           PIC 9(7).

       01 WS-ITEM-RESERVED     PIC 9(7) VALUE ZERO.
       01 WS-ITEM-FREE         PIC 9(7) VALUE ZERO.
       01 WS-NEED-QTY          PIC 9(6) VALUE ZERO.
       01 WS-ON-ORDER-QTY      PIC 9(7) VALUE ZERO.
       01 WS-DESCRIPTION       PIC X(30) VALUE SPACES.
       01 PrevCourseCode       PIC X(5) VALUE SPACES.

       01 LINES-ALLOCATED      PIC 9(5) VALUE ZERO.
       01 LINES-UNKNOWN        PIC 9(5) VALUE ZERO.
       01 COURSE-SHORT-LINES   PIC 9(5) VALUE ZERO.
       01 COURSE-SHORT-QTY     PIC 9(7) VALUE ZERO.
       01 COURSES-SHORT        PIC 9(5) VALUE ZERO.
       01 TOTAL-SHORT-LINES    PIC 9(5) VALUE ZERO.
       01 TOTAL-SHORT-QTY      PIC 9(8) VALUE ZERO.

       01 ShortfallHeading1.
           02 FILLER           PIC X(44)
               VALUE " Course Requisition Stock Shortfalls - as at".
           02 FILLER           PIC X VALUE SPACE.
           02 SH-DATE          PIC 9(8).
       01 ShortfallHeading2    PIC X(100)
           VALUE " Stock Description                   Required  Issue"
           & "d Allocated Shortfall  Open PO".

       01 CourseHeadingLine.
           02 FILLER           PIC X(8) VALUE " Course ".
           02 CH-COURSE-CODE   PIC X(5).

       01 ShortfallDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-DESCRIPTION   PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-REQUIRED-QTY  PIC Z(6)9.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-ISSUED-QTY    PIC Z(6)9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-ALLOCATED-QTY PIC Z(6)9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-SHORT-QTY     PIC Z(6)9.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-ON-ORDER-QTY  PIC Z(7)9.

       01 CourseTotalLine.
           02 FILLER           PIC X(14) VALUE "   Items short".
           02 CT-LINES         PIC ZZZZ9.
           02 FILLER           PIC X(17) VALUE "  Total shortfall".
           02 CT-SHORT-QTY     PIC Z(6)9.

       01 ShortfallTrailer.
           02 FILLER           PIC X(16) VALUE " Courses short: ".
           02 ST-COURSES       PIC ZZZZ9.
           02 FILLER           PIC X(16) VALUE "  Lines short:  ".
           02 ST-LINES         PIC ZZZZ9.
           02 FILLER           PIC X(19) VALUE "  Total shortfall: ".
           02 ST-SHORT-QTY     PIC Z(7)9.

       PROCEDURE DIVISION.
       AllocateCourseStock.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Run (A)llocation or (S)hortfall report only: "
               WITH NO ADVANCING
           ACCEPT RUN-MODE
           EVALUATE TRUE
              WHEN ALLOCATE-MODE
                 PERFORM ALLOCATE-REQUISITIONS
                 PERFORM PRODUCE-SHORTFALL-REPORT
              WHEN SHORTFALL-MODE
                 PERFORM PRODUCE-SHORTFALL-REPORT
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
           END-EVALUATE
           STOP RUN.

       ALLOCATE-REQUISITIONS.
           PERFORM LOAD-PRIOR-ALLOCATIONS
           PERFORM LOAD-REQUISITIONS
           OPEN INPUT StockFile
           PERFORM ALLOCATE-ONE-ENTRY
               VARYING ALT-IDX FROM 1 BY 1
               UNTIL ALT-IDX > ALT-TABLE-COUNT
           CLOSE StockFile
           OPEN OUTPUT StockAllocations
           PERFORM WRITE-ONE-ALLOCATION
               VARYING ALT-IDX FROM 1 BY 1
               UNTIL ALT-IDX > ALT-TABLE-COUNT
           CLOSE StockAllocations
           DISPLAY "Stock allocation complete."
           DISPLAY "Requisition lines:     " ALT-TABLE-COUNT
           DISPLAY "Lines with allocation: " LINES-ALLOCATED
           DISPLAY "Unknown stock items:   " LINES-UNKNOWN.

       LOAD-PRIOR-ALLOCATIONS.
           MOVE ZERO TO PRIOR-TABLE-COUNT
           MOVE 'N' TO ALLOC-EOF
           OPEN INPUT StockAllocations
           PERFORM READ-PRIOR-ALLOCATION UNTIL END-OF-ALLOCATIONS
           CLOSE StockAllocations.

       READ-PRIOR-ALLOCATION.
           READ StockAllocations
              AT END
                 SET END-OF-ALLOCATIONS TO TRUE
              NOT AT END
                 IF PRIOR-TABLE-COUNT >= PRIOR-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO PRIOR-TABLE-COUNT
                 MOVE ALC-STOCK-NUMBER
                     TO PRI-STOCK-NUMBER(PRIOR-TABLE-COUNT)
                 MOVE ALC-COURSE-CODE
                     TO PRI-COURSE-CODE(PRIOR-TABLE-COUNT)
                 IF ALC-ISSUED-QTY IS NUMERIC
                    MOVE ALC-ISSUED-QTY
                        TO PRI-ISSUED-QTY(PRIOR-TABLE-COUNT)
                 ELSE
                    MOVE ZERO TO PRI-ISSUED-QTY(PRIOR-TABLE-COUNT)
                 END-IF
           END-READ.

       LOAD-REQUISITIONS.
           MOVE ZERO TO ALT-TABLE-COUNT
           MOVE 'N' TO REQ-EOF
           OPEN INPUT CourseRequisitions
           PERFORM READ-REQUISITION-FILE UNTIL END-OF-REQUISITIONS
           CLOSE CourseRequisitions.

       READ-REQUISITION-FILE.
           READ CourseRequisitions
              AT END
                 SET END-OF-REQUISITIONS TO TRUE
                 IF NOT REQ-TRAILER-SEEN
                    DISPLAY "*** COURSE REQUISITIONS FILE HAS NO "
                        "TRAILER - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
              NOT AT END
                 EVALUATE TRUE
                    WHEN CRC-HEADER-REC
                       CONTINUE
                    WHEN CRC-TRAILER-REC
                       SET REQ-TRAILER-SEEN TO TRUE
                       IF CRC-REC-COUNT NOT = REQ-REC-COUNT
                          OR CRC-HASH-TOTAL NOT = REQ-HASH
                          DISPLAY "*** COURSE REQUISITIONS TRAILER "
                              "DOES NOT BALANCE - RUN ABANDONED ***"
                          STOP RUN
                       END-IF
                    WHEN OTHER
                       ADD 1 TO REQ-REC-COUNT
                       ADD CR-SUGGESTED-QTY TO REQ-HASH
                       PERFORM ADD-REQUISITION-LINE
                 END-EVALUATE
           END-READ.

      * A course asking for the same item twice is one requirement.
       ADD-REQUISITION-LINE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-ALLOCATION-ENTRY
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > ALT-TABLE-COUNT
               OR WS-FOUND-IDX NOT = ZERO
           IF WS-FOUND-IDX NOT = ZERO
              ADD CR-SUGGESTED-QTY TO ALT-REQUIRED-QTY(WS-FOUND-IDX)
           ELSE
              IF ALT-TABLE-COUNT >= ALT-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO ALT-TABLE-COUNT
              MOVE CR-STOCK-NUMBER TO ALT-STOCK-NUMBER(ALT-TABLE-COUNT)
              MOVE CR-COURSE-CODE TO ALT-COURSE-CODE(ALT-TABLE-COUNT)
              MOVE CR-SUGGESTED-QTY
                  TO ALT-REQUIRED-QTY(ALT-TABLE-COUNT)
              MOVE ZERO TO ALT-ALLOCATED-QTY(ALT-TABLE-COUNT)
              MOVE ZERO TO ALT-ISSUED-QTY(ALT-TABLE-COUNT)
              PERFORM CARRY-PRIOR-ISSUES
                  VARYING PRIOR-IDX FROM 1 BY 1
                  UNTIL PRIOR-IDX > PRIOR-TABLE-COUNT
           END-IF.

       FIND-ALLOCATION-ENTRY.
           IF ALT-STOCK-NUMBER(SCAN-IDX) = CR-STOCK-NUMBER
              AND ALT-COURSE-CODE(SCAN-IDX) = CR-COURSE-CODE
              MOVE SCAN-IDX TO WS-FOUND-IDX
           END-IF.

       CARRY-PRIOR-ISSUES.
           IF PRI-STOCK-NUMBER(PRIOR-IDX) = CR-STOCK-NUMBER
              AND PRI-COURSE-CODE(PRIOR-IDX) = CR-COURSE-CODE
              ADD PRI-ISSUED-QTY(PRIOR-IDX)
                  TO ALT-ISSUED-QTY(ALT-TABLE-COUNT)
           END-IF.

      * Requisitions are served in arrival order: each takes what is
      * left on hand after the earlier requisitions for the item.
       ALLOCATE-ONE-ENTRY.
           MOVE ZERO TO ALT-ALLOCATED-QTY(ALT-IDX)
           MOVE 'N' TO ALT-ON-FILE(ALT-IDX)
           MOVE ALT-STOCK-NUMBER(ALT-IDX) TO StockNumber
           READ StockFile
              INVALID KEY
                 ADD 1 TO LINES-UNKNOWN
              NOT INVALID KEY
                 MOVE 'Y' TO ALT-ON-FILE(ALT-IDX)
                 PERFORM RESERVE-FOR-ENTRY
           END-READ.

       RESERVE-FOR-ENTRY.
           MOVE ZERO TO WS-ITEM-RESERVED
           PERFORM ADD-EARLIER-RESERVATION
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX >= ALT-IDX
           IF WS-ITEM-RESERVED >= QtyInStock
              MOVE ZERO TO WS-ITEM-FREE
           ELSE
              COMPUTE WS-ITEM-FREE = QtyInStock - WS-ITEM-RESERVED
           END-IF
           IF ALT-ISSUED-QTY(ALT-IDX) >= ALT-REQUIRED-QTY(ALT-IDX)
              MOVE ZERO TO WS-NEED-QTY
           ELSE
              COMPUTE WS-NEED-QTY = ALT-REQUIRED-QTY(ALT-IDX)
                  - ALT-ISSUED-QTY(ALT-IDX)
           END-IF
           IF WS-NEED-QTY <= WS-ITEM-FREE
              MOVE WS-NEED-QTY TO ALT-ALLOCATED-QTY(ALT-IDX)
           ELSE
              MOVE WS-ITEM-FREE TO ALT-ALLOCATED-QTY(ALT-IDX)
           END-IF
           IF ALT-ALLOCATED-QTY(ALT-IDX) > ZERO
              ADD 1 TO LINES-ALLOCATED
           END-IF.

       ADD-EARLIER-RESERVATION.
           IF ALT-STOCK-NUMBER(SCAN-IDX) = ALT-STOCK-NUMBER(ALT-IDX)
              ADD ALT-ALLOCATED-QTY(SCAN-IDX) TO WS-ITEM-RESERVED
           END-IF.

       WRITE-ONE-ALLOCATION.
           MOVE SPACES TO StockAllocationRec
           MOVE ALT-STOCK-NUMBER(ALT-IDX) TO ALC-STOCK-NUMBER
           MOVE ALT-COURSE-CODE(ALT-IDX) TO ALC-COURSE-CODE
           MOVE ALT-REQUIRED-QTY(ALT-IDX) TO ALC-REQUIRED-QTY
           MOVE ALT-ALLOCATED-QTY(ALT-IDX) TO ALC-ALLOCATED-QTY
           MOVE ALT-ISSUED-QTY(ALT-IDX) TO ALC-ISSUED-QTY
           MOVE WS-TODAY-DATE TO ALC-DATE
           WRITE StockAllocationRec.

       PRODUCE-SHORTFALL-REPORT.
           PERFORM LOAD-ON-ORDER-TABLE
           SORT ShortfallSortWork
               ON ASCENDING KEY SS-COURSE-CODE SS-STOCK-NUMBER
               INPUT PROCEDURE IS SELECT-SHORTFALLS
               GIVING SortedShortfalls
           OPEN INPUT StockFile
           OPEN INPUT SortedShortfalls
           OPEN OUTPUT ShortfallReport
           MOVE WS-TODAY-DATE TO SH-DATE
           WRITE ShortfallLine FROM ShortfallHeading1
               AFTER ADVANCING PAGE
           WRITE ShortfallLine FROM ShortfallHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-SORTED-SHORTFALL
           PERFORM REPORT-ONE-COURSE UNTIL END-OF-SHORTFALLS
           MOVE COURSES-SHORT TO ST-COURSES
           MOVE TOTAL-SHORT-LINES TO ST-LINES
           MOVE TOTAL-SHORT-QTY TO ST-SHORT-QTY
           WRITE ShortfallLine FROM ShortfallTrailer
               AFTER ADVANCING 2 LINES
           CLOSE StockFile
           CLOSE SortedShortfalls
           CLOSE ShortfallReport
           DISPLAY "Shortfall report produced. Lines short: "
               TOTAL-SHORT-LINES.

       SELECT-SHORTFALLS.
           MOVE 'N' TO ALLOC-EOF
           OPEN INPUT StockAllocations
           PERFORM READ-ALLOCATION-FOR-SORT UNTIL END-OF-ALLOCATIONS
           CLOSE StockAllocations.

       READ-ALLOCATION-FOR-SORT.
           READ StockAllocations
              AT END
                 SET END-OF-ALLOCATIONS TO TRUE
              NOT AT END
                 IF ALC-ISSUED-QTY >= ALC-REQUIRED-QTY
                    MOVE ZERO TO WS-NEED-QTY
                 ELSE
                    COMPUTE WS-NEED-QTY = ALC-REQUIRED-QTY
                        - ALC-ISSUED-QTY
                 END-IF
                 IF WS-NEED-QTY > ALC-ALLOCATED-QTY
                    MOVE ALC-COURSE-CODE TO SS-COURSE-CODE
                    MOVE ALC-STOCK-NUMBER TO SS-STOCK-NUMBER
                    MOVE ALC-REQUIRED-QTY TO SS-REQUIRED-QTY
                    MOVE ALC-ISSUED-QTY TO SS-ISSUED-QTY
                    MOVE ALC-ALLOCATED-QTY TO SS-ALLOCATED-QTY
                    COMPUTE SS-SHORT-QTY = WS-NEED-QTY
                        - ALC-ALLOCATED-QTY
                    RELEASE ShortfallSortRec
                 END-IF
           END-READ.

       READ-SORTED-SHORTFALL.
           READ SortedShortfalls
              AT END SET END-OF-SHORTFALLS TO TRUE
           END-READ.

       REPORT-ONE-COURSE.
           MOVE SF-COURSE-CODE TO PrevCourseCode
           MOVE ZERO TO COURSE-SHORT-LINES
           MOVE ZERO TO COURSE-SHORT-QTY
           ADD 1 TO COURSES-SHORT
           MOVE PrevCourseCode TO CH-COURSE-CODE
           WRITE ShortfallLine FROM CourseHeadingLine
               AFTER ADVANCING 2 LINES
           PERFORM REPORT-ONE-SHORTFALL
               UNTIL END-OF-SHORTFALLS
               OR SF-COURSE-CODE NOT = PrevCourseCode
           MOVE COURSE-SHORT-LINES TO CT-LINES
           MOVE COURSE-SHORT-QTY TO CT-SHORT-QTY
           WRITE ShortfallLine FROM CourseTotalLine
               AFTER ADVANCING 1 LINE.

       REPORT-ONE-SHORTFALL.
           MOVE SF-STOCK-NUMBER TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE "*** UNKNOWN STOCK ITEM ***" TO WS-DESCRIPTION
              NOT INVALID KEY
                 MOVE ItemDescription TO WS-DESCRIPTION
           END-READ
           MOVE ZERO TO WS-ON-ORDER-QTY
           PERFORM FIND-ON-ORDER
               VARYING ONORD-IDX FROM 1 BY 1
               UNTIL ONORD-IDX > ONORD-TABLE-COUNT
           MOVE SF-STOCK-NUMBER TO SD-STOCK-NUMBER
           MOVE WS-DESCRIPTION TO SD-DESCRIPTION
           MOVE SF-REQUIRED-QTY TO SD-REQUIRED-QTY
           MOVE SF-ISSUED-QTY TO SD-ISSUED-QTY
           MOVE SF-ALLOCATED-QTY TO SD-ALLOCATED-QTY
           MOVE SF-SHORT-QTY TO SD-SHORT-QTY
           MOVE WS-ON-ORDER-QTY TO SD-ON-ORDER-QTY
           WRITE ShortfallLine FROM ShortfallDetail
               AFTER ADVANCING 1 LINE
           ADD 1 TO COURSE-SHORT-LINES
           ADD 1 TO TOTAL-SHORT-LINES
           ADD SF-SHORT-QTY TO COURSE-SHORT-QTY
           ADD SF-SHORT-QTY TO TOTAL-SHORT-QTY
           PERFORM READ-SORTED-SHORTFALL.

       FIND-ON-ORDER.
           IF ONO-STOCK-NUMBER(ONORD-IDX) = SF-STOCK-NUMBER
              MOVE ONO-QTY(ONORD-IDX) TO WS-ON-ORDER-QTY
           END-IF.

       LOAD-ON-ORDER-TABLE.
           MOVE ZERO TO ONORD-TABLE-COUNT
           MOVE 'N' TO ORDER-EOF
           OPEN INPUT OutstandingOrders
           PERFORM READ-OUTSTANDING-ORDER UNTIL END-OF-ORDERS
           CLOSE OutstandingOrders.

       READ-OUTSTANDING-ORDER.
           READ OutstandingOrders
              AT END
                 SET END-OF-ORDERS TO TRUE
              NOT AT END
                 IF OO-STATUS = 'O'
                    PERFORM ADD-ON-ORDER-QTY
                 END-IF
           END-READ.

       ADD-ON-ORDER-QTY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-ON-ORDER-ENTRY
               VARYING ONORD-IDX FROM 1 BY 1
               UNTIL ONORD-IDX > ONORD-TABLE-COUNT
               OR WS-FOUND-IDX NOT = ZERO
           IF WS-FOUND-IDX = ZERO
              IF ONORD-TABLE-COUNT >= ONORD-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO ONORD-TABLE-COUNT
              MOVE ONORD-TABLE-COUNT TO WS-FOUND-IDX
              MOVE OO-STOCK-NUMBER TO ONO-STOCK-NUMBER(WS-FOUND-IDX)
              MOVE ZERO TO ONO-QTY(WS-FOUND-IDX)
           END-IF
           ADD OO-QTY-ORDERED TO ONO-QTY(WS-FOUND-IDX).

       FIND-ON-ORDER-ENTRY.
           IF ONO-STOCK-NUMBER(ONORD-IDX) = OO-STOCK-NUMBER
              MOVE ONORD-IDX TO WS-FOUND-IDX
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** ALLOCATION FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
