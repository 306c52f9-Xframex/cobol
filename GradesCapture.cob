           88 NO-MORE-ENTRANTS VALUE 'Y'.
       01 COURSE-EOF           PIC X VALUE 'N'.
           88 END-OF-COURSES   VALUE 'Y'.
       01 GRADES-EOF           PIC X VALUE 'N'.
           88 END-OF-GRADES    VALUE 'Y'.

       01 ENT-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 ENT-HASH             PIC 9(12) VALUE ZERO.
               03 CT-GRADE-COUNT OCCURS 5 TIMES PIC 9(4).
               03 CT-ENTERED     PIC 9(4).

      * Marks already on the master, and those captured in this run.
      * A mark on file is only changed through GradeChange.
       01 GRADE-TABLE-MAX      PIC 9(4) VALUE 2000.
       01 GRADE-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 GRADE-IDX            PIC 9(4) VALUE ZERO.
       01 WS-GRADE-FOUND       PIC X VALUE 'N'.
           88 ALREADY-GRADED   VALUE 'Y'.
       01 GRADE-TABLE.
           02 GRADE-ENTRY OCCURS 2000 TIMES.
               03 GD-STUDENT-ID  PIC X(8).
               03 GD-COURSE-CODE PIC X(5).
               03 GD-PERIOD      PIC X(5).

       01 WS-TRANS-VALID       PIC X VALUE 'Y'.
           88 TRANS-IS-VALID   VALUE 'Y'.
       01 WS-REJECT-REASON     PIC X(32) VALUE SPACES.
       01 WS-GRADE-IDX         PIC 9 VALUE ZERO.

       01 TRANS-READ-COUNT     PIC 9(5) VALUE ZERO.
           02 FILLER           PIC X VALUE SPACE.
           02 GR-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X VALUE SPACE.
           02 GR-REASON        PIC X(32).

       01 DistHeading1         PIC X(70)
           VALUE " Course Results Distribution".
       CaptureGrades.
           PERFORM LOAD-ENTRANT-TABLE
           PERFORM LOAD-COURSE-TABLE
           PERFORM LOAD-GRADE-TABLE
           OPEN INPUT GradesTrans
           OPEN EXTEND GradesMaster
           OPEN OUTPUT GradeRejects
                 END-IF
           END-READ.

       LOAD-GRADE-TABLE.
           MOVE ZERO TO GRADE-TABLE-COUNT
           MOVE 'N' TO GRADES-EOF
           OPEN INPUT GradesMaster
           PERFORM READ-GRADES-MASTER UNTIL END-OF-GRADES
           CLOSE GradesMaster.

       READ-GRADES-MASTER.
           READ GradesMaster
              AT END
                 SET END-OF-GRADES TO TRUE
              NOT AT END
                 IF GRADE-TABLE-COUNT >= GRADE-TABLE-MAX
                    DISPLAY "*** GRADES MASTER LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO GRADE-TABLE-COUNT
                 MOVE GM-STUDENT-ID
                     TO GD-STUDENT-ID(GRADE-TABLE-COUNT)
                 MOVE GM-COURSE-CODE
                     TO GD-COURSE-CODE(GRADE-TABLE-COUNT)
                 MOVE GM-PERIOD TO GD-PERIOD(GRADE-TABLE-COUNT)
           END-READ.

       READ-GRADE-TRANS.
           READ GradesTrans
              AT END
              MOVE GT-MARK TO GM-MARK
              MOVE GT-GRADE TO GM-GRADE
              WRITE GradesMasterRec
              ADD 1 TO GRADE-TABLE-COUNT
              MOVE GT-STUDENT-ID TO GD-STUDENT-ID(GRADE-TABLE-COUNT)
              MOVE GT-COURSE-CODE TO GD-COURSE-CODE(GRADE-TABLE-COUNT)
              MOVE GT-PERIOD TO GD-PERIOD(GRADE-TABLE-COUNT)
              PERFORM TALLY-GRADE-DISTRIBUTION
           ELSE
              ADD 1 TO TRANS-REJECT-COUNT
              AND GT-GRADE NOT = 'F'
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "GRADE NOT A-D OR F" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              PERFORM LOOKUP-GRADE
              EVALUATE TRUE
                 WHEN ALREADY-GRADED
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "ALREADY GRADED - USE GRADECHANGE"
                        TO WS-REJECT-REASON
                 WHEN GRADE-TABLE-COUNT >= GRADE-TABLE-MAX
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "GRADE TABLE FULL" TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

       LOOKUP-GRADE.
           MOVE 'N' TO WS-GRADE-FOUND
           PERFORM FIND-GRADE
               VARYING GRADE-IDX FROM 1 BY 1
               UNTIL GRADE-IDX > GRADE-TABLE-COUNT.

       FIND-GRADE.
           IF GD-STUDENT-ID(GRADE-IDX) = GT-STUDENT-ID
              AND GD-COURSE-CODE(GRADE-IDX) = GT-COURSE-CODE
              AND GD-PERIOD(GRADE-IDX) = GT-PERIOD
              SET ALREADY-GRADED TO TRUE
           END-IF.

       LOOKUP-ENTRANT.
