           SELECT OPTIONAL StudentsArchive
               ASSIGN TO "StudentsArchive.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentAccountFile
               ASSIGN TO "StudentAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StandingHistory
               ASSIGN TO "StandingHistory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StandingControl
               ASSIGN TO "StandingControl.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 AR-Gender         PIC X.
           02 AR-Campus         PIC X(3).

       FD StudentAccountFile.
       COPY STUACCT.

       FD StandingHistory.
       COPY STANDHST.

       FD StandingControl.
       COPY STANDCTL.

       FD EnrollAudit.
       01 EnrollAuditLine       PIC X(60).

               03 HS-StudentId  PIC 9(8).
               03 HS-CourseCode PIC X(5).

      * Students on financial hold for unpaid fees.
       01 HOLD-TABLE-MAX       PIC 9(4) VALUE 2000.
       01 HOLD-TABLE-COUNT     PIC 9(4) VALUE ZERO.
       01 HOLD-IDX             PIC 9(4) VALUE ZERO.
       01 ACCOUNT-EOF          PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS  VALUE 'Y'.
       01 WS-HOLD-FOUND        PIC X VALUE 'N'.
           88 FINANCIAL-HOLD-FOUND VALUE 'Y'.
       01 HOLD-TABLE.
           02 HOLD-ENTRY OCCURS 2000 TIMES.
               03 HD-StudentId  PIC 9(8).

      * Each student's latest academic standing decision.
       01 STANDING-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 STANDING-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 STANDING-IDX         PIC 9(4) VALUE ZERO.
       01 WS-STANDING-IDX      PIC 9(4) VALUE ZERO.
       01 STANDING-EOF         PIC X VALUE 'N'.
           88 END-OF-STANDING  VALUE 'Y'.
       01 WS-ACADEMIC-STANDING PIC X VALUE SPACE.
           88 ON-ACADEMIC-PROBATION  VALUE 'P'.
           88 REQUIRED-TO-WITHDRAW   VALUE 'R'.
       01 WS-PROBATION-MAX     PIC 9(2) VALUE 2.
       01 WS-LIVE-ENROLMENTS   PIC 9(3) VALUE ZERO.
       01 STANDING-TABLE.
           02 STANDING-ENTRY OCCURS 2000 TIMES.
               03 AS-StudentId  PIC 9(8).
               03 AS-PERIOD     PIC X(5).
               03 AS-STANDING   PIC X.

       01 TRANS-READ-COUNT     PIC 9(5) VALUE ZERO.
       01 TRANS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
       01 TRANS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           PERFORM LOAD-COURSE-TABLE
           PERFORM LOAD-PREREQ-TABLE
           PERFORM LOAD-HISTORY-TABLE
           PERFORM LOAD-HOLD-TABLE
           PERFORM LOAD-STANDING-CONTROL
           PERFORM LOAD-STANDING-TABLE
           PERFORM LOAD-ENTRANT-TABLE
           OPEN INPUT EnrollTrans
           OPEN OUTPUT EnrollAudit
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
               AND (ADD-STUDENT-TRANS OR TRANSFER-STUDENT-TRANS)
               MOVE ET-STUDENT-ID TO WS-LOOKUP-STUDENT
               PERFORM LOOKUP-FINANCIAL-HOLD
               IF FINANCIAL-HOLD-FOUND
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "FINANCIAL HOLD" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID
               AND (ADD-STUDENT-TRANS OR TRANSFER-STUDENT-TRANS)
               MOVE ET-STUDENT-ID TO WS-LOOKUP-STUDENT
               PERFORM LOOKUP-ACADEMIC-STANDING
               IF REQUIRED-TO-WITHDRAW
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "REQUIRED TO WITHDRAW" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID AND ADD-STUDENT-TRANS
               AND ON-ACADEMIC-PROBATION
               PERFORM COUNT-LIVE-ENROLMENTS
               IF WS-LIVE-ENROLMENTS >= WS-PROBATION-MAX
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "PROBATION COURSE LIMIT" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID AND ADD-STUDENT-TRANS
               MOVE ET-STUDENT-ID TO CD-ID-IN
               MOVE 8 TO CD-ID-LENGTH
                     TO HS-CourseCode(HISTORY-TABLE-COUNT)
           END-READ.

       LOAD-HOLD-TABLE.
           MOVE ZERO TO HOLD-TABLE-COUNT
           MOVE 'N' TO ACCOUNT-EOF
           OPEN INPUT StudentAccountFile
           PERFORM READ-STUDENT-ACCOUNT UNTIL END-OF-ACCOUNTS
           CLOSE StudentAccountFile.

       READ-STUDENT-ACCOUNT.
           READ StudentAccountFile
              AT END
                 SET END-OF-ACCOUNTS TO TRUE
              NOT AT END
                 IF SA-ON-HOLD
                    IF HOLD-TABLE-COUNT >= HOLD-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO HOLD-TABLE-COUNT
                    MOVE SA-STUDENT-ID TO HD-StudentId(HOLD-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-FINANCIAL-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND
           PERFORM FIND-FINANCIAL-HOLD
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-TABLE-COUNT.

       FIND-FINANCIAL-HOLD.
           IF HD-StudentId(HOLD-IDX) = WS-LOOKUP-STUDENT
              SET FINANCIAL-HOLD-FOUND TO TRUE
           END-IF.

       LOAD-STANDING-CONTROL.
           OPEN INPUT StandingControl
           READ StandingControl
              AT END
                 CONTINUE
              NOT AT END
                 IF SK-PROBATION-MAX NUMERIC
                    MOVE SK-PROBATION-MAX TO WS-PROBATION-MAX
                 END-IF
           END-READ
           CLOSE StandingControl.

      * Only the decision for the latest period is kept per student.
       LOAD-STANDING-TABLE.
           MOVE ZERO TO STANDING-TABLE-COUNT
           MOVE 'N' TO STANDING-EOF
           OPEN INPUT StandingHistory
           PERFORM READ-STANDING-HISTORY UNTIL END-OF-STANDING
           CLOSE StandingHistory.

       READ-STANDING-HISTORY.
           READ StandingHistory
              AT END
                 SET END-OF-STANDING TO TRUE
              NOT AT END
                 MOVE SH-STUDENT-ID TO WS-LOOKUP-STUDENT
                 PERFORM FIND-STANDING-ENTRY
                 IF WS-STANDING-IDX = ZERO
                    IF STANDING-TABLE-COUNT >= STANDING-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO STANDING-TABLE-COUNT
                    MOVE STANDING-TABLE-COUNT TO WS-STANDING-IDX
                    MOVE SH-STUDENT-ID
                        TO AS-StudentId(WS-STANDING-IDX)
                    MOVE SPACES TO AS-PERIOD(WS-STANDING-IDX)
                 END-IF
                 IF SH-PERIOD NOT < AS-PERIOD(WS-STANDING-IDX)
                    MOVE SH-PERIOD TO AS-PERIOD(WS-STANDING-IDX)
                    MOVE SH-STANDING TO AS-STANDING(WS-STANDING-IDX)
                 END-IF
           END-READ.

       FIND-STANDING-ENTRY.
           MOVE ZERO TO WS-STANDING-IDX
           PERFORM MATCH-STANDING-ENTRY
               VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-TABLE-COUNT.

       MATCH-STANDING-ENTRY.
           IF AS-StudentId(STANDING-IDX) = WS-LOOKUP-STUDENT
              MOVE STANDING-IDX TO WS-STANDING-IDX
           END-IF.

       LOOKUP-ACADEMIC-STANDING.
           MOVE SPACE TO WS-ACADEMIC-STANDING
           PERFORM FIND-STANDING-ENTRY
           IF WS-STANDING-IDX NOT = ZERO
              MOVE AS-STANDING(WS-STANDING-IDX)
                  TO WS-ACADEMIC-STANDING
           END-IF.

       COUNT-LIVE-ENROLMENTS.
           MOVE ZERO TO WS-LIVE-ENROLMENTS
           PERFORM COUNT-ONE-ENROLMENT
               VARYING ENTRANT-IDX FROM 1 BY 1
               UNTIL ENTRANT-IDX > ENTRANT-TABLE-COUNT.

       COUNT-ONE-ENROLMENT.
           IF EN-StudentId(ENTRANT-IDX) = WS-LOOKUP-STUDENT
              AND NOT EN-IS-DROPPED(ENTRANT-IDX)
              ADD 1 TO WS-LIVE-ENROLMENTS
           END-IF.

       CHECK-PREREQUISITES.
           MOVE 'Y' TO WS-PREREQ-MET
           MOVE ET-STUDENT-ID TO WS-LOOKUP-STUDENT
