       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeChange.
       AUTHOR. ismail.
      * Grade change requests.  A mark already on GradesMaster.Dat is
      * only changed through this run, in two steps:
      *   GradeChangeRequests.Dat - a request giving the student,
      *       course, period, new mark and grade, a reason code and
      *       who asked for it.  Valid requests are added to
      *       GradeChangePending.Dat to wait for approval.
      *   GradeChangeReleases.Dat - an approver on GradeApprovers.Dat
      *       approves (A) or declines (D) a pending change.  The
      *       approver may not be the person who asked for it.
      * Approved changes are made on GradesMaster.Dat and every
      * decision is added to GradeChangeAudit.Dat with the mark and
      * grade before and after.  Students with a changed grade whose
      * transcript has already been printed (TranscriptIssues.Dat)
      * are listed on TranscriptReissue.Dat.  Requests and releases
      * that fail validation go to GradeChangeRejects.Dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeApprovers ASSIGN TO "GradeApprovers.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradesMaster ASSIGN TO "GradesMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GradeChangePending
               ASSIGN TO "GradeChangePending.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GradeChangeRequests
               ASSIGN TO "GradeChangeRequests.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GradeChangeReleases
               ASSIGN TO "GradeChangeReleases.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TranscriptIssues
               ASSIGN TO "TranscriptIssues.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GradeChangeAudit
               ASSIGN TO "GradeChangeAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradeChangeRejects ASSIGN TO "GradeChangeRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReissueReport ASSIGN TO "TranscriptReissue.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GradeApprovers.
       COPY GRDAPPR.

       FD GradesMaster.
       01 GradesMasterRec.
           02 GM-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X.
           02 GM-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 GM-PERIOD        PIC X(5).
           02 FILLER           PIC X.
           02 GM-MARK          PIC 9(3).
           02 FILLER           PIC X.
           02 GM-GRADE         PIC X.

       FD GradeChangePending.
       COPY GRDCHG.

       FD GradeChangeRequests.
       01 GradeChangeRequestRec.
           02 RQ-STUDENT-ID    PIC X(8).
           02 RQ-COURSE-CODE   PIC X(5).
           02 RQ-PERIOD        PIC X(5).
           02 RQ-NEW-MARK      PIC X(3).
           02 RQ-NEW-GRADE     PIC X.
           02 RQ-REASON-CODE   PIC X(2).
               88 RQ-REASON-VALID VALUE "MC" "RM" "CL" "AP" "LA".
           02 RQ-REQUESTER     PIC X(8).

       FD GradeChangeReleases.
       01 GradeChangeReleaseRec.
           02 RL-APPROVER-ID   PIC X(8).
           02 RL-STUDENT-ID    PIC X(8).
           02 RL-COURSE-CODE   PIC X(5).
           02 RL-PERIOD        PIC X(5).
           02 RL-DECISION      PIC X.
               88 RL-APPROVED  VALUE 'A'.
               88 RL-DECLINED  VALUE 'D'.

       FD TranscriptIssues.
       COPY TRANISS.

       FD StudentFile.
       01 StudentDetails.
           02 StudentId        PIC X(8).
           02 StudentName      PIC X(25).
           02 CourseCode       PIC X(5).

       FD GradeChangeAudit.
       01 GradeChangeAuditRec.
           02 CA-AUDIT-DATE    PIC 9(8).
           02 FILLER           PIC X.
           02 CA-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X.
           02 CA-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 CA-PERIOD        PIC X(5).
           02 FILLER           PIC X.
           02 CA-DECISION      PIC X.
           02 FILLER           PIC X.
           02 CA-OLD-MARK      PIC 9(3).
           02 FILLER           PIC X.
           02 CA-OLD-GRADE     PIC X.
           02 FILLER           PIC X.
           02 CA-NEW-MARK      PIC 9(3).
           02 FILLER           PIC X.
           02 CA-NEW-GRADE     PIC X.
           02 FILLER           PIC X.
           02 CA-REASON-CODE   PIC X(2).
           02 FILLER           PIC X.
           02 CA-REQUESTER     PIC X(8).
           02 FILLER           PIC X.
           02 CA-APPROVER      PIC X(8).

       FD GradeChangeRejects.
       01 GradeChangeRejectLine PIC X(60).

       FD ReissueReport.
       01 ReissueLine          PIC X(70).

       WORKING-STORAGE SECTION.
       01 APPROVER-EOF         PIC X VALUE 'N'.
           88 END-OF-APPROVERS VALUE 'Y'.
       01 GRADES-EOF           PIC X VALUE 'N'.
           88 END-OF-GRADES    VALUE 'Y'.
       01 PENDING-EOF          PIC X VALUE 'N'.
           88 END-OF-PENDING   VALUE 'Y'.
       01 REQUEST-EOF          PIC X VALUE 'N'.
           88 END-OF-REQUESTS  VALUE 'Y'.
       01 RELEASE-EOF          PIC X VALUE 'N'.
           88 END-OF-RELEASES  VALUE 'Y'.
       01 ISSUE-EOF            PIC X VALUE 'N'.
           88 END-OF-ISSUES    VALUE 'Y'.
       01 STUDENT-EOF          PIC X VALUE 'N'.
           88 END-OF-STUDENTS  VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 APPROVER-TABLE-MAX   PIC 9(3) VALUE 50.
       01 APPROVER-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 APPROVER-IDX         PIC 9(3) VALUE ZERO.
       01 WS-APPROVER-FOUND    PIC X VALUE 'N'.
           88 APPROVER-FOUND   VALUE 'Y'.
       01 APPROVER-TABLE.
           02 APPROVER-ENTRY OCCURS 50 TIMES.
               03 AT-APPROVER-ID PIC X(8).

       01 GRADE-TABLE-MAX      PIC 9(4) VALUE 2000.
       01 GRADE-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 GRADE-IDX            PIC 9(4) VALUE ZERO.
       01 WS-GRADE-IDX         PIC 9(4) VALUE ZERO.
       01 GRADE-TABLE.
           02 GRADE-ENTRY OCCURS 2000 TIMES.
               03 GD-STUDENT-ID  PIC X(8).
               03 GD-COURSE-CODE PIC X(5).
               03 GD-PERIOD      PIC X(5).
               03 GD-MARK        PIC 9(3).
               03 GD-GRADE       PIC X.

       01 PENDING-TABLE-MAX    PIC 9(3) VALUE 500.
       01 PENDING-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 PENDING-IDX          PIC 9(3) VALUE ZERO.
       01 WS-PENDING-IDX       PIC 9(3) VALUE ZERO.
       01 PENDING-TABLE.
           02 PENDING-ENTRY OCCURS 500 TIMES.
               03 PD-STUDENT-ID   PIC X(8).
               03 PD-COURSE-CODE  PIC X(5).
               03 PD-PERIOD       PIC X(5).
               03 PD-NEW-MARK     PIC 9(3).
               03 PD-NEW-GRADE    PIC X.
               03 PD-REASON-CODE  PIC X(2).
               03 PD-REQUESTER    PIC X(8).
               03 PD-REQUEST-DATE PIC 9(8).
               03 PD-STATUS       PIC X.
                   88 PD-OPEN     VALUE 'O'.
                   88 PD-CLOSED   VALUE 'C'.

      * Students with a transcript already printed.
       01 ISSUE-TABLE-MAX      PIC 9(4) VALUE 2000.
       01 ISSUE-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 ISSUE-IDX            PIC 9(4) VALUE ZERO.
       01 WS-LAST-PRINTED      PIC 9(8) VALUE ZEROS.
       01 ISSUE-TABLE.
           02 ISSUE-ENTRY OCCURS 2000 TIMES.
               03 IS-STUDENT-ID  PIC 9(8).
               03 IS-PRINT-DATE  PIC 9(8).

      * Students to have their transcript reissued this run.
       01 REISSUE-TABLE-MAX    PIC 9(3) VALUE 500.
       01 REISSUE-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 REISSUE-IDX          PIC 9(3) VALUE ZERO.
       01 WS-REISSUE-FOUND     PIC X VALUE 'N'.
           88 REISSUE-FOUND    VALUE 'Y'.
       01 REISSUE-TABLE.
           02 REISSUE-ENTRY OCCURS 500 TIMES.
               03 RI-STUDENT-ID  PIC 9(8).
               03 RI-PRINT-DATE  PIC 9(8).
               03 RI-CHANGES     PIC 9(3).

       01 NAME-TABLE-MAX       PIC 9(3) VALUE 500.
       01 NAME-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 NAME-IDX             PIC 9(3) VALUE ZERO.
       01 WS-STUDENT-NAME      PIC X(25) VALUE SPACES.
       01 WS-LOOKUP-ID         PIC X(8) VALUE SPACES.
       01 NAME-TABLE.
           02 NAME-ENTRY OCCURS 500 TIMES.
               03 NM-StudentId   PIC X(8).
               03 NM-StudentName PIC X(25).

       01 WS-LOOKUP-STUDENT    PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-COURSE     PIC X(5) VALUE SPACES.
       01 WS-LOOKUP-PERIOD     PIC X(5) VALUE SPACES.
       01 WS-STUDENT-NUMBER    PIC 9(8) VALUE ZEROS.

       01 WS-TRANS-VALID       PIC X VALUE 'Y'.
           88 TRANS-IS-VALID   VALUE 'Y'.
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
       01 WS-GRADES-CHANGED    PIC X VALUE 'N'.
           88 GRADES-CHANGED   VALUE 'Y'.

       01 REQUESTS-READ        PIC 9(5) VALUE ZERO.
       01 REQUESTS-PENDED      PIC 9(5) VALUE ZERO.
       01 RELEASES-READ        PIC 9(5) VALUE ZERO.
       01 CHANGES-APPROVED     PIC 9(5) VALUE ZERO.
       01 CHANGES-DECLINED     PIC 9(5) VALUE ZERO.
       01 ITEMS-REJECTED       PIC 9(5) VALUE ZERO.
       01 CHANGES-STILL-PENDING PIC 9(5) VALUE ZERO.

       01 GradeChangeRejectDetail.
           02 GJ-SOURCE        PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 GJ-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 GJ-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X VALUE SPACE.
           02 GJ-PERIOD        PIC X(5).
           02 FILLER           PIC X VALUE SPACE.
           02 GJ-REASON        PIC X(30).

       01 ReissueHeading1      PIC X(70)
           VALUE " Transcripts To Be Reissued After Grade Changes".
       01 ReissueHeading2      PIC X(70)
           VALUE " Student   Name                       Last printed"
           & "  Changes".

       01 ReissueDetailLine.
           02 FILLER           PIC X VALUE SPACE.
           02 RD-STUDENT-ID    PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RD-STUDENT-NAME  PIC X(25).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RD-PRINT-DATE    PIC 9(8).
           02 FILLER           PIC X(6) VALUE SPACES.
           02 RD-CHANGES       PIC ZZ9.

       01 ReissueTrailer.
           02 FILLER           PIC X(25)
               VALUE " Transcripts to reissue: ".
           02 RT-REISSUES      PIC ZZZ9.

       PROCEDURE DIVISION.
       ProcessGradeChanges.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-APPROVER-TABLE
           PERFORM LOAD-GRADE-TABLE
           PERFORM LOAD-PENDING-TABLE
           PERFORM LOAD-ISSUE-TABLE
           PERFORM LOAD-NAME-TABLE
           OPEN OUTPUT GradeChangeRejects
           OPEN EXTEND GradeChangeAudit
           MOVE 'N' TO REQUEST-EOF
           OPEN INPUT GradeChangeRequests
           PERFORM READ-CHANGE-REQUEST UNTIL END-OF-REQUESTS
           CLOSE GradeChangeRequests
           MOVE 'N' TO RELEASE-EOF
           OPEN INPUT GradeChangeReleases
           PERFORM READ-CHANGE-RELEASE UNTIL END-OF-RELEASES
           CLOSE GradeChangeReleases
           CLOSE GradeChangeAudit
           CLOSE GradeChangeRejects
           IF GRADES-CHANGED
              PERFORM REWRITE-GRADES-MASTER
           END-IF
           PERFORM REWRITE-PENDING-FILE
           PERFORM WRITE-REISSUE-REPORT
           DISPLAY "Grade change run complete."
           DISPLAY "Requests read:         " REQUESTS-READ
           DISPLAY "Requests now pending:  " REQUESTS-PENDED
           DISPLAY "Releases read:         " RELEASES-READ
           DISPLAY "Changes approved:      " CHANGES-APPROVED
           DISPLAY "Changes declined:      " CHANGES-DECLINED
           DISPLAY "Items rejected:        " ITEMS-REJECTED
           DISPLAY "Changes still pending: " CHANGES-STILL-PENDING
           DISPLAY "Transcripts to reissue:" REISSUE-TABLE-COUNT
           STOP RUN.

       LOAD-APPROVER-TABLE.
           MOVE ZERO TO APPROVER-TABLE-COUNT
           MOVE 'N' TO APPROVER-EOF
           OPEN INPUT GradeApprovers
           PERFORM READ-APPROVER-RECORD UNTIL END-OF-APPROVERS
           CLOSE GradeApprovers.

       READ-APPROVER-RECORD.
           READ GradeApprovers
              AT END
                 SET END-OF-APPROVERS TO TRUE
              NOT AT END
                 IF APPROVER-TABLE-COUNT >= APPROVER-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO APPROVER-TABLE-COUNT
                 MOVE GA-APPROVER-ID
                     TO AT-APPROVER-ID(APPROVER-TABLE-COUNT)
           END-READ.

       LOOKUP-APPROVER.
           MOVE 'N' TO WS-APPROVER-FOUND
           PERFORM FIND-APPROVER
               VARYING APPROVER-IDX FROM 1 BY 1
               UNTIL APPROVER-IDX > APPROVER-TABLE-COUNT.

       FIND-APPROVER.
           IF AT-APPROVER-ID(APPROVER-IDX) = RL-APPROVER-ID
              SET APPROVER-FOUND TO TRUE
           END-IF.

       LOAD-GRADE-TABLE.
           MOVE ZERO TO GRADE-TABLE-COUNT
           MOVE 'N' TO GRADES-EOF
           OPEN INPUT GradesMaster
           PERFORM READ-GRADE-RECORD UNTIL END-OF-GRADES
           CLOSE GradesMaster.

       READ-GRADE-RECORD.
           READ GradesMaster
              AT END
                 SET END-OF-GRADES TO TRUE
              NOT AT END
                 IF GRADE-TABLE-COUNT >= GRADE-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO GRADE-TABLE-COUNT
                 MOVE GM-STUDENT-ID
                     TO GD-STUDENT-ID(GRADE-TABLE-COUNT)
                 MOVE GM-COURSE-CODE
                     TO GD-COURSE-CODE(GRADE-TABLE-COUNT)
                 MOVE GM-PERIOD TO GD-PERIOD(GRADE-TABLE-COUNT)
                 MOVE GM-MARK TO GD-MARK(GRADE-TABLE-COUNT)
                 MOVE GM-GRADE TO GD-GRADE(GRADE-TABLE-COUNT)
           END-READ.

      * Where a mark appears more than once on the master the last
      * one captured is the one in force.
       LOOKUP-GRADE.
           MOVE ZERO TO WS-GRADE-IDX
           PERFORM FIND-GRADE
               VARYING GRADE-IDX FROM 1 BY 1
               UNTIL GRADE-IDX > GRADE-TABLE-COUNT.

       FIND-GRADE.
           IF GD-STUDENT-ID(GRADE-IDX) = WS-LOOKUP-STUDENT
              AND GD-COURSE-CODE(GRADE-IDX) = WS-LOOKUP-COURSE
              AND GD-PERIOD(GRADE-IDX) = WS-LOOKUP-PERIOD
              MOVE GRADE-IDX TO WS-GRADE-IDX
           END-IF.

       LOAD-PENDING-TABLE.
           MOVE ZERO TO PENDING-TABLE-COUNT
           MOVE 'N' TO PENDING-EOF
           OPEN INPUT GradeChangePending
           PERFORM READ-PENDING-RECORD UNTIL END-OF-PENDING
           CLOSE GradeChangePending.

       READ-PENDING-RECORD.
           READ GradeChangePending
              AT END
                 SET END-OF-PENDING TO TRUE
              NOT AT END
                 IF PENDING-TABLE-COUNT >= PENDING-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO PENDING-TABLE-COUNT
                 MOVE GC-STUDENT-ID
                     TO PD-STUDENT-ID(PENDING-TABLE-COUNT)
                 MOVE GC-COURSE-CODE
                     TO PD-COURSE-CODE(PENDING-TABLE-COUNT)
                 MOVE GC-PERIOD TO PD-PERIOD(PENDING-TABLE-COUNT)
                 MOVE GC-NEW-MARK TO PD-NEW-MARK(PENDING-TABLE-COUNT)
                 MOVE GC-NEW-GRADE
                     TO PD-NEW-GRADE(PENDING-TABLE-COUNT)
                 MOVE GC-REASON-CODE
                     TO PD-REASON-CODE(PENDING-TABLE-COUNT)
                 MOVE GC-REQUESTER
                     TO PD-REQUESTER(PENDING-TABLE-COUNT)
                 MOVE GC-REQUEST-DATE
                     TO PD-REQUEST-DATE(PENDING-TABLE-COUNT)
                 SET PD-OPEN(PENDING-TABLE-COUNT) TO TRUE
           END-READ.

       LOOKUP-PENDING.
           MOVE ZERO TO WS-PENDING-IDX
           PERFORM FIND-PENDING
               VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-TABLE-COUNT.

       FIND-PENDING.
           IF PD-OPEN(PENDING-IDX)
              AND PD-STUDENT-ID(PENDING-IDX) = WS-LOOKUP-STUDENT
              AND PD-COURSE-CODE(PENDING-IDX) = WS-LOOKUP-COURSE
              AND PD-PERIOD(PENDING-IDX) = WS-LOOKUP-PERIOD
              MOVE PENDING-IDX TO WS-PENDING-IDX
           END-IF.

       LOAD-ISSUE-TABLE.
           MOVE ZERO TO ISSUE-TABLE-COUNT
           MOVE 'N' TO ISSUE-EOF
           OPEN INPUT TranscriptIssues
           PERFORM READ-ISSUE-RECORD UNTIL END-OF-ISSUES
           CLOSE TranscriptIssues.

       READ-ISSUE-RECORD.
           READ TranscriptIssues
              AT END
                 SET END-OF-ISSUES TO TRUE
              NOT AT END
                 IF ISSUE-TABLE-COUNT >= ISSUE-TABLE-MAX
                    DISPLAY "*** TRANSCRIPT ISSUES LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO ISSUE-TABLE-COUNT
                 MOVE TI-STUDENT-ID TO IS-STUDENT-ID(ISSUE-TABLE-COUNT)
                 MOVE TI-PRINT-DATE TO IS-PRINT-DATE(ISSUE-TABLE-COUNT)
           END-READ.

       LOOKUP-LAST-PRINTED.
           MOVE ZEROS TO WS-LAST-PRINTED
           PERFORM FIND-LAST-PRINTED
               VARYING ISSUE-IDX FROM 1 BY 1
               UNTIL ISSUE-IDX > ISSUE-TABLE-COUNT.

       FIND-LAST-PRINTED.
           IF IS-STUDENT-ID(ISSUE-IDX) = WS-STUDENT-NUMBER
              AND IS-PRINT-DATE(ISSUE-IDX) > WS-LAST-PRINTED
              MOVE IS-PRINT-DATE(ISSUE-IDX) TO WS-LAST-PRINTED
           END-IF.

       LOAD-NAME-TABLE.
           MOVE ZERO TO NAME-TABLE-COUNT
           MOVE 'N' TO STUDENT-EOF
           OPEN INPUT StudentFile
           PERFORM READ-STUDENT-RECORD UNTIL END-OF-STUDENTS
           CLOSE StudentFile.

       READ-STUDENT-RECORD.
           READ StudentFile
              AT END
                 SET END-OF-STUDENTS TO TRUE
              NOT AT END
                 IF NAME-TABLE-COUNT < NAME-TABLE-MAX
                    ADD 1 TO NAME-TABLE-COUNT
                    MOVE StudentId
                        TO NM-StudentId(NAME-TABLE-COUNT)
                    MOVE StudentName
                        TO NM-StudentName(NAME-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-STUDENT-NAME.
           MOVE "(NOT ON STUDENT MASTER)" TO WS-STUDENT-NAME
           PERFORM FIND-STUDENT-NAME
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > NAME-TABLE-COUNT.

       FIND-STUDENT-NAME.
           IF NM-StudentId(NAME-IDX) = WS-LOOKUP-ID
              MOVE NM-StudentName(NAME-IDX) TO WS-STUDENT-NAME
           END-IF.

      *****************************************************************
      * New requests: checked against the grade in force and added to
      * the pending changes.
      *****************************************************************
       READ-CHANGE-REQUEST.
           READ GradeChangeRequests
              AT END
                 SET END-OF-REQUESTS TO TRUE
              NOT AT END
                 ADD 1 TO REQUESTS-READ
                 PERFORM APPLY-CHANGE-REQUEST
           END-READ.

       APPLY-CHANGE-REQUEST.
           PERFORM VALIDATE-CHANGE-REQUEST
           IF TRANS-IS-VALID
              ADD 1 TO REQUESTS-PENDED
              ADD 1 TO PENDING-TABLE-COUNT
              MOVE RQ-STUDENT-ID TO PD-STUDENT-ID(PENDING-TABLE-COUNT)
              MOVE RQ-COURSE-CODE
                  TO PD-COURSE-CODE(PENDING-TABLE-COUNT)
              MOVE RQ-PERIOD TO PD-PERIOD(PENDING-TABLE-COUNT)
              MOVE RQ-NEW-MARK TO PD-NEW-MARK(PENDING-TABLE-COUNT)
              MOVE RQ-NEW-GRADE TO PD-NEW-GRADE(PENDING-TABLE-COUNT)
              MOVE RQ-REASON-CODE
                  TO PD-REASON-CODE(PENDING-TABLE-COUNT)
              MOVE RQ-REQUESTER TO PD-REQUESTER(PENDING-TABLE-COUNT)
              MOVE WS-TODAY-DATE
                  TO PD-REQUEST-DATE(PENDING-TABLE-COUNT)
              SET PD-OPEN(PENDING-TABLE-COUNT) TO TRUE
           ELSE
              MOVE "REQUEST" TO GJ-SOURCE
              MOVE RQ-STUDENT-ID TO GJ-STUDENT-ID
              MOVE RQ-COURSE-CODE TO GJ-COURSE-CODE
              MOVE RQ-PERIOD TO GJ-PERIOD
              PERFORM WRITE-CHANGE-REJECT
           END-IF.

       VALIDATE-CHANGE-REQUEST.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RQ-STUDENT-ID TO WS-LOOKUP-STUDENT
           MOVE RQ-COURSE-CODE TO WS-LOOKUP-COURSE
           MOVE RQ-PERIOD TO WS-LOOKUP-PERIOD
           PERFORM LOOKUP-GRADE
           PERFORM LOOKUP-PENDING
           EVALUATE TRUE
              WHEN RQ-STUDENT-ID NOT NUMERIC
                 MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
              WHEN WS-GRADE-IDX = ZERO
                 MOVE "NO GRADE ON MASTER" TO WS-REJECT-REASON
              WHEN RQ-NEW-MARK NOT NUMERIC
                 MOVE "MARK NOT NUMERIC" TO WS-REJECT-REASON
              WHEN RQ-NEW-GRADE NOT = 'A' AND RQ-NEW-GRADE NOT = 'B'
                   AND RQ-NEW-GRADE NOT = 'C'
                   AND RQ-NEW-GRADE NOT = 'D'
                   AND RQ-NEW-GRADE NOT = 'F'
                 MOVE "GRADE NOT A-D OR F" TO WS-REJECT-REASON
              WHEN NOT RQ-REASON-VALID
                 MOVE "REASON CODE NOT RECOGNISED" TO WS-REJECT-REASON
              WHEN RQ-REQUESTER = SPACES
                 MOVE "NO REQUESTER GIVEN" TO WS-REJECT-REASON
              WHEN RQ-NEW-MARK = GD-MARK(WS-GRADE-IDX)
                   AND RQ-NEW-GRADE = GD-GRADE(WS-GRADE-IDX)
                 MOVE "NO CHANGE TO MARK OR GRADE" TO WS-REJECT-REASON
              WHEN WS-PENDING-IDX NOT = ZERO
                 MOVE "CHANGE ALREADY PENDING" TO WS-REJECT-REASON
              WHEN PENDING-TABLE-COUNT >= PENDING-TABLE-MAX
                 MOVE "PENDING CHANGES TABLE FULL" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              MOVE 'N' TO WS-TRANS-VALID
           END-IF.

      *****************************************************************
      * Releases: an approver approves or declines a pending change.
      *****************************************************************
       READ-CHANGE-RELEASE.
           READ GradeChangeReleases
              AT END
                 SET END-OF-RELEASES TO TRUE
              NOT AT END
                 ADD 1 TO RELEASES-READ
                 PERFORM APPLY-CHANGE-RELEASE
           END-READ.

       APPLY-CHANGE-RELEASE.
           PERFORM VALIDATE-CHANGE-RELEASE
           IF TRANS-IS-VALID
              SET PD-CLOSED(WS-PENDING-IDX) TO TRUE
              MOVE SPACES TO GradeChangeAuditRec
              MOVE WS-TODAY-DATE TO CA-AUDIT-DATE
              MOVE PD-STUDENT-ID(WS-PENDING-IDX) TO CA-STUDENT-ID
              MOVE PD-COURSE-CODE(WS-PENDING-IDX) TO CA-COURSE-CODE
              MOVE PD-PERIOD(WS-PENDING-IDX) TO CA-PERIOD
              MOVE RL-DECISION TO CA-DECISION
              MOVE GD-MARK(WS-GRADE-IDX) TO CA-OLD-MARK
              MOVE GD-GRADE(WS-GRADE-IDX) TO CA-OLD-GRADE
              MOVE PD-NEW-MARK(WS-PENDING-IDX) TO CA-NEW-MARK
              MOVE PD-NEW-GRADE(WS-PENDING-IDX) TO CA-NEW-GRADE
              MOVE PD-REASON-CODE(WS-PENDING-IDX) TO CA-REASON-CODE
              MOVE PD-REQUESTER(WS-PENDING-IDX) TO CA-REQUESTER
              MOVE RL-APPROVER-ID TO CA-APPROVER
              WRITE GradeChangeAuditRec
              IF RL-APPROVED
                 ADD 1 TO CHANGES-APPROVED
                 MOVE PD-NEW-MARK(WS-PENDING-IDX)
                     TO GD-MARK(WS-GRADE-IDX)
                 MOVE PD-NEW-GRADE(WS-PENDING-IDX)
                     TO GD-GRADE(WS-GRADE-IDX)
                 SET GRADES-CHANGED TO TRUE
                 PERFORM NOTE-TRANSCRIPT-REISSUE
              ELSE
                 ADD 1 TO CHANGES-DECLINED
              END-IF
           ELSE
              MOVE "RELEASE" TO GJ-SOURCE
              MOVE RL-STUDENT-ID TO GJ-STUDENT-ID
              MOVE RL-COURSE-CODE TO GJ-COURSE-CODE
              MOVE RL-PERIOD TO GJ-PERIOD
              PERFORM WRITE-CHANGE-REJECT
           END-IF.

       VALIDATE-CHANGE-RELEASE.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RL-STUDENT-ID TO WS-LOOKUP-STUDENT
           MOVE RL-COURSE-CODE TO WS-LOOKUP-COURSE
           MOVE RL-PERIOD TO WS-LOOKUP-PERIOD
           PERFORM LOOKUP-APPROVER
           PERFORM LOOKUP-PENDING
           PERFORM LOOKUP-GRADE
           EVALUATE TRUE
              WHEN NOT APPROVER-FOUND
                 MOVE "APPROVER NOT AUTHORISED" TO WS-REJECT-REASON
              WHEN NOT RL-APPROVED AND NOT RL-DECLINED
                 MOVE "DECISION NOT A OR D" TO WS-REJECT-REASON
              WHEN WS-PENDING-IDX = ZERO
                 MOVE "NO PENDING CHANGE" TO WS-REJECT-REASON
              WHEN PD-REQUESTER(WS-PENDING-IDX) = RL-APPROVER-ID
                 MOVE "APPROVER MAY NOT BE REQUESTER"
                     TO WS-REJECT-REASON
              WHEN WS-GRADE-IDX = ZERO
                 MOVE "NO GRADE ON MASTER" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              MOVE 'N' TO WS-TRANS-VALID
           END-IF.

       WRITE-CHANGE-REJECT.
           ADD 1 TO ITEMS-REJECTED
           MOVE WS-REJECT-REASON TO GJ-REASON
           WRITE GradeChangeRejectLine FROM GradeChangeRejectDetail.

      * Only students whose transcript has gone out need a reissue.
       NOTE-TRANSCRIPT-REISSUE.
           IF GD-STUDENT-ID(WS-GRADE-IDX) NUMERIC
              MOVE GD-STUDENT-ID(WS-GRADE-IDX) TO WS-STUDENT-NUMBER
              PERFORM LOOKUP-LAST-PRINTED
              IF WS-LAST-PRINTED NOT = ZEROS
                 PERFORM LOOKUP-REISSUE
                 IF NOT REISSUE-FOUND
                    AND REISSUE-TABLE-COUNT < REISSUE-TABLE-MAX
                    ADD 1 TO REISSUE-TABLE-COUNT
                    MOVE REISSUE-TABLE-COUNT TO REISSUE-IDX
                    MOVE WS-STUDENT-NUMBER TO RI-STUDENT-ID(REISSUE-IDX)
                    MOVE WS-LAST-PRINTED TO RI-PRINT-DATE(REISSUE-IDX)
                    MOVE ZERO TO RI-CHANGES(REISSUE-IDX)
                    SET REISSUE-FOUND TO TRUE
                 END-IF
                 IF REISSUE-FOUND
                    ADD 1 TO RI-CHANGES(REISSUE-IDX)
                 END-IF
              END-IF
           END-IF.

       LOOKUP-REISSUE.
           MOVE 'N' TO WS-REISSUE-FOUND
           MOVE 1 TO REISSUE-IDX
           PERFORM FIND-REISSUE
               UNTIL REISSUE-FOUND
                  OR REISSUE-IDX > REISSUE-TABLE-COUNT.

       FIND-REISSUE.
           IF RI-STUDENT-ID(REISSUE-IDX) = WS-STUDENT-NUMBER
              SET REISSUE-FOUND TO TRUE
           ELSE
              ADD 1 TO REISSUE-IDX
           END-IF.

      *****************************************************************
      * Put back the grades master and the changes still waiting.
      *****************************************************************
       REWRITE-GRADES-MASTER.
           OPEN OUTPUT GradesMaster
           PERFORM WRITE-GRADE-RECORD
               VARYING GRADE-IDX FROM 1 BY 1
               UNTIL GRADE-IDX > GRADE-TABLE-COUNT
           CLOSE GradesMaster.

       WRITE-GRADE-RECORD.
           MOVE SPACES TO GradesMasterRec
           MOVE GD-STUDENT-ID(GRADE-IDX) TO GM-STUDENT-ID
           MOVE GD-COURSE-CODE(GRADE-IDX) TO GM-COURSE-CODE
           MOVE GD-PERIOD(GRADE-IDX) TO GM-PERIOD
           MOVE GD-MARK(GRADE-IDX) TO GM-MARK
           MOVE GD-GRADE(GRADE-IDX) TO GM-GRADE
           WRITE GradesMasterRec.

       REWRITE-PENDING-FILE.
           MOVE ZERO TO CHANGES-STILL-PENDING
           OPEN OUTPUT GradeChangePending
           PERFORM WRITE-PENDING-RECORD
               VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-TABLE-COUNT
           CLOSE GradeChangePending.

       WRITE-PENDING-RECORD.
           IF PD-OPEN(PENDING-IDX)
              ADD 1 TO CHANGES-STILL-PENDING
              MOVE SPACES TO GradeChangePendingRec
              MOVE PD-STUDENT-ID(PENDING-IDX) TO GC-STUDENT-ID
              MOVE PD-COURSE-CODE(PENDING-IDX) TO GC-COURSE-CODE
              MOVE PD-PERIOD(PENDING-IDX) TO GC-PERIOD
              MOVE PD-NEW-MARK(PENDING-IDX) TO GC-NEW-MARK
              MOVE PD-NEW-GRADE(PENDING-IDX) TO GC-NEW-GRADE
              MOVE PD-REASON-CODE(PENDING-IDX) TO GC-REASON-CODE
              MOVE PD-REQUESTER(PENDING-IDX) TO GC-REQUESTER
              MOVE PD-REQUEST-DATE(PENDING-IDX) TO GC-REQUEST-DATE
              WRITE GradeChangePendingRec
           END-IF.

       WRITE-REISSUE-REPORT.
           OPEN OUTPUT ReissueReport
           WRITE ReissueLine FROM ReissueHeading1
               AFTER ADVANCING PAGE
           WRITE ReissueLine FROM ReissueHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-REISSUE-LINE
               VARYING REISSUE-IDX FROM 1 BY 1
               UNTIL REISSUE-IDX > REISSUE-TABLE-COUNT
           MOVE REISSUE-TABLE-COUNT TO RT-REISSUES
           WRITE ReissueLine FROM ReissueTrailer
               AFTER ADVANCING 2 LINES
           CLOSE ReissueReport.

       WRITE-REISSUE-LINE.
           MOVE RI-STUDENT-ID(REISSUE-IDX) TO RD-STUDENT-ID
           MOVE RI-STUDENT-ID(REISSUE-IDX) TO WS-LOOKUP-ID
           PERFORM LOOKUP-STUDENT-NAME
           MOVE WS-STUDENT-NAME TO RD-STUDENT-NAME
           MOVE RI-PRINT-DATE(REISSUE-IDX) TO RD-PRINT-DATE
           MOVE RI-CHANGES(REISSUE-IDX) TO RD-CHANGES
           WRITE ReissueLine FROM ReissueDetailLine
               AFTER ADVANCING 1 LINE.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
