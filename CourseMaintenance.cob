           02 CM-CourseCode     PIC X(5).
           02 CM-CourseName     PIC X(20).
           02 CM-Capacity       PIC 9(4).
           02 CM-Credits        PIC 9(2).

       FD CourseMaintTrans.
       01 CourseMaintTransRec.
           02 CX-COURSE-CODE   PIC X(5).
           02 CX-COURSE-NAME   PIC X(20).
           02 CX-CAPACITY      PIC X(4).
           02 CX-CREDITS       PIC X(2).
           02 CX-USER-ID       PIC X(8).

       FD CourseMaintAudit.
       01 CourseMaintAuditLine PIC X(95).

       FD CourseMaintRejects.
       01 CourseMaintRejectLine PIC X(60).
           02 WL-Campus         PIC X(3).

       WORKING-STORAGE SECTION.
       COPY AUTHCHK.

       01 COURSE-TABLE-MAX      PIC 99 VALUE 50.
       01 COURSE-TABLE-COUNT    PIC 99 VALUE ZERO.
       01 COURSE-EOF            PIC X  VALUE 'N'.
               03 CT-CourseCode  PIC X(5).
               03 CT-CourseName  PIC X(20).
               03 CT-Capacity    PIC 9(4).
               03 CT-Credits     PIC 9(2).
               03 CT-CLOSED      PIC X.
                   88 CT-IS-CLOSED VALUE 'Y'.


       01 WS-BEFORE-NAME        PIC X(20) VALUE SPACES.
       01 WS-BEFORE-CAPACITY    PIC 9(4) VALUE ZEROS.
       01 WS-BEFORE-CREDITS     PIC 9(2) VALUE ZEROS.

       01 TRANS-READ-COUNT      PIC 9(5) VALUE ZERO.
       01 TRANS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
           02 CA-BEFORE-NAME   PIC X(20).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-BEFORE-CAP    PIC 9(4).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-BEFORE-CREDITS PIC 9(2).
           02 FILLER           PIC X(8) VALUE " after: ".
           02 CA-AFTER-NAME    PIC X(20).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-AFTER-CAP     PIC 9(4).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-AFTER-CREDITS PIC 9(2).

       01 CourseMaintRejectDetail.
           02 CJ-ACTION        PIC X.
                 MOVE CM-CourseName
                     TO CT-CourseName(COURSE-TABLE-COUNT)
                 MOVE CM-Capacity TO CT-Capacity(COURSE-TABLE-COUNT)
                 IF CM-Credits NUMERIC
                    MOVE CM-Credits TO CT-Credits(COURSE-TABLE-COUNT)
                 ELSE
                    MOVE ZERO TO CT-Credits(COURSE-TABLE-COUNT)
                 END-IF
                 MOVE 'N' TO CT-CLOSED(COURSE-TABLE-COUNT)
           END-READ.

              MOVE 'N' TO WS-TRANS-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              PERFORM CHECK-USER-AUTHORITY
           END-IF
           IF TRANS-IS-VALID AND CX-COURSE-CODE = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "COURSE CODE MISSING" TO WS-REJECT-REASON
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "CAPACITY NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              AND (ADD-COURSE-TRANS OR CHANGE-COURSE-TRANS)
              AND CX-CREDITS NOT = SPACES
              AND CX-CREDITS NOT NUMERIC
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "CREDITS NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              MOVE CX-COURSE-CODE TO WS-LOOKUP-COURSE
              PERFORM LOOKUP-COURSE
              END-EVALUATE
           END-IF.

       CHECK-USER-AUTHORITY.
           MOVE "COURSEMAINT" TO AC-PROGRAM-ID
           MOVE CX-USER-ID TO AC-USER-ID
           MOVE CX-ACTION TO AC-ACTION
           MOVE CX-COURSE-CODE TO AC-KEY
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS
           IF NOT AC-AUTHORISED
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-ADD-FIELDS.
           IF CX-CAPACITY NOT NUMERIC
              MOVE 'N' TO WS-TRANS-VALID
           MOVE CX-COURSE-CODE TO CT-CourseCode(WS-FOUND-IDX)
           MOVE CX-COURSE-NAME TO CT-CourseName(WS-FOUND-IDX)
           MOVE CX-CAPACITY TO CT-Capacity(WS-FOUND-IDX)
           IF CX-CREDITS = SPACES
              MOVE ZERO TO CT-Credits(WS-FOUND-IDX)
           ELSE
              MOVE CX-CREDITS TO CT-Credits(WS-FOUND-IDX)
           END-IF
           MOVE 'N' TO CT-CLOSED(WS-FOUND-IDX)
           MOVE SPACES TO WS-BEFORE-NAME
           MOVE ZERO TO WS-BEFORE-CAPACITY
           MOVE ZERO TO WS-BEFORE-CREDITS
           PERFORM WRITE-COURSE-AUDIT.

       APPLY-CHANGE-COURSE.
           IF CX-CAPACITY NOT = SPACES
              MOVE CX-CAPACITY TO CT-Capacity(WS-FOUND-IDX)
           END-IF
           IF CX-CREDITS NOT = SPACES
              MOVE CX-CREDITS TO CT-Credits(WS-FOUND-IDX)
           END-IF
           PERFORM WRITE-COURSE-AUDIT.

       APPLY-CLOSE-COURSE.

       SAVE-BEFORE-IMAGE.
           MOVE CT-CourseName(WS-FOUND-IDX) TO WS-BEFORE-NAME
           MOVE CT-Capacity(WS-FOUND-IDX) TO WS-BEFORE-CAPACITY
           MOVE CT-Credits(WS-FOUND-IDX) TO WS-BEFORE-CREDITS.

       WRITE-COURSE-AUDIT.
           MOVE WS-TODAY-DATE TO CA-DATE
           MOVE CT-CourseCode(WS-FOUND-IDX) TO CA-COURSE-CODE
           MOVE WS-BEFORE-NAME TO CA-BEFORE-NAME
           MOVE WS-BEFORE-CAPACITY TO CA-BEFORE-CAP
           MOVE WS-BEFORE-CREDITS TO CA-BEFORE-CREDITS
           IF CT-IS-CLOSED(WS-FOUND-IDX)
              MOVE "(CLOSED)" TO CA-AFTER-NAME
              MOVE ZERO TO CA-AFTER-CAP
              MOVE ZERO TO CA-AFTER-CREDITS
           ELSE
              MOVE CT-CourseName(WS-FOUND-IDX) TO CA-AFTER-NAME
              MOVE CT-Capacity(WS-FOUND-IDX) TO CA-AFTER-CAP
              MOVE CT-Credits(WS-FOUND-IDX) TO CA-AFTER-CREDITS
           END-IF
           WRITE CourseMaintAuditLine FROM CourseMaintAuditDetail.

              MOVE CT-CourseCode(COURSE-IDX) TO CM-CourseCode
              MOVE CT-CourseName(COURSE-IDX) TO CM-CourseName
              MOVE CT-Capacity(COURSE-IDX) TO CM-Capacity
              MOVE CT-Credits(COURSE-IDX) TO CM-Credits
              WRITE CourseMasterRecord
           END-IF.

