       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentMaintenance.
       AUTHOR. ismail.
      * Student master maintenance.  Transactions on
      * StudentUpdateTrans.Dat:
      *   A  add a student          N  change of name
      *   C  change of course       W  withdraw the student
      *   B  date of birth (may also be given on an add)
      *   K  contact details - any field given replaces the one held
      *      on StudentContacts.Dat, blank fields are left as they are
      * Every change is written to StudentUpdateAudit.Dat.
      * UT-USER-ID, in the same columns on both record formats, is
      * the user making the change and must be authorised for the
      * action code on UserAuthority.Dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT StudentUpdateRejects
               ASSIGN TO "StudentUpdateRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentContacts
               ASSIGN TO "StudentContacts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 StudentId      PIC X(8).
           02 StudentName    PIC X(25).
           02 CourseCode     PIC X(5).
           02 StudentBirthDate PIC X(8).

       FD StudentUpdateTrans.
       01 StudentUpdateTransRec.
           02 UT-STUDENT-ID   PIC X(8).
           02 UT-STUDENT-NAME PIC X(25).
           02 UT-COURSE-CODE  PIC X(5).
           02 UT-BIRTH-DATE   PIC X(8).
           02 FILLER          PIC X(155).
           02 UT-USER-ID      PIC X(8).
       01 StudentContactTransRec.
           02 FILLER          PIC X(9).
           02 UK-ADDRESS-1    PIC X(30).
           02 UK-ADDRESS-2    PIC X(30).
           02 UK-TOWN         PIC X(20).
           02 UK-POSTCODE     PIC X(8).
           02 UK-EMAIL        PIC X(40).
           02 UK-PHONE        PIC X(15).
           02 UK-EMERG-NAME   PIC X(25).
           02 UK-EMERG-PHONE  PIC X(15).
           02 UK-EMERG-RELATION PIC X(10).

       FD StudentUpdateAudit.
       01 StudentUpdateAuditLine   PIC X(124).

       FD StudentContacts.
       01 StudentContactLine       PIC X(220).

       FD StudentUpdateRejects.
       01 StudentUpdateRejectLine  PIC X(60).

       WORKING-STORAGE SECTION.
       COPY CHKDIG.
       COPY STUCONT.
       COPY DATEVAL.
       COPY AUTHCHK.

       01 STUDENT-TABLE-MAX    PIC 9(3) VALUE 500.
       01 STUDENT-TABLE-COUNT  PIC 9(3) VALUE ZERO.
               03 SM-StudentId   PIC X(8).
               03 SM-StudentName PIC X(25).
               03 SM-CourseCode  PIC X(5).
               03 SM-BirthDate   PIC X(8).
               03 SM-WITHDRAWN   PIC X.
                   88 SM-IS-WITHDRAWN VALUE 'Y'.

       01 CONTACT-TABLE-MAX    PIC 9(3) VALUE 500.
       01 CONTACT-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 CONTACT-IDX          PIC 9(3) VALUE ZERO.
       01 WS-CONTACT-IDX       PIC 9(3) VALUE ZERO.
       01 CONTACT-EOF          PIC X VALUE 'N'.
           88 END-OF-CONTACTS  VALUE 'Y'.
       01 WS-AT-SIGNS          PIC 9(2) VALUE ZERO.
       01 WS-CONTACT-FIELD     PIC X(12) VALUE SPACES.
       01 WS-CONTACT-OLD       PIC X(40) VALUE SPACES.
       01 WS-CONTACT-NEW       PIC X(40) VALUE SPACES.
       01 CONTACT-TABLE.
           02 CONTACT-ENTRY OCCURS 500 TIMES.
               03 CK-CONTACT-REC PIC X(220).

       01 TRANS-EOF            PIC X VALUE 'N'.
           88 END-OF-TRANS     VALUE 'Y'.
       01 WS-TRANS-ACTION      PIC X VALUE SPACE.
           88 NAME-CHANGE      VALUE 'N'.
           88 COURSE-CHANGE    VALUE 'C'.
           88 WITHDRAW-STUDENT VALUE 'W'.
           88 CONTACT-CHANGE   VALUE 'K'.
           88 BIRTH-DATE-CHANGE VALUE 'B'.
       01 WS-TRANS-VALID       PIC X VALUE 'Y'.
           88 TRANS-IS-VALID   VALUE 'Y'.
       01 WS-REJECT-REASON     PIC X(25) VALUE SPACES.
           02 FILLER           PIC X VALUE SPACE.
           02 UA-NEW-COURSE    PIC X(5).

       01 StudentContactAuditDetail.
           02 KA-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 KA-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 KA-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 KA-FIELD         PIC X(12).
           02 FILLER           PIC X(6) VALUE " old: ".
           02 KA-OLD-VALUE     PIC X(40).
           02 FILLER           PIC X(6) VALUE " new: ".
           02 KA-NEW-VALUE     PIC X(40).

       01 StudentUpdateRejectDetail.
           02 UR-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
       MaintainStudentMaster.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STUDENT-TABLE
           PERFORM LOAD-CONTACT-TABLE
           OPEN INPUT StudentUpdateTrans
           OPEN OUTPUT StudentUpdateAudit
           OPEN OUTPUT StudentUpdateRejects
           CLOSE StudentUpdateAudit
           CLOSE StudentUpdateRejects
           PERFORM REWRITE-STUDENT-FILE
           PERFORM REWRITE-CONTACT-FILE
           DISPLAY "Student master maintenance complete."
           DISPLAY "Transactions read:    " TRANS-READ-COUNT
           DISPLAY "Transactions applied: " TRANS-APPLIED-COUNT
                           TO SM-StudentName(STUDENT-TABLE-COUNT)
                       MOVE CourseCode
                           TO SM-CourseCode(STUDENT-TABLE-COUNT)
                       MOVE StudentBirthDate
                           TO SM-BirthDate(STUDENT-TABLE-COUNT)
                       MOVE 'N' TO SM-WITHDRAWN(STUDENT-TABLE-COUNT)
                   END-IF
           END-READ.
                       PERFORM APPLY-COURSE-CHANGE
                   WHEN WITHDRAW-STUDENT
                       PERFORM APPLY-WITHDRAWAL
                   WHEN CONTACT-CHANGE
                       PERFORM APPLY-CONTACT-CHANGE
                   WHEN BIRTH-DATE-CHANGE
                       PERFORM APPLY-BIRTH-DATE-CHANGE
               END-EVALUATE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT ADD-STUDENT AND NOT NAME-CHANGE
               AND NOT COURSE-CHANGE AND NOT WITHDRAW-STUDENT
               AND NOT CONTACT-CHANGE AND NOT BIRTH-DATE-CHANGE
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
               PERFORM CHECK-USER-AUTHORITY
           END-IF
           IF TRANS-IS-VALID AND UT-STUDENT-ID = SPACES
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "STUDENT ID MISSING" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND CONTACT-CHANGE
               AND StudentContactTransRec(10:) = SPACES
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "NO CONTACT DETAILS GIVEN" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND CONTACT-CHANGE
               AND UK-EMAIL NOT = SPACES
               MOVE ZERO TO WS-AT-SIGNS
               INSPECT UK-EMAIL TALLYING WS-AT-SIGNS FOR ALL "@"
               IF WS-AT-SIGNS NOT = 1
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "EMAIL ADDRESS INVALID" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID
               AND (BIRTH-DATE-CHANGE
                    OR (ADD-STUDENT AND UT-BIRTH-DATE NOT = SPACES))
               MOVE UT-BIRTH-DATE TO DV-DATE-IN
               PERFORM VALIDATE-DATE-FIELD
               IF NOT DV-DATE-VALID
                   OR DV-DATE-OUT > WS-TODAY-DATE
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "DATE OF BIRTH INVALID" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRANS-IS-VALID AND ADD-STUDENT
               MOVE UT-STUDENT-ID TO CD-ID-IN
               MOVE 8 TO CD-ID-LENGTH
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF TRANS-IS-VALID AND CONTACT-CHANGE
               PERFORM FIND-CONTACT-ENTRY
               IF WS-CONTACT-IDX = ZERO
                   AND CONTACT-TABLE-COUNT >= CONTACT-TABLE-MAX
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "CONTACT TABLE FULL" TO WS-REJECT-REASON
               END-IF
           END-IF.

       CHECK-USER-AUTHORITY.
           MOVE "STUDENTMAINT" TO AC-PROGRAM-ID
           MOVE UT-USER-ID TO AC-USER-ID
           MOVE UT-ACTION TO AC-ACTION
           MOVE UT-STUDENT-ID TO AC-KEY
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS
           IF NOT AC-AUTHORISED
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
           END-IF.

       CHECK-DUPLICATE-ID.
           MOVE UT-STUDENT-ID TO SM-StudentId(WS-FOUND-IDX)
           MOVE UT-STUDENT-NAME TO SM-StudentName(WS-FOUND-IDX)
           MOVE UT-COURSE-CODE TO SM-CourseCode(WS-FOUND-IDX)
           MOVE UT-BIRTH-DATE TO SM-BirthDate(WS-FOUND-IDX)
           MOVE 'N' TO SM-WITHDRAWN(WS-FOUND-IDX)
           MOVE SPACES TO WS-OLD-NAME
           MOVE SPACES TO WS-OLD-COURSE
           SET SM-IS-WITHDRAWN(WS-FOUND-IDX) TO TRUE
           PERFORM WRITE-UPDATE-AUDIT.

       APPLY-BIRTH-DATE-CHANGE.
           MOVE "BIRTH DATE" TO WS-CONTACT-FIELD
           MOVE SM-BirthDate(WS-FOUND-IDX) TO WS-CONTACT-OLD
           MOVE UT-BIRTH-DATE TO WS-CONTACT-NEW
               SM-BirthDate(WS-FOUND-IDX)
           PERFORM WRITE-CONTACT-AUDIT.

       SAVE-OLD-VALUES.
           MOVE SM-StudentName(WS-FOUND-IDX) TO WS-OLD-NAME
           MOVE SM-CourseCode(WS-FOUND-IDX) TO WS-OLD-COURSE.
               MOVE SM-StudentId(STUDENT-IDX) TO StudentId
               MOVE SM-StudentName(STUDENT-IDX) TO StudentName
               MOVE SM-CourseCode(STUDENT-IDX) TO CourseCode
               MOVE SM-BirthDate(STUDENT-IDX) TO StudentBirthDate
               WRITE StudentDetails
           END-IF.

      *****************************************************************
      * Contact details.  A student's record is created by their first
      * K transaction; each field that changes is audited.
      *****************************************************************
       LOAD-CONTACT-TABLE.
           MOVE ZERO TO CONTACT-TABLE-COUNT
           MOVE 'N' TO CONTACT-EOF
           OPEN INPUT StudentContacts
           PERFORM READ-CONTACT-RECORD UNTIL END-OF-CONTACTS
           CLOSE StudentContacts.

       READ-CONTACT-RECORD.
           READ StudentContacts
               AT END
                   SET END-OF-CONTACTS TO TRUE
               NOT AT END
                   IF CONTACT-TABLE-COUNT >= CONTACT-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                   END-IF
                   ADD 1 TO CONTACT-TABLE-COUNT
                   MOVE StudentContactLine
                       TO CK-CONTACT-REC(CONTACT-TABLE-COUNT)
           END-READ.

       FIND-CONTACT-ENTRY.
           MOVE ZERO TO WS-CONTACT-IDX
           PERFORM MATCH-CONTACT-ENTRY
               VARYING CONTACT-IDX FROM 1 BY 1
               UNTIL CONTACT-IDX > CONTACT-TABLE-COUNT.

       MATCH-CONTACT-ENTRY.
           IF CK-CONTACT-REC(CONTACT-IDX)(1:8) = WS-LOOKUP-ID
               MOVE CONTACT-IDX TO WS-CONTACT-IDX
           END-IF.

       APPLY-CONTACT-CHANGE.
           MOVE UT-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM FIND-CONTACT-ENTRY
           IF WS-CONTACT-IDX = ZERO
               ADD 1 TO CONTACT-TABLE-COUNT
               MOVE CONTACT-TABLE-COUNT TO WS-CONTACT-IDX
               MOVE SPACES TO StudentContactRec
               MOVE UT-STUDENT-ID TO CN-STUDENT-ID
           ELSE
               MOVE CK-CONTACT-REC(WS-CONTACT-IDX)
                   TO StudentContactRec
           END-IF
           IF UK-ADDRESS-1 NOT = SPACES
               AND UK-ADDRESS-1 NOT = CN-ADDRESS-1
               MOVE "ADDRESS 1" TO WS-CONTACT-FIELD
               MOVE CN-ADDRESS-1 TO WS-CONTACT-OLD
               MOVE UK-ADDRESS-1 TO WS-CONTACT-NEW CN-ADDRESS-1
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           IF UK-ADDRESS-2 NOT = SPACES
               AND UK-ADDRESS-2 NOT = CN-ADDRESS-2
               MOVE "ADDRESS 2" TO WS-CONTACT-FIELD
               MOVE CN-ADDRESS-2 TO WS-CONTACT-OLD
               MOVE UK-ADDRESS-2 TO WS-CONTACT-NEW CN-ADDRESS-2
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           IF UK-TOWN NOT = SPACES AND UK-TOWN NOT = CN-TOWN
               MOVE "TOWN" TO WS-CONTACT-FIELD
               MOVE CN-TOWN TO WS-CONTACT-OLD
               MOVE UK-TOWN TO WS-CONTACT-NEW CN-TOWN
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           IF UK-POSTCODE NOT = SPACES
               AND UK-POSTCODE NOT = CN-POSTCODE
               MOVE "POSTCODE" TO WS-CONTACT-FIELD
               MOVE CN-POSTCODE TO WS-CONTACT-OLD
               MOVE UK-POSTCODE TO WS-CONTACT-NEW CN-POSTCODE
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           IF UK-EMAIL NOT = SPACES AND UK-EMAIL NOT = CN-EMAIL
               MOVE "EMAIL" TO WS-CONTACT-FIELD
               MOVE CN-EMAIL TO WS-CONTACT-OLD
               MOVE UK-EMAIL TO WS-CONTACT-NEW CN-EMAIL
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           IF UK-PHONE NOT = SPACES AND UK-PHONE NOT = CN-PHONE
               MOVE "PHONE" TO WS-CONTACT-FIELD
               MOVE CN-PHONE TO WS-CONTACT-OLD
               MOVE UK-PHONE TO WS-CONTACT-NEW CN-PHONE
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           IF UK-EMERG-NAME NOT = SPACES
               AND UK-EMERG-NAME NOT = CN-EMERG-NAME
               MOVE "EMERG NAME" TO WS-CONTACT-FIELD
               MOVE CN-EMERG-NAME TO WS-CONTACT-OLD
               MOVE UK-EMERG-NAME TO WS-CONTACT-NEW CN-EMERG-NAME
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           IF UK-EMERG-PHONE NOT = SPACES
               AND UK-EMERG-PHONE NOT = CN-EMERG-PHONE
               MOVE "EMERG PHONE" TO WS-CONTACT-FIELD
               MOVE CN-EMERG-PHONE TO WS-CONTACT-OLD
               MOVE UK-EMERG-PHONE TO WS-CONTACT-NEW CN-EMERG-PHONE
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           IF UK-EMERG-RELATION NOT = SPACES
               AND UK-EMERG-RELATION NOT = CN-EMERG-RELATION
               MOVE "EMERG REL" TO WS-CONTACT-FIELD
               MOVE CN-EMERG-RELATION TO WS-CONTACT-OLD
               MOVE UK-EMERG-RELATION
                   TO WS-CONTACT-NEW CN-EMERG-RELATION
               PERFORM WRITE-CONTACT-AUDIT
           END-IF
           MOVE WS-TODAY-DATE TO CN-LAST-UPDATED
           MOVE StudentContactRec TO CK-CONTACT-REC(WS-CONTACT-IDX).

       WRITE-CONTACT-AUDIT.
           MOVE WS-TODAY-DATE TO KA-DATE
           MOVE UT-ACTION TO KA-ACTION
           MOVE UT-STUDENT-ID TO KA-STUDENT-ID
           MOVE WS-CONTACT-FIELD TO KA-FIELD
           MOVE WS-CONTACT-OLD TO KA-OLD-VALUE
           MOVE WS-CONTACT-NEW TO KA-NEW-VALUE
           WRITE StudentUpdateAuditLine
               FROM StudentContactAuditDetail.

      * Contact details go with the student: those of students no
      * longer on the master are not carried forward.
       REWRITE-CONTACT-FILE.
           OPEN OUTPUT StudentContacts
           PERFORM WRITE-ONE-CONTACT
               VARYING CONTACT-IDX FROM 1 BY 1
               UNTIL CONTACT-IDX > CONTACT-TABLE-COUNT
           CLOSE StudentContacts.

       WRITE-ONE-CONTACT.
           MOVE CK-CONTACT-REC(CONTACT-IDX)(1:8) TO WS-LOOKUP-ID
           PERFORM CHECK-DUPLICATE-ID
           IF DUPLICATE-ID-FOUND
               WRITE StudentContactLine
                   FROM CK-CONTACT-REC(CONTACT-IDX)
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.

       COPY CHKDIGP.

       COPY DATEVALP.
