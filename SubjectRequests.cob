       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectRequests.
       AUTHOR. ismail.
      * Personal data subject-access and erasure requests.
      * SubjectRequests.Dat holds one request per line: request ID,
      * subject type (M member, S student, D driver), the subject's
      * identifier (member ID, student ID or driver ID), request type
      * (A access, E erasure) and the user ID of whoever keyed it.
      * Every request is checked against UserAuthority.Dat under
      * SUBJECTREQUESTS with the request type as the action code;
      * invalid or unauthorised requests go to SubjectRequestRejects.
      * An access request gathers every record held on the identifier
      * into SubjectAccessReport.Dat:
      *   member   Membership.Dat, MemberAudit.Dat, AdmissionsLog.Dat,
      *            LoyaltyLedger.Dat
      *   student  Listing5-6-TData.Dat, students.Dat,
      *            StudentContacts.Dat, GradesMaster.Dat,
      *            SessionAttendance.Dat, StudentAccounts.Dat,
      *            StudentLedger.Dat
      *   driver   DriverMaster.Dat, MileageLog.Dat,
      *            DriverViolations.Dat
      * An erasure request anonymises the personal fields on the
      * member, student and driver records (ages, names, birth date,
      * gender, addresses and contact details, licence number, medical
      * expiry) and keeps the record and its key, so the files still
      * tie up.  Admissions, loyalty, student account and student
      * ledger entries are financial records and grades, attendance,
      * trips and driver checks are statutory records; those are kept
      * unchanged.  A driver can only be erased once DriverMaintenance
      * has marked them as left, since the medical expiry cleared on
      * erasure would otherwise read as no medical required.
      * Every record touched, anonymised or kept, is added
      * to ErasureLog.Dat for the compliance officer.  Access requests
      * are run before erasures, so a subject asking for both gets a
      * copy of the data as it stood.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SubjectRequestFile ASSIGN TO "SubjectRequests.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SubjectRequestRejects
               ASSIGN TO "SubjectRequestRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AccessReport ASSIGN TO "SubjectAccessReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ErasureLog ASSIGN TO "ErasureLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErasureWork ASSIGN TO "ErasureWork.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MembershipFile ASSIGN TO "Membership.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MemberAuditJournal
               ASSIGN TO "MemberAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoyaltyLedger ASSIGN TO "LoyaltyLedger.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EntrantsFile ASSIGN TO "students.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentContacts
               ASSIGN TO "StudentContacts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GradesMaster ASSIGN TO "GradesMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SessionAttendance
               ASSIGN TO "SessionAttendance.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentAccountFile
               ASSIGN TO "StudentAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentLedger ASSIGN TO "StudentLedger.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DriverMaster ASSIGN TO "DriverMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MileageLog ASSIGN TO "MileageLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DriverViolations
               ASSIGN TO "DriverViolations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SubjectRequestFile.
       01 SubjectRequestRec.
           02 SR-REQUEST-ID     PIC X(8).
           02 FILLER            PIC X.
           02 SR-SUBJECT-TYPE   PIC X.
               88 SR-VALID-SUBJECT VALUE 'M' 'S' 'D'.
           02 FILLER            PIC X.
           02 SR-IDENTIFIER     PIC X(10).
           02 FILLER            PIC X.
           02 SR-REQUEST-TYPE   PIC X.
               88 SR-VALID-REQUEST VALUE 'A' 'E'.
           02 FILLER            PIC X.
           02 SR-USER-ID        PIC X(8).

       FD SubjectRequestRejects.
       01 SubjectRejectLine     PIC X(70).

       FD AccessReport.
       01 AccessLine            PIC X(120).

       FD ErasureLog.
       01 ErasureLogLine        PIC X(120).

       FD ErasureWork.
       01 ErasureWorkRec        PIC X(240).

       FD MembershipFile.
       COPY MEMBER.

       FD MemberAuditJournal.
       01 MemberAuditLine       PIC X(80).
       01 MemberAuditRec.
           02 AU-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 AU-ACTION        PIC X.
           02 FILLER           PIC X.
           02 AU-MEMBER-ID     PIC 9(7).
           02 FILLER           PIC X(9).
           02 AU-BEFORE-AGE    PIC 99.
           02 FILLER           PIC X.
           02 AU-BEFORE-TIER   PIC X.
           02 FILLER           PIC X.
           02 AU-BEFORE-EXPIRY PIC 9(8).
           02 FILLER           PIC X(8).
           02 AU-AFTER-AGE     PIC 99.
           02 FILLER           PIC X.
           02 AU-AFTER-TIER    PIC X.
           02 FILLER           PIC X.
           02 AU-AFTER-EXPIRY  PIC 9(8).

       FD AdmissionsLog.
       COPY ADMLOG.

       FD LoyaltyLedger.
       COPY LOYALTY.

       FD StudentFile.
       01 StudentDetails.
           02 StudentId      PIC X(8).
           02 StudentName    PIC X(25).
           02 CourseCode     PIC X(5).
           02 StudentBirthDate PIC X(8).

       FD EntrantsFile.
       01 StudentRecord.
           02 EF-StudentId      PIC 9(8).
           02 EF-CourseCode     PIC X(5).
           02 EF-Gender         PIC X.
           02 EF-Campus         PIC X(3).
       01 EntrantsControlRec.
           02 EC-REC-TYPE       PIC X(4).
               88 EC-HEADER-REC  VALUE "HDR ".
               88 EC-TRAILER-REC VALUE "TRL ".
           02 EC-FILE-ID        PIC X(12).
           02 EC-DATE           PIC 9(8).

       FD StudentContacts.
       COPY STUCONT.

       FD GradesMaster.
       01 GradesMasterRec.
           02 GM-STUDENT-ID    PIC 9(8).
           02 FILLER           PIC X.
           02 GM-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 GM-PERIOD        PIC X(5).
           02 FILLER           PIC X.
           02 GM-MARK          PIC 9(3).
           02 FILLER           PIC X.
           02 GM-GRADE         PIC X.

       FD SessionAttendance.
       01 SessionAttendanceRec.
           02 SS-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 SS-SESSION-DATE  PIC 9(8).
           02 FILLER           PIC X.
           02 SS-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X.
           02 SS-STATUS        PIC X.

       FD StudentAccountFile.
       COPY STUACCT.

       FD StudentLedger.
       COPY STULEDG.

       FD DriverMaster.
       COPY DRVMAST.

       FD MileageLog.
       01 MileageLogRec.
           02 ML-VEHICLE    PIC X(6).
           02 FILLER        PIC X.
           02 ML-DRIVER     PIC X(10).
           02 FILLER        PIC X.
           02 ML-DATE       PIC 9(8).
           02 FILLER        PIC X.
           02 ML-MILES      PIC 9(6).

       FD DriverViolations.
       COPY DRVVIOL.

       WORKING-STORAGE SECTION.
       COPY JOBLOG.
       COPY AUTHCHK.
       01 WS-START-TIME-FULL   PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 INPUT-EOF            PIC X VALUE 'N'.
           88 END-OF-INPUT     VALUE 'Y'.
       01 WORK-EOF             PIC X VALUE 'N'.
           88 END-OF-WORK      VALUE 'Y'.
       01 WS-REQUEST-VALID     PIC X VALUE 'Y'.
           88 REQUEST-VALID    VALUE 'Y'.
       01 WS-DRIVER-FOUND      PIC X VALUE 'N'.
           88 DRIVER-FOUND     VALUE 'Y'.
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.

       01 WS-IDENTIFIER        PIC X(10) VALUE SPACES.
       01 WS-ID-MEMBER-VIEW REDEFINES WS-IDENTIFIER.
           02 WS-ID-MEMBER     PIC X(7).
           02 WS-ID-MEMBER-REST PIC X(3).
       01 WS-ID-STUDENT-VIEW REDEFINES WS-IDENTIFIER.
           02 WS-ID-STUDENT    PIC X(8).
           02 WS-ID-STUDENT-REST PIC X(2).

      * Valid requests, in the order read.
       01 REQUEST-TABLE-MAX    PIC 9(3) VALUE 100.
       01 REQUEST-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 REQ-IDX              PIC 9(3) VALUE ZERO.
       01 REQUEST-TABLE.
           02 RQ-ENTRY OCCURS 100 TIMES.
               03 RQ-REQUEST-ID    PIC X(8).
               03 RQ-SUBJECT-TYPE  PIC X.
                   88 RQ-MEMBER-SUBJECT  VALUE 'M'.
                   88 RQ-STUDENT-SUBJECT VALUE 'S'.
                   88 RQ-DRIVER-SUBJECT  VALUE 'D'.
               03 RQ-IDENTIFIER    PIC X(10).
               03 RQ-MEMBER-VIEW REDEFINES RQ-IDENTIFIER.
                   04 RQ-MEMBER-ID     PIC 9(7).
                   04 FILLER           PIC X(3).
               03 RQ-STUDENT-VIEW REDEFINES RQ-IDENTIFIER.
                   04 RQ-STUDENT-ID    PIC 9(8).
                   04 FILLER           PIC X(2).
               03 RQ-STUDENT-KEY-VIEW REDEFINES RQ-IDENTIFIER.
                   04 RQ-STUDENT-KEY   PIC X(8).
                   04 FILLER           PIC X(2).
               03 RQ-REQUEST-TYPE  PIC X.
                   88 RQ-ACCESS        VALUE 'A'.
                   88 RQ-ERASURE       VALUE 'E'.
               03 RQ-USER-ID       PIC X(8).
               03 RQ-RECORDS       PIC 9(5).

      * Erasure matching: the subject type and key of the record in
      * hand, and the request it belongs to.
       01 WS-MATCH-TYPE        PIC X VALUE SPACE.
       01 WS-MATCH-MEMBER      PIC 9(7) VALUE ZERO.
       01 WS-MATCH-STUDENT     PIC 9(8) VALUE ZERO.
       01 WS-MATCH-DRIVER      PIC X(10) VALUE SPACES.
       01 MATCH-IDX            PIC 9(3) VALUE ZERO.
       01 WS-STUDENT-KEY       PIC 9(8) VALUE ZERO.

       01 REQUESTS-READ        PIC 9(5) VALUE ZERO.
       01 REQUESTS-REJECTED    PIC 9(5) VALUE ZERO.
       01 ACCESS-REQUESTS      PIC 9(5) VALUE ZERO.
       01 MEMBER-ERASURES      PIC 9(5) VALUE ZERO.
       01 STUDENT-ERASURES     PIC 9(5) VALUE ZERO.
       01 DRIVER-ERASURES      PIC 9(5) VALUE ZERO.
       01 RECORDS-REPORTED     PIC 9(7) VALUE ZERO.
       01 RECORDS-ANONYMISED   PIC 9(7) VALUE ZERO.
       01 RECORDS-RETAINED     PIC 9(7) VALUE ZERO.
       01 FILE-CHANGES         PIC 9(7) VALUE ZERO.

       01 ERASED-NAME          PIC X(6) VALUE "ERASED".

       01 SubjectRejectDetail.
           02 SJ-REQUEST-ID    PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 SJ-SUBJECT-TYPE  PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 SJ-IDENTIFIER    PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 SJ-REQUEST-TYPE  PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 SJ-REASON        PIC X(30).

       01 AccessHeading1.
           02 FILLER           PIC X(32)
               VALUE " Subject Access Report   Date: ".
           02 AH1-DATE         PIC 9(8).
       01 AccessRequestHeading.
           02 FILLER           PIC X(10) VALUE " Request ".
           02 AQ-REQUEST-ID    PIC X(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AQ-SUBJECT       PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 AQ-IDENTIFIER    PIC X(10).
           02 FILLER           PIC X(16) VALUE "  requested by ".
           02 AQ-USER-ID       PIC X(8).
       01 AccessDetail.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 AR-FILE          PIC X(22).
           02 FILLER           PIC X VALUE SPACE.
           02 AR-TEXT          PIC X(90).
       01 AccessRequestTotal.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 AT-RECORDS       PIC ZZZZ9.
           02 FILLER           PIC X(20) VALUE " records held".
       01 NothingHeldLine      PIC X(60)
           VALUE "   No records held on this identifier.".
       01 NoAccessLine         PIC X(60)
           VALUE " No access requests in this run.".

       01 ErasureLogDetail.
           02 ER-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 ER-REQUEST-ID    PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 ER-SUBJECT-TYPE  PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 ER-IDENTIFIER    PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 ER-FILE          PIC X(22).
           02 FILLER           PIC X VALUE SPACE.
           02 ER-ACTION        PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 ER-RECORD        PIC X(24) VALUE SPACES.
           02 FILLER           PIC X VALUE SPACE.
           02 ER-DETAIL        PIC X(30).

       PROCEDURE DIVISION.
       ProcessSubjectRequests.
           MOVE "SUBJECTREQUESTS" TO JL-PROGRAM-ID
           MOVE ZERO TO JL-RECORDS-READ
           MOVE ZERO TO JL-RECORDS-WRITTEN
           MOVE ZERO TO JL-RECORDS-REJECTED
           ACCEPT JL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME-FULL FROM TIME
           MOVE WS-START-TIME-FULL(1:6) TO JL-START-TIME
           MOVE JL-START-DATE TO WS-TODAY-DATE
           PERFORM LOAD-SUBJECT-REQUESTS
           PERFORM RUN-ACCESS-REQUESTS
           PERFORM RUN-ERASURE-REQUESTS
           MOVE REQUESTS-READ TO JL-RECORDS-READ
           COMPUTE JL-RECORDS-WRITTEN =
               RECORDS-REPORTED + RECORDS-ANONYMISED
           MOVE REQUESTS-REJECTED TO JL-RECORDS-REJECTED
           MOVE "COMPLETE" TO JL-COMPLETION-STATUS
           CALL "JobLogWriter" USING JOB-LOG-PARAMS
           DISPLAY "Subject requests complete. Read: " REQUESTS-READ
               " Rejected: " REQUESTS-REJECTED
           DISPLAY "Records reported: " RECORDS-REPORTED
               " Anonymised: " RECORDS-ANONYMISED
               " Retained: " RECORDS-RETAINED
           STOP RUN.

      *****************************************************************
      * Request file.
      *****************************************************************
       LOAD-SUBJECT-REQUESTS.
           MOVE ZERO TO REQUEST-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT SubjectRequestFile
           OPEN OUTPUT SubjectRequestRejects
           PERFORM READ-SUBJECT-REQUEST UNTIL END-OF-INPUT
           CLOSE SubjectRequestFile
           CLOSE SubjectRequestRejects.

       READ-SUBJECT-REQUEST.
           READ SubjectRequestFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 ADD 1 TO REQUESTS-READ
                 PERFORM VALIDATE-SUBJECT-REQUEST
                 IF REQUEST-VALID
                    PERFORM CHECK-REQUEST-AUTHORITY
                 END-IF
                 IF REQUEST-VALID
                    PERFORM STORE-SUBJECT-REQUEST
                 ELSE
                    PERFORM WRITE-REQUEST-REJECT
                 END-IF
           END-READ.

      * Member IDs are seven digits and student IDs eight, keyed from
      * the left of the identifier.
       VALIDATE-SUBJECT-REQUEST.
           MOVE 'Y' TO WS-REQUEST-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SR-IDENTIFIER TO WS-IDENTIFIER
           EVALUATE TRUE
              WHEN SR-REQUEST-ID = SPACES
                 MOVE 'N' TO WS-REQUEST-VALID
                 MOVE "NO REQUEST ID" TO WS-REJECT-REASON
              WHEN NOT SR-VALID-SUBJECT
                 MOVE 'N' TO WS-REQUEST-VALID
                 MOVE "INVALID SUBJECT TYPE" TO WS-REJECT-REASON
              WHEN NOT SR-VALID-REQUEST
                 MOVE 'N' TO WS-REQUEST-VALID
                 MOVE "INVALID REQUEST TYPE" TO WS-REJECT-REASON
              WHEN SR-SUBJECT-TYPE = 'M'
                 AND (WS-ID-MEMBER NOT NUMERIC
                      OR WS-ID-MEMBER-REST NOT = SPACES)
                 MOVE 'N' TO WS-REQUEST-VALID
                 MOVE "INVALID MEMBER ID" TO WS-REJECT-REASON
              WHEN SR-SUBJECT-TYPE = 'S'
                 AND (WS-ID-STUDENT NOT NUMERIC
                      OR WS-ID-STUDENT-REST NOT = SPACES)
                 MOVE 'N' TO WS-REQUEST-VALID
                 MOVE "INVALID STUDENT ID" TO WS-REJECT-REASON
              WHEN SR-SUBJECT-TYPE = 'D'
                 AND SR-IDENTIFIER = SPACES
                 MOVE 'N' TO WS-REQUEST-VALID
                 MOVE "NO DRIVER ID" TO WS-REJECT-REASON
           END-EVALUATE
           IF REQUEST-VALID
              AND SR-SUBJECT-TYPE = 'D' AND SR-REQUEST-TYPE = 'E'
              PERFORM CHECK-DRIVER-LEFT
           END-IF.

      * A driver still active or suspended keeps their licence and
      * medical details.  A driver not on the master has nothing
      * there to clear and is let through for the trip records.
       CHECK-DRIVER-LEFT.
           MOVE 'N' TO WS-DRIVER-FOUND
           MOVE 'N' TO WORK-EOF
           OPEN INPUT DriverMaster
           PERFORM READ-DRIVER-STATUS
               UNTIL END-OF-WORK OR DRIVER-FOUND
           CLOSE DriverMaster
           IF DRIVER-FOUND AND NOT DRM-LEFT
              MOVE 'N' TO WS-REQUEST-VALID
              MOVE "DRIVER NOT LEFT" TO WS-REJECT-REASON
           END-IF.

       READ-DRIVER-STATUS.
           READ DriverMaster
              AT END
                 SET END-OF-WORK TO TRUE
              NOT AT END
                 IF DRM-DRIVER = SR-IDENTIFIER
                    MOVE 'Y' TO WS-DRIVER-FOUND
                 END-IF
           END-READ.

       CHECK-REQUEST-AUTHORITY.
           MOVE "SUBJECTREQUESTS" TO AC-PROGRAM-ID
           MOVE SR-USER-ID TO AC-USER-ID
           MOVE SR-REQUEST-TYPE TO AC-ACTION
           MOVE SR-REQUEST-ID TO AC-KEY
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS
           IF NOT AC-AUTHORISED
              MOVE 'N' TO WS-REQUEST-VALID
              MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
           END-IF.

       STORE-SUBJECT-REQUEST.
           IF REQUEST-TABLE-COUNT >= REQUEST-TABLE-MAX
              DISPLAY "*** REQUESTS EXCEED WORKING TABLE - "
                  "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
              STOP RUN
           END-IF
           ADD 1 TO REQUEST-TABLE-COUNT
           MOVE REQUEST-TABLE-COUNT TO REQ-IDX
           MOVE SR-REQUEST-ID TO RQ-REQUEST-ID(REQ-IDX)
           MOVE SR-SUBJECT-TYPE TO RQ-SUBJECT-TYPE(REQ-IDX)
           MOVE SR-IDENTIFIER TO RQ-IDENTIFIER(REQ-IDX)
           MOVE SR-REQUEST-TYPE TO RQ-REQUEST-TYPE(REQ-IDX)
           MOVE SR-USER-ID TO RQ-USER-ID(REQ-IDX)
           MOVE ZERO TO RQ-RECORDS(REQ-IDX)
           IF RQ-ACCESS(REQ-IDX)
              ADD 1 TO ACCESS-REQUESTS
           ELSE
              EVALUATE TRUE
                 WHEN RQ-MEMBER-SUBJECT(REQ-IDX)
                    ADD 1 TO MEMBER-ERASURES
                 WHEN RQ-STUDENT-SUBJECT(REQ-IDX)
                    ADD 1 TO STUDENT-ERASURES
                 WHEN OTHER
                    ADD 1 TO DRIVER-ERASURES
              END-EVALUATE
           END-IF.

       WRITE-REQUEST-REJECT.
           ADD 1 TO REQUESTS-REJECTED
           MOVE SR-REQUEST-ID TO SJ-REQUEST-ID
           MOVE SR-SUBJECT-TYPE TO SJ-SUBJECT-TYPE
           MOVE SR-IDENTIFIER TO SJ-IDENTIFIER
           MOVE SR-REQUEST-TYPE TO SJ-REQUEST-TYPE
           MOVE WS-REJECT-REASON TO SJ-REASON
           WRITE SubjectRejectLine FROM SubjectRejectDetail.

      *****************************************************************
      * Access requests - one section of the report per request.
      *****************************************************************
       RUN-ACCESS-REQUESTS.
           OPEN OUTPUT AccessReport
           MOVE WS-TODAY-DATE TO AH1-DATE
           WRITE AccessLine FROM AccessHeading1
               AFTER ADVANCING PAGE
           IF ACCESS-REQUESTS = ZERO
              WRITE AccessLine FROM NoAccessLine
                  AFTER ADVANCING 2 LINES
           END-IF
           PERFORM REPORT-ONE-REQUEST
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQUEST-TABLE-COUNT
           CLOSE AccessReport.

       REPORT-ONE-REQUEST.
           IF RQ-ACCESS(REQ-IDX)
              MOVE RQ-REQUEST-ID(REQ-IDX) TO AQ-REQUEST-ID
              MOVE RQ-IDENTIFIER(REQ-IDX) TO AQ-IDENTIFIER
              MOVE RQ-USER-ID(REQ-IDX) TO AQ-USER-ID
              EVALUATE TRUE
                 WHEN RQ-MEMBER-SUBJECT(REQ-IDX)
                    MOVE "Member" TO AQ-SUBJECT
                 WHEN RQ-STUDENT-SUBJECT(REQ-IDX)
                    MOVE "Student" TO AQ-SUBJECT
                 WHEN OTHER
                    MOVE "Driver" TO AQ-SUBJECT
              END-EVALUATE
              WRITE AccessLine FROM AccessRequestHeading
                  AFTER ADVANCING 3 LINES
              WRITE AccessLine FROM SPACES
                  AFTER ADVANCING 1 LINE
              EVALUATE TRUE
                 WHEN RQ-MEMBER-SUBJECT(REQ-IDX)
                    PERFORM REPORT-MEMBER-DATA
                 WHEN RQ-STUDENT-SUBJECT(REQ-IDX)
                    PERFORM REPORT-STUDENT-DATA
                 WHEN OTHER
                    PERFORM REPORT-DRIVER-DATA
              END-EVALUATE
              IF RQ-RECORDS(REQ-IDX) = ZERO
                 WRITE AccessLine FROM NothingHeldLine
                     AFTER ADVANCING 1 LINE
              ELSE
                 MOVE RQ-RECORDS(REQ-IDX) TO AT-RECORDS
                 WRITE AccessLine FROM AccessRequestTotal
                     AFTER ADVANCING 2 LINES
              END-IF
           END-IF.

       WRITE-ACCESS-LINE.
           ADD 1 TO RQ-RECORDS(REQ-IDX)
           ADD 1 TO RECORDS-REPORTED
           WRITE AccessLine FROM AccessDetail
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO AR-TEXT.

       REPORT-MEMBER-DATA.
           MOVE SPACES TO AR-TEXT
           MOVE "Membership.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT MembershipFile
           PERFORM READ-MEMBER-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE MembershipFile
           MOVE "MemberAudit.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT MemberAuditJournal
           PERFORM READ-AUDIT-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE MemberAuditJournal
           MOVE "AdmissionsLog.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-ADMISSION-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE AdmissionsLog
           MOVE "LoyaltyLedger.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT LoyaltyLedger
           PERFORM READ-LOYALTY-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE LoyaltyLedger.

       READ-MEMBER-FOR-ACCESS.
           READ MembershipFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF MF-MEMBER-ID = RQ-MEMBER-ID(REQ-IDX)
                    STRING "AGE " MF-AGE " TIER " MF-TIER
                        " EXPIRY " MF-EXPIRY
                        " HOUSEHOLD " MF-HOUSEHOLD-ID
                        " ROLE " MF-ROLE
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-AUDIT-FOR-ACCESS.
           READ MemberAuditJournal
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF AU-MEMBER-ID = RQ-MEMBER-ID(REQ-IDX)
                    MOVE MemberAuditLine TO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-ADMISSION-FOR-ACCESS.
           READ AdmissionsLog
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF AL-MEMBER-ID = RQ-MEMBER-ID(REQ-IDX)
                    STRING "DATE " AL-DATE
                        " TRANS " AL-TRANS-ID " TYPE " AL-ENTRY-TYPE
                        " BAND " AL-BAND " PRICE " AL-PRICE
                        " AGE " AL-AGE " HEIGHT " AL-HEIGHT
                        " SITE " AL-SITE
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-LOYALTY-FOR-ACCESS.
           READ LoyaltyLedger
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF LL-MEMBER-ID = RQ-MEMBER-ID(REQ-IDX)
                    STRING "DATE " LL-DATE " TYPE " LL-TYPE
                        " SOURCE " LL-SOURCE " TRANS " LL-TRANS-ID
                        " POINTS " LL-POINTS
                        " LAPSE " LL-EXPIRY-DATE
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       REPORT-STUDENT-DATA.
           MOVE SPACES TO AR-TEXT
           MOVE "Listing5-6-TData.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentFile
           PERFORM READ-STUDENT-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE StudentFile
           MOVE "students.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT EntrantsFile
           PERFORM READ-ENTRANT-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE EntrantsFile
           MOVE "StudentContacts.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentContacts
           PERFORM READ-CONTACT-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE StudentContacts
           MOVE "GradesMaster.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT GradesMaster
           PERFORM READ-GRADE-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE GradesMaster
           MOVE "SessionAttendance.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT SessionAttendance
           PERFORM READ-ATTENDANCE-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE SessionAttendance
           MOVE "StudentAccounts.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentAccountFile
           PERFORM READ-ACCOUNT-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE StudentAccountFile
           MOVE "StudentLedger.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentLedger
           PERFORM READ-LEDGER-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE StudentLedger.

       READ-STUDENT-FOR-ACCESS.
           READ StudentFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF StudentId = RQ-STUDENT-KEY(REQ-IDX)
                    STRING "NAME " StudentName " COURSE " CourseCode
                        " BORN " StudentBirthDate
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-ENTRANT-FOR-ACCESS.
           READ EntrantsFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF NOT EC-HEADER-REC AND NOT EC-TRAILER-REC
                    AND EF-StudentId = RQ-STUDENT-ID(REQ-IDX)
                    STRING "COURSE " EF-CourseCode
                        " GENDER " EF-Gender " CAMPUS " EF-Campus
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-CONTACT-FOR-ACCESS.
           READ StudentContacts
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF CN-STUDENT-ID = RQ-STUDENT-KEY(REQ-IDX)
                    STRING "ADDRESS " CN-ADDRESS-1 " " CN-ADDRESS-2
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                    STRING "TOWN " CN-TOWN " POSTCODE " CN-POSTCODE
                        " PHONE " CN-PHONE
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                    STRING "EMAIL " CN-EMAIL
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                    STRING "EMERGENCY " CN-EMERG-NAME
                        " " CN-EMERG-PHONE " " CN-EMERG-RELATION
                        " UPDATED " CN-LAST-UPDATED
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-GRADE-FOR-ACCESS.
           READ GradesMaster
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF GM-STUDENT-ID = RQ-STUDENT-ID(REQ-IDX)
                    STRING "COURSE " GM-COURSE-CODE
                        " PERIOD " GM-PERIOD " MARK " GM-MARK
                        " GRADE " GM-GRADE
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-ATTENDANCE-FOR-ACCESS.
           READ SessionAttendance
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF SS-STUDENT-ID = RQ-STUDENT-KEY(REQ-IDX)
                    STRING "COURSE " SS-COURSE-CODE
                        " SESSION " SS-SESSION-DATE
                        " STATUS " SS-STATUS
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-ACCOUNT-FOR-ACCESS.
           READ StudentAccountFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF SA-STUDENT-ID = RQ-STUDENT-ID(REQ-IDX)
                    STRING "CAMPUS " SA-CAMPUS " BALANCE " SA-BALANCE
                        " OVERDUE " SA-OVERDUE
                        " HOLD " SA-HOLD-STATUS " " SA-HOLD-DATE
                        " LAST PAYMENT " SA-LAST-PAYMENT
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-LEDGER-FOR-ACCESS.
           READ StudentLedger
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF SL-STUDENT-ID = RQ-STUDENT-ID(REQ-IDX)
                    STRING "DATE " SL-DATE " TYPE " SL-ENTRY-TYPE
                        " REF " SL-REFERENCE " METHOD " SL-METHOD
                        " AMOUNT " SL-AMOUNT
                        " POSTED " SL-POSTED-DATE
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       REPORT-DRIVER-DATA.
           MOVE SPACES TO AR-TEXT
           MOVE "DriverMaster.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT DriverMaster
           PERFORM READ-DRIVER-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE DriverMaster
           MOVE "MileageLog.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT MileageLog
           PERFORM READ-TRIP-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE MileageLog
           MOVE "DriverViolations.Dat" TO AR-FILE
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT DriverViolations
           PERFORM READ-VIOLATION-FOR-ACCESS UNTIL END-OF-INPUT
           CLOSE DriverViolations.

       READ-DRIVER-FOR-ACCESS.
           READ DriverMaster
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF DRM-DRIVER = RQ-IDENTIFIER(REQ-IDX)
                    STRING "NAME " DRM-NAME
                        " LICENCE " DRM-LICENCE-NO
                        " CLASSES " DRM-LICENCE-CLASSES
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                    STRING "LICENCE EXP " DRM-LICENCE-EXPIRY
                        " MEDICAL EXP " DRM-MEDICAL-EXPIRY
                        " AUTH " DRM-AUTH-CLASSES
                        " STATUS " DRM-STATUS
                        " FROM " DRM-STATUS-DATE
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-TRIP-FOR-ACCESS.
           READ MileageLog
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF ML-DRIVER = RQ-IDENTIFIER(REQ-IDX)
                    STRING "DATE " ML-DATE " VEHICLE " ML-VEHICLE
                        " MILES " ML-MILES
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

       READ-VIOLATION-FOR-ACCESS.
           READ DriverViolations
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF VL-DRIVER = RQ-IDENTIFIER(REQ-IDX)
                    STRING "DATE " VL-TRIP-DATE
                        " VEHICLE " VL-VEHICLE
                        " CLASS " VL-VEHICLE-CLASS
                        " REASON " VL-REASON
                        DELIMITED BY SIZE INTO AR-TEXT
                    PERFORM WRITE-ACCESS-LINE
                 END-IF
           END-READ.

      *****************************************************************
      * Erasure requests.  Each master holding personal fields is
      * copied through ErasureWork.Dat with the subject's fields
      * cleared and copied back only when a record was changed.
      * Financial and statutory files are read to log the records
      * kept.
      *****************************************************************
       RUN-ERASURE-REQUESTS.
           OPEN EXTEND ErasureLog
           IF MEMBER-ERASURES > ZERO
              MOVE 'M' TO WS-MATCH-TYPE
              PERFORM ERASE-MEMBERSHIP
              PERFORM ERASE-MEMBER-AUDIT
              PERFORM LOG-RETAINED-ADMISSIONS
              PERFORM LOG-RETAINED-LOYALTY
           END-IF
           IF STUDENT-ERASURES > ZERO
              MOVE 'S' TO WS-MATCH-TYPE
              PERFORM ERASE-LISTING-STUDENT
              PERFORM ERASE-ENTRANT
              PERFORM ERASE-CONTACT
              PERFORM LOG-RETAINED-GRADES
              PERFORM LOG-RETAINED-ATTENDANCE
              PERFORM LOG-RETAINED-ACCOUNTS
              PERFORM LOG-RETAINED-LEDGER
           END-IF
           IF DRIVER-ERASURES > ZERO
              MOVE 'D' TO WS-MATCH-TYPE
              PERFORM ERASE-DRIVER
              PERFORM LOG-RETAINED-TRIPS
              PERFORM LOG-RETAINED-VIOLATIONS
           END-IF
           PERFORM LOG-NOTHING-HELD
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQUEST-TABLE-COUNT
           CLOSE ErasureLog.

      * Sets MATCH-IDX to the first erasure request for the subject
      * in WS-MATCH-MEMBER, WS-MATCH-STUDENT or WS-MATCH-DRIVER, or
      * to zero when there is none.
       FIND-ERASURE-REQUEST.
           MOVE ZERO TO MATCH-IDX
           PERFORM MATCH-ERASURE-REQUEST
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQUEST-TABLE-COUNT
                  OR MATCH-IDX NOT = ZERO.

       MATCH-ERASURE-REQUEST.
           IF RQ-ERASURE(REQ-IDX)
              AND RQ-SUBJECT-TYPE(REQ-IDX) = WS-MATCH-TYPE
              EVALUATE TRUE
                 WHEN RQ-MEMBER-SUBJECT(REQ-IDX)
                    IF RQ-MEMBER-ID(REQ-IDX) = WS-MATCH-MEMBER
                       MOVE REQ-IDX TO MATCH-IDX
                    END-IF
                 WHEN RQ-STUDENT-SUBJECT(REQ-IDX)
                    IF RQ-STUDENT-ID(REQ-IDX) = WS-MATCH-STUDENT
                       MOVE REQ-IDX TO MATCH-IDX
                    END-IF
                 WHEN OTHER
                    IF RQ-IDENTIFIER(REQ-IDX) = WS-MATCH-DRIVER
                       MOVE REQ-IDX TO MATCH-IDX
                    END-IF
              END-EVALUATE
           END-IF.

      * ER-FILE, ER-ACTION, ER-RECORD and ER-DETAIL are set by the
      * caller.
       WRITE-ERASURE-LOG.
           ADD 1 TO RQ-RECORDS(MATCH-IDX)
           MOVE WS-TODAY-DATE TO ER-DATE
           MOVE RQ-REQUEST-ID(MATCH-IDX) TO ER-REQUEST-ID
           MOVE RQ-SUBJECT-TYPE(MATCH-IDX) TO ER-SUBJECT-TYPE
           MOVE RQ-IDENTIFIER(MATCH-IDX) TO ER-IDENTIFIER
           WRITE ErasureLogLine FROM ErasureLogDetail
           MOVE SPACES TO ER-RECORD.

       LOG-ANONYMISED-RECORD.
           ADD 1 TO RECORDS-ANONYMISED
           ADD 1 TO FILE-CHANGES
           MOVE "ANONYMISED" TO ER-ACTION
           PERFORM WRITE-ERASURE-LOG.

       LOG-RETAINED-RECORD.
           ADD 1 TO RECORDS-RETAINED
           MOVE "RETAINED" TO ER-ACTION
           PERFORM WRITE-ERASURE-LOG.

       LOG-NOTHING-HELD.
           IF RQ-ERASURE(REQ-IDX) AND RQ-RECORDS(REQ-IDX) = ZERO
              MOVE REQ-IDX TO MATCH-IDX
              MOVE SPACES TO ER-FILE
              MOVE "NONE" TO ER-ACTION
              MOVE SPACES TO ER-RECORD
              MOVE "NO RECORDS HELD" TO ER-DETAIL
              PERFORM WRITE-ERASURE-LOG
           END-IF.

      *--------------------------------------------------------------
      * Members.
      *--------------------------------------------------------------
       ERASE-MEMBERSHIP.
           MOVE ZERO TO FILE-CHANGES
           MOVE "Membership.Dat" TO ER-FILE
           MOVE "AGE CLEARED" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT MembershipFile
           OPEN OUTPUT ErasureWork
           PERFORM ERASE-ONE-MEMBER UNTIL END-OF-INPUT
           CLOSE MembershipFile
           CLOSE ErasureWork
           IF FILE-CHANGES > ZERO
              MOVE 'N' TO WORK-EOF
              OPEN INPUT ErasureWork
              OPEN OUTPUT MembershipFile
              PERFORM RESTORE-MEMBER UNTIL END-OF-WORK
              CLOSE ErasureWork
              CLOSE MembershipFile
           END-IF.

       ERASE-ONE-MEMBER.
           READ MembershipFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE MF-MEMBER-ID TO WS-MATCH-MEMBER
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    MOVE ZERO TO MF-AGE
                    STRING "MEMBER " MF-MEMBER-ID
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-ANONYMISED-RECORD
                 END-IF
                 WRITE ErasureWorkRec FROM MembershipRec
           END-READ.

       RESTORE-MEMBER.
           READ ErasureWork
              AT END
                 SET END-OF-WORK TO TRUE
              NOT AT END
                 WRITE MembershipRec FROM ErasureWorkRec
           END-READ.

       ERASE-MEMBER-AUDIT.
           MOVE ZERO TO FILE-CHANGES
           MOVE "MemberAudit.Dat" TO ER-FILE
           MOVE "AGES CLEARED" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT MemberAuditJournal
           OPEN OUTPUT ErasureWork
           PERFORM ERASE-ONE-AUDIT-ENTRY UNTIL END-OF-INPUT
           CLOSE MemberAuditJournal
           CLOSE ErasureWork
           IF FILE-CHANGES > ZERO
              MOVE 'N' TO WORK-EOF
              OPEN INPUT ErasureWork
              OPEN OUTPUT MemberAuditJournal
              PERFORM RESTORE-AUDIT-ENTRY UNTIL END-OF-WORK
              CLOSE ErasureWork
              CLOSE MemberAuditJournal
           END-IF.

       ERASE-ONE-AUDIT-ENTRY.
           READ MemberAuditJournal
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE AU-MEMBER-ID TO WS-MATCH-MEMBER
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    MOVE ZERO TO AU-BEFORE-AGE
                    MOVE ZERO TO AU-AFTER-AGE
                    STRING "AUDIT " AU-DATE " " AU-ACTION
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-ANONYMISED-RECORD
                 END-IF
                 WRITE ErasureWorkRec FROM MemberAuditLine
           END-READ.

       RESTORE-AUDIT-ENTRY.
           READ ErasureWork
              AT END
                 SET END-OF-WORK TO TRUE
              NOT AT END
                 WRITE MemberAuditLine FROM ErasureWorkRec
           END-READ.

       LOG-RETAINED-ADMISSIONS.
           MOVE "AdmissionsLog.Dat" TO ER-FILE
           MOVE "FINANCIAL RECORD" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT AdmissionsLog
           PERFORM CHECK-RETAINED-ADMISSION UNTIL END-OF-INPUT
           CLOSE AdmissionsLog.

       CHECK-RETAINED-ADMISSION.
           READ AdmissionsLog
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF AL-MEMBER-ID NOT = ZERO
                    MOVE AL-MEMBER-ID TO WS-MATCH-MEMBER
                    PERFORM FIND-ERASURE-REQUEST
                    IF MATCH-IDX NOT = ZERO
                       STRING "TRANS " AL-TRANS-ID " " AL-DATE
                           DELIMITED BY SIZE INTO ER-RECORD
                       PERFORM LOG-RETAINED-RECORD
                    END-IF
                 END-IF
           END-READ.

       LOG-RETAINED-LOYALTY.
           MOVE "LoyaltyLedger.Dat" TO ER-FILE
           MOVE "FINANCIAL RECORD" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT LoyaltyLedger
           PERFORM CHECK-RETAINED-LOYALTY UNTIL END-OF-INPUT
           CLOSE LoyaltyLedger.

       CHECK-RETAINED-LOYALTY.
           READ LoyaltyLedger
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE LL-MEMBER-ID TO WS-MATCH-MEMBER
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    STRING "LEDGER " LL-DATE " " LL-TYPE
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-RETAINED-RECORD
                 END-IF
           END-READ.

      *--------------------------------------------------------------
      * Students.  The entrants trailer hash is on student ID, so it
      * still balances after the gender is cleared.
      *--------------------------------------------------------------
       ERASE-LISTING-STUDENT.
           MOVE ZERO TO FILE-CHANGES
           MOVE "Listing5-6-TData.Dat" TO ER-FILE
           MOVE "NAME AND BIRTH DATE CLEARED" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentFile
           OPEN OUTPUT ErasureWork
           PERFORM ERASE-ONE-LISTING-STUDENT UNTIL END-OF-INPUT
           CLOSE StudentFile
           CLOSE ErasureWork
           IF FILE-CHANGES > ZERO
              MOVE 'N' TO WORK-EOF
              OPEN INPUT ErasureWork
              OPEN OUTPUT StudentFile
              PERFORM RESTORE-LISTING-STUDENT UNTIL END-OF-WORK
              CLOSE ErasureWork
              CLOSE StudentFile
           END-IF.

       ERASE-ONE-LISTING-STUDENT.
           READ StudentFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF StudentId NUMERIC
                    MOVE StudentId TO WS-STUDENT-KEY
                    MOVE WS-STUDENT-KEY TO WS-MATCH-STUDENT
                    PERFORM FIND-ERASURE-REQUEST
                    IF MATCH-IDX NOT = ZERO
                       MOVE ERASED-NAME TO StudentName
                       MOVE ZEROS TO StudentBirthDate
                       STRING "STUDENT " StudentId
                           DELIMITED BY SIZE INTO ER-RECORD
                       PERFORM LOG-ANONYMISED-RECORD
                    END-IF
                 END-IF
                 WRITE ErasureWorkRec FROM StudentDetails
           END-READ.

       RESTORE-LISTING-STUDENT.
           READ ErasureWork
              AT END
                 SET END-OF-WORK TO TRUE
              NOT AT END
                 WRITE StudentDetails FROM ErasureWorkRec
           END-READ.

       ERASE-ENTRANT.
           MOVE ZERO TO FILE-CHANGES
           MOVE "students.Dat" TO ER-FILE
           MOVE "GENDER CLEARED" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT EntrantsFile
           OPEN OUTPUT ErasureWork
           PERFORM ERASE-ONE-ENTRANT UNTIL END-OF-INPUT
           CLOSE EntrantsFile
           CLOSE ErasureWork
           IF FILE-CHANGES > ZERO
              MOVE 'N' TO WORK-EOF
              OPEN INPUT ErasureWork
              OPEN OUTPUT EntrantsFile
              PERFORM RESTORE-ENTRANT UNTIL END-OF-WORK
              CLOSE ErasureWork
              CLOSE EntrantsFile
           END-IF.

      * The control record is the longest view of the entrants
      * record, so it is the one copied to the work file.
       ERASE-ONE-ENTRANT.
           READ EntrantsFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF NOT EC-HEADER-REC AND NOT EC-TRAILER-REC
                    MOVE EF-StudentId TO WS-MATCH-STUDENT
                    PERFORM FIND-ERASURE-REQUEST
                    IF MATCH-IDX NOT = ZERO
                       MOVE SPACE TO EF-Gender
                       STRING "ENTRANT " EF-StudentId
                           DELIMITED BY SIZE INTO ER-RECORD
                       PERFORM LOG-ANONYMISED-RECORD
                    END-IF
                 END-IF
                 WRITE ErasureWorkRec FROM EntrantsControlRec
           END-READ.

       RESTORE-ENTRANT.
           READ ErasureWork
              AT END
                 SET END-OF-WORK TO TRUE
              NOT AT END
                 WRITE EntrantsControlRec FROM ErasureWorkRec
           END-READ.

       ERASE-CONTACT.
           MOVE ZERO TO FILE-CHANGES
           MOVE "StudentContacts.Dat" TO ER-FILE
           MOVE "ADDRESS AND CONTACTS CLEARED" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentContacts
           OPEN OUTPUT ErasureWork
           PERFORM ERASE-ONE-CONTACT UNTIL END-OF-INPUT
           CLOSE StudentContacts
           CLOSE ErasureWork
           IF FILE-CHANGES > ZERO
              MOVE 'N' TO WORK-EOF
              OPEN INPUT ErasureWork
              OPEN OUTPUT StudentContacts
              PERFORM RESTORE-CONTACT UNTIL END-OF-WORK
              CLOSE ErasureWork
              CLOSE StudentContacts
           END-IF.

      * The key and the date last updated are kept.
       ERASE-ONE-CONTACT.
           READ StudentContacts
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF CN-STUDENT-ID NUMERIC
                    MOVE CN-STUDENT-ID TO WS-STUDENT-KEY
                    MOVE WS-STUDENT-KEY TO WS-MATCH-STUDENT
                    PERFORM FIND-ERASURE-REQUEST
                    IF MATCH-IDX NOT = ZERO
                       MOVE SPACES TO CN-ADDRESS-1
                       MOVE SPACES TO CN-ADDRESS-2
                       MOVE SPACES TO CN-TOWN
                       MOVE SPACES TO CN-POSTCODE
                       MOVE SPACES TO CN-EMAIL
                       MOVE SPACES TO CN-PHONE
                       MOVE SPACES TO CN-EMERG-NAME
                       MOVE SPACES TO CN-EMERG-PHONE
                       MOVE SPACES TO CN-EMERG-RELATION
                       STRING "CONTACT " CN-STUDENT-ID
                           DELIMITED BY SIZE INTO ER-RECORD
                       PERFORM LOG-ANONYMISED-RECORD
                    END-IF
                 END-IF
                 WRITE ErasureWorkRec FROM StudentContactRec
           END-READ.

       RESTORE-CONTACT.
           READ ErasureWork
              AT END
                 SET END-OF-WORK TO TRUE
              NOT AT END
                 WRITE StudentContactRec FROM ErasureWorkRec
           END-READ.

       LOG-RETAINED-GRADES.
           MOVE "GradesMaster.Dat" TO ER-FILE
           MOVE "STATUTORY RECORD" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT GradesMaster
           PERFORM CHECK-RETAINED-GRADE UNTIL END-OF-INPUT
           CLOSE GradesMaster.

       CHECK-RETAINED-GRADE.
           READ GradesMaster
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE GM-STUDENT-ID TO WS-MATCH-STUDENT
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    STRING "GRADE " GM-COURSE-CODE " " GM-PERIOD
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-RETAINED-RECORD
                 END-IF
           END-READ.

       LOG-RETAINED-ATTENDANCE.
           MOVE "SessionAttendance.Dat" TO ER-FILE
           MOVE "STATUTORY RECORD" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT SessionAttendance
           PERFORM CHECK-RETAINED-ATTENDANCE UNTIL END-OF-INPUT
           CLOSE SessionAttendance.

       CHECK-RETAINED-ATTENDANCE.
           READ SessionAttendance
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF SS-STUDENT-ID NUMERIC
                    MOVE SS-STUDENT-ID TO WS-STUDENT-KEY
                    MOVE WS-STUDENT-KEY TO WS-MATCH-STUDENT
                    PERFORM FIND-ERASURE-REQUEST
                    IF MATCH-IDX NOT = ZERO
                       STRING "SESSION " SS-COURSE-CODE " "
                           SS-SESSION-DATE
                           DELIMITED BY SIZE INTO ER-RECORD
                       PERFORM LOG-RETAINED-RECORD
                    END-IF
                 END-IF
           END-READ.

       LOG-RETAINED-ACCOUNTS.
           MOVE "StudentAccounts.Dat" TO ER-FILE
           MOVE "FINANCIAL RECORD" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentAccountFile
           PERFORM CHECK-RETAINED-ACCOUNT UNTIL END-OF-INPUT
           CLOSE StudentAccountFile.

       CHECK-RETAINED-ACCOUNT.
           READ StudentAccountFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE SA-STUDENT-ID TO WS-MATCH-STUDENT
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    STRING "ACCOUNT " SA-STUDENT-ID
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-RETAINED-RECORD
                 END-IF
           END-READ.

       LOG-RETAINED-LEDGER.
           MOVE "StudentLedger.Dat" TO ER-FILE
           MOVE "FINANCIAL RECORD" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentLedger
           PERFORM CHECK-RETAINED-LEDGER UNTIL END-OF-INPUT
           CLOSE StudentLedger.

       CHECK-RETAINED-LEDGER.
           READ StudentLedger
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE SL-STUDENT-ID TO WS-MATCH-STUDENT
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    STRING "LEDGER " SL-REFERENCE
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-RETAINED-RECORD
                 END-IF
           END-READ.

      *--------------------------------------------------------------
      * Drivers.
      *--------------------------------------------------------------
       ERASE-DRIVER.
           MOVE ZERO TO FILE-CHANGES
           MOVE "DriverMaster.Dat" TO ER-FILE
           MOVE "NAME LICENCE MEDICAL CLEARED" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT DriverMaster
           OPEN OUTPUT ErasureWork
           PERFORM ERASE-ONE-DRIVER UNTIL END-OF-INPUT
           CLOSE DriverMaster
           CLOSE ErasureWork
           IF FILE-CHANGES > ZERO
              MOVE 'N' TO WORK-EOF
              OPEN INPUT ErasureWork
              OPEN OUTPUT DriverMaster
              PERFORM RESTORE-DRIVER UNTIL END-OF-WORK
              CLOSE ErasureWork
              CLOSE DriverMaster
           END-IF.

       ERASE-ONE-DRIVER.
           READ DriverMaster
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE DRM-DRIVER TO WS-MATCH-DRIVER
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    MOVE ERASED-NAME TO DRM-NAME
                    MOVE SPACES TO DRM-LICENCE-NO
                    MOVE ZERO TO DRM-MEDICAL-EXPIRY
                    STRING "DRIVER " DRM-DRIVER
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-ANONYMISED-RECORD
                 END-IF
                 WRITE ErasureWorkRec FROM DriverMasterRec
           END-READ.

       RESTORE-DRIVER.
           READ ErasureWork
              AT END
                 SET END-OF-WORK TO TRUE
              NOT AT END
                 WRITE DriverMasterRec FROM ErasureWorkRec
           END-READ.

       LOG-RETAINED-TRIPS.
           MOVE "MileageLog.Dat" TO ER-FILE
           MOVE "STATUTORY RECORD" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT MileageLog
           PERFORM CHECK-RETAINED-TRIP UNTIL END-OF-INPUT
           CLOSE MileageLog.

       CHECK-RETAINED-TRIP.
           READ MileageLog
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE ML-DRIVER TO WS-MATCH-DRIVER
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    STRING "TRIP " ML-VEHICLE " " ML-DATE
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-RETAINED-RECORD
                 END-IF
           END-READ.

       LOG-RETAINED-VIOLATIONS.
           MOVE "DriverViolations.Dat" TO ER-FILE
           MOVE "STATUTORY RECORD" TO ER-DETAIL
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT DriverViolations
           PERFORM CHECK-RETAINED-VIOLATION UNTIL END-OF-INPUT
           CLOSE DriverViolations.

       CHECK-RETAINED-VIOLATION.
           READ DriverViolations
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 MOVE VL-DRIVER TO WS-MATCH-DRIVER
                 PERFORM FIND-ERASURE-REQUEST
                 IF MATCH-IDX NOT = ZERO
                    STRING "CHECK " VL-VEHICLE " " VL-TRIP-DATE
                        DELIMITED BY SIZE INTO ER-RECORD
                    PERFORM LOG-RETAINED-RECORD
                 END-IF
           END-READ.
