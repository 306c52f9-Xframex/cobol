       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentCorrespondence.
       AUTHOR. ismail.
      * Correspondence run.  Gathers the events students are to be
      * written to about:
      *   ABSENCE   attendance below target, from AbsenceFlags.Dat
      *             (AttendanceRegister)
      *   FEEHOLD   financial hold on the fee account, from
      *             StudentAccounts.Dat
      *   RESULT    grades for the period given at the prompt, from
      *             GradesMaster.Dat (no results when left blank)
      *   WAITLIST  waiting list places, from Waitlist.Dat
      * and merges them with the student's contact details on
      * StudentContacts.Dat into CorrespondenceExtract.Dat for the
      * print and mail run.  A student with an e-mail address is sent
      * an e-mail, otherwise a letter goes to their postal address.
      * Events for students with neither are held back and listed on
      * CorrespondenceReport.Dat for the details to be chased.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL StudentContacts
               ASSIGN TO "StudentContacts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AbsenceFlags ASSIGN TO "AbsenceFlags.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentAccountFile
               ASSIGN TO "StudentAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradesMaster ASSIGN TO "GradesMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WaitlistFile ASSIGN TO "Waitlist.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EventSortWork ASSIGN TO "EventSortWork.Dat".
           SELECT SortedEvents ASSIGN TO "SortedEvents.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CorrespondenceExtract
               ASSIGN TO "CorrespondenceExtract.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CorrespondenceReport
               ASSIGN TO "CorrespondenceReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StudentContacts.
       01 StudentContactLine   PIC X(220).

       FD StudentFile.
       01 StudentDetails.
           02 StudentId        PIC X(8).
           02 StudentName      PIC X(25).
           02 CourseCode       PIC X(5).

       FD AbsenceFlags.
       COPY ABSFLAG.

       FD StudentAccountFile.
       COPY STUACCT.

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

       FD WaitlistFile.
       01 WaitlistRecord.
           02 WL-StudentId      PIC 9(8).
           02 FILLER            PIC X.
           02 WL-CourseCode     PIC X(5).
           02 FILLER            PIC X.
           02 WL-Campus         PIC X(3).

       SD EventSortWork.
       01 EventSortRec.
           02 EW-STUDENT-ID    PIC X(8).
           02 EW-EVENT-TYPE    PIC X(8).
           02 EW-EVENT-DETAIL  PIC X(50).

       FD SortedEvents.
       01 SortedEventRec.
           88 END-OF-EVENTS VALUE HIGH-VALUES.
           02 EV-STUDENT-ID    PIC X(8).
           02 EV-EVENT-TYPE    PIC X(8).
           02 EV-EVENT-DETAIL  PIC X(50).

       FD CorrespondenceExtract.
       COPY CORREXT.

       FD CorrespondenceReport.
       01 ReportLine           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STUCONT.

       01 WS-RESULTS-PERIOD    PIC X(5) VALUE SPACES.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 CONTACT-EOF          PIC X VALUE 'N'.
           88 END-OF-CONTACTS  VALUE 'Y'.
       01 CONTACT-TABLE-MAX    PIC 9(3) VALUE 500.
       01 CONTACT-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 CONTACT-IDX          PIC 9(3) VALUE ZERO.
       01 WS-CONTACT-IDX       PIC 9(3) VALUE ZERO.
       01 CONTACT-TABLE.
           02 CONTACT-ENTRY OCCURS 500 TIMES.
               03 CO-StudentId   PIC X(8).
               03 CO-ADDRESS-1   PIC X(30).
               03 CO-ADDRESS-2   PIC X(30).
               03 CO-TOWN        PIC X(20).
               03 CO-POSTCODE    PIC X(8).
               03 CO-EMAIL       PIC X(40).

       01 STUDENT-EOF          PIC X VALUE 'N'.
           88 END-OF-STUDENTS  VALUE 'Y'.
       01 NAME-TABLE-MAX       PIC 9(3) VALUE 500.
       01 NAME-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 NAME-IDX             PIC 9(3) VALUE ZERO.
       01 WS-STUDENT-NAME      PIC X(25) VALUE SPACES.
       01 NAME-TABLE.
           02 NAME-ENTRY OCCURS 500 TIMES.
               03 NT-StudentId   PIC X(8).
               03 NT-StudentName PIC X(25).

       01 ABSENCE-EOF          PIC X VALUE 'N'.
           88 END-OF-ABSENCES  VALUE 'Y'.
       01 ACCOUNT-EOF          PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS  VALUE 'Y'.
       01 GRADES-EOF           PIC X VALUE 'N'.
           88 END-OF-GRADES    VALUE 'Y'.
       01 WAITLIST-EOF         PIC X VALUE 'N'.
           88 END-OF-WAITLIST  VALUE 'Y'.

       01 WS-HOLD-REASON       PIC X(25) VALUE SPACES.

       01 ABSENCE-EXTRACTED    PIC 9(5) VALUE ZERO.
       01 ABSENCE-HELD         PIC 9(5) VALUE ZERO.
       01 FEEHOLD-EXTRACTED    PIC 9(5) VALUE ZERO.
       01 FEEHOLD-HELD         PIC 9(5) VALUE ZERO.
       01 RESULT-EXTRACTED     PIC 9(5) VALUE ZERO.
       01 RESULT-HELD          PIC 9(5) VALUE ZERO.
       01 WAITLIST-EXTRACTED   PIC 9(5) VALUE ZERO.
       01 WAITLIST-HELD        PIC 9(5) VALUE ZERO.
       01 TOTAL-EXTRACTED      PIC 9(5) VALUE ZERO.
       01 TOTAL-HELD           PIC 9(5) VALUE ZERO.
       01 EMAIL-COUNT          PIC 9(5) VALUE ZERO.
       01 POST-COUNT           PIC 9(5) VALUE ZERO.

       01 AbsenceEventDetail.
           02 FILLER           PIC X(7) VALUE "COURSE ".
           02 AE-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(10) VALUE " ATTENDED ".
           02 AE-PRESENT       PIC ZZZ9.
           02 FILLER           PIC X(4) VALUE " OF ".
           02 AE-SESSIONS      PIC ZZZ9.
           02 FILLER           PIC X(2) VALUE " (".
           02 AE-PCT           PIC ZZ9.99.
           02 FILLER           PIC X(2) VALUE "%)".

       01 HoldEventDetail.
           02 FILLER           PIC X(8) VALUE "OVERDUE ".
           02 HE-OVERDUE       PIC Z(6)9.99.
           02 FILLER           PIC X(15) VALUE " ON HOLD SINCE ".
           02 HE-HOLD-DATE     PIC 9(8).

       01 ResultEventDetail.
           02 FILLER           PIC X(7) VALUE "COURSE ".
           02 RE-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(8) VALUE " PERIOD ".
           02 RE-PERIOD        PIC X(5).
           02 FILLER           PIC X(6) VALUE " MARK ".
           02 RE-MARK          PIC ZZ9.
           02 FILLER           PIC X(7) VALUE " GRADE ".
           02 RE-GRADE         PIC X.

       01 WaitlistEventDetail.
           02 FILLER           PIC X(7) VALUE "COURSE ".
           02 WE-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(8) VALUE " CAMPUS ".
           02 WE-CAMPUS        PIC X(3).
           02 FILLER           PIC X(19) VALUE " WAITING LIST PLACE".

       01 ReportHeading1.
           02 FILLER           PIC X(34)
               VALUE " Student Correspondence Extract - ".
           02 RH-DATE          PIC 9(8).
       01 ReportHeading2       PIC X(80)
           VALUE " Held back - no means of contact".
       01 ReportHeading3.
           02 FILLER           PIC X(36)
               VALUE " Student   Name                     ".
           02 FILLER           PIC X(36)
               VALUE " Event     Reason".

       01 HeldBackLine.
           02 FILLER           PIC X VALUE SPACE.
           02 HB-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 HB-STUDENT-NAME  PIC X(25).
           02 FILLER           PIC X VALUE SPACE.
           02 HB-EVENT-TYPE    PIC X(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 HB-REASON        PIC X(25).

       01 ReportTotalsHeading  PIC X(80)
           VALUE " Event      Extracted  Held back".
       01 ReportTotalLine.
           02 FILLER           PIC X VALUE SPACE.
           02 RT-EVENT-TYPE    PIC X(8).
           02 FILLER           PIC X(4) VALUE SPACES.
           02 RT-EXTRACTED     PIC ZZZZ9.
           02 FILLER           PIC X(6) VALUE SPACES.
           02 RT-HELD          PIC ZZZZ9.
       01 ReportChannelLine.
           02 FILLER           PIC X(16) VALUE " By e-mail:     ".
           02 RC-EMAIL         PIC ZZZZ9.
           02 FILLER           PIC X(13) VALUE "   By post:  ".
           02 RC-POST          PIC ZZZZ9.

       PROCEDURE DIVISION.
       ExtractCorrespondence.
           DISPLAY "Results period to include (blank for none): "
               WITH NO ADVANCING
           ACCEPT WS-RESULTS-PERIOD
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CONTACT-TABLE
           PERFORM LOAD-NAME-TABLE
           SORT EventSortWork
               ON ASCENDING KEY EW-STUDENT-ID EW-EVENT-TYPE
               INPUT PROCEDURE IS GATHER-EVENTS
               GIVING SortedEvents
           OPEN INPUT SortedEvents
           OPEN OUTPUT CorrespondenceExtract
           OPEN OUTPUT CorrespondenceReport
           MOVE WS-TODAY-DATE TO RH-DATE
           WRITE ReportLine FROM ReportHeading1
               AFTER ADVANCING PAGE
           WRITE ReportLine FROM ReportHeading2
               AFTER ADVANCING 2 LINES
           WRITE ReportLine FROM ReportHeading3
               AFTER ADVANCING 1 LINE
           PERFORM READ-SORTED-EVENT
           PERFORM EXTRACT-ONE-EVENT UNTIL END-OF-EVENTS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE SortedEvents
           CLOSE CorrespondenceExtract
           CLOSE CorrespondenceReport
           DISPLAY "Correspondence extract complete."
           DISPLAY "Events extracted:  " TOTAL-EXTRACTED
           DISPLAY "Events held back:  " TOTAL-HELD
           STOP RUN.

       LOAD-CONTACT-TABLE.
           MOVE ZERO TO CONTACT-TABLE-COUNT
           MOVE 'N' TO CONTACT-EOF
           OPEN INPUT StudentContacts
           PERFORM READ-CONTACT-RECORD UNTIL END-OF-CONTACTS
           CLOSE StudentContacts.

       READ-CONTACT-RECORD.
           READ StudentContacts INTO StudentContactRec
              AT END
                 SET END-OF-CONTACTS TO TRUE
              NOT AT END
                 IF CONTACT-TABLE-COUNT >= CONTACT-TABLE-MAX
                    DISPLAY "*** CONTACT FILE LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO CONTACT-TABLE-COUNT
                 MOVE CN-STUDENT-ID
                     TO CO-StudentId(CONTACT-TABLE-COUNT)
                 MOVE CN-ADDRESS-1 TO CO-ADDRESS-1(CONTACT-TABLE-COUNT)
                 MOVE CN-ADDRESS-2 TO CO-ADDRESS-2(CONTACT-TABLE-COUNT)
                 MOVE CN-TOWN TO CO-TOWN(CONTACT-TABLE-COUNT)
                 MOVE CN-POSTCODE TO CO-POSTCODE(CONTACT-TABLE-COUNT)
                 MOVE CN-EMAIL TO CO-EMAIL(CONTACT-TABLE-COUNT)
           END-READ.

       LOOKUP-CONTACT.
           MOVE ZERO TO WS-CONTACT-IDX
           PERFORM FIND-CONTACT
               VARYING CONTACT-IDX FROM 1 BY 1
               UNTIL CONTACT-IDX > CONTACT-TABLE-COUNT.

       FIND-CONTACT.
           IF CO-StudentId(CONTACT-IDX) = EV-STUDENT-ID
              MOVE CONTACT-IDX TO WS-CONTACT-IDX
           END-IF.

       LOAD-NAME-TABLE.
           MOVE ZERO TO NAME-TABLE-COUNT
           MOVE 'N' TO STUDENT-EOF
           OPEN INPUT StudentFile
           PERFORM READ-STUDENT-FILE UNTIL END-OF-STUDENTS
           CLOSE StudentFile.

       READ-STUDENT-FILE.
           READ StudentFile
              AT END
                 SET END-OF-STUDENTS TO TRUE
              NOT AT END
                 IF NAME-TABLE-COUNT >= NAME-TABLE-MAX
                    DISPLAY "*** STUDENT MASTER LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO NAME-TABLE-COUNT
                 MOVE StudentId TO NT-StudentId(NAME-TABLE-COUNT)
                 MOVE StudentName TO NT-StudentName(NAME-TABLE-COUNT)
           END-READ.

       LOOKUP-STUDENT-NAME.
           MOVE "** NOT ON STUDENT MASTER **" TO WS-STUDENT-NAME
           PERFORM FIND-STUDENT-NAME
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > NAME-TABLE-COUNT.

       FIND-STUDENT-NAME.
           IF NT-StudentId(NAME-IDX) = EV-STUDENT-ID
              MOVE NT-StudentName(NAME-IDX) TO WS-STUDENT-NAME
           END-IF.

      *****************************************************************
      * Events from each source are released to the sort, which
      * brings each student's correspondence together.
      *****************************************************************
       GATHER-EVENTS.
           MOVE 'N' TO ABSENCE-EOF
           OPEN INPUT AbsenceFlags
           PERFORM READ-ABSENCE-FLAG UNTIL END-OF-ABSENCES
           CLOSE AbsenceFlags
           MOVE 'N' TO ACCOUNT-EOF
           OPEN INPUT StudentAccountFile
           PERFORM READ-STUDENT-ACCOUNT UNTIL END-OF-ACCOUNTS
           CLOSE StudentAccountFile
           IF WS-RESULTS-PERIOD NOT = SPACES
              MOVE 'N' TO GRADES-EOF
              OPEN INPUT GradesMaster
              PERFORM READ-GRADE-RECORD UNTIL END-OF-GRADES
              CLOSE GradesMaster
           END-IF
           MOVE 'N' TO WAITLIST-EOF
           OPEN INPUT WaitlistFile
           PERFORM READ-WAITLIST-RECORD UNTIL END-OF-WAITLIST
           CLOSE WaitlistFile.

       READ-ABSENCE-FLAG.
           READ AbsenceFlags
              AT END
                 SET END-OF-ABSENCES TO TRUE
              NOT AT END
                 MOVE AF-COURSE-CODE TO AE-COURSE-CODE
                 MOVE AF-PRESENT TO AE-PRESENT
                 MOVE AF-SESSIONS TO AE-SESSIONS
                 MOVE AF-ATTEND-PCT TO AE-PCT
                 MOVE AF-STUDENT-ID TO EW-STUDENT-ID
                 MOVE "ABSENCE" TO EW-EVENT-TYPE
                 MOVE AbsenceEventDetail TO EW-EVENT-DETAIL
                 RELEASE EventSortRec
           END-READ.

       READ-STUDENT-ACCOUNT.
           READ StudentAccountFile
              AT END
                 SET END-OF-ACCOUNTS TO TRUE
              NOT AT END
                 IF SA-ON-HOLD
                    MOVE SA-OVERDUE TO HE-OVERDUE
                    MOVE SA-HOLD-DATE TO HE-HOLD-DATE
                    MOVE SA-STUDENT-ID TO EW-STUDENT-ID
                    MOVE "FEEHOLD" TO EW-EVENT-TYPE
                    MOVE HoldEventDetail TO EW-EVENT-DETAIL
                    RELEASE EventSortRec
                 END-IF
           END-READ.

       READ-GRADE-RECORD.
           READ GradesMaster
              AT END
                 SET END-OF-GRADES TO TRUE
              NOT AT END
                 IF GM-PERIOD = WS-RESULTS-PERIOD
                    MOVE GM-COURSE-CODE TO RE-COURSE-CODE
                    MOVE GM-PERIOD TO RE-PERIOD
                    MOVE GM-MARK TO RE-MARK
                    MOVE GM-GRADE TO RE-GRADE
                    MOVE GM-STUDENT-ID TO EW-STUDENT-ID
                    MOVE "RESULT" TO EW-EVENT-TYPE
                    MOVE ResultEventDetail TO EW-EVENT-DETAIL
                    RELEASE EventSortRec
                 END-IF
           END-READ.

       READ-WAITLIST-RECORD.
           READ WaitlistFile
              AT END
                 SET END-OF-WAITLIST TO TRUE
              NOT AT END
                 MOVE WL-CourseCode TO WE-COURSE-CODE
                 MOVE WL-Campus TO WE-CAMPUS
                 MOVE WL-StudentId TO EW-STUDENT-ID
                 MOVE "WAITLIST" TO EW-EVENT-TYPE
                 MOVE WaitlistEventDetail TO EW-EVENT-DETAIL
                 RELEASE EventSortRec
           END-READ.

       READ-SORTED-EVENT.
           READ SortedEvents
              AT END SET END-OF-EVENTS TO TRUE
           END-READ.

      *****************************************************************
      * One event: e-mail where an address is held, otherwise post;
      * with neither it is held back for the details to be chased.
      *****************************************************************
       EXTRACT-ONE-EVENT.
           PERFORM LOOKUP-STUDENT-NAME
           PERFORM LOOKUP-CONTACT
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO CorrespondenceExtractRec
           EVALUATE TRUE
              WHEN WS-CONTACT-IDX = ZERO
                 MOVE "NO CONTACT RECORD" TO WS-HOLD-REASON
              WHEN CO-EMAIL(WS-CONTACT-IDX) NOT = SPACES
                 SET CE-BY-EMAIL TO TRUE
              WHEN CO-ADDRESS-1(WS-CONTACT-IDX) NOT = SPACES
                   AND CO-POSTCODE(WS-CONTACT-IDX) NOT = SPACES
                 SET CE-BY-POST TO TRUE
              WHEN OTHER
                 MOVE "NO ADDRESS OR E-MAIL" TO WS-HOLD-REASON
           END-EVALUATE
           IF WS-HOLD-REASON = SPACES
              PERFORM WRITE-EXTRACT-RECORD
           ELSE
              PERFORM WRITE-HELD-BACK-LINE
           END-IF
           PERFORM READ-SORTED-EVENT.

       WRITE-EXTRACT-RECORD.
           MOVE EV-STUDENT-ID TO CE-STUDENT-ID
           MOVE WS-STUDENT-NAME TO CE-STUDENT-NAME
           MOVE CO-EMAIL(WS-CONTACT-IDX) TO CE-EMAIL
           MOVE CO-ADDRESS-1(WS-CONTACT-IDX) TO CE-ADDRESS-1
           MOVE CO-ADDRESS-2(WS-CONTACT-IDX) TO CE-ADDRESS-2
           MOVE CO-TOWN(WS-CONTACT-IDX) TO CE-TOWN
           MOVE CO-POSTCODE(WS-CONTACT-IDX) TO CE-POSTCODE
           MOVE EV-EVENT-TYPE TO CE-EVENT-TYPE
           MOVE EV-EVENT-DETAIL TO CE-EVENT-DETAIL
           MOVE WS-TODAY-DATE TO CE-EXTRACT-DATE
           WRITE CorrespondenceExtractRec
           ADD 1 TO TOTAL-EXTRACTED
           IF CE-BY-EMAIL
              ADD 1 TO EMAIL-COUNT
           ELSE
              ADD 1 TO POST-COUNT
           END-IF
           EVALUATE EV-EVENT-TYPE
              WHEN "ABSENCE"
                 ADD 1 TO ABSENCE-EXTRACTED
              WHEN "FEEHOLD"
                 ADD 1 TO FEEHOLD-EXTRACTED
              WHEN "RESULT"
                 ADD 1 TO RESULT-EXTRACTED
              WHEN "WAITLIST"
                 ADD 1 TO WAITLIST-EXTRACTED
           END-EVALUATE.

       WRITE-HELD-BACK-LINE.
           MOVE EV-STUDENT-ID TO HB-STUDENT-ID
           MOVE WS-STUDENT-NAME TO HB-STUDENT-NAME
           MOVE EV-EVENT-TYPE TO HB-EVENT-TYPE
           MOVE WS-HOLD-REASON TO HB-REASON
           WRITE ReportLine FROM HeldBackLine
               AFTER ADVANCING 1 LINE
           ADD 1 TO TOTAL-HELD
           EVALUATE EV-EVENT-TYPE
              WHEN "ABSENCE"
                 ADD 1 TO ABSENCE-HELD
              WHEN "FEEHOLD"
                 ADD 1 TO FEEHOLD-HELD
              WHEN "RESULT"
                 ADD 1 TO RESULT-HELD
              WHEN "WAITLIST"
                 ADD 1 TO WAITLIST-HELD
           END-EVALUATE.

       WRITE-REPORT-TOTALS.
           WRITE ReportLine FROM ReportTotalsHeading
               AFTER ADVANCING 2 LINES
           MOVE "ABSENCE" TO RT-EVENT-TYPE
           MOVE ABSENCE-EXTRACTED TO RT-EXTRACTED
           MOVE ABSENCE-HELD TO RT-HELD
           WRITE ReportLine FROM ReportTotalLine
               AFTER ADVANCING 1 LINE
           MOVE "FEEHOLD" TO RT-EVENT-TYPE
           MOVE FEEHOLD-EXTRACTED TO RT-EXTRACTED
           MOVE FEEHOLD-HELD TO RT-HELD
           WRITE ReportLine FROM ReportTotalLine
               AFTER ADVANCING 1 LINE
           MOVE "RESULT" TO RT-EVENT-TYPE
           MOVE RESULT-EXTRACTED TO RT-EXTRACTED
           MOVE RESULT-HELD TO RT-HELD
           WRITE ReportLine FROM ReportTotalLine
               AFTER ADVANCING 1 LINE
           MOVE "WAITLIST" TO RT-EVENT-TYPE
           MOVE WAITLIST-EXTRACTED TO RT-EXTRACTED
           MOVE WAITLIST-HELD TO RT-HELD
           WRITE ReportLine FROM ReportTotalLine
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL" TO RT-EVENT-TYPE
           MOVE TOTAL-EXTRACTED TO RT-EXTRACTED
           MOVE TOTAL-HELD TO RT-HELD
           WRITE ReportLine FROM ReportTotalLine
               AFTER ADVANCING 1 LINE
           MOVE EMAIL-COUNT TO RC-EMAIL
           MOVE POST-COUNT TO RC-POST
           WRITE ReportLine FROM ReportChannelLine
               AFTER ADVANCING 2 LINES.
