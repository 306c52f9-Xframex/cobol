       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExamTimetable.
       AUTHOR. ismail.
      * End-of-term exam scheduling.  Every paper on ExamList.Dat is
      * given one of the sittings on ExamSessions.Dat so that no
      * student enrolled on students.Dat has two papers in the same
      * sitting, and each student is seated in an exam room on their
      * own campus without any room going over RM-SEATS.  Papers with
      * the most candidates are placed first.  Produces:
      *   ExamSchedule.Dat  - every paper with its sitting, or why it
      *                       could not be placed
      *   ExamTimetable.Dat - each student's own exam timetable
      *   ExamSeating.Dat   - the seat list per room and sitting

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomsMaster ASSIGN TO "Rooms.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExamList ASSIGN TO "ExamList.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExamSessions ASSIGN TO "ExamSessions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EntrantsFile ASSIGN TO "students.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EnrolSortWork ASSIGN TO "EnrolSortWork.Dat".
           SELECT SortedEnrolments ASSIGN TO "SortedEnrolments.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SeatSortWork ASSIGN TO "SeatSortWork.Dat".
           SELECT SortedSeats ASSIGN TO "SortedSeats.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ScheduleReport ASSIGN TO "ExamSchedule.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TimetableReport ASSIGN TO "ExamTimetable.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SeatingReport ASSIGN TO "ExamSeating.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RoomsMaster.
       01 RoomsMasterRec.
           02 RM-ROOM          PIC X(4).
           02 FILLER           PIC X.
           02 RM-CAMPUS        PIC X(3).
           02 FILLER           PIC X.
           02 RM-SEATS         PIC 9(4).

      * One record per paper to be sat; a course may set more than
      * one paper.
       FD ExamList.
       01 ExamListRec.
           02 EX-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 EX-PAPER         PIC X(2).

      * The sittings available this exam period.  Sittings may not
      * overlap one another.
       FD ExamSessions.
       01 ExamSessionRec.
           02 ES-DATE          PIC X(8).
           02 FILLER           PIC X.
           02 ES-START-TIME    PIC 9(4).
           02 FILLER           PIC X.
           02 ES-END-TIME      PIC 9(4).

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
       01 EntrantsTrailerView.
           02 FILLER            PIC X(4).
           02 EC-REC-COUNT      PIC 9(7).
           02 EC-HASH-TOTAL     PIC 9(12).

       FD StudentFile.
       01 StudentDetails.
           02 StudentId      PIC X(8).
           02 StudentName    PIC X(25).
           02 CourseCode     PIC X(5).

       SD EnrolSortWork.
       01 EnrolSortRec.
           02 ESW-STUDENT-ID   PIC 9(8).
           02 ESW-COURSE-CODE  PIC X(5).
           02 ESW-CAMPUS       PIC X(3).

       FD SortedEnrolments.
       01 SortedEnrolmentRec.
           88 END-OF-SORTED-ENROLMENTS VALUE HIGH-VALUES.
           02 SE-STUDENT-ID    PIC 9(8).
           02 SE-COURSE-CODE   PIC X(5).
           02 SE-CAMPUS        PIC X(3).

       SD SeatSortWork.
       01 SeatSortRec.
           02 SSW-KEY-1        PIC X(12).
           02 SSW-KEY-2        PIC X(12).
           02 SSW-KEY-3        PIC X(8).
           02 SSW-SEAT-IDX     PIC 9(4).

       FD SortedSeats.
       01 SortedSeatRec.
           88 END-OF-SORTED-SEATS VALUE HIGH-VALUES.
           02 SS-KEY-1         PIC X(12).
           02 SS-KEY-2         PIC X(12).
           02 SS-KEY-3         PIC X(8).
           02 SS-SEAT-IDX      PIC 9(4).

       FD ScheduleReport.
       01 ScheduleLine         PIC X(90).

       FD TimetableReport.
       01 TimetableLine        PIC X(80).

       FD SeatingReport.
       01 SeatingLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01 ROOMS-EOF            PIC X VALUE 'N'.
           88 END-OF-ROOMS     VALUE 'Y'.
       01 EXAMS-EOF            PIC X VALUE 'N'.
           88 END-OF-EXAMS     VALUE 'Y'.
       01 SESSIONS-EOF         PIC X VALUE 'N'.
           88 END-OF-SESSIONS  VALUE 'Y'.
       01 ENTRANTS-EOF         PIC X VALUE 'N'.
           88 NO-MORE-ENTRANTS VALUE 'Y'.
       01 STUDENT-EOF          PIC X VALUE 'N'.
           88 END-OF-STUDENTS  VALUE 'Y'.

       01 ENT-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 ENT-HASH             PIC 9(12) VALUE ZERO.
       01 ENT-TRAILER-SW       PIC X VALUE 'N'.
           88 ENT-TRAILER-SEEN VALUE 'Y'.

       01 ROOM-TABLE-MAX       PIC 99 VALUE 50.
       01 ROOM-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 ROOM-IDX             PIC 99 VALUE ZERO.
       01 ROOM-TABLE.
           02 ROOM-ENTRY OCCURS 50 TIMES.
               03 RT-ROOM       PIC X(4).
               03 RT-CAMPUS     PIC X(3).
               03 RT-SEATS      PIC 9(4).

      * Campuses that have exam rooms, with the candidates a paper
      * needs seated there and the seats still free in a sitting.
       01 CAMPUS-TABLE-MAX     PIC 99 VALUE 10.
       01 CAMPUS-TABLE-COUNT   PIC 99 VALUE ZERO.
       01 CAMPUS-IDX           PIC 99 VALUE ZERO.
       01 WS-CAMPUS-IDX        PIC 99 VALUE ZERO.
       01 WS-LOOKUP-CAMPUS     PIC X(3) VALUE SPACES.
       01 CAMPUS-TABLE.
           02 CAMPUS-ENTRY OCCURS 10 TIMES.
               03 CP-CAMPUS     PIC X(3).
               03 CP-NEEDED     PIC 9(4).
               03 CP-FREE       PIC 9(5).

       01 SESSION-TABLE-MAX    PIC 99 VALUE 30.
       01 SESSION-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 SESSION-IDX          PIC 99 VALUE ZERO.
       01 PAIR-IDX             PIC 99 VALUE ZERO.
       01 WS-SESSION-OK        PIC X VALUE 'Y'.
           88 SESSION-ACCEPTED VALUE 'Y'.
       01 SESSION-TABLE.
           02 SESSION-ENTRY OCCURS 30 TIMES.
               03 SN-DATE       PIC 9(8).
               03 SN-START-TIME PIC 9(4).
               03 SN-END-TIME   PIC 9(4).

      * Seats already taken in each room at each sitting.
       01 ROOM-USE-TABLE.
           02 RU-SESSION OCCURS 30 TIMES.
               03 RU-SEATS-USED PIC 9(4) OCCURS 50 TIMES.

      * The courses that set papers.  CF-SHARED(a, b) is 'Y' when
      * at least one student is enrolled on both courses.
       01 COURSE-TABLE-MAX     PIC 99 VALUE 50.
       01 COURSE-TABLE-COUNT   PIC 99 VALUE ZERO.
       01 COURSE-IDX           PIC 99 VALUE ZERO.
       01 WS-COURSE-IDX        PIC 99 VALUE ZERO.
       01 WS-LOOKUP-COURSE     PIC X(5) VALUE SPACES.
       01 COURSE-TABLE.
           02 COURSE-ENTRY OCCURS 50 TIMES.
               03 XC-COURSE-CODE PIC X(5).
               03 XC-ENROLLED    PIC 9(4).
       01 CONFLICT-MATRIX.
           02 CF-ROW OCCURS 50 TIMES.
               03 CF-SHARED     PIC X OCCURS 50 TIMES.

       01 EXAM-TABLE-MAX       PIC 9(3) VALUE 100.
       01 EXAM-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 EXAM-IDX             PIC 9(3) VALUE ZERO.
       01 OTHER-EXAM-IDX       PIC 9(3) VALUE ZERO.
       01 WS-EXAM-IDX          PIC 9(3) VALUE ZERO.
       01 WS-BEST-ENROLLED     PIC 9(4) VALUE ZERO.
       01 PICK-COUNT           PIC 9(3) VALUE ZERO.
       01 EXAM-TABLE.
           02 EXAM-ENTRY OCCURS 100 TIMES.
               03 XT-COURSE-CODE PIC X(5).
               03 XT-PAPER       PIC X(2).
               03 XT-COURSE-IDX  PIC 99.
               03 XT-SESSION-IDX PIC 99.
               03 XT-STATUS      PIC X.
                   88 XT-PENDING  VALUE SPACE.
                   88 XT-PLACED   VALUE 'P'.
                   88 XT-UNPLACED VALUE 'U'.
               03 XT-REASON      PIC X(32).

       01 ENROL-TABLE-MAX      PIC 9(4) VALUE 3000.
       01 ENROL-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 ENROL-IDX            PIC 9(4) VALUE ZERO.
       01 MATE-IDX             PIC 9(4) VALUE ZERO.
       01 ENROL-TABLE.
           02 ENROL-ENTRY OCCURS 3000 TIMES.
               03 EN-STUDENT-ID  PIC 9(8).
               03 EN-COURSE-IDX  PIC 99.
               03 EN-CAMPUS      PIC X(3).

       01 SEAT-TABLE-MAX       PIC 9(4) VALUE 5000.
       01 SEAT-TABLE-COUNT     PIC 9(4) VALUE ZERO.
       01 SEAT-IDX             PIC 9(4) VALUE ZERO.
       01 SEAT-TABLE.
           02 SEAT-ENTRY OCCURS 5000 TIMES.
               03 ST-STUDENT-ID  PIC 9(8).
               03 ST-EXAM-IDX    PIC 9(3).
               03 ST-SESSION-IDX PIC 99.
               03 ST-ROOM-IDX    PIC 99.
               03 ST-SEAT-NO     PIC 9(4).

       01 NAME-TABLE-MAX       PIC 9(4) VALUE 3000.
       01 NAME-TABLE-COUNT     PIC 9(4) VALUE ZERO.
       01 NAME-IDX             PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-NAME      PIC X(25) VALUE SPACES.
       01 WS-LOOKUP-ID         PIC X(8) VALUE SPACES.
       01 NAME-TABLE.
           02 NAME-ENTRY OCCURS 3000 TIMES.
               03 NM-StudentId   PIC X(8).
               03 NM-StudentName PIC X(25).

       01 WS-CLASH-SW          PIC X VALUE 'N'.
           88 SESSION-CLASHES  VALUE 'Y'.
       01 WS-SEATS-SW          PIC X VALUE 'Y'.
           88 SEATS-AVAILABLE  VALUE 'Y'.
       01 WS-SHORT-SEEN-SW     PIC X VALUE 'N'.
           88 SEATS-SHORT-SEEN VALUE 'Y'.
       01 WS-NO-ROOM-SW        PIC X VALUE 'N'.
           88 CAMPUS-HAS-NO-ROOM VALUE 'Y'.
       01 WS-ROOM-IDX          PIC 99 VALUE ZERO.

       01 WS-PREV-STUDENT      PIC 9(8) VALUE ZERO.
       01 WS-PREV-COURSE       PIC X(5) VALUE SPACES.
       01 PrevStudentId        PIC 9(8) VALUE ZERO.
       01 PrevSessionIdx       PIC 99 VALUE ZERO.
       01 PrevRoomIdx          PIC 99 VALUE ZERO.
       01 ROOM-SEATS-LISTED    PIC 9(4) VALUE ZERO.

       01 EXAMS-PLACED         PIC 9(3) VALUE ZERO.
       01 EXAMS-UNPLACED       PIC 9(3) VALUE ZERO.
       01 RECORDS-REJECTED     PIC 9(4) VALUE ZERO.
       01 ENROLMENTS-SKIPPED   PIC 9(5) VALUE ZERO.

       COPY DATEVAL.

       01 ScheduleHeading1     PIC X(90)
           VALUE " Exam Schedule".
       01 ScheduleHeading2     PIC X(90)
           VALUE " Course Paper Students  Date     Start End   Result".
       01 ScheduleDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-PAPER         PIC X(2).
           02 FILLER           PIC X(8) VALUE SPACES.
           02 SD-STUDENTS      PIC X(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-DATE          PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-START         PIC X(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-END           PIC X(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-RESULT        PIC X(45).
       01 ScheduleTrailer.
           02 FILLER           PIC X(15) VALUE " Papers placed:".
           02 STR-PLACED       PIC ZZ9.
           02 FILLER           PIC X(14) VALUE "   Not placed:".
           02 STR-UNPLACED     PIC ZZ9.
           02 FILLER           PIC X(20) VALUE "   Records rejected:".
           02 STR-REJECTED     PIC ZZZ9.

       01 TimetableHeading     PIC X(80)
           VALUE " Student Exam Timetable".
       01 TimetableStudentLine.
           02 FILLER           PIC X(9) VALUE " Student ".
           02 TS-STUDENT-ID    PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 TS-STUDENT-NAME  PIC X(25).
       01 TimetableColumns     PIC X(80)
           VALUE "   Date     Start End   Course Paper Room Seat".
       01 TimetableDetail.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 TD-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 TD-START         PIC 9(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 TD-END           PIC 9(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 TD-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 TD-PAPER         PIC X(2).
           02 FILLER           PIC X(4) VALUE SPACES.
           02 TD-ROOM          PIC X(4).
           02 FILLER           PIC X VALUE SPACE.
           02 TD-SEAT-NO       PIC ZZZ9.

       01 SeatingHeading       PIC X(80)
           VALUE " Exam Seating Plan".
       01 SeatingRoomLine.
           02 FILLER           PIC X(9) VALUE " Sitting ".
           02 SR-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 SR-START         PIC 9(4).
           02 FILLER           PIC X VALUE "-".
           02 SR-END           PIC 9(4).
           02 FILLER           PIC X(7) VALUE "  Room ".
           02 SR-ROOM          PIC X(4).
           02 FILLER           PIC X(9) VALUE "  Campus ".
           02 SR-CAMPUS        PIC X(3).
           02 FILLER           PIC X(8) VALUE "  Seats ".
           02 SR-SEATS         PIC ZZZ9.
       01 SeatingColumns       PIC X(80)
           VALUE "   Seat  Student   Course Paper".
       01 SeatingDetail.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SP-SEAT-NO       PIC ZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SP-STUDENT-ID    PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SP-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SP-PAPER         PIC X(2).
       01 SeatingRoomTotal.
           02 FILLER           PIC X(16) VALUE "   Seats filled:".
           02 SRT-FILLED       PIC ZZZ9.

       PROCEDURE DIVISION.
       ScheduleExams.
           OPEN OUTPUT ScheduleReport
           WRITE ScheduleLine FROM ScheduleHeading1
               AFTER ADVANCING PAGE
           WRITE ScheduleLine FROM ScheduleHeading2
               AFTER ADVANCING 2 LINES
           PERFORM LOAD-ROOM-TABLE
           PERFORM LOAD-SESSION-TABLE
           PERFORM LOAD-EXAM-TABLE
           PERFORM LOAD-ENROLMENT-TABLE
           PERFORM BUILD-CONFLICT-MATRIX
           PERFORM LOAD-NAME-TABLE
           INITIALIZE ROOM-USE-TABLE
           PERFORM PLACE-NEXT-EXAM
               VARYING PICK-COUNT FROM 1 BY 1
               UNTIL PICK-COUNT > EXAM-TABLE-COUNT
           PERFORM LIST-ONE-EXAM
               VARYING EXAM-IDX FROM 1 BY 1
               UNTIL EXAM-IDX > EXAM-TABLE-COUNT
           MOVE EXAMS-PLACED TO STR-PLACED
           MOVE EXAMS-UNPLACED TO STR-UNPLACED
           MOVE RECORDS-REJECTED TO STR-REJECTED
           WRITE ScheduleLine FROM ScheduleTrailer
               AFTER ADVANCING 2 LINES
           CLOSE ScheduleReport
           PERFORM WRITE-STUDENT-TIMETABLES
           PERFORM WRITE-SEATING-PLAN
           DISPLAY "Exam scheduling complete."
           DISPLAY "Papers placed:     " EXAMS-PLACED
           DISPLAY "Papers not placed: " EXAMS-UNPLACED
           DISPLAY "Records rejected:  " RECORDS-REJECTED
           DISPLAY "Seats allocated:   " SEAT-TABLE-COUNT
           STOP RUN.

      *****************************************************************
      * Rooms, and the campuses they stand on.
      *****************************************************************
       LOAD-ROOM-TABLE.
           MOVE ZERO TO ROOM-TABLE-COUNT
           MOVE ZERO TO CAMPUS-TABLE-COUNT
           MOVE 'N' TO ROOMS-EOF
           OPEN INPUT RoomsMaster
           PERFORM READ-ROOM-RECORD UNTIL END-OF-ROOMS
           CLOSE RoomsMaster.

       READ-ROOM-RECORD.
           READ RoomsMaster
              AT END
                 SET END-OF-ROOMS TO TRUE
              NOT AT END
                 IF ROOM-TABLE-COUNT < ROOM-TABLE-MAX
                    AND RM-SEATS NUMERIC
                    ADD 1 TO ROOM-TABLE-COUNT
                    MOVE RM-ROOM TO RT-ROOM(ROOM-TABLE-COUNT)
                    MOVE RM-CAMPUS TO RT-CAMPUS(ROOM-TABLE-COUNT)
                    MOVE RM-SEATS TO RT-SEATS(ROOM-TABLE-COUNT)
                    PERFORM ADD-ROOM-CAMPUS
                 END-IF
           END-READ.

       ADD-ROOM-CAMPUS.
           MOVE RM-CAMPUS TO WS-LOOKUP-CAMPUS
           PERFORM LOOKUP-CAMPUS
           IF WS-CAMPUS-IDX = ZERO
              AND CAMPUS-TABLE-COUNT < CAMPUS-TABLE-MAX
              ADD 1 TO CAMPUS-TABLE-COUNT
              MOVE RM-CAMPUS TO CP-CAMPUS(CAMPUS-TABLE-COUNT)
           END-IF.

       LOOKUP-CAMPUS.
           MOVE ZERO TO WS-CAMPUS-IDX
           PERFORM FIND-CAMPUS
               VARYING CAMPUS-IDX FROM 1 BY 1
               UNTIL CAMPUS-IDX > CAMPUS-TABLE-COUNT.

       FIND-CAMPUS.
           IF CP-CAMPUS(CAMPUS-IDX) = WS-LOOKUP-CAMPUS
              MOVE CAMPUS-IDX TO WS-CAMPUS-IDX
           END-IF.

      *****************************************************************
      * Sittings.  A sitting with a bad date or times, or one that
      * overlaps a sitting already loaded, is reported and left out.
      *****************************************************************
       LOAD-SESSION-TABLE.
           MOVE ZERO TO SESSION-TABLE-COUNT
           MOVE 'N' TO SESSIONS-EOF
           OPEN INPUT ExamSessions
           PERFORM READ-SESSION-RECORD UNTIL END-OF-SESSIONS
           CLOSE ExamSessions.

       READ-SESSION-RECORD.
           READ ExamSessions
              AT END
                 SET END-OF-SESSIONS TO TRUE
              NOT AT END
                 PERFORM VALIDATE-SESSION-RECORD
           END-READ.

       VALIDATE-SESSION-RECORD.
           MOVE ES-DATE TO DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           SET SESSION-ACCEPTED TO TRUE
           IF DV-DATE-VALID
              AND ES-START-TIME NUMERIC
              AND ES-END-TIME NUMERIC
              PERFORM CHECK-SESSION-OVERLAP
                  VARYING PAIR-IDX FROM 1 BY 1
                  UNTIL PAIR-IDX > SESSION-TABLE-COUNT
           END-IF
           EVALUATE TRUE
              WHEN NOT DV-DATE-VALID
                 MOVE "SITTING REJECTED - INVALID DATE"
                     TO SD-RESULT
                 PERFORM REJECT-SESSION-RECORD
              WHEN ES-START-TIME NOT NUMERIC
              WHEN ES-END-TIME NOT NUMERIC
              WHEN ES-START-TIME > 2359
              WHEN ES-END-TIME > 2359
              WHEN ES-END-TIME NOT > ES-START-TIME
                 MOVE "SITTING REJECTED - INVALID TIMES"
                     TO SD-RESULT
                 PERFORM REJECT-SESSION-RECORD
              WHEN NOT SESSION-ACCEPTED
                 MOVE "SITTING REJECTED - OVERLAPS ANOTHER"
                     TO SD-RESULT
                 PERFORM REJECT-SESSION-RECORD
              WHEN SESSION-TABLE-COUNT >= SESSION-TABLE-MAX
                 MOVE "SITTING REJECTED - TABLE FULL" TO SD-RESULT
                 PERFORM REJECT-SESSION-RECORD
              WHEN OTHER
                 ADD 1 TO SESSION-TABLE-COUNT
                 MOVE DV-DATE-OUT TO SN-DATE(SESSION-TABLE-COUNT)
                 MOVE ES-START-TIME
                     TO SN-START-TIME(SESSION-TABLE-COUNT)
                 MOVE ES-END-TIME
                     TO SN-END-TIME(SESSION-TABLE-COUNT)
           END-EVALUATE.

       CHECK-SESSION-OVERLAP.
           IF SN-DATE(PAIR-IDX) = DV-DATE-OUT
              AND ES-START-TIME < SN-END-TIME(PAIR-IDX)
              AND ES-END-TIME > SN-START-TIME(PAIR-IDX)
              MOVE 'N' TO WS-SESSION-OK
           END-IF.

       REJECT-SESSION-RECORD.
           ADD 1 TO RECORDS-REJECTED
           MOVE SPACES TO SD-COURSE-CODE
           MOVE SPACES TO SD-PAPER
           MOVE SPACES TO SD-STUDENTS
           MOVE ES-DATE TO SD-DATE
           MOVE ES-START-TIME TO SD-START
           MOVE ES-END-TIME TO SD-END
           WRITE ScheduleLine FROM ScheduleDetail
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * Papers to be sat, and the courses setting them.
      *****************************************************************
       LOAD-EXAM-TABLE.
           MOVE ZERO TO EXAM-TABLE-COUNT
           MOVE ZERO TO COURSE-TABLE-COUNT
           MOVE 'N' TO EXAMS-EOF
           OPEN INPUT ExamList
           PERFORM READ-EXAM-RECORD UNTIL END-OF-EXAMS
           CLOSE ExamList.

       READ-EXAM-RECORD.
           READ ExamList
              AT END
                 SET END-OF-EXAMS TO TRUE
              NOT AT END
                 PERFORM VALIDATE-EXAM-RECORD
           END-READ.

       VALIDATE-EXAM-RECORD.
           MOVE ZERO TO WS-EXAM-IDX
           PERFORM FIND-DUPLICATE-EXAM
               VARYING EXAM-IDX FROM 1 BY 1
               UNTIL EXAM-IDX > EXAM-TABLE-COUNT
           MOVE EX-COURSE-CODE TO WS-LOOKUP-COURSE
           PERFORM LOOKUP-COURSE
           EVALUATE TRUE
              WHEN EX-COURSE-CODE = SPACES
                 MOVE "PAPER REJECTED - NO COURSE CODE" TO SD-RESULT
                 PERFORM REJECT-EXAM-RECORD
              WHEN WS-EXAM-IDX NOT = ZERO
                 MOVE "PAPER REJECTED - DUPLICATE" TO SD-RESULT
                 PERFORM REJECT-EXAM-RECORD
              WHEN EXAM-TABLE-COUNT >= EXAM-TABLE-MAX
              WHEN WS-COURSE-IDX = ZERO
                   AND COURSE-TABLE-COUNT >= COURSE-TABLE-MAX
                 MOVE "PAPER REJECTED - TABLE FULL" TO SD-RESULT
                 PERFORM REJECT-EXAM-RECORD
              WHEN OTHER
                 IF WS-COURSE-IDX = ZERO
                    ADD 1 TO COURSE-TABLE-COUNT
                    MOVE EX-COURSE-CODE
                        TO XC-COURSE-CODE(COURSE-TABLE-COUNT)
                    MOVE ZERO TO XC-ENROLLED(COURSE-TABLE-COUNT)
                    MOVE COURSE-TABLE-COUNT TO WS-COURSE-IDX
                 END-IF
                 ADD 1 TO EXAM-TABLE-COUNT
                 MOVE EX-COURSE-CODE
                     TO XT-COURSE-CODE(EXAM-TABLE-COUNT)
                 MOVE EX-PAPER TO XT-PAPER(EXAM-TABLE-COUNT)
                 MOVE WS-COURSE-IDX
                     TO XT-COURSE-IDX(EXAM-TABLE-COUNT)
                 MOVE ZERO TO XT-SESSION-IDX(EXAM-TABLE-COUNT)
                 MOVE SPACE TO XT-STATUS(EXAM-TABLE-COUNT)
                 MOVE SPACES TO XT-REASON(EXAM-TABLE-COUNT)
           END-EVALUATE.

       FIND-DUPLICATE-EXAM.
           IF XT-COURSE-CODE(EXAM-IDX) = EX-COURSE-CODE
              AND XT-PAPER(EXAM-IDX) = EX-PAPER
              MOVE EXAM-IDX TO WS-EXAM-IDX
           END-IF.

       REJECT-EXAM-RECORD.
           ADD 1 TO RECORDS-REJECTED
           MOVE EX-COURSE-CODE TO SD-COURSE-CODE
           MOVE EX-PAPER TO SD-PAPER
           MOVE SPACES TO SD-STUDENTS
           MOVE SPACES TO SD-DATE
           MOVE SPACES TO SD-START
           MOVE SPACES TO SD-END
           WRITE ScheduleLine FROM ScheduleDetail
               AFTER ADVANCING 1 LINE.

       LOOKUP-COURSE.
           MOVE ZERO TO WS-COURSE-IDX
           PERFORM FIND-COURSE
               VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-TABLE-COUNT.

       FIND-COURSE.
           IF XC-COURSE-CODE(COURSE-IDX) = WS-LOOKUP-COURSE
              MOVE COURSE-IDX TO WS-COURSE-IDX
           END-IF.

      *****************************************************************
      * Enrolments on the examined courses, in student order so that
      * each student's courses sit together in the table.
      *****************************************************************
       LOAD-ENROLMENT-TABLE.
           SORT EnrolSortWork
               ON ASCENDING KEY ESW-STUDENT-ID ESW-COURSE-CODE
               INPUT PROCEDURE IS RELEASE-ENROLMENTS
               GIVING SortedEnrolments
           MOVE ZERO TO ENROL-TABLE-COUNT
           MOVE ZERO TO WS-PREV-STUDENT
           MOVE SPACES TO WS-PREV-COURSE
           OPEN INPUT SortedEnrolments
           PERFORM READ-SORTED-ENROLMENT
           PERFORM STORE-ENROLMENT UNTIL END-OF-SORTED-ENROLMENTS
           CLOSE SortedEnrolments.

       RELEASE-ENROLMENTS.
           MOVE 'N' TO ENTRANTS-EOF
           OPEN INPUT EntrantsFile
           PERFORM READ-ENTRANT-RECORD UNTIL NO-MORE-ENTRANTS
           CLOSE EntrantsFile.

       READ-ENTRANT-RECORD.
           READ EntrantsFile
              AT END
                 SET NO-MORE-ENTRANTS TO TRUE
                 IF NOT ENT-TRAILER-SEEN
                    DISPLAY "*** ENTRANTS FILE HAS NO TRAILER - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
              NOT AT END
                 EVALUATE TRUE
                    WHEN EC-HEADER-REC
                       CONTINUE
                    WHEN EC-TRAILER-REC
                       SET ENT-TRAILER-SEEN TO TRUE
                       IF EC-REC-COUNT NOT = ENT-REC-COUNT
                          OR EC-HASH-TOTAL NOT = ENT-HASH
                          DISPLAY "*** ENTRANTS TRAILER DOES NOT "
                              "BALANCE - RUN ABANDONED ***"
                          STOP RUN
                       END-IF
                    WHEN OTHER
                       ADD 1 TO ENT-REC-COUNT
                       IF EF-StudentId NUMERIC
                          ADD EF-StudentId TO ENT-HASH
                          MOVE EF-StudentId TO ESW-STUDENT-ID
                          MOVE EF-CourseCode TO ESW-COURSE-CODE
                          MOVE EF-Campus TO ESW-CAMPUS
                          RELEASE EnrolSortRec
                       END-IF
                 END-EVALUATE
           END-READ.

       READ-SORTED-ENROLMENT.
           READ SortedEnrolments
              AT END SET END-OF-SORTED-ENROLMENTS TO TRUE
           END-READ.

      * Courses that set no paper are not wanted here, and a student
      * listed twice on the same course is counted once.
       STORE-ENROLMENT.
           MOVE SE-COURSE-CODE TO WS-LOOKUP-COURSE
           PERFORM LOOKUP-COURSE
           EVALUATE TRUE
              WHEN WS-COURSE-IDX = ZERO
                 ADD 1 TO ENROLMENTS-SKIPPED
              WHEN SE-STUDENT-ID = WS-PREV-STUDENT
                   AND SE-COURSE-CODE = WS-PREV-COURSE
                 ADD 1 TO ENROLMENTS-SKIPPED
              WHEN ENROL-TABLE-COUNT >= ENROL-TABLE-MAX
                 DISPLAY "*** ENROLMENTS LARGER THAN WORKING TABLE - "
                     "RUN ABANDONED ***"
                 STOP RUN
              WHEN OTHER
                 ADD 1 TO ENROL-TABLE-COUNT
                 MOVE SE-STUDENT-ID
                     TO EN-STUDENT-ID(ENROL-TABLE-COUNT)
                 MOVE WS-COURSE-IDX
                     TO EN-COURSE-IDX(ENROL-TABLE-COUNT)
                 MOVE SE-CAMPUS TO EN-CAMPUS(ENROL-TABLE-COUNT)
                 ADD 1 TO XC-ENROLLED(WS-COURSE-IDX)
           END-EVALUATE
           MOVE SE-STUDENT-ID TO WS-PREV-STUDENT
           MOVE SE-COURSE-CODE TO WS-PREV-COURSE
           PERFORM READ-SORTED-ENROLMENT.

       BUILD-CONFLICT-MATRIX.
           MOVE ALL 'N' TO CONFLICT-MATRIX
           PERFORM MARK-STUDENT-COURSES
               VARYING ENROL-IDX FROM 1 BY 1
               UNTIL ENROL-IDX > ENROL-TABLE-COUNT.

       MARK-STUDENT-COURSES.
           MOVE ENROL-IDX TO MATE-IDX
           ADD 1 TO MATE-IDX
           PERFORM MARK-SHARED-COURSE
               UNTIL MATE-IDX > ENROL-TABLE-COUNT
               OR EN-STUDENT-ID(MATE-IDX)
                  NOT = EN-STUDENT-ID(ENROL-IDX).

       MARK-SHARED-COURSE.
           MOVE 'Y' TO CF-SHARED(EN-COURSE-IDX(ENROL-IDX),
                                 EN-COURSE-IDX(MATE-IDX))
           MOVE 'Y' TO CF-SHARED(EN-COURSE-IDX(MATE-IDX),
                                 EN-COURSE-IDX(ENROL-IDX))
           ADD 1 TO MATE-IDX.

       LOAD-NAME-TABLE.
           MOVE ZERO TO NAME-TABLE-COUNT
           MOVE 'N' TO STUDENT-EOF
           OPEN INPUT StudentFile
           PERFORM READ-STUDENT-NAME UNTIL END-OF-STUDENTS
           CLOSE StudentFile.

       READ-STUDENT-NAME.
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
           MOVE SPACES TO WS-STUDENT-NAME
           PERFORM FIND-STUDENT-NAME
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > NAME-TABLE-COUNT.

       FIND-STUDENT-NAME.
           IF NM-StudentId(NAME-IDX) = WS-LOOKUP-ID
              MOVE NM-StudentName(NAME-IDX) TO WS-STUDENT-NAME
           END-IF.

      *****************************************************************
      * Placement.  Each pass takes the pending paper with the most
      * candidates and gives it the first sitting in which none of
      * its students already has a paper and every campus has the
      * seats for its candidates there.
      *****************************************************************
       PLACE-NEXT-EXAM.
           MOVE ZERO TO WS-EXAM-IDX
           MOVE ZERO TO WS-BEST-ENROLLED
           PERFORM PICK-LARGEST-EXAM
               VARYING EXAM-IDX FROM 1 BY 1
               UNTIL EXAM-IDX > EXAM-TABLE-COUNT
           IF WS-EXAM-IDX NOT = ZERO
              PERFORM PLACE-ONE-EXAM
           END-IF.

       PICK-LARGEST-EXAM.
           IF XT-PENDING(EXAM-IDX)
              AND (WS-EXAM-IDX = ZERO
                OR XC-ENROLLED(XT-COURSE-IDX(EXAM-IDX))
                   > WS-BEST-ENROLLED)
              MOVE EXAM-IDX TO WS-EXAM-IDX
              MOVE XC-ENROLLED(XT-COURSE-IDX(EXAM-IDX))
                  TO WS-BEST-ENROLLED
           END-IF.

       PLACE-ONE-EXAM.
           MOVE XT-COURSE-IDX(WS-EXAM-IDX) TO WS-COURSE-IDX
           PERFORM COUNT-CAMPUS-CANDIDATES
           MOVE 'N' TO WS-SHORT-SEEN-SW
           MOVE ZERO TO XT-SESSION-IDX(WS-EXAM-IDX)
           EVALUATE TRUE
              WHEN XC-ENROLLED(WS-COURSE-IDX) = ZERO
                 MOVE "NO STUDENTS ENROLLED"
                     TO XT-REASON(WS-EXAM-IDX)
              WHEN CAMPUS-HAS-NO-ROOM
                 MOVE "STUDENTS ON CAMPUS WITH NO ROOM"
                     TO XT-REASON(WS-EXAM-IDX)
              WHEN SESSION-TABLE-COUNT = ZERO
                 MOVE "NO SITTINGS AVAILABLE"
                     TO XT-REASON(WS-EXAM-IDX)
              WHEN SEAT-TABLE-COUNT + XC-ENROLLED(WS-COURSE-IDX)
                   > SEAT-TABLE-MAX
                 DISPLAY "*** SEATS ALLOCATED LARGER THAN WORKING "
                     "TABLE - RUN ABANDONED ***"
                 STOP RUN
              WHEN OTHER
                 PERFORM TRY-ONE-SESSION
                     VARYING SESSION-IDX FROM 1 BY 1
                     UNTIL SESSION-IDX > SESSION-TABLE-COUNT
                     OR XT-SESSION-IDX(WS-EXAM-IDX) NOT = ZERO
                 IF XT-SESSION-IDX(WS-EXAM-IDX) = ZERO
                    IF SEATS-SHORT-SEEN
                       MOVE "NO SEATS IN A CLASH-FREE SITTING"
                           TO XT-REASON(WS-EXAM-IDX)
                    ELSE
                       MOVE "STUDENT CLASH IN EVERY SITTING"
                           TO XT-REASON(WS-EXAM-IDX)
                    END-IF
                 END-IF
           END-EVALUATE
           IF XT-SESSION-IDX(WS-EXAM-IDX) = ZERO
              SET XT-UNPLACED(WS-EXAM-IDX) TO TRUE
              ADD 1 TO EXAMS-UNPLACED
           ELSE
              SET XT-PLACED(WS-EXAM-IDX) TO TRUE
              ADD 1 TO EXAMS-PLACED
           END-IF.

       COUNT-CAMPUS-CANDIDATES.
           MOVE 'N' TO WS-NO-ROOM-SW
           PERFORM CLEAR-CAMPUS-NEEDED
               VARYING CAMPUS-IDX FROM 1 BY 1
               UNTIL CAMPUS-IDX > CAMPUS-TABLE-COUNT
           PERFORM COUNT-ONE-CANDIDATE
               VARYING ENROL-IDX FROM 1 BY 1
               UNTIL ENROL-IDX > ENROL-TABLE-COUNT.

       CLEAR-CAMPUS-NEEDED.
           MOVE ZERO TO CP-NEEDED(CAMPUS-IDX).

       COUNT-ONE-CANDIDATE.
           IF EN-COURSE-IDX(ENROL-IDX) = WS-COURSE-IDX
              MOVE EN-CAMPUS(ENROL-IDX) TO WS-LOOKUP-CAMPUS
              PERFORM LOOKUP-CAMPUS
              IF WS-CAMPUS-IDX = ZERO
                 SET CAMPUS-HAS-NO-ROOM TO TRUE
              ELSE
                 ADD 1 TO CP-NEEDED(WS-CAMPUS-IDX)
              END-IF
           END-IF.

       TRY-ONE-SESSION.
           MOVE 'N' TO WS-CLASH-SW
           PERFORM CHECK-EXAM-CLASH
               VARYING OTHER-EXAM-IDX FROM 1 BY 1
               UNTIL OTHER-EXAM-IDX > EXAM-TABLE-COUNT
           IF NOT SESSION-CLASHES
              PERFORM CHECK-SESSION-SEATS
              IF SEATS-AVAILABLE
                 MOVE SESSION-IDX TO XT-SESSION-IDX(WS-EXAM-IDX)
                 PERFORM SEAT-ONE-CANDIDATE
                     VARYING ENROL-IDX FROM 1 BY 1
                     UNTIL ENROL-IDX > ENROL-TABLE-COUNT
              ELSE
                 SET SEATS-SHORT-SEEN TO TRUE
              END-IF
           END-IF.

      * Two papers of the same course always clash; otherwise they
      * clash when any student takes both courses.
       CHECK-EXAM-CLASH.
           IF XT-PLACED(OTHER-EXAM-IDX)
              AND XT-SESSION-IDX(OTHER-EXAM-IDX) = SESSION-IDX
              IF XT-COURSE-IDX(OTHER-EXAM-IDX) = WS-COURSE-IDX
                 OR CF-SHARED(WS-COURSE-IDX,
                              XT-COURSE-IDX(OTHER-EXAM-IDX)) = 'Y'
                 SET SESSION-CLASHES TO TRUE
              END-IF
           END-IF.

       CHECK-SESSION-SEATS.
           SET SEATS-AVAILABLE TO TRUE
           PERFORM CLEAR-CAMPUS-FREE
               VARYING CAMPUS-IDX FROM 1 BY 1
               UNTIL CAMPUS-IDX > CAMPUS-TABLE-COUNT
           PERFORM ADD-ROOM-FREE-SEATS
               VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-TABLE-COUNT
           PERFORM COMPARE-CAMPUS-SEATS
               VARYING CAMPUS-IDX FROM 1 BY 1
               UNTIL CAMPUS-IDX > CAMPUS-TABLE-COUNT.

       CLEAR-CAMPUS-FREE.
           MOVE ZERO TO CP-FREE(CAMPUS-IDX).

       ADD-ROOM-FREE-SEATS.
           MOVE RT-CAMPUS(ROOM-IDX) TO WS-LOOKUP-CAMPUS
           PERFORM LOOKUP-CAMPUS
           IF WS-CAMPUS-IDX NOT = ZERO
              COMPUTE CP-FREE(WS-CAMPUS-IDX) =
                  CP-FREE(WS-CAMPUS-IDX) + RT-SEATS(ROOM-IDX)
                  - RU-SEATS-USED(SESSION-IDX, ROOM-IDX)
           END-IF.

       COMPARE-CAMPUS-SEATS.
           IF CP-NEEDED(CAMPUS-IDX) > CP-FREE(CAMPUS-IDX)
              MOVE 'N' TO WS-SEATS-SW
           END-IF.

      * Candidates fill the rooms on their campus in Rooms.Dat order,
      * taking the next free seat number in the room.
       SEAT-ONE-CANDIDATE.
           IF EN-COURSE-IDX(ENROL-IDX) = WS-COURSE-IDX
              MOVE ZERO TO WS-ROOM-IDX
              PERFORM FIND-FREE-ROOM
                  VARYING ROOM-IDX FROM 1 BY 1
                  UNTIL ROOM-IDX > ROOM-TABLE-COUNT
                  OR WS-ROOM-IDX NOT = ZERO
              ADD 1 TO RU-SEATS-USED(SESSION-IDX, WS-ROOM-IDX)
              ADD 1 TO SEAT-TABLE-COUNT
              MOVE EN-STUDENT-ID(ENROL-IDX)
                  TO ST-STUDENT-ID(SEAT-TABLE-COUNT)
              MOVE WS-EXAM-IDX TO ST-EXAM-IDX(SEAT-TABLE-COUNT)
              MOVE SESSION-IDX TO ST-SESSION-IDX(SEAT-TABLE-COUNT)
              MOVE WS-ROOM-IDX TO ST-ROOM-IDX(SEAT-TABLE-COUNT)
              MOVE RU-SEATS-USED(SESSION-IDX, WS-ROOM-IDX)
                  TO ST-SEAT-NO(SEAT-TABLE-COUNT)
           END-IF.

       FIND-FREE-ROOM.
           IF RT-CAMPUS(ROOM-IDX) = EN-CAMPUS(ENROL-IDX)
              AND RU-SEATS-USED(SESSION-IDX, ROOM-IDX)
                  < RT-SEATS(ROOM-IDX)
              MOVE ROOM-IDX TO WS-ROOM-IDX
           END-IF.

       LIST-ONE-EXAM.
           MOVE XT-COURSE-CODE(EXAM-IDX) TO SD-COURSE-CODE
           MOVE XT-PAPER(EXAM-IDX) TO SD-PAPER
           MOVE XC-ENROLLED(XT-COURSE-IDX(EXAM-IDX)) TO SD-STUDENTS
           IF XT-PLACED(EXAM-IDX)
              MOVE XT-SESSION-IDX(EXAM-IDX) TO SESSION-IDX
              MOVE SN-DATE(SESSION-IDX) TO SD-DATE
              MOVE SN-START-TIME(SESSION-IDX) TO SD-START
              MOVE SN-END-TIME(SESSION-IDX) TO SD-END
              MOVE "PLACED" TO SD-RESULT
           ELSE
              MOVE SPACES TO SD-DATE
              MOVE SPACES TO SD-START
              MOVE SPACES TO SD-END
              MOVE SPACES TO SD-RESULT
              STRING "NOT PLACED - " XT-REASON(EXAM-IDX)
                  DELIMITED BY SIZE INTO SD-RESULT
           END-IF
           WRITE ScheduleLine FROM ScheduleDetail
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * Per-student timetable: seats by student, date and start.
      *****************************************************************
       WRITE-STUDENT-TIMETABLES.
           SORT SeatSortWork
               ON ASCENDING KEY SSW-KEY-1 SSW-KEY-2 SSW-KEY-3
               INPUT PROCEDURE IS RELEASE-STUDENT-SEATS
               GIVING SortedSeats
           OPEN INPUT SortedSeats
           OPEN OUTPUT TimetableReport
           WRITE TimetableLine FROM TimetableHeading
               AFTER ADVANCING PAGE
           PERFORM READ-SORTED-SEAT
           PERFORM LIST-ONE-STUDENT UNTIL END-OF-SORTED-SEATS
           CLOSE SortedSeats
           CLOSE TimetableReport.

       RELEASE-STUDENT-SEATS.
           PERFORM RELEASE-STUDENT-SEAT
               VARYING SEAT-IDX FROM 1 BY 1
               UNTIL SEAT-IDX > SEAT-TABLE-COUNT.

       RELEASE-STUDENT-SEAT.
           MOVE SPACES TO SeatSortRec
           MOVE ST-STUDENT-ID(SEAT-IDX) TO SSW-KEY-1
           MOVE ST-SESSION-IDX(SEAT-IDX) TO SESSION-IDX
           MOVE SN-DATE(SESSION-IDX) TO SSW-KEY-2
           MOVE SN-START-TIME(SESSION-IDX) TO SSW-KEY-3
           MOVE SEAT-IDX TO SSW-SEAT-IDX
           RELEASE SeatSortRec.

       READ-SORTED-SEAT.
           READ SortedSeats
              AT END SET END-OF-SORTED-SEATS TO TRUE
           END-READ.

       LIST-ONE-STUDENT.
           MOVE ST-STUDENT-ID(SS-SEAT-IDX) TO PrevStudentId
           MOVE PrevStudentId TO TS-STUDENT-ID
           MOVE PrevStudentId TO WS-LOOKUP-ID
           PERFORM LOOKUP-STUDENT-NAME
           MOVE WS-STUDENT-NAME TO TS-STUDENT-NAME
           WRITE TimetableLine FROM TimetableStudentLine
               AFTER ADVANCING 2 LINES
           WRITE TimetableLine FROM TimetableColumns
               AFTER ADVANCING 1 LINE
           PERFORM LIST-STUDENT-EXAM
               UNTIL END-OF-SORTED-SEATS
               OR ST-STUDENT-ID(SS-SEAT-IDX) NOT = PrevStudentId.

       LIST-STUDENT-EXAM.
           MOVE SS-SEAT-IDX TO SEAT-IDX
           MOVE ST-SESSION-IDX(SEAT-IDX) TO SESSION-IDX
           MOVE ST-EXAM-IDX(SEAT-IDX) TO EXAM-IDX
           MOVE ST-ROOM-IDX(SEAT-IDX) TO ROOM-IDX
           MOVE SN-DATE(SESSION-IDX) TO TD-DATE
           MOVE SN-START-TIME(SESSION-IDX) TO TD-START
           MOVE SN-END-TIME(SESSION-IDX) TO TD-END
           MOVE XT-COURSE-CODE(EXAM-IDX) TO TD-COURSE-CODE
           MOVE XT-PAPER(EXAM-IDX) TO TD-PAPER
           MOVE RT-ROOM(ROOM-IDX) TO TD-ROOM
           MOVE ST-SEAT-NO(SEAT-IDX) TO TD-SEAT-NO
           WRITE TimetableLine FROM TimetableDetail
               AFTER ADVANCING 1 LINE
           PERFORM READ-SORTED-SEAT.

      *****************************************************************
      * Seating plan: seats by sitting, room and seat number.
      *****************************************************************
       WRITE-SEATING-PLAN.
           SORT SeatSortWork
               ON ASCENDING KEY SSW-KEY-1 SSW-KEY-2 SSW-KEY-3
               INPUT PROCEDURE IS RELEASE-ROOM-SEATS
               GIVING SortedSeats
           OPEN INPUT SortedSeats
           OPEN OUTPUT SeatingReport
           WRITE SeatingLine FROM SeatingHeading
               AFTER ADVANCING PAGE
           PERFORM READ-SORTED-SEAT
           PERFORM LIST-ONE-ROOM UNTIL END-OF-SORTED-SEATS
           CLOSE SortedSeats
           CLOSE SeatingReport.

       RELEASE-ROOM-SEATS.
           PERFORM RELEASE-ROOM-SEAT
               VARYING SEAT-IDX FROM 1 BY 1
               UNTIL SEAT-IDX > SEAT-TABLE-COUNT.

       RELEASE-ROOM-SEAT.
           MOVE SPACES TO SeatSortRec
           MOVE ST-SESSION-IDX(SEAT-IDX) TO SESSION-IDX
           MOVE ST-ROOM-IDX(SEAT-IDX) TO ROOM-IDX
           STRING SN-DATE(SESSION-IDX) SN-START-TIME(SESSION-IDX)
               DELIMITED BY SIZE INTO SSW-KEY-1
           MOVE RT-ROOM(ROOM-IDX) TO SSW-KEY-2
           MOVE ST-SEAT-NO(SEAT-IDX) TO SSW-KEY-3
           MOVE SEAT-IDX TO SSW-SEAT-IDX
           RELEASE SeatSortRec.

       LIST-ONE-ROOM.
           MOVE ST-SESSION-IDX(SS-SEAT-IDX) TO PrevSessionIdx
           MOVE ST-ROOM-IDX(SS-SEAT-IDX) TO PrevRoomIdx
           MOVE ZERO TO ROOM-SEATS-LISTED
           MOVE SN-DATE(PrevSessionIdx) TO SR-DATE
           MOVE SN-START-TIME(PrevSessionIdx) TO SR-START
           MOVE SN-END-TIME(PrevSessionIdx) TO SR-END
           MOVE RT-ROOM(PrevRoomIdx) TO SR-ROOM
           MOVE RT-CAMPUS(PrevRoomIdx) TO SR-CAMPUS
           MOVE RT-SEATS(PrevRoomIdx) TO SR-SEATS
           WRITE SeatingLine FROM SeatingRoomLine
               AFTER ADVANCING 2 LINES
           WRITE SeatingLine FROM SeatingColumns
               AFTER ADVANCING 1 LINE
           PERFORM LIST-ROOM-SEAT
               UNTIL END-OF-SORTED-SEATS
               OR ST-SESSION-IDX(SS-SEAT-IDX) NOT = PrevSessionIdx
               OR ST-ROOM-IDX(SS-SEAT-IDX) NOT = PrevRoomIdx
           MOVE ROOM-SEATS-LISTED TO SRT-FILLED
           WRITE SeatingLine FROM SeatingRoomTotal
               AFTER ADVANCING 1 LINE.

       LIST-ROOM-SEAT.
           MOVE SS-SEAT-IDX TO SEAT-IDX
           MOVE ST-EXAM-IDX(SEAT-IDX) TO EXAM-IDX
           MOVE ST-SEAT-NO(SEAT-IDX) TO SP-SEAT-NO
           MOVE ST-STUDENT-ID(SEAT-IDX) TO SP-STUDENT-ID
           MOVE XT-COURSE-CODE(EXAM-IDX) TO SP-COURSE-CODE
           MOVE XT-PAPER(EXAM-IDX) TO SP-PAPER
           WRITE SeatingLine FROM SeatingDetail
               AFTER ADVANCING 1 LINE
           ADD 1 TO ROOM-SEATS-LISTED
           PERFORM READ-SORTED-SEAT.

       COPY DATEVALP.
