       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeachingLoad.
       AUTHOR. ismail.
      * Teaching load report.  Every session on CourseSchedule.Dat is
      * listed under the instructor assigned to it, term by term,
      * with the class size taken from the entrants on students.Dat.
      * The weekly contact hours scheduled for each instructor in a
      * term are compared with the weekly hours on their contract in
      * Instructors.Dat and the difference shown as OVER, UNDER or OK.
      * Sessions with no instructor are listed first and instructors
      * with nothing timetabled last.  Output is TeachingLoad.Dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Instructors ASSIGN TO "Instructors.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CourseSchedule ASSIGN TO "CourseSchedule.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EntrantsFile ASSIGN TO "students.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ScheduleSortWork ASSIGN TO "ScheduleSortWork.Dat".
           SELECT SortedSchedule ASSIGN TO "SortedSchedule.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LoadReport ASSIGN TO "TeachingLoad.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Instructors.
       COPY INSTRUCT.

       FD CourseSchedule.
       01 CourseScheduleLine   PIC X(35).

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

       SD ScheduleSortWork.
       01 ScheduleSortRec.
           02 SS-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 SS-DAY           PIC 9.
           02 FILLER           PIC X.
           02 SS-START-TIME    PIC 9(4).
           02 FILLER           PIC X.
           02 SS-END-TIME      PIC 9(4).
           02 FILLER           PIC X.
           02 SS-ROOM          PIC X(4).
           02 FILLER           PIC X.
           02 SS-INSTRUCTOR-ID PIC X(6).
           02 FILLER           PIC X.
           02 SS-TERM          PIC X(5).

       FD SortedSchedule.
       COPY COURSCHD.
       01 SortedScheduleEnd    PIC X(35).
           88 END-OF-SCHEDULE VALUE HIGH-VALUES.

       FD LoadReport.
       01 LoadLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 INSTRUCTOR-EOF       PIC X VALUE 'N'.
           88 END-OF-INSTRUCTORS VALUE 'Y'.
       01 ENTRANTS-EOF         PIC X VALUE 'N'.
           88 NO-MORE-ENTRANTS VALUE 'Y'.
       01 ENT-TRAILER-FLAG     PIC X VALUE 'N'.
           88 ENT-TRAILER-SEEN VALUE 'Y'.
       01 ENT-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 ENT-HASH             PIC 9(12) VALUE ZERO.

       01 INSTRUCTOR-TABLE-MAX PIC 9(3) VALUE 100.
       01 INSTRUCTOR-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 INSTRUCTOR-IDX       PIC 9(3) VALUE ZERO.
       01 WS-INSTRUCTOR-IDX    PIC 9(3) VALUE ZERO.
       01 WS-INSTRUCTOR-FOUND  PIC X VALUE 'N'.
           88 INSTRUCTOR-FOUND VALUE 'Y'.
       01 INSTRUCTOR-TABLE.
           02 INSTRUCTOR-ENTRY OCCURS 100 TIMES.
               03 IT-INSTRUCTOR-ID PIC X(6).
               03 IT-NAME          PIC X(25).
               03 IT-HOME-CAMPUS   PIC X(3).
               03 IT-CONTRACT-HOURS PIC 9(2)V9.
               03 IT-SCHEDULED     PIC X.
                   88 IT-HAS-SESSIONS VALUE 'Y'.

       01 CLASS-TABLE-MAX      PIC 9(3) VALUE 200.
       01 CLASS-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 CLASS-IDX            PIC 9(3) VALUE ZERO.
       01 WS-CLASS-IDX         PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-COURSE     PIC X(5) VALUE SPACES.
       01 CLASS-TABLE.
           02 CLASS-ENTRY OCCURS 200 TIMES.
               03 CS-CLASS-COURSE  PIC X(5).
               03 CS-CLASS-SIZE    PIC 9(4).

       01 WS-CURRENT-INSTRUCTOR PIC X(6) VALUE SPACES.
       01 WS-CURRENT-TERM      PIC X(5) VALUE SPACES.
       01 WS-START-MINUTES     PIC 9(5) VALUE ZERO.
       01 WS-END-MINUTES       PIC 9(5) VALUE ZERO.
       01 WS-HOURS-PART        PIC 9(2) VALUE ZERO.
       01 WS-MINUTES-PART      PIC 9(2) VALUE ZERO.
       01 WS-TERM-MINUTES      PIC 9(5) VALUE ZERO.
       01 WS-TERM-SESSIONS     PIC 9(3) VALUE ZERO.
       01 WS-SCHEDULED-HOURS   PIC 9(3)V9 VALUE ZERO.
       01 WS-CONTRACT-HOURS    PIC 9(2)V9 VALUE ZERO.
       01 WS-VARIANCE          PIC S9(3)V9 VALUE ZERO.

       01 LOADS-REPORTED       PIC 9(4) VALUE ZERO.
       01 LOADS-OVER           PIC 9(4) VALUE ZERO.
       01 LOADS-UNDER          PIC 9(4) VALUE ZERO.
       01 SESSIONS-UNASSIGNED  PIC 9(4) VALUE ZERO.
       01 INSTRUCTORS-IDLE     PIC 9(4) VALUE ZERO.

      *****************************************************************
      * Report lines
      *****************************************************************
       01 LoadHeading1         PIC X(80)
           VALUE " Teaching Load Report".
       01 LoadHeading2         PIC X(80)
           VALUE "   Course  Day  Start  End   Room   Class".

       01 InstructorHeadLine.
           02 FILLER           PIC X(13) VALUE " Instructor: ".
           02 IH-INSTRUCTOR-ID PIC X(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 IH-NAME          PIC X(25).
           02 FILLER           PIC X(8) VALUE "  Term: ".
           02 IH-TERM          PIC X(5).
           02 FILLER           PIC X(10) VALUE "  Campus: ".
           02 IH-CAMPUS        PIC X(3).

       01 SessionDetailLine.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(4) VALUE SPACES.
           02 SD-DAY           PIC 9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-START         PIC 9(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-END           PIC 9(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-ROOM          PIC X(4).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-CLASS-SIZE    PIC ZZZ9.

       01 LoadTotalLine.
           02 FILLER           PIC X(21)
               VALUE "   Scheduled hours:  ".
           02 LT-SCHEDULED     PIC ZZ9.9.
           02 FILLER           PIC X(15) VALUE "  Contracted:  ".
           02 LT-CONTRACTED    PIC ZZ9.9.
           02 FILLER           PIC X(13) VALUE "  Variance:  ".
           02 LT-VARIANCE      PIC ++9.9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 LT-STATUS        PIC X(5).

       01 UnassignedHeading    PIC X(80)
           VALUE " Sessions with no instructor assigned:".
       01 IdleHeading          PIC X(80)
           VALUE " Instructors with no sessions timetabled:".

       01 IdleDetailLine.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 ID-INSTRUCTOR-ID PIC X(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ID-NAME          PIC X(25).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ID-CAMPUS        PIC X(3).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ID-CONTRACTED    PIC ZZ9.9.

       01 LoadTrailer1.
           02 FILLER           PIC X(25)
               VALUE " Instructor terms shown: ".
           02 LR-REPORTED      PIC ZZZ9.
           02 FILLER           PIC X(9) VALUE "   Over: ".
           02 LR-OVER          PIC ZZZ9.
           02 FILLER           PIC X(10) VALUE "   Under: ".
           02 LR-UNDER         PIC ZZZ9.
       01 LoadTrailer2.
           02 FILLER           PIC X(25)
               VALUE " Sessions unassigned:    ".
           02 LR-UNASSIGNED    PIC ZZZ9.
           02 FILLER           PIC X(21)
               VALUE "   Idle instructors: ".
           02 LR-IDLE          PIC ZZZ9.

       PROCEDURE DIVISION.
       ReportTeachingLoad.
           PERFORM LOAD-INSTRUCTOR-TABLE
           PERFORM COUNT-CLASS-SIZES
           SORT ScheduleSortWork
               ON ASCENDING KEY SS-INSTRUCTOR-ID SS-TERM
                                SS-DAY SS-START-TIME
               USING CourseSchedule
               GIVING SortedSchedule
           OPEN OUTPUT LoadReport
           WRITE LoadLine FROM LoadHeading1
               AFTER ADVANCING PAGE
           OPEN INPUT SortedSchedule
           PERFORM READ-SORTED-SESSION
           PERFORM LIST-UNASSIGNED-SESSIONS
           PERFORM REPORT-INSTRUCTOR-TERM UNTIL END-OF-SCHEDULE
           CLOSE SortedSchedule
           PERFORM LIST-IDLE-INSTRUCTORS
           MOVE LOADS-REPORTED TO LR-REPORTED
           MOVE LOADS-OVER TO LR-OVER
           MOVE LOADS-UNDER TO LR-UNDER
           MOVE SESSIONS-UNASSIGNED TO LR-UNASSIGNED
           MOVE INSTRUCTORS-IDLE TO LR-IDLE
           WRITE LoadLine FROM LoadTrailer1
               AFTER ADVANCING 2 LINES
           WRITE LoadLine FROM LoadTrailer2
               AFTER ADVANCING 1 LINE
           CLOSE LoadReport
           DISPLAY "Teaching load report complete. Instructor terms: "
               LOADS-REPORTED
           STOP RUN.

       LOAD-INSTRUCTOR-TABLE.
           MOVE ZERO TO INSTRUCTOR-TABLE-COUNT
           MOVE 'N' TO INSTRUCTOR-EOF
           OPEN INPUT Instructors
           PERFORM READ-INSTRUCTOR-RECORD UNTIL END-OF-INSTRUCTORS
           CLOSE Instructors.

       READ-INSTRUCTOR-RECORD.
           READ Instructors
              AT END
                 SET END-OF-INSTRUCTORS TO TRUE
              NOT AT END
                 IF INSTRUCTOR-TABLE-COUNT >= INSTRUCTOR-TABLE-MAX
                    DISPLAY "*** INSTRUCTOR FILE LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO INSTRUCTOR-TABLE-COUNT
                 MOVE IN-INSTRUCTOR-ID
                     TO IT-INSTRUCTOR-ID(INSTRUCTOR-TABLE-COUNT)
                 MOVE IN-NAME TO IT-NAME(INSTRUCTOR-TABLE-COUNT)
                 MOVE IN-HOME-CAMPUS
                     TO IT-HOME-CAMPUS(INSTRUCTOR-TABLE-COUNT)
                 IF IN-CONTRACT-HOURS NUMERIC
                    MOVE IN-CONTRACT-HOURS
                        TO IT-CONTRACT-HOURS(INSTRUCTOR-TABLE-COUNT)
                 ELSE
                    MOVE ZERO
                        TO IT-CONTRACT-HOURS(INSTRUCTOR-TABLE-COUNT)
                 END-IF
                 MOVE 'N' TO IT-SCHEDULED(INSTRUCTOR-TABLE-COUNT)
           END-READ.

       LOOKUP-INSTRUCTOR.
           MOVE 'N' TO WS-INSTRUCTOR-FOUND
           MOVE ZERO TO WS-INSTRUCTOR-IDX
           PERFORM FIND-INSTRUCTOR
               VARYING INSTRUCTOR-IDX FROM 1 BY 1
               UNTIL INSTRUCTOR-IDX > INSTRUCTOR-TABLE-COUNT.

       FIND-INSTRUCTOR.
           IF IT-INSTRUCTOR-ID(INSTRUCTOR-IDX) = WS-CURRENT-INSTRUCTOR
              SET INSTRUCTOR-FOUND TO TRUE
              MOVE INSTRUCTOR-IDX TO WS-INSTRUCTOR-IDX
           END-IF.

      *****************************************************************
      * Class sizes: one entrant on students.Dat is one student in
      * that course's classes.
      *****************************************************************
       COUNT-CLASS-SIZES.
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
                       END-IF
                       PERFORM TALLY-CLASS-MEMBER
                 END-EVALUATE
           END-READ.

       TALLY-CLASS-MEMBER.
           MOVE EF-CourseCode TO WS-LOOKUP-COURSE
           PERFORM LOOKUP-CLASS
           IF WS-CLASS-IDX = ZERO
              IF CLASS-TABLE-COUNT >= CLASS-TABLE-MAX
                 DISPLAY "*** COURSES ON ENTRANTS FILE LARGER THAN "
                     "WORKING TABLE - RUN ABANDONED ***"
                 STOP RUN
              END-IF
              ADD 1 TO CLASS-TABLE-COUNT
              MOVE CLASS-TABLE-COUNT TO WS-CLASS-IDX
              MOVE EF-CourseCode TO CS-CLASS-COURSE(WS-CLASS-IDX)
              MOVE ZERO TO CS-CLASS-SIZE(WS-CLASS-IDX)
           END-IF
           ADD 1 TO CS-CLASS-SIZE(WS-CLASS-IDX).

       LOOKUP-CLASS.
           MOVE ZERO TO WS-CLASS-IDX
           PERFORM FIND-CLASS
               VARYING CLASS-IDX FROM 1 BY 1
               UNTIL CLASS-IDX > CLASS-TABLE-COUNT.

       FIND-CLASS.
           IF CS-CLASS-COURSE(CLASS-IDX) = WS-LOOKUP-COURSE
              MOVE CLASS-IDX TO WS-CLASS-IDX
           END-IF.

       READ-SORTED-SESSION.
           READ SortedSchedule
              AT END SET END-OF-SCHEDULE TO TRUE
           END-READ.

      *****************************************************************
      * Sessions with no instructor sort to the front.
      *****************************************************************
       LIST-UNASSIGNED-SESSIONS.
           IF NOT END-OF-SCHEDULE
              AND CS-INSTRUCTOR-ID = SPACES
              WRITE LoadLine FROM UnassignedHeading
                  AFTER ADVANCING 2 LINES
              WRITE LoadLine FROM LoadHeading2
                  AFTER ADVANCING 1 LINE
              PERFORM LIST-UNASSIGNED-SESSION
                  UNTIL END-OF-SCHEDULE
                     OR CS-INSTRUCTOR-ID NOT = SPACES
           END-IF.

       LIST-UNASSIGNED-SESSION.
           ADD 1 TO SESSIONS-UNASSIGNED
           PERFORM WRITE-SESSION-DETAIL
           PERFORM READ-SORTED-SESSION.

      *****************************************************************
      * One instructor in one term: the sessions, then the scheduled
      * weekly hours against the contract.
      *****************************************************************
       REPORT-INSTRUCTOR-TERM.
           MOVE CS-INSTRUCTOR-ID TO WS-CURRENT-INSTRUCTOR
           MOVE CS-TERM TO WS-CURRENT-TERM
           MOVE ZERO TO WS-TERM-MINUTES
           MOVE ZERO TO WS-TERM-SESSIONS
           PERFORM LOOKUP-INSTRUCTOR
           MOVE WS-CURRENT-INSTRUCTOR TO IH-INSTRUCTOR-ID
           MOVE WS-CURRENT-TERM TO IH-TERM
           IF INSTRUCTOR-FOUND
              SET IT-HAS-SESSIONS(WS-INSTRUCTOR-IDX) TO TRUE
              MOVE IT-NAME(WS-INSTRUCTOR-IDX) TO IH-NAME
              MOVE IT-HOME-CAMPUS(WS-INSTRUCTOR-IDX) TO IH-CAMPUS
              MOVE IT-CONTRACT-HOURS(WS-INSTRUCTOR-IDX)
                  TO WS-CONTRACT-HOURS
           ELSE
              MOVE "*** NOT ON MASTER ***" TO IH-NAME
              MOVE SPACES TO IH-CAMPUS
              MOVE ZERO TO WS-CONTRACT-HOURS
           END-IF
           WRITE LoadLine FROM InstructorHeadLine
               AFTER ADVANCING 2 LINES
           WRITE LoadLine FROM LoadHeading2
               AFTER ADVANCING 1 LINE
           PERFORM REPORT-ONE-SESSION
               UNTIL END-OF-SCHEDULE
                  OR CS-INSTRUCTOR-ID NOT = WS-CURRENT-INSTRUCTOR
                  OR CS-TERM NOT = WS-CURRENT-TERM
           PERFORM WRITE-LOAD-TOTAL.

       REPORT-ONE-SESSION.
           ADD 1 TO WS-TERM-SESSIONS
           IF CS-START-TIME NUMERIC AND CS-END-TIME NUMERIC
              AND CS-END-TIME > CS-START-TIME
              DIVIDE CS-START-TIME BY 100 GIVING WS-HOURS-PART
                  REMAINDER WS-MINUTES-PART
              COMPUTE WS-START-MINUTES =
                  WS-HOURS-PART * 60 + WS-MINUTES-PART
              DIVIDE CS-END-TIME BY 100 GIVING WS-HOURS-PART
                  REMAINDER WS-MINUTES-PART
              COMPUTE WS-END-MINUTES =
                  WS-HOURS-PART * 60 + WS-MINUTES-PART
              COMPUTE WS-TERM-MINUTES = WS-TERM-MINUTES
                  + WS-END-MINUTES - WS-START-MINUTES
           END-IF
           PERFORM WRITE-SESSION-DETAIL
           PERFORM READ-SORTED-SESSION.

       WRITE-SESSION-DETAIL.
           MOVE CS-COURSE-CODE TO SD-COURSE-CODE
           MOVE CS-DAY TO SD-DAY
           MOVE CS-START-TIME TO SD-START
           MOVE CS-END-TIME TO SD-END
           MOVE CS-ROOM TO SD-ROOM
           MOVE CS-COURSE-CODE TO WS-LOOKUP-COURSE
           PERFORM LOOKUP-CLASS
           IF WS-CLASS-IDX = ZERO
              MOVE ZERO TO SD-CLASS-SIZE
           ELSE
              MOVE CS-CLASS-SIZE(WS-CLASS-IDX) TO SD-CLASS-SIZE
           END-IF
           WRITE LoadLine FROM SessionDetailLine
               AFTER ADVANCING 1 LINE.

       WRITE-LOAD-TOTAL.
           ADD 1 TO LOADS-REPORTED
           COMPUTE WS-SCHEDULED-HOURS ROUNDED = WS-TERM-MINUTES / 60
           COMPUTE WS-VARIANCE =
               WS-SCHEDULED-HOURS - WS-CONTRACT-HOURS
           EVALUATE TRUE
              WHEN WS-VARIANCE > ZERO
                 MOVE "OVER" TO LT-STATUS
                 ADD 1 TO LOADS-OVER
              WHEN WS-VARIANCE < ZERO
                 MOVE "UNDER" TO LT-STATUS
                 ADD 1 TO LOADS-UNDER
              WHEN OTHER
                 MOVE "OK" TO LT-STATUS
           END-EVALUATE
           MOVE WS-SCHEDULED-HOURS TO LT-SCHEDULED
           MOVE WS-CONTRACT-HOURS TO LT-CONTRACTED
           MOVE WS-VARIANCE TO LT-VARIANCE
           WRITE LoadLine FROM LoadTotalLine
               AFTER ADVANCING 1 LINE.

       LIST-IDLE-INSTRUCTORS.
           PERFORM LIST-IDLE-INSTRUCTOR
               VARYING INSTRUCTOR-IDX FROM 1 BY 1
               UNTIL INSTRUCTOR-IDX > INSTRUCTOR-TABLE-COUNT.

       LIST-IDLE-INSTRUCTOR.
           IF NOT IT-HAS-SESSIONS(INSTRUCTOR-IDX)
              ADD 1 TO INSTRUCTORS-IDLE
              IF INSTRUCTORS-IDLE = 1
                 WRITE LoadLine FROM IdleHeading
                     AFTER ADVANCING 2 LINES
              END-IF
              MOVE IT-INSTRUCTOR-ID(INSTRUCTOR-IDX) TO ID-INSTRUCTOR-ID
              MOVE IT-NAME(INSTRUCTOR-IDX) TO ID-NAME
              MOVE IT-HOME-CAMPUS(INSTRUCTOR-IDX) TO ID-CAMPUS
              MOVE IT-CONTRACT-HOURS(INSTRUCTOR-IDX) TO ID-CONTRACTED
              WRITE LoadLine FROM IdleDetailLine
                  AFTER ADVANCING 1 LINE
           END-IF.
