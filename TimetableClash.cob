               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EntrantsFile ASSIGN TO "students.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Instructors ASSIGN TO "Instructors.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClashReport ASSIGN TO "TimetableClash.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           02 RM-SEATS         PIC 9(4).

       FD CourseSchedule.
       COPY COURSCHD.

       FD Instructors.
       COPY INSTRUCT.

       FD CourseMaster.
       01 CourseMasterRecord.
           88 END-OF-COURSES   VALUE 'Y'.
       01 ENTRANTS-EOF         PIC X VALUE 'N'.
           88 NO-MORE-ENTRANTS VALUE 'Y'.
       01 INSTRUCTOR-EOF       PIC X VALUE 'N'.
           88 END-OF-INSTRUCTORS VALUE 'Y'.

       01 ENT-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 ENT-HASH             PIC 9(12) VALUE ZERO.
               03 CT-ENROLLED    PIC 9(4).
               03 CT-MISMATCHED  PIC 9(4).

       01 INSTRUCTOR-TABLE-MAX PIC 9(3) VALUE 100.
       01 INSTRUCTOR-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 INSTRUCTOR-IDX       PIC 9(3) VALUE ZERO.
       01 WS-INSTRUCTOR-FOUND  PIC X VALUE 'N'.
           88 INSTRUCTOR-FOUND VALUE 'Y'.
       01 WS-LOOKUP-INSTRUCTOR PIC X(6) VALUE SPACES.
       01 INSTRUCTOR-TABLE.
           02 INSTRUCTOR-ENTRY OCCURS 100 TIMES.
               03 IT-INSTRUCTOR-ID PIC X(6).

      * Each student's courses, for students timetabled into two
      * sessions at once.
       01 ENROL-TABLE-MAX      PIC 9(3) VALUE 500.
       01 ENROL-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 ENROL-IDX            PIC 9(3) VALUE ZERO.
       01 OTHER-ENROL-IDX      PIC 9(3) VALUE ZERO.
       01 WS-SHARED-STUDENTS   PIC 9(4) VALUE ZERO.
       01 WS-SHARED-EDIT       PIC ZZZ9.
       01 ENROL-TABLE.
           02 ENROL-ENTRY OCCURS 500 TIMES.
               03 ER-StudentId   PIC 9(8).
               03 ER-CourseCode  PIC X(5).

       01 SCHED-TABLE-MAX      PIC 9(3) VALUE 200.
       01 SCHED-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 SCHED-IDX            PIC 9(3) VALUE ZERO.
               03 SC-ROOM        PIC X(4).
               03 SC-CAMPUS      PIC X(3).
               03 SC-SEATS       PIC 9(4).
               03 SC-INSTRUCTOR  PIC X(6).
               03 SC-TERM        PIC X(5).

       01 CLASH-COUNT          PIC 9(4) VALUE ZERO.
       01 SCHEDULE-REJECTS     PIC 9(4) VALUE ZERO.
       01 ClashHeading1        PIC X(80)
           VALUE " Timetable and Room Clash Report".
       01 ClashHeading2        PIC X(80)
           VALUE " Course Term   Day  Start  End   Room  Problem".

       01 ClashDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CL-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CL-TERM          PIC X(5).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 CL-DAY           PIC 9.
           02 FILLER           PIC X(3) VALUE SPACES.
       DetectTimetableClashes.
           PERFORM LOAD-ROOM-TABLE
           PERFORM LOAD-COURSE-TABLE
           PERFORM LOAD-INSTRUCTOR-TABLE
           PERFORM COUNT-ENROLLMENTS
           OPEN OUTPUT ClashReport
           WRITE ClashLine FROM ClashHeading1
              MOVE COURSE-IDX TO WS-COURSE-IDX
           END-IF.

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
           END-READ.

       LOOKUP-INSTRUCTOR.
           MOVE 'N' TO WS-INSTRUCTOR-FOUND
           PERFORM FIND-INSTRUCTOR
               VARYING INSTRUCTOR-IDX FROM 1 BY 1
               UNTIL INSTRUCTOR-IDX > INSTRUCTOR-TABLE-COUNT.

       FIND-INSTRUCTOR.
           IF IT-INSTRUCTOR-ID(INSTRUCTOR-IDX) = WS-LOOKUP-INSTRUCTOR
              SET INSTRUCTOR-FOUND TO TRUE
           END-IF.

       COUNT-ENROLLMENTS.
           MOVE 'N' TO ENTRANTS-EOF
           OPEN INPUT EntrantsFile
           PERFORM LOOKUP-COURSE
           IF COURSE-CODE-FOUND
              ADD 1 TO CT-ENROLLED(WS-COURSE-IDX)
           END-IF
           IF EF-StudentId NUMERIC
              IF ENROL-TABLE-COUNT >= ENROL-TABLE-MAX
                 DISPLAY "*** ENTRANTS FILE LARGER THAN WORKING "
                     "TABLE - RUN ABANDONED ***"
                 STOP RUN
              END-IF
              ADD 1 TO ENROL-TABLE-COUNT
              MOVE EF-StudentId TO ER-StudentId(ENROL-TABLE-COUNT)
              MOVE EF-CourseCode TO ER-CourseCode(ENROL-TABLE-COUNT)
           END-IF.

       LOAD-SCHEDULE-TABLE.
           PERFORM LOOKUP-COURSE
           MOVE CS-ROOM TO WS-LOOKUP-ROOM
           PERFORM LOOKUP-ROOM
           MOVE CS-INSTRUCTOR-ID TO WS-LOOKUP-INSTRUCTOR
           PERFORM LOOKUP-INSTRUCTOR
           EVALUATE TRUE
              WHEN NOT COURSE-CODE-FOUND
                 ADD 1 TO SCHEDULE-REJECTS
                 PERFORM SET-CLASH-KEYS
                 MOVE "ROOM NOT ON MASTER" TO CL-PROBLEM
                 PERFORM WRITE-CLASH-LINE
              WHEN CS-INSTRUCTOR-ID NOT = SPACES
                   AND NOT INSTRUCTOR-FOUND
                 ADD 1 TO SCHEDULE-REJECTS
                 PERFORM SET-CLASH-KEYS
                 MOVE "INSTRUCTOR NOT ON MASTER" TO CL-PROBLEM
                 PERFORM WRITE-CLASH-LINE
              WHEN SCHED-TABLE-COUNT >= SCHED-TABLE-MAX
                 ADD 1 TO SCHEDULE-REJECTS
                 PERFORM SET-CLASH-KEYS
                     TO SC-CAMPUS(SCHED-TABLE-COUNT)
                 MOVE RT-SEATS(WS-ROOM-IDX)
                     TO SC-SEATS(SCHED-TABLE-COUNT)
                 MOVE CS-INSTRUCTOR-ID
                     TO SC-INSTRUCTOR(SCHED-TABLE-COUNT)
                 MOVE CS-TERM TO SC-TERM(SCHED-TABLE-COUNT)
           END-EVALUATE.

       SET-CLASH-KEYS.
           MOVE CS-COURSE-CODE TO CL-COURSE-CODE
           MOVE CS-TERM TO CL-TERM
           MOVE CS-DAY TO CL-DAY
           MOVE CS-START-TIME TO CL-START
           MOVE CS-END-TIME TO CL-END
           PERFORM CHECK-ROOM-OVERLAP
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX >= SCHED-IDX
           PERFORM CHECK-INSTRUCTOR-OVERLAP
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX >= SCHED-IDX
           PERFORM CHECK-STUDENT-OVERLAP
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX >= SCHED-IDX
           PERFORM CHECK-INSTRUCTOR-ASSIGNED
           PERFORM CHECK-ROOM-SIZE
           PERFORM CHECK-CAMPUS-MATCH.

       CHECK-ROOM-OVERLAP.
           IF SC-ROOM(PAIR-IDX) = SC-ROOM(SCHED-IDX)
              AND SC-TERM(PAIR-IDX) = SC-TERM(SCHED-IDX)
              AND SC-DAY(PAIR-IDX) = SC-DAY(SCHED-IDX)
              AND SC-START-TIME(SCHED-IDX) < SC-END-TIME(PAIR-IDX)
              AND SC-END-TIME(SCHED-IDX) > SC-START-TIME(PAIR-IDX)
              PERFORM WRITE-CLASH-LINE
           END-IF.

       CHECK-INSTRUCTOR-OVERLAP.
           IF SC-INSTRUCTOR(SCHED-IDX) NOT = SPACES
              AND SC-INSTRUCTOR(PAIR-IDX) = SC-INSTRUCTOR(SCHED-IDX)
              AND SC-TERM(PAIR-IDX) = SC-TERM(SCHED-IDX)
              AND SC-DAY(PAIR-IDX) = SC-DAY(SCHED-IDX)
              AND SC-START-TIME(SCHED-IDX) < SC-END-TIME(PAIR-IDX)
              AND SC-END-TIME(SCHED-IDX) > SC-START-TIME(PAIR-IDX)
              ADD 1 TO CLASH-COUNT
              PERFORM SET-TABLE-CLASH-KEYS
              MOVE SPACES TO CL-PROBLEM
              STRING "INSTRUCTOR " SC-INSTRUCTOR(SCHED-IDX)
                  " ALSO TEACHING " SC-COURSE-CODE(PAIR-IDX)
                  DELIMITED BY SIZE INTO CL-PROBLEM
              PERFORM WRITE-CLASH-LINE
           END-IF.

      * Two different courses at the same time with students in
      * common.
       CHECK-STUDENT-OVERLAP.
           IF SC-COURSE-CODE(PAIR-IDX) NOT = SC-COURSE-CODE(SCHED-IDX)
              AND SC-TERM(PAIR-IDX) = SC-TERM(SCHED-IDX)
              AND SC-DAY(PAIR-IDX) = SC-DAY(SCHED-IDX)
              AND SC-START-TIME(SCHED-IDX) < SC-END-TIME(PAIR-IDX)
              AND SC-END-TIME(SCHED-IDX) > SC-START-TIME(PAIR-IDX)
              MOVE ZERO TO WS-SHARED-STUDENTS
              PERFORM COUNT-SHARED-STUDENT
                  VARYING ENROL-IDX FROM 1 BY 1
                  UNTIL ENROL-IDX > ENROL-TABLE-COUNT
              IF WS-SHARED-STUDENTS > ZERO
                 ADD 1 TO CLASH-COUNT
                 PERFORM SET-TABLE-CLASH-KEYS
                 MOVE WS-SHARED-STUDENTS TO WS-SHARED-EDIT
                 MOVE SPACES TO CL-PROBLEM
                 STRING WS-SHARED-EDIT " STUDENT(S) ALSO ON "
                     SC-COURSE-CODE(PAIR-IDX)
                     DELIMITED BY SIZE INTO CL-PROBLEM
                 PERFORM WRITE-CLASH-LINE
              END-IF
           END-IF.

       COUNT-SHARED-STUDENT.
           IF ER-CourseCode(ENROL-IDX) = SC-COURSE-CODE(SCHED-IDX)
              PERFORM MATCH-SHARED-STUDENT
                  VARYING OTHER-ENROL-IDX FROM 1 BY 1
                  UNTIL OTHER-ENROL-IDX > ENROL-TABLE-COUNT
           END-IF.

       MATCH-SHARED-STUDENT.
           IF ER-StudentId(OTHER-ENROL-IDX) = ER-StudentId(ENROL-IDX)
              AND ER-CourseCode(OTHER-ENROL-IDX)
                  = SC-COURSE-CODE(PAIR-IDX)
              ADD 1 TO WS-SHARED-STUDENTS
           END-IF.

       CHECK-INSTRUCTOR-ASSIGNED.
           IF SC-INSTRUCTOR(SCHED-IDX) = SPACES
              ADD 1 TO CLASH-COUNT
              PERFORM SET-TABLE-CLASH-KEYS
              MOVE "NO INSTRUCTOR ASSIGNED" TO CL-PROBLEM
              PERFORM WRITE-CLASH-LINE
           END-IF.

       CHECK-ROOM-SIZE.
           MOVE SC-COURSE-CODE(SCHED-IDX) TO WS-LOOKUP-COURSE
           PERFORM LOOKUP-COURSE

       SET-TABLE-CLASH-KEYS.
           MOVE SC-COURSE-CODE(SCHED-IDX) TO CL-COURSE-CODE
           MOVE SC-TERM(SCHED-IDX) TO CL-TERM
           MOVE SC-DAY(SCHED-IDX) TO CL-DAY
           MOVE SC-START-TIME(SCHED-IDX) TO CL-START
           MOVE SC-END-TIME(SCHED-IDX) TO CL-END
