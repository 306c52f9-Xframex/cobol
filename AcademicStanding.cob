       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcademicStanding.
       AUTHOR. ismail.
      * End of period academic standing review.  For the period given
      * at the prompt, every student with a mark on GradesMaster.Dat
      * in that period has a period grade point average and a
      * cumulative grade point average (all periods up to and
      * including it) worked out, and is given a standing:
      *   G  good standing
      *   W  warning       - period GPA below the warning threshold
      *   P  probation     - cumulative GPA below the probation
      *                      threshold
      *   R  required to withdraw - cumulative GPA below the withdraw
      *                      threshold, or still below the probation
      *                      threshold after a period on probation
      * Grade points are A 4, B 3, C 2, D 1, F 0, weighted by the
      * course credits on CourseMaster.Dat (a course with no credits
      * counts as 1).  Thresholds come from StandingControl.Dat.
      *
      * Each decision is added to StandingHistory.Dat, a letter is
      * written to StandingLetters.Dat for every student not in good
      * standing, and StandingSummary.Dat gives the academic board the
      * decisions by course and campus.  A period can only be decided
      * once; a second run for the same period is abandoned.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL StandingControl
               ASSIGN TO "StandingControl.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CourseMaster ASSIGN TO "CourseMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradesMaster ASSIGN TO "GradesMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradeSortWork ASSIGN TO "GradeSortWork.Dat".
           SELECT SortedGrades ASSIGN TO "SortedGrades.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EntrantsFile ASSIGN TO "students.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StandingHistory
               ASSIGN TO "StandingHistory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StandingLetters ASSIGN TO "StandingLetters.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SummarySortWork ASSIGN TO "SummarySortWork.Dat".
           SELECT SortedSummary ASSIGN TO "SortedSummary.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StandingSummary ASSIGN TO "StandingSummary.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StandingControl.
       COPY STANDCTL.

       FD CourseMaster.
       01 CourseMasterRecord.
           02 CM-CourseCode     PIC X(5).
           02 CM-CourseName     PIC X(20).
           02 CM-Capacity       PIC 9(4).
           02 CM-Credits        PIC 9(2).

       FD GradesMaster.
       01 GradesMasterRec      PIC X(26).

       SD GradeSortWork.
       01 GradeSortRec.
           02 GS-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X.
           02 GS-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 GS-PERIOD        PIC X(5).
           02 FILLER           PIC X.
           02 GS-MARK          PIC 9(3).
           02 FILLER           PIC X.
           02 GS-GRADE         PIC X.

       FD SortedGrades.
       01 SortedGradeRec.
           88 END-OF-GRADES VALUE HIGH-VALUES.
           02 SG-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X.
           02 SG-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 SG-PERIOD        PIC X(5).
           02 FILLER           PIC X.
           02 SG-MARK          PIC 9(3).
           02 FILLER           PIC X.
           02 SG-GRADE         PIC X.

       FD StudentFile.
       01 StudentDetails.
           02 StudentId        PIC X(8).
           02 StudentName      PIC X(25).
           02 CourseCode       PIC X(5).

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

       FD StandingHistory.
       COPY STANDHST.

       FD StandingLetters.
       01 LetterLine           PIC X(72).

       SD SummarySortWork.
       01 SummarySortRec.
           02 SW-COURSE-CODE   PIC X(5).
           02 SW-CAMPUS        PIC X(3).
           02 SW-GOOD          PIC 9(4).
           02 SW-WARNING       PIC 9(4).
           02 SW-PROBATION     PIC 9(4).
           02 SW-WITHDRAW      PIC 9(4).

       FD SortedSummary.
       01 SortedSummaryRec.
           88 END-OF-SUMMARY VALUE HIGH-VALUES.
           02 SU-COURSE-CODE   PIC X(5).
           02 SU-CAMPUS        PIC X(3).
           02 SU-GOOD          PIC 9(4).
           02 SU-WARNING       PIC 9(4).
           02 SU-PROBATION     PIC 9(4).
           02 SU-WITHDRAW      PIC 9(4).

       FD StandingSummary.
       01 SummaryLine          PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-REVIEW-PERIOD     PIC X(5) VALUE SPACES.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 WS-WARNING-GPA       PIC 9V99 VALUE 2.00.
       01 WS-PROBATION-GPA     PIC 9V99 VALUE 2.00.
       01 WS-WITHDRAW-GPA      PIC 9V99 VALUE 1.00.
       01 WS-PROBATION-MAX     PIC 9(2) VALUE 2.

       01 COURSE-EOF           PIC X VALUE 'N'.
           88 END-OF-COURSES   VALUE 'Y'.
       01 COURSE-TABLE-MAX     PIC 99 VALUE 50.
       01 COURSE-TABLE-COUNT   PIC 99 VALUE ZERO.
       01 COURSE-IDX           PIC 99 VALUE ZERO.
       01 WS-COURSE-CREDITS    PIC 9(2) VALUE ZERO.
       01 WS-LOOKUP-COURSE     PIC X(5) VALUE SPACES.
       01 COURSE-TABLE.
           02 COURSE-ENTRY OCCURS 50 TIMES.
               03 CT-CourseCode  PIC X(5).
               03 CT-Credits     PIC 9(2).

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

       01 ENT-REC-COUNT         PIC 9(7) VALUE ZERO.
       01 ENT-HASH              PIC 9(12) VALUE ZERO.
       01 ENT-TRAILER-SW        PIC X VALUE 'N'.
           88 ENT-TRAILER-SEEN  VALUE 'Y'.
       01 ENTRANTS-EOF          PIC X VALUE 'N'.
           88 NO-MORE-ENTRANTS  VALUE 'Y'.
       01 CAMPUS-TABLE-MAX      PIC 9(3) VALUE 500.
       01 CAMPUS-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 CAMPUS-IDX            PIC 9(3) VALUE ZERO.
       01 WS-CAMPUS-FOUND       PIC X VALUE 'N'.
           88 CAMPUS-FOUND      VALUE 'Y'.
       01 WS-LOOKUP-STUDENT     PIC 9(8) VALUE ZEROS.
       01 WS-STUDENT-CAMPUS     PIC X(3) VALUE SPACES.
       01 CAMPUS-TABLE.
           02 CAMPUS-ENTRY OCCURS 500 TIMES.
               03 CP-StudentId   PIC 9(8).
               03 CP-Campus      PIC X(3).

      * The latest standing decided for each student in an earlier
      * period.
       01 HISTORY-EOF           PIC X VALUE 'N'.
           88 END-OF-HISTORY    VALUE 'Y'.
       01 PRIOR-TABLE-MAX       PIC 9(4) VALUE 2000.
       01 PRIOR-TABLE-COUNT     PIC 9(4) VALUE ZERO.
       01 PRIOR-IDX             PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-IDX          PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-STANDING     PIC X VALUE SPACE.
           88 PRIOR-ON-PROBATION VALUE 'P' 'R'.
       01 PRIOR-TABLE.
           02 PRIOR-ENTRY OCCURS 2000 TIMES.
               03 PS-StudentId   PIC 9(8).
               03 PS-PERIOD      PIC X(5).
               03 PS-STANDING    PIC X.

      * The courses the current student sat in the period reviewed.
       01 PERIOD-COURSE-MAX     PIC 99 VALUE 20.
       01 PERIOD-COURSE-COUNT   PIC 99 VALUE ZERO.
       01 PERIOD-COURSE-IDX     PIC 99 VALUE ZERO.
       01 WS-PERIOD-COURSE-IDX  PIC 99 VALUE ZERO.
       01 PERIOD-COURSE-TABLE.
           02 PERIOD-COURSE-ENTRY OCCURS 20 TIMES.
               03 PC-COURSE-CODE PIC X(5).

       01 SUMMARY-TABLE-MAX     PIC 9(3) VALUE 500.
       01 SUMMARY-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 SUMMARY-IDX           PIC 9(3) VALUE ZERO.
       01 WS-SUMMARY-IDX        PIC 9(3) VALUE ZERO.
       01 SUMMARY-TABLE.
           02 SUMMARY-ENTRY OCCURS 500 TIMES.
               03 SM-COURSE-CODE PIC X(5).
               03 SM-CAMPUS      PIC X(3).
               03 SM-GOOD        PIC 9(4).
               03 SM-WARNING     PIC 9(4).
               03 SM-PROBATION   PIC 9(4).
               03 SM-WITHDRAW    PIC 9(4).

       01 WS-CURRENT-STUDENT    PIC X(8) VALUE SPACES.
       01 WS-GRADE-POINTS       PIC 9 VALUE ZERO.
       01 WS-GRADE-COUNTS       PIC X VALUE 'Y'.
           88 GRADE-COUNTS      VALUE 'Y'.
       01 WS-GRADE-WEIGHT       PIC 9(2) VALUE ZERO.
       01 WS-PERIOD-POINTS      PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-WEIGHT      PIC 9(5) VALUE ZERO.
       01 WS-CUM-POINTS         PIC 9(6) VALUE ZERO.
       01 WS-CUM-WEIGHT         PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-GRADES      PIC 9(2) VALUE ZERO.
       01 WS-PERIOD-GPA         PIC 9V99 VALUE ZERO.
       01 WS-CUM-GPA            PIC 9V99 VALUE ZERO.
       01 WS-STANDING           PIC X VALUE SPACE.
           88 GOOD-STANDING     VALUE 'G'.
           88 ACADEMIC-WARNING  VALUE 'W'.
           88 ACADEMIC-PROBATION VALUE 'P'.
           88 REQUIRED-WITHDRAW VALUE 'R'.

       01 PREV-COURSE-CODE      PIC X(5) VALUE SPACES.
       01 COURSE-GOOD           PIC 9(5) VALUE ZERO.
       01 COURSE-WARNING        PIC 9(5) VALUE ZERO.
       01 COURSE-PROBATION      PIC 9(5) VALUE ZERO.
       01 COURSE-WITHDRAW       PIC 9(5) VALUE ZERO.

       01 STUDENTS-DECIDED      PIC 9(5) VALUE ZERO.
       01 STUDENTS-GOOD         PIC 9(5) VALUE ZERO.
       01 STUDENTS-WARNING      PIC 9(5) VALUE ZERO.
       01 STUDENTS-PROBATION    PIC 9(5) VALUE ZERO.
       01 STUDENTS-WITHDRAW     PIC 9(5) VALUE ZERO.
       01 LETTERS-WRITTEN       PIC 9(5) VALUE ZERO.
       01 GRADES-IGNORED        PIC 9(5) VALUE ZERO.
       01 SUMMARY-LINES-LOST    PIC 9(5) VALUE ZERO.

       01 LetterDateLine.
           02 FILLER            PIC X(60) VALUE SPACES.
           02 LD-DATE           PIC 9(8).
       01 LetterNameLine.
           02 FILLER            PIC X(9) VALUE " Student ".
           02 LN-STUDENT-ID     PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 LN-STUDENT-NAME   PIC X(25).
       01 LetterSubjectLine.
           02 FILLER            PIC X(37)
               VALUE " Academic standing review for period ".
           02 LS-PERIOD         PIC X(5).
       01 LetterGpaLine.
           02 FILLER            PIC X(34)
               VALUE " Grade point average this period:".
           02 LG-PERIOD-GPA     PIC 9.99.
           02 FILLER            PIC X(15) VALUE "   Cumulative: ".
           02 LG-CUM-GPA        PIC 9.99.
       01 LetterDecisionLine.
           02 FILLER            PIC X(11) VALUE " Decision: ".
           02 LE-DECISION       PIC X(25).
       01 LetterTextLine.
           02 FILLER            PIC X VALUE SPACE.
           02 LT-TEXT           PIC X(70).
       01 LetterLimitText.
           02 FILLER            PIC X(45)
               VALUE "While on probation you may be enrolled on no ".
           02 FILLER            PIC X(9) VALUE "more than".
           02 LL-MAX            PIC Z9.
           02 FILLER            PIC X(10) VALUE " course(s)".

       01 SummaryHeading1.
           02 FILLER            PIC X(36)
               VALUE " Academic Standing Summary - period ".
           02 SH1-PERIOD        PIC X(5).
           02 FILLER            PIC X(11) VALUE "   decided ".
           02 SH1-DATE          PIC 9(8).
       01 SummaryHeading2.
           02 FILLER            PIC X(28)
               VALUE " Course Campus Good  Warning".
           02 FILLER            PIC X(31)
               VALUE "  Probation  Withdraw     Total".
       01 SummaryDetailLine.
           02 FILLER            PIC X VALUE SPACE.
           02 SL-COURSE-CODE    PIC X(5).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 SL-CAMPUS         PIC X(6).
           02 SL-GOOD           PIC ZZZZ9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 SL-WARNING        PIC ZZZZ9.
           02 FILLER            PIC X(6) VALUE SPACES.
           02 SL-PROBATION      PIC ZZZZ9.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 SL-WITHDRAW       PIC ZZZZ9.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 SL-TOTAL          PIC ZZZZ9.
       01 SummaryTrailer1.
           02 FILLER            PIC X(19) VALUE " Students decided: ".
           02 ST-DECIDED        PIC ZZZZ9.
           02 FILLER            PIC X(19) VALUE "   Letters issued: ".
           02 ST-LETTERS        PIC ZZZZ9.
       01 SummaryTrailer2.
           02 FILLER            PIC X(8) VALUE " Good: ".
           02 ST-GOOD           PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE "  Warning: ".
           02 ST-WARNING        PIC ZZZZ9.
           02 FILLER            PIC X(14) VALUE "  Probation: ".
           02 ST-PROBATION      PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE "  Withdraw: ".
           02 ST-WITHDRAW       PIC ZZZZ9.

       PROCEDURE DIVISION.
       ReviewAcademicStanding.
           DISPLAY "Period to review (e.g. 2025B): "
               WITH NO ADVANCING
           ACCEPT WS-REVIEW-PERIOD
           IF WS-REVIEW-PERIOD = SPACES
              DISPLAY "*** NO PERIOD GIVEN - RUN ABANDONED ***"
              STOP RUN
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STANDING-CONTROL
           PERFORM LOAD-PRIOR-STANDING
           PERFORM LOAD-COURSE-TABLE
           PERFORM LOAD-NAME-TABLE
           PERFORM LOAD-CAMPUS-TABLE
           SORT GradeSortWork
               ON ASCENDING KEY GS-STUDENT-ID GS-PERIOD
               USING GradesMaster
               GIVING SortedGrades
           OPEN INPUT SortedGrades
           OPEN EXTEND StandingHistory
           OPEN OUTPUT StandingLetters
           PERFORM READ-SORTED-GRADE
           PERFORM REVIEW-ONE-STUDENT UNTIL END-OF-GRADES
           CLOSE SortedGrades
           CLOSE StandingHistory
           CLOSE StandingLetters
           SORT SummarySortWork
               ON ASCENDING KEY SW-COURSE-CODE SW-CAMPUS
               INPUT PROCEDURE IS RELEASE-SUMMARY-TABLE
               GIVING SortedSummary
           PERFORM WRITE-STANDING-SUMMARY
           DISPLAY "Academic standing review complete for period "
               WS-REVIEW-PERIOD
           DISPLAY "Students decided:     " STUDENTS-DECIDED
           DISPLAY "Good standing:        " STUDENTS-GOOD
           DISPLAY "Warning:              " STUDENTS-WARNING
           DISPLAY "Probation:            " STUDENTS-PROBATION
           DISPLAY "Required to withdraw: " STUDENTS-WITHDRAW
           DISPLAY "Letters written:      " LETTERS-WRITTEN
           IF GRADES-IGNORED > ZERO
              DISPLAY "Grade records ignored: " GRADES-IGNORED
           END-IF
           IF SUMMARY-LINES-LOST > ZERO
              DISPLAY "Summary lines lost, table full: "
                  SUMMARY-LINES-LOST
           END-IF
           STOP RUN.

      * Thresholds left blank or not numeric keep their defaults.
       LOAD-STANDING-CONTROL.
           OPEN INPUT StandingControl
           READ StandingControl
              AT END
                 CONTINUE
              NOT AT END
                 IF SK-WARNING-GPA NUMERIC
                    MOVE SK-WARNING-GPA TO WS-WARNING-GPA
                 END-IF
                 IF SK-PROBATION-GPA NUMERIC
                    MOVE SK-PROBATION-GPA TO WS-PROBATION-GPA
                 END-IF
                 IF SK-WITHDRAW-GPA NUMERIC
                    MOVE SK-WITHDRAW-GPA TO WS-WITHDRAW-GPA
                 END-IF
                 IF SK-PROBATION-MAX NUMERIC
                    MOVE SK-PROBATION-MAX TO WS-PROBATION-MAX
                 END-IF
           END-READ
           CLOSE StandingControl.

      *****************************************************************
      * Earlier decisions.  Only the latest one before the period
      * under review is kept for each student; any decision already
      * made for the period itself stops the run.
      *****************************************************************
       LOAD-PRIOR-STANDING.
           MOVE ZERO TO PRIOR-TABLE-COUNT
           MOVE 'N' TO HISTORY-EOF
           OPEN INPUT StandingHistory
           PERFORM READ-STANDING-HISTORY UNTIL END-OF-HISTORY
           CLOSE StandingHistory.

       READ-STANDING-HISTORY.
           READ StandingHistory
              AT END
                 SET END-OF-HISTORY TO TRUE
              NOT AT END
                 IF SH-PERIOD = WS-REVIEW-PERIOD
                    DISPLAY "*** STANDING ALREADY DECIDED FOR PERIOD "
                        WS-REVIEW-PERIOD " - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 IF SH-PERIOD < WS-REVIEW-PERIOD
                    PERFORM STORE-PRIOR-STANDING
                 END-IF
           END-READ.

       STORE-PRIOR-STANDING.
           MOVE SH-STUDENT-ID TO WS-LOOKUP-STUDENT
           PERFORM LOOKUP-PRIOR-STANDING
           IF WS-PRIOR-IDX = ZERO
              IF PRIOR-TABLE-COUNT >= PRIOR-TABLE-MAX
                 DISPLAY "*** STANDING HISTORY LARGER THAN WORKING "
                     "TABLE - RUN ABANDONED ***"
                 STOP RUN
              END-IF
              ADD 1 TO PRIOR-TABLE-COUNT
              MOVE PRIOR-TABLE-COUNT TO WS-PRIOR-IDX
              MOVE SH-STUDENT-ID TO PS-StudentId(WS-PRIOR-IDX)
              MOVE SPACES TO PS-PERIOD(WS-PRIOR-IDX)
           END-IF
           IF SH-PERIOD NOT < PS-PERIOD(WS-PRIOR-IDX)
              MOVE SH-PERIOD TO PS-PERIOD(WS-PRIOR-IDX)
              MOVE SH-STANDING TO PS-STANDING(WS-PRIOR-IDX)
           END-IF.

       LOOKUP-PRIOR-STANDING.
           MOVE ZERO TO WS-PRIOR-IDX
           PERFORM FIND-PRIOR-STANDING
               VARYING PRIOR-IDX FROM 1 BY 1
               UNTIL PRIOR-IDX > PRIOR-TABLE-COUNT.

       FIND-PRIOR-STANDING.
           IF PS-StudentId(PRIOR-IDX) = WS-LOOKUP-STUDENT
              MOVE PRIOR-IDX TO WS-PRIOR-IDX
           END-IF.

       LOAD-COURSE-TABLE.
           MOVE ZERO TO COURSE-TABLE-COUNT
           MOVE 'N' TO COURSE-EOF
           OPEN INPUT CourseMaster
           PERFORM READ-COURSE-MASTER UNTIL END-OF-COURSES
           CLOSE CourseMaster.

       READ-COURSE-MASTER.
           READ CourseMaster
              AT END
                 SET END-OF-COURSES TO TRUE
              NOT AT END
                 IF COURSE-TABLE-COUNT < COURSE-TABLE-MAX
                    ADD 1 TO COURSE-TABLE-COUNT
                    MOVE CM-CourseCode
                        TO CT-CourseCode(COURSE-TABLE-COUNT)
                    IF CM-Credits NUMERIC
                       MOVE CM-Credits
                           TO CT-Credits(COURSE-TABLE-COUNT)
                    ELSE
                       MOVE ZERO TO CT-Credits(COURSE-TABLE-COUNT)
                    END-IF
                 END-IF
           END-READ.

       LOOKUP-COURSE.
           MOVE ZERO TO WS-COURSE-CREDITS
           PERFORM FIND-COURSE
               VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-TABLE-COUNT.

       FIND-COURSE.
           IF CT-CourseCode(COURSE-IDX) = WS-LOOKUP-COURSE
              MOVE CT-Credits(COURSE-IDX) TO WS-COURSE-CREDITS
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
           IF NT-StudentId(NAME-IDX) = WS-CURRENT-STUDENT
              MOVE NT-StudentName(NAME-IDX) TO WS-STUDENT-NAME
           END-IF.

      * The campus a student is taught on, from their first enrolment.
       LOAD-CAMPUS-TABLE.
           MOVE ZERO TO CAMPUS-TABLE-COUNT
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
                          PERFORM STORE-STUDENT-CAMPUS
                       END-IF
                 END-EVALUATE
           END-READ.

       STORE-STUDENT-CAMPUS.
           MOVE EF-StudentId TO WS-LOOKUP-STUDENT
           PERFORM LOOKUP-STUDENT-CAMPUS
           IF NOT CAMPUS-FOUND
              IF CAMPUS-TABLE-COUNT >= CAMPUS-TABLE-MAX
                 DISPLAY "*** ENTRANTS FILE LARGER THAN WORKING "
                     "TABLE - RUN ABANDONED ***"
                 STOP RUN
              END-IF
              ADD 1 TO CAMPUS-TABLE-COUNT
              MOVE EF-StudentId TO CP-StudentId(CAMPUS-TABLE-COUNT)
              MOVE EF-Campus TO CP-Campus(CAMPUS-TABLE-COUNT)
           END-IF.

       LOOKUP-STUDENT-CAMPUS.
           MOVE 'N' TO WS-CAMPUS-FOUND
           MOVE "???" TO WS-STUDENT-CAMPUS
           PERFORM FIND-STUDENT-CAMPUS
               VARYING CAMPUS-IDX FROM 1 BY 1
               UNTIL CAMPUS-IDX > CAMPUS-TABLE-COUNT.

       FIND-STUDENT-CAMPUS.
           IF CP-StudentId(CAMPUS-IDX) = WS-LOOKUP-STUDENT
              SET CAMPUS-FOUND TO TRUE
              MOVE CP-Campus(CAMPUS-IDX) TO WS-STUDENT-CAMPUS
           END-IF.

       READ-SORTED-GRADE.
           READ SortedGrades
              AT END SET END-OF-GRADES TO TRUE
           END-READ.

      *****************************************************************
      * One student: total the grade points up to the period under
      * review.  Only students with marks in that period are decided.
      *****************************************************************
       REVIEW-ONE-STUDENT.
           MOVE SG-STUDENT-ID TO WS-CURRENT-STUDENT
           MOVE ZERO TO WS-PERIOD-POINTS
           MOVE ZERO TO WS-PERIOD-WEIGHT
           MOVE ZERO TO WS-CUM-POINTS
           MOVE ZERO TO WS-CUM-WEIGHT
           MOVE ZERO TO WS-PERIOD-GRADES
           MOVE ZERO TO PERIOD-COURSE-COUNT
           PERFORM ADD-ONE-GRADE
               UNTIL END-OF-GRADES
               OR SG-STUDENT-ID NOT = WS-CURRENT-STUDENT
           IF WS-PERIOD-WEIGHT > ZERO
              PERFORM DECIDE-STANDING
              PERFORM WRITE-STANDING-HISTORY
              PERFORM ADD-TO-SUMMARY
                  VARYING PERIOD-COURSE-IDX FROM 1 BY 1
                  UNTIL PERIOD-COURSE-IDX > PERIOD-COURSE-COUNT
              IF NOT GOOD-STANDING
                 PERFORM WRITE-STANDING-LETTER
              END-IF
           END-IF.

      * Marks from later periods, and grades other than A to F
      * (incomplete or withheld results), carry no grade points.
       ADD-ONE-GRADE.
           MOVE 'Y' TO WS-GRADE-COUNTS
           EVALUATE SG-GRADE
              WHEN 'A'
                 MOVE 4 TO WS-GRADE-POINTS
              WHEN 'B'
                 MOVE 3 TO WS-GRADE-POINTS
              WHEN 'C'
                 MOVE 2 TO WS-GRADE-POINTS
              WHEN 'D'
                 MOVE 1 TO WS-GRADE-POINTS
              WHEN 'F'
                 MOVE 0 TO WS-GRADE-POINTS
              WHEN OTHER
                 MOVE 'N' TO WS-GRADE-COUNTS
           END-EVALUATE
           IF SG-PERIOD NOT > WS-REVIEW-PERIOD
              IF GRADE-COUNTS
                 PERFORM ADD-GRADE-POINTS
              ELSE
                 ADD 1 TO GRADES-IGNORED
              END-IF
           END-IF
           PERFORM READ-SORTED-GRADE.

       ADD-GRADE-POINTS.
           MOVE SG-COURSE-CODE TO WS-LOOKUP-COURSE
           PERFORM LOOKUP-COURSE
           MOVE WS-COURSE-CREDITS TO WS-GRADE-WEIGHT
           IF WS-GRADE-WEIGHT = ZERO
              MOVE 1 TO WS-GRADE-WEIGHT
           END-IF
           COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
               + WS-GRADE-POINTS * WS-GRADE-WEIGHT
           ADD WS-GRADE-WEIGHT TO WS-CUM-WEIGHT
           IF SG-PERIOD = WS-REVIEW-PERIOD
              COMPUTE WS-PERIOD-POINTS = WS-PERIOD-POINTS
                  + WS-GRADE-POINTS * WS-GRADE-WEIGHT
              ADD WS-GRADE-WEIGHT TO WS-PERIOD-WEIGHT
              ADD 1 TO WS-PERIOD-GRADES
              PERFORM STORE-PERIOD-COURSE
           END-IF.

       STORE-PERIOD-COURSE.
           MOVE ZERO TO WS-PERIOD-COURSE-IDX
           PERFORM FIND-PERIOD-COURSE
               VARYING PERIOD-COURSE-IDX FROM 1 BY 1
               UNTIL PERIOD-COURSE-IDX > PERIOD-COURSE-COUNT
           IF WS-PERIOD-COURSE-IDX = ZERO
              AND PERIOD-COURSE-COUNT < PERIOD-COURSE-MAX
              ADD 1 TO PERIOD-COURSE-COUNT
              MOVE SG-COURSE-CODE
                  TO PC-COURSE-CODE(PERIOD-COURSE-COUNT)
           END-IF.

       FIND-PERIOD-COURSE.
           IF PC-COURSE-CODE(PERIOD-COURSE-IDX) = SG-COURSE-CODE
              MOVE PERIOD-COURSE-IDX TO WS-PERIOD-COURSE-IDX
           END-IF.

       DECIDE-STANDING.
           ADD 1 TO STUDENTS-DECIDED
           COMPUTE WS-PERIOD-GPA ROUNDED =
               WS-PERIOD-POINTS / WS-PERIOD-WEIGHT
           COMPUTE WS-CUM-GPA ROUNDED =
               WS-CUM-POINTS / WS-CUM-WEIGHT
           MOVE SPACE TO WS-PRIOR-STANDING
           IF WS-CURRENT-STUDENT NUMERIC
              MOVE WS-CURRENT-STUDENT TO WS-LOOKUP-STUDENT
              PERFORM LOOKUP-PRIOR-STANDING
              IF WS-PRIOR-IDX NOT = ZERO
                 MOVE PS-STANDING(WS-PRIOR-IDX) TO WS-PRIOR-STANDING
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-CUM-GPA < WS-WITHDRAW-GPA
                 SET REQUIRED-WITHDRAW TO TRUE
                 ADD 1 TO STUDENTS-WITHDRAW
              WHEN WS-CUM-GPA < WS-PROBATION-GPA
                   AND PRIOR-ON-PROBATION
                 SET REQUIRED-WITHDRAW TO TRUE
                 ADD 1 TO STUDENTS-WITHDRAW
              WHEN WS-CUM-GPA < WS-PROBATION-GPA
                 SET ACADEMIC-PROBATION TO TRUE
                 ADD 1 TO STUDENTS-PROBATION
              WHEN WS-PERIOD-GPA < WS-WARNING-GPA
                 SET ACADEMIC-WARNING TO TRUE
                 ADD 1 TO STUDENTS-WARNING
              WHEN OTHER
                 SET GOOD-STANDING TO TRUE
                 ADD 1 TO STUDENTS-GOOD
           END-EVALUATE.

       WRITE-STANDING-HISTORY.
           MOVE SPACES TO StandingHistoryRec
           MOVE WS-CURRENT-STUDENT TO SH-STUDENT-ID
           MOVE WS-REVIEW-PERIOD TO SH-PERIOD
           MOVE WS-STANDING TO SH-STANDING
           MOVE WS-PERIOD-GPA TO SH-PERIOD-GPA
           MOVE WS-CUM-GPA TO SH-CUM-GPA
           MOVE WS-PERIOD-GRADES TO SH-PERIOD-COURSES
           MOVE WS-TODAY-DATE TO SH-DECISION-DATE
           WRITE StandingHistoryRec.

      * The decision is counted against each course the student sat
      * in the period, on the campus they are taught on.
       ADD-TO-SUMMARY.
           MOVE WS-CURRENT-STUDENT TO WS-LOOKUP-STUDENT
           PERFORM LOOKUP-STUDENT-CAMPUS
           MOVE ZERO TO WS-SUMMARY-IDX
           PERFORM FIND-SUMMARY-ENTRY
               VARYING SUMMARY-IDX FROM 1 BY 1
               UNTIL SUMMARY-IDX > SUMMARY-TABLE-COUNT
           IF WS-SUMMARY-IDX = ZERO
              IF SUMMARY-TABLE-COUNT < SUMMARY-TABLE-MAX
                 PERFORM NEW-SUMMARY-ENTRY
              ELSE
                 ADD 1 TO SUMMARY-LINES-LOST
              END-IF
           END-IF
           IF WS-SUMMARY-IDX NOT = ZERO
              EVALUATE TRUE
                 WHEN GOOD-STANDING
                    ADD 1 TO SM-GOOD(WS-SUMMARY-IDX)
                 WHEN ACADEMIC-WARNING
                    ADD 1 TO SM-WARNING(WS-SUMMARY-IDX)
                 WHEN ACADEMIC-PROBATION
                    ADD 1 TO SM-PROBATION(WS-SUMMARY-IDX)
                 WHEN REQUIRED-WITHDRAW
                    ADD 1 TO SM-WITHDRAW(WS-SUMMARY-IDX)
              END-EVALUATE
           END-IF.

       NEW-SUMMARY-ENTRY.
           ADD 1 TO SUMMARY-TABLE-COUNT
           MOVE SUMMARY-TABLE-COUNT TO WS-SUMMARY-IDX
           MOVE PC-COURSE-CODE(PERIOD-COURSE-IDX)
               TO SM-COURSE-CODE(WS-SUMMARY-IDX)
           MOVE WS-STUDENT-CAMPUS TO SM-CAMPUS(WS-SUMMARY-IDX)
           MOVE ZERO TO SM-GOOD(WS-SUMMARY-IDX)
           MOVE ZERO TO SM-WARNING(WS-SUMMARY-IDX)
           MOVE ZERO TO SM-PROBATION(WS-SUMMARY-IDX)
           MOVE ZERO TO SM-WITHDRAW(WS-SUMMARY-IDX).

       FIND-SUMMARY-ENTRY.
           IF SM-COURSE-CODE(SUMMARY-IDX)
                  = PC-COURSE-CODE(PERIOD-COURSE-IDX)
              AND SM-CAMPUS(SUMMARY-IDX) = WS-STUDENT-CAMPUS
              MOVE SUMMARY-IDX TO WS-SUMMARY-IDX
           END-IF.

      *****************************************************************
      * Decision letter, one page per student not in good standing.
      *****************************************************************
       WRITE-STANDING-LETTER.
           ADD 1 TO LETTERS-WRITTEN
           PERFORM LOOKUP-STUDENT-NAME
           MOVE WS-TODAY-DATE TO LD-DATE
           WRITE LetterLine FROM LetterDateLine
               AFTER ADVANCING PAGE
           MOVE WS-CURRENT-STUDENT TO LN-STUDENT-ID
           MOVE WS-STUDENT-NAME TO LN-STUDENT-NAME
           WRITE LetterLine FROM LetterNameLine
               AFTER ADVANCING 2 LINES
           MOVE WS-REVIEW-PERIOD TO LS-PERIOD
           WRITE LetterLine FROM LetterSubjectLine
               AFTER ADVANCING 2 LINES
           MOVE WS-PERIOD-GPA TO LG-PERIOD-GPA
           MOVE WS-CUM-GPA TO LG-CUM-GPA
           WRITE LetterLine FROM LetterGpaLine
               AFTER ADVANCING 2 LINES
           EVALUATE TRUE
              WHEN ACADEMIC-WARNING
                 MOVE "ACADEMIC WARNING" TO LE-DECISION
              WHEN ACADEMIC-PROBATION
                 MOVE "ACADEMIC PROBATION" TO LE-DECISION
              WHEN REQUIRED-WITHDRAW
                 MOVE "REQUIRED TO WITHDRAW" TO LE-DECISION
           END-EVALUATE
           WRITE LetterLine FROM LetterDecisionLine
               AFTER ADVANCING 2 LINES
           EVALUATE TRUE
              WHEN ACADEMIC-WARNING
                 MOVE "Your results this period are below the standard"
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT-FIRST
                 MOVE "expected.  Please arrange to see your academic"
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
                 MOVE "adviser before the start of next period."
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
              WHEN ACADEMIC-PROBATION
                 MOVE "Your cumulative grade point average is below the"
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT-FIRST
                 MOVE "required standard and you are placed on academic"
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
                 MOVE "probation." TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
                 MOVE WS-PROBATION-MAX TO LL-MAX
                 MOVE LetterLimitText TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
                 MOVE "until your standing is restored." TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
              WHEN REQUIRED-WITHDRAW
                 MOVE "Your cumulative grade point average does not"
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT-FIRST
                 MOVE "allow you to continue and you are required to"
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
                 MOVE "withdraw from your programme of study.  You may"
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
                 MOVE "appeal this decision to the academic board."
                     TO LT-TEXT
                 PERFORM WRITE-LETTER-TEXT
           END-EVALUATE.

       WRITE-LETTER-TEXT-FIRST.
           WRITE LetterLine FROM LetterTextLine
               AFTER ADVANCING 2 LINES.

       WRITE-LETTER-TEXT.
           WRITE LetterLine FROM LetterTextLine
               AFTER ADVANCING 1 LINE.

       RELEASE-SUMMARY-TABLE.
           PERFORM RELEASE-SUMMARY-ENTRY
               VARYING SUMMARY-IDX FROM 1 BY 1
               UNTIL SUMMARY-IDX > SUMMARY-TABLE-COUNT.

       RELEASE-SUMMARY-ENTRY.
           MOVE SM-COURSE-CODE(SUMMARY-IDX) TO SW-COURSE-CODE
           MOVE SM-CAMPUS(SUMMARY-IDX) TO SW-CAMPUS
           MOVE SM-GOOD(SUMMARY-IDX) TO SW-GOOD
           MOVE SM-WARNING(SUMMARY-IDX) TO SW-WARNING
           MOVE SM-PROBATION(SUMMARY-IDX) TO SW-PROBATION
           MOVE SM-WITHDRAW(SUMMARY-IDX) TO SW-WITHDRAW
           RELEASE SummarySortRec.

      *****************************************************************
      * Summary for the academic board: decisions by course and
      * campus, with a total for each course.
      *****************************************************************
       WRITE-STANDING-SUMMARY.
           OPEN INPUT SortedSummary
           OPEN OUTPUT StandingSummary
           MOVE WS-REVIEW-PERIOD TO SH1-PERIOD
           MOVE WS-TODAY-DATE TO SH1-DATE
           WRITE SummaryLine FROM SummaryHeading1
               AFTER ADVANCING PAGE
           WRITE SummaryLine FROM SummaryHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-SORTED-SUMMARY
           IF NOT END-OF-SUMMARY
              MOVE SU-COURSE-CODE TO PREV-COURSE-CODE
           END-IF
           PERFORM PRINT-SUMMARY-LINE UNTIL END-OF-SUMMARY
           IF SUMMARY-TABLE-COUNT > ZERO
              PERFORM PRINT-COURSE-TOTAL
           END-IF
           MOVE STUDENTS-DECIDED TO ST-DECIDED
           MOVE LETTERS-WRITTEN TO ST-LETTERS
           WRITE SummaryLine FROM SummaryTrailer1
               AFTER ADVANCING 2 LINES
           MOVE STUDENTS-GOOD TO ST-GOOD
           MOVE STUDENTS-WARNING TO ST-WARNING
           MOVE STUDENTS-PROBATION TO ST-PROBATION
           MOVE STUDENTS-WITHDRAW TO ST-WITHDRAW
           WRITE SummaryLine FROM SummaryTrailer2
               AFTER ADVANCING 1 LINE
           CLOSE SortedSummary
           CLOSE StandingSummary.

       READ-SORTED-SUMMARY.
           READ SortedSummary
              AT END SET END-OF-SUMMARY TO TRUE
           END-READ.

       PRINT-SUMMARY-LINE.
           IF SU-COURSE-CODE NOT = PREV-COURSE-CODE
              PERFORM PRINT-COURSE-TOTAL
              MOVE SU-COURSE-CODE TO PREV-COURSE-CODE
           END-IF
           MOVE SU-COURSE-CODE TO SL-COURSE-CODE
           MOVE SU-CAMPUS TO SL-CAMPUS
           MOVE SU-GOOD TO SL-GOOD
           MOVE SU-WARNING TO SL-WARNING
           MOVE SU-PROBATION TO SL-PROBATION
           MOVE SU-WITHDRAW TO SL-WITHDRAW
           COMPUTE SL-TOTAL = SU-GOOD + SU-WARNING
               + SU-PROBATION + SU-WITHDRAW
           WRITE SummaryLine FROM SummaryDetailLine
               AFTER ADVANCING 1 LINE
           ADD SU-GOOD TO COURSE-GOOD
           ADD SU-WARNING TO COURSE-WARNING
           ADD SU-PROBATION TO COURSE-PROBATION
           ADD SU-WITHDRAW TO COURSE-WITHDRAW
           PERFORM READ-SORTED-SUMMARY.

       PRINT-COURSE-TOTAL.
           MOVE SPACES TO SL-COURSE-CODE
           MOVE "total" TO SL-CAMPUS
           MOVE COURSE-GOOD TO SL-GOOD
           MOVE COURSE-WARNING TO SL-WARNING
           MOVE COURSE-PROBATION TO SL-PROBATION
           MOVE COURSE-WITHDRAW TO SL-WITHDRAW
           COMPUTE SL-TOTAL = COURSE-GOOD + COURSE-WARNING
               + COURSE-PROBATION + COURSE-WITHDRAW
           WRITE SummaryLine FROM SummaryDetailLine
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SummaryLine
           WRITE SummaryLine AFTER ADVANCING 1 LINE
           MOVE ZERO TO COURSE-GOOD
           MOVE ZERO TO COURSE-WARNING
           MOVE ZERO TO COURSE-PROBATION
           MOVE ZERO TO COURSE-WITHDRAW.
