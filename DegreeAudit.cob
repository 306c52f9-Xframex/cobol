       IDENTIFICATION DIVISION.
       PROGRAM-ID. DegreeAudit.
       AUTHOR. ismail.
      * Programme completion audit.  Every student on the student
      * master is checked against the rules for their programme on
      * ProgrammeRules.Dat, using the marks on GradesMaster.Dat and
      * the course credits on CourseMaster.Dat.  A course counts once
      * however often it was sat, at its best mark; grades A to D are
      * passes.  DegreeAudit.Dat shows what is complete and what is
      * outstanding for each student, and the students who meet every
      * rule are written to GraduationList.Dat with their award class
      * for TranscriptPrint.
      *
      * ProgrammeRules.Dat record types, keyed on the programme code
      * held on the student master:
      *   P  minimum courses passed and minimum credits for the award
      *   R  a required course
      *   G  an optional group, with the courses to pass from it
      *   O  a course belonging to an optional group

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProgrammeRules ASSIGN TO "ProgrammeRules.Dat"
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
           SELECT StudentSortWork ASSIGN TO "StudentSortWork.Dat".
           SELECT SortedStudents ASSIGN TO "SortedStudents.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditReport ASSIGN TO "DegreeAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GraduationList ASSIGN TO "GraduationList.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ProgrammeRules.
       01 ProgrammeRuleRec.
           02 PR-PROGRAMME     PIC X(5).
           02 FILLER           PIC X.
           02 PR-RULE-TYPE     PIC X.
               88 PR-PROGRAMME-RULE VALUE 'P'.
               88 PR-REQUIRED-RULE  VALUE 'R'.
               88 PR-GROUP-RULE     VALUE 'G'.
               88 PR-OPTION-RULE    VALUE 'O'.
           02 FILLER           PIC X.
           02 PR-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 PR-GROUP         PIC X(2).
           02 FILLER           PIC X.
           02 PR-MIN-PASSES    PIC 9(2).
           02 FILLER           PIC X.
           02 PR-MIN-CREDITS   PIC 9(3).

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
               88 SG-PASS-GRADE VALUE 'A' 'B' 'C' 'D'.

       FD StudentFile.
       01 StudentDetails       PIC X(38).

       SD StudentSortWork.
       01 StudentSortRec.
           02 SS-StudentId     PIC X(8).
           02 SS-StudentName   PIC X(25).
           02 SS-CourseCode    PIC X(5).

       FD SortedStudents.
       01 SortedStudentRec.
           88 END-OF-STUDENTS VALUE HIGH-VALUES.
           02 ST-StudentId     PIC X(8).
           02 ST-StudentName   PIC X(25).
           02 ST-ProgrammeCode PIC X(5).

       FD AuditReport.
       01 AuditLine            PIC X(80).

       FD GraduationList.
       COPY GRADLIST.

       WORKING-STORAGE SECTION.
       01 RULES-EOF            PIC X VALUE 'N'.
           88 END-OF-RULES     VALUE 'Y'.
       01 COURSE-EOF           PIC X VALUE 'N'.
           88 END-OF-COURSES   VALUE 'Y'.

       01 RULE-TABLE-MAX       PIC 9(3) VALUE 300.
       01 RULE-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 RULE-IDX             PIC 9(3) VALUE ZERO.
       01 OPTION-IDX           PIC 9(3) VALUE ZERO.
       01 RULES-IGNORED        PIC 9(4) VALUE ZERO.
       01 RULE-TABLE.
           02 RULE-ENTRY OCCURS 300 TIMES.
               03 RL-PROGRAMME   PIC X(5).
               03 RL-RULE-TYPE   PIC X.
               03 RL-COURSE-CODE PIC X(5).
               03 RL-GROUP       PIC X(2).
               03 RL-MIN-PASSES  PIC 9(2).
               03 RL-MIN-CREDITS PIC 9(3).

       01 COURSE-TABLE-MAX     PIC 99 VALUE 50.
       01 COURSE-TABLE-COUNT   PIC 99 VALUE ZERO.
       01 COURSE-IDX           PIC 99 VALUE ZERO.
       01 WS-COURSE-NAME       PIC X(20) VALUE SPACES.
       01 WS-COURSE-CREDITS    PIC 9(2) VALUE ZERO.
       01 WS-LOOKUP-COURSE     PIC X(5) VALUE SPACES.
       01 COURSE-TABLE.
           02 COURSE-ENTRY OCCURS 50 TIMES.
               03 CT-CourseCode  PIC X(5).
               03 CT-CourseName  PIC X(20).
               03 CT-Credits     PIC 9(2).

      * The student's results, one entry per course at its best mark.
       01 RESULT-TABLE-MAX     PIC 99 VALUE 60.
       01 RESULT-TABLE-COUNT   PIC 99 VALUE ZERO.
       01 RESULT-IDX           PIC 99 VALUE ZERO.
       01 WS-RESULT-IDX        PIC 99 VALUE ZERO.
       01 RESULT-TABLE.
           02 RESULT-ENTRY OCCURS 60 TIMES.
               03 RS-COURSE-CODE PIC X(5).
               03 RS-BEST-MARK   PIC 9(3).
               03 RS-PASSED      PIC X.
                   88 RS-COURSE-PASSED VALUE 'Y'.

       01 WS-RULES-FOUND       PIC X VALUE 'N'.
           88 PROGRAMME-HAS-RULES VALUE 'Y'.
       01 WS-NEED-PASSES       PIC 9(2) VALUE ZERO.
       01 WS-NEED-CREDITS      PIC 9(3) VALUE ZERO.
       01 WS-PASSES            PIC 9(3) VALUE ZERO.
       01 WS-CREDITS           PIC 9(3) VALUE ZERO.
       01 WS-GROUP-PASSES      PIC 9(3) VALUE ZERO.
       01 WS-OUTSTANDING       PIC 9(3) VALUE ZERO.
       01 WS-WEIGHTED-MARKS    PIC 9(7) VALUE ZERO.
       01 WS-MARK-SUM          PIC 9(6) VALUE ZERO.
       01 WS-AVERAGE-MARK      PIC 9(3)V99 VALUE ZERO.
       01 WS-CLASSIFICATION    PIC X(3) VALUE SPACES.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 STUDENTS-AUDITED     PIC 9(5) VALUE ZERO.
       01 STUDENTS-ELIGIBLE    PIC 9(5) VALUE ZERO.
       01 STUDENTS-NO-RULES    PIC 9(5) VALUE ZERO.
       01 GRADES-UNMATCHED     PIC 9(5) VALUE ZERO.

       01 AuditHeading1.
           02 FILLER           PIC X(30)
               VALUE " Programme Completion Audit - ".
           02 AH-DATE          PIC 9(8).

       01 AuditStudentLine.
           02 FILLER           PIC X(9) VALUE " Student ".
           02 AS-STUDENT-ID    PIC X(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AS-STUDENT-NAME  PIC X(25).
           02 FILLER           PIC X(11) VALUE " Programme ".
           02 AS-PROGRAMME     PIC X(5).

       01 AuditRuleLine.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 AR-RULE          PIC X(10).
           02 AR-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AR-COURSE-NAME   PIC X(20).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AR-DETAIL        PIC X(20).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AR-STATUS        PIC X(11).

       01 AuditCountDetail.
           02 FILLER           PIC X(5) VALUE "need ".
           02 AC-NEED          PIC ZZ9.
           02 FILLER           PIC X(7) VALUE "  have ".
           02 AC-HAVE          PIC ZZ9.

       01 AuditMarkDetail.
           02 FILLER           PIC X(5) VALUE "mark ".
           02 AM-MARK          PIC ZZ9.

       01 AuditResultLine.
           02 FILLER           PIC X(11) VALUE "   Result: ".
           02 AU-RESULT        PIC X(60).

       01 AuditTrailer1.
           02 FILLER           PIC X(20) VALUE " Students audited:  ".
           02 AT-AUDITED       PIC ZZZZ9.
           02 FILLER           PIC X(13) VALUE "   Eligible: ".
           02 AT-ELIGIBLE      PIC ZZZZ9.
           02 FILLER           PIC X(21)
               VALUE "   No programme rule:".
           02 AT-NO-RULES      PIC ZZZZ9.
       01 AuditTrailer2.
           02 FILLER           PIC X(37)
               VALUE " Marks for students not on master:  ".
           02 AT-UNMATCHED     PIC ZZZZ9.

       01 WS-RESULT-TEXT.
           02 FILLER           PIC X(22)
               VALUE "ELIGIBLE - AWARD CLASS".
           02 FILLER           PIC X VALUE SPACE.
           02 RT-CLASS         PIC X(3).
           02 FILLER           PIC X(10) VALUE "  AVERAGE ".
           02 RT-AVERAGE       PIC ZZ9.99.
       01 WS-OUTSTANDING-TEXT.
           02 FILLER           PIC X(19)
               VALUE "NOT YET ELIGIBLE - ".
           02 OT-COUNT         PIC ZZ9.
           02 FILLER           PIC X(27)
               VALUE " REQUIREMENT(S) OUTSTANDING".

       PROCEDURE DIVISION.
       AuditProgrammeCompletion.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RULE-TABLE
           PERFORM LOAD-COURSE-TABLE
           SORT GradeSortWork
               ON ASCENDING KEY GS-STUDENT-ID GS-COURSE-CODE
               USING GradesMaster
               GIVING SortedGrades
           SORT StudentSortWork
               ON ASCENDING KEY SS-StudentId
               USING StudentFile
               GIVING SortedStudents
           OPEN INPUT SortedGrades
           OPEN INPUT SortedStudents
           OPEN OUTPUT AuditReport
           OPEN OUTPUT GraduationList
           MOVE WS-TODAY-DATE TO AH-DATE
           WRITE AuditLine FROM AuditHeading1
               AFTER ADVANCING PAGE
           PERFORM READ-SORTED-GRADE
           PERFORM READ-SORTED-STUDENT
           PERFORM AUDIT-ONE-STUDENT UNTIL END-OF-STUDENTS
           PERFORM SKIP-UNMATCHED-GRADE UNTIL END-OF-GRADES
           MOVE STUDENTS-AUDITED TO AT-AUDITED
           MOVE STUDENTS-ELIGIBLE TO AT-ELIGIBLE
           MOVE STUDENTS-NO-RULES TO AT-NO-RULES
           MOVE GRADES-UNMATCHED TO AT-UNMATCHED
           WRITE AuditLine FROM AuditTrailer1
               AFTER ADVANCING 2 LINES
           WRITE AuditLine FROM AuditTrailer2
               AFTER ADVANCING 1 LINE
           CLOSE SortedGrades
           CLOSE SortedStudents
           CLOSE AuditReport
           CLOSE GraduationList
           DISPLAY "Programme completion audit complete."
           DISPLAY "Students audited:   " STUDENTS-AUDITED
           DISPLAY "Students eligible:  " STUDENTS-ELIGIBLE
           DISPLAY "No programme rules: " STUDENTS-NO-RULES
           IF RULES-IGNORED > ZERO
              DISPLAY "Programme rule records ignored: " RULES-IGNORED
           END-IF
           STOP RUN.

       LOAD-RULE-TABLE.
           MOVE ZERO TO RULE-TABLE-COUNT
           MOVE 'N' TO RULES-EOF
           OPEN INPUT ProgrammeRules
           PERFORM READ-PROGRAMME-RULE UNTIL END-OF-RULES
           CLOSE ProgrammeRules.

      * Rules that cannot be applied as they stand are left out and
      * counted.
       READ-PROGRAMME-RULE.
           READ ProgrammeRules
              AT END
                 SET END-OF-RULES TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN PR-PROGRAMME = SPACES
                    WHEN PR-PROGRAMME-RULE
                         AND (PR-MIN-PASSES NOT NUMERIC
                           OR PR-MIN-CREDITS NOT NUMERIC)
                    WHEN PR-REQUIRED-RULE AND PR-COURSE-CODE = SPACES
                    WHEN PR-GROUP-RULE
                         AND (PR-GROUP = SPACES
                           OR PR-MIN-PASSES NOT NUMERIC)
                    WHEN PR-OPTION-RULE
                         AND (PR-GROUP = SPACES
                           OR PR-COURSE-CODE = SPACES)
                    WHEN NOT PR-PROGRAMME-RULE
                         AND NOT PR-REQUIRED-RULE
                         AND NOT PR-GROUP-RULE
                         AND NOT PR-OPTION-RULE
                    WHEN RULE-TABLE-COUNT >= RULE-TABLE-MAX
                       ADD 1 TO RULES-IGNORED
                    WHEN OTHER
                       ADD 1 TO RULE-TABLE-COUNT
                       MOVE PR-PROGRAMME
                           TO RL-PROGRAMME(RULE-TABLE-COUNT)
                       MOVE PR-RULE-TYPE
                           TO RL-RULE-TYPE(RULE-TABLE-COUNT)
                       MOVE PR-COURSE-CODE
                           TO RL-COURSE-CODE(RULE-TABLE-COUNT)
                       MOVE PR-GROUP TO RL-GROUP(RULE-TABLE-COUNT)
                       MOVE ZERO TO RL-MIN-PASSES(RULE-TABLE-COUNT)
                       MOVE ZERO TO RL-MIN-CREDITS(RULE-TABLE-COUNT)
                       IF PR-PROGRAMME-RULE OR PR-GROUP-RULE
                          MOVE PR-MIN-PASSES
                              TO RL-MIN-PASSES(RULE-TABLE-COUNT)
                       END-IF
                       IF PR-PROGRAMME-RULE
                          MOVE PR-MIN-CREDITS
                              TO RL-MIN-CREDITS(RULE-TABLE-COUNT)
                       END-IF
                 END-EVALUATE
           END-READ.

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
                    MOVE CM-CourseName
                        TO CT-CourseName(COURSE-TABLE-COUNT)
                    IF CM-Credits NUMERIC
                       MOVE CM-Credits
                           TO CT-Credits(COURSE-TABLE-COUNT)
                    ELSE
                       MOVE ZERO TO CT-Credits(COURSE-TABLE-COUNT)
                    END-IF
                 END-IF
           END-READ.

       LOOKUP-COURSE.
           MOVE SPACES TO WS-COURSE-NAME
           MOVE ZERO TO WS-COURSE-CREDITS
           PERFORM FIND-COURSE
               VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-TABLE-COUNT.

       FIND-COURSE.
           IF CT-CourseCode(COURSE-IDX) = WS-LOOKUP-COURSE
              MOVE CT-CourseName(COURSE-IDX) TO WS-COURSE-NAME
              MOVE CT-Credits(COURSE-IDX) TO WS-COURSE-CREDITS
           END-IF.

       READ-SORTED-GRADE.
           READ SortedGrades
              AT END SET END-OF-GRADES TO TRUE
           END-READ.

       READ-SORTED-STUDENT.
           READ SortedStudents
              AT END SET END-OF-STUDENTS TO TRUE
           END-READ.

       SKIP-UNMATCHED-GRADE.
           ADD 1 TO GRADES-UNMATCHED
           PERFORM READ-SORTED-GRADE.

      *****************************************************************
      * One student: gather their marks, then check each rule of the
      * programme in turn.
      *****************************************************************
       AUDIT-ONE-STUDENT.
           ADD 1 TO STUDENTS-AUDITED
           MOVE ZERO TO RESULT-TABLE-COUNT
           PERFORM SKIP-UNMATCHED-GRADE
               UNTIL END-OF-GRADES
               OR SG-STUDENT-ID NOT < ST-StudentId
           PERFORM COLLECT-ONE-GRADE
               UNTIL END-OF-GRADES
               OR SG-STUDENT-ID NOT = ST-StudentId
           MOVE ST-StudentId TO AS-STUDENT-ID
           MOVE ST-StudentName TO AS-STUDENT-NAME
           MOVE ST-ProgrammeCode TO AS-PROGRAMME
           WRITE AuditLine FROM AuditStudentLine
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO WS-RULES-FOUND
           MOVE ZERO TO WS-NEED-PASSES
           MOVE ZERO TO WS-NEED-CREDITS
           PERFORM FIND-PROGRAMME-RULE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-TABLE-COUNT
           IF NOT PROGRAMME-HAS-RULES
              ADD 1 TO STUDENTS-NO-RULES
              MOVE "NO RULES HELD FOR THIS PROGRAMME" TO AU-RESULT
              WRITE AuditLine FROM AuditResultLine
                  AFTER ADVANCING 1 LINE
           ELSE
              PERFORM EVALUATE-PROGRAMME-RULES
           END-IF
           PERFORM READ-SORTED-STUDENT.

       COLLECT-ONE-GRADE.
           MOVE ZERO TO WS-RESULT-IDX
           PERFORM FIND-RESULT
               VARYING RESULT-IDX FROM 1 BY 1
               UNTIL RESULT-IDX > RESULT-TABLE-COUNT
           IF WS-RESULT-IDX = ZERO
              AND RESULT-TABLE-COUNT < RESULT-TABLE-MAX
              ADD 1 TO RESULT-TABLE-COUNT
              MOVE RESULT-TABLE-COUNT TO WS-RESULT-IDX
              MOVE SG-COURSE-CODE TO RS-COURSE-CODE(WS-RESULT-IDX)
              MOVE ZERO TO RS-BEST-MARK(WS-RESULT-IDX)
              MOVE 'N' TO RS-PASSED(WS-RESULT-IDX)
           END-IF
           IF WS-RESULT-IDX NOT = ZERO
              IF SG-MARK NUMERIC
                 AND SG-MARK > RS-BEST-MARK(WS-RESULT-IDX)
                 MOVE SG-MARK TO RS-BEST-MARK(WS-RESULT-IDX)
              END-IF
              IF SG-PASS-GRADE
                 SET RS-COURSE-PASSED(WS-RESULT-IDX) TO TRUE
              END-IF
           END-IF
           PERFORM READ-SORTED-GRADE.

       FIND-RESULT.
           IF RS-COURSE-CODE(RESULT-IDX) = SG-COURSE-CODE
              MOVE RESULT-IDX TO WS-RESULT-IDX
           END-IF.

       FIND-PROGRAMME-RULE.
           IF RL-PROGRAMME(RULE-IDX) = ST-ProgrammeCode
              AND RL-RULE-TYPE(RULE-IDX) = 'P'
              SET PROGRAMME-HAS-RULES TO TRUE
              MOVE RL-MIN-PASSES(RULE-IDX) TO WS-NEED-PASSES
              MOVE RL-MIN-CREDITS(RULE-IDX) TO WS-NEED-CREDITS
           END-IF.

       EVALUATE-PROGRAMME-RULES.
           MOVE ZERO TO WS-OUTSTANDING
           PERFORM CHECK-REQUIRED-COURSE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-TABLE-COUNT
           PERFORM CHECK-OPTION-GROUP
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-TABLE-COUNT
           PERFORM TOTAL-PASSES-AND-CREDITS
           MOVE SPACES TO AR-COURSE-CODE
           MOVE SPACES TO AR-COURSE-NAME
           MOVE "Passes" TO AR-RULE
           MOVE WS-NEED-PASSES TO AC-NEED
           MOVE WS-PASSES TO AC-HAVE
           MOVE AuditCountDetail TO AR-DETAIL
           IF WS-PASSES < WS-NEED-PASSES
              PERFORM SET-RULE-OUTSTANDING
           ELSE
              MOVE "COMPLETE" TO AR-STATUS
           END-IF
           WRITE AuditLine FROM AuditRuleLine
               AFTER ADVANCING 1 LINE
           MOVE "Credits" TO AR-RULE
           MOVE WS-NEED-CREDITS TO AC-NEED
           MOVE WS-CREDITS TO AC-HAVE
           MOVE AuditCountDetail TO AR-DETAIL
           IF WS-CREDITS < WS-NEED-CREDITS
              PERFORM SET-RULE-OUTSTANDING
           ELSE
              MOVE "COMPLETE" TO AR-STATUS
           END-IF
           WRITE AuditLine FROM AuditRuleLine
               AFTER ADVANCING 1 LINE
           IF WS-OUTSTANDING = ZERO
              PERFORM CLASSIFY-AWARD
              PERFORM WRITE-GRADUATION-RECORD
              MOVE WS-CLASSIFICATION TO RT-CLASS
              MOVE WS-AVERAGE-MARK TO RT-AVERAGE
              MOVE WS-RESULT-TEXT TO AU-RESULT
           ELSE
              MOVE WS-OUTSTANDING TO OT-COUNT
              MOVE WS-OUTSTANDING-TEXT TO AU-RESULT
           END-IF
           WRITE AuditLine FROM AuditResultLine
               AFTER ADVANCING 1 LINE.

       SET-RULE-OUTSTANDING.
           MOVE "OUTSTANDING" TO AR-STATUS
           ADD 1 TO WS-OUTSTANDING.

       CHECK-REQUIRED-COURSE.
           IF RL-PROGRAMME(RULE-IDX) = ST-ProgrammeCode
              AND RL-RULE-TYPE(RULE-IDX) = 'R'
              MOVE "Required" TO AR-RULE
              MOVE RL-COURSE-CODE(RULE-IDX) TO AR-COURSE-CODE
              MOVE RL-COURSE-CODE(RULE-IDX) TO WS-LOOKUP-COURSE
              PERFORM LOOKUP-COURSE
              MOVE WS-COURSE-NAME TO AR-COURSE-NAME
              PERFORM FIND-COURSE-RESULT
              PERFORM SET-COURSE-STATUS
              WRITE AuditLine FROM AuditRuleLine
                  AFTER ADVANCING 1 LINE
           END-IF.

       FIND-COURSE-RESULT.
           MOVE ZERO TO WS-RESULT-IDX
           PERFORM MATCH-COURSE-RESULT
               VARYING RESULT-IDX FROM 1 BY 1
               UNTIL RESULT-IDX > RESULT-TABLE-COUNT.

       MATCH-COURSE-RESULT.
           IF RS-COURSE-CODE(RESULT-IDX) = WS-LOOKUP-COURSE
              MOVE RESULT-IDX TO WS-RESULT-IDX
           END-IF.

       SET-COURSE-STATUS.
           IF WS-RESULT-IDX = ZERO
              MOVE "not taken" TO AR-DETAIL
              PERFORM SET-RULE-OUTSTANDING
           ELSE
              MOVE RS-BEST-MARK(WS-RESULT-IDX) TO AM-MARK
              MOVE AuditMarkDetail TO AR-DETAIL
              IF RS-COURSE-PASSED(WS-RESULT-IDX)
                 MOVE "COMPLETE" TO AR-STATUS
              ELSE
                 PERFORM SET-RULE-OUTSTANDING
              END-IF
           END-IF.

      * An optional group is complete when enough of its courses
      * have been passed; the passed courses are listed under it.
       CHECK-OPTION-GROUP.
           IF RL-PROGRAMME(RULE-IDX) = ST-ProgrammeCode
              AND RL-RULE-TYPE(RULE-IDX) = 'G'
              MOVE ZERO TO WS-GROUP-PASSES
              PERFORM COUNT-GROUP-PASS
                  VARYING OPTION-IDX FROM 1 BY 1
                  UNTIL OPTION-IDX > RULE-TABLE-COUNT
              MOVE SPACES TO AR-RULE
              STRING "Group " RL-GROUP(RULE-IDX)
                  DELIMITED BY SIZE INTO AR-RULE
              MOVE SPACES TO AR-COURSE-CODE
              MOVE SPACES TO AR-COURSE-NAME
              MOVE RL-MIN-PASSES(RULE-IDX) TO AC-NEED
              MOVE WS-GROUP-PASSES TO AC-HAVE
              MOVE AuditCountDetail TO AR-DETAIL
              IF WS-GROUP-PASSES < RL-MIN-PASSES(RULE-IDX)
                 PERFORM SET-RULE-OUTSTANDING
              ELSE
                 MOVE "COMPLETE" TO AR-STATUS
              END-IF
              WRITE AuditLine FROM AuditRuleLine
                  AFTER ADVANCING 1 LINE
              PERFORM LIST-GROUP-PASS
                  VARYING OPTION-IDX FROM 1 BY 1
                  UNTIL OPTION-IDX > RULE-TABLE-COUNT
           END-IF.

       COUNT-GROUP-PASS.
           IF RL-PROGRAMME(OPTION-IDX) = ST-ProgrammeCode
              AND RL-RULE-TYPE(OPTION-IDX) = 'O'
              AND RL-GROUP(OPTION-IDX) = RL-GROUP(RULE-IDX)
              MOVE RL-COURSE-CODE(OPTION-IDX) TO WS-LOOKUP-COURSE
              PERFORM FIND-COURSE-RESULT
              IF WS-RESULT-IDX NOT = ZERO
                 IF RS-COURSE-PASSED(WS-RESULT-IDX)
                    ADD 1 TO WS-GROUP-PASSES
                 END-IF
              END-IF
           END-IF.

       LIST-GROUP-PASS.
           IF RL-PROGRAMME(OPTION-IDX) = ST-ProgrammeCode
              AND RL-RULE-TYPE(OPTION-IDX) = 'O'
              AND RL-GROUP(OPTION-IDX) = RL-GROUP(RULE-IDX)
              MOVE RL-COURSE-CODE(OPTION-IDX) TO WS-LOOKUP-COURSE
              PERFORM FIND-COURSE-RESULT
              IF WS-RESULT-IDX NOT = ZERO
                 IF RS-COURSE-PASSED(WS-RESULT-IDX)
                    MOVE "  option" TO AR-RULE
                    MOVE WS-LOOKUP-COURSE TO AR-COURSE-CODE
                    PERFORM LOOKUP-COURSE
                    MOVE WS-COURSE-NAME TO AR-COURSE-NAME
                    MOVE RS-BEST-MARK(WS-RESULT-IDX) TO AM-MARK
                    MOVE AuditMarkDetail TO AR-DETAIL
                    MOVE "PASSED" TO AR-STATUS
                    WRITE AuditLine FROM AuditRuleLine
                        AFTER ADVANCING 1 LINE
                 END-IF
              END-IF
           END-IF.

       TOTAL-PASSES-AND-CREDITS.
           MOVE ZERO TO WS-PASSES
           MOVE ZERO TO WS-CREDITS
           MOVE ZERO TO WS-WEIGHTED-MARKS
           MOVE ZERO TO WS-MARK-SUM
           PERFORM ADD-ONE-PASS
               VARYING RESULT-IDX FROM 1 BY 1
               UNTIL RESULT-IDX > RESULT-TABLE-COUNT.

       ADD-ONE-PASS.
           IF RS-COURSE-PASSED(RESULT-IDX)
              ADD 1 TO WS-PASSES
              MOVE RS-COURSE-CODE(RESULT-IDX) TO WS-LOOKUP-COURSE
              PERFORM LOOKUP-COURSE
              ADD WS-COURSE-CREDITS TO WS-CREDITS
              COMPUTE WS-WEIGHTED-MARKS = WS-WEIGHTED-MARKS
                  + RS-BEST-MARK(RESULT-IDX) * WS-COURSE-CREDITS
              ADD RS-BEST-MARK(RESULT-IDX) TO WS-MARK-SUM
           END-IF.

      * Class of award from the credit-weighted average mark of the
      * courses passed, or the plain average where none carry credit.
       CLASSIFY-AWARD.
           MOVE ZERO TO WS-AVERAGE-MARK
           EVALUATE TRUE
              WHEN WS-CREDITS > ZERO
                 COMPUTE WS-AVERAGE-MARK ROUNDED =
                     WS-WEIGHTED-MARKS / WS-CREDITS
              WHEN WS-PASSES > ZERO
                 COMPUTE WS-AVERAGE-MARK ROUNDED =
                     WS-MARK-SUM / WS-PASSES
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-AVERAGE-MARK >= 70
                 MOVE "1ST" TO WS-CLASSIFICATION
              WHEN WS-AVERAGE-MARK >= 60
                 MOVE "2:1" TO WS-CLASSIFICATION
              WHEN WS-AVERAGE-MARK >= 50
                 MOVE "2:2" TO WS-CLASSIFICATION
              WHEN OTHER
                 MOVE "3RD" TO WS-CLASSIFICATION
           END-EVALUATE.

       WRITE-GRADUATION-RECORD.
           ADD 1 TO STUDENTS-ELIGIBLE
           MOVE SPACES TO GraduationListRec
           MOVE ST-StudentId TO GL-STUDENT-ID
           MOVE ST-ProgrammeCode TO GL-PROGRAMME
           MOVE WS-CLASSIFICATION TO GL-CLASSIFICATION
           MOVE WS-AVERAGE-MARK TO GL-AVERAGE-MARK
           MOVE WS-CREDITS TO GL-CREDITS
           MOVE WS-TODAY-DATE TO GL-AUDIT-DATE
           WRITE GraduationListRec.
