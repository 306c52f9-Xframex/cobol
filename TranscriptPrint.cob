               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TranscriptReport ASSIGN TO "Transcripts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GraduationList
               ASSIGN TO "GraduationList.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TranscriptIssues
               ASSIGN TO "TranscriptIssues.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TranscriptReport.
       01 TranscriptLine      PIC X(70).

       FD GraduationList.
       COPY GRADLIST.

       FD TranscriptIssues.
       COPY TRANISS.

       WORKING-STORAGE SECTION.
       01 STUDENT-EOF          PIC X VALUE 'N'.
           88 END-OF-STUDENTS  VALUE 'Y'.
       01 COURSE-EOF           PIC X VALUE 'N'.
           88 END-OF-COURSES   VALUE 'Y'.
       01 GRADUATE-EOF         PIC X VALUE 'N'.
           88 END-OF-GRADUATES VALUE 'Y'.

      * Students found eligible by the last programme completion
      * audit, whose award is marked on the transcript.
       01 AWARD-TABLE-MAX      PIC 9(3) VALUE 500.
       01 AWARD-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 AWARD-IDX            PIC 9(3) VALUE ZERO.
       01 WS-AWARD-IDX         PIC 9(3) VALUE ZERO.
       01 AWARD-TABLE.
           02 AWARD-ENTRY OCCURS 500 TIMES.
               03 AW-STUDENT-ID     PIC 9(8).
               03 AW-PROGRAMME      PIC X(5).
               03 AW-CLASSIFICATION PIC X(3).
               03 AW-AUDIT-DATE     PIC 9(8).

       01 NAME-TABLE-MAX       PIC 9(3) VALUE 500.
       01 NAME-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 STUDENT-MARK-SUM     PIC 9(6) VALUE ZERO.
       01 WS-AVG-MARK          PIC 999V99 VALUE ZEROS.
       01 STUDENTS-PRINTED     PIC 9(4) VALUE ZERO.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 TranscriptHeading    PIC X(70)
           VALUE " Student Transcript".
           02 FILLER           PIC X(15) VALUE "  Average mark:".
           02 TT-AVG-MARK      PIC ZZ9.99.

       01 StudentAwardLine.
           02 FILLER           PIC X(19) VALUE " AWARDED: programme".
           02 FILLER           PIC X VALUE SPACE.
           02 TA-PROGRAMME     PIC X(5).
           02 FILLER           PIC X(8) VALUE "  class ".
           02 TA-CLASSIFICATION PIC X(3).
           02 FILLER           PIC X(10) VALUE "  audited ".
           02 TA-AUDIT-DATE    PIC 9(8).

       PROCEDURE DIVISION.
       PrintTranscripts.
           PERFORM LOAD-NAME-TABLE
           PERFORM LOAD-COURSE-TABLE
           PERFORM LOAD-AWARD-TABLE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           SORT GradeSortWork
               ON ASCENDING KEY GS-STUDENT-ID GS-PERIOD
                   GS-COURSE-CODE
               GIVING SortedGrades
           OPEN INPUT SortedGrades
           OPEN OUTPUT TranscriptReport
           OPEN EXTEND TranscriptIssues
           WRITE TranscriptLine FROM TranscriptHeading
               AFTER ADVANCING PAGE
           PERFORM READ-SORTED-GRADE
           PERFORM TRANSCRIPT-FOR-ONE-STUDENT UNTIL EndOfGrades
           CLOSE SortedGrades
           CLOSE TranscriptReport
           CLOSE TranscriptIssues
           DISPLAY "Transcripts printed: " STUDENTS-PRINTED
           STOP RUN.

              MOVE CT-CourseName(COURSE-IDX) TO WS-COURSE-NAME
           END-IF.

       LOAD-AWARD-TABLE.
           MOVE ZERO TO AWARD-TABLE-COUNT
           MOVE 'N' TO GRADUATE-EOF
           OPEN INPUT GraduationList
           PERFORM READ-GRADUATION-RECORD UNTIL END-OF-GRADUATES
           CLOSE GraduationList.

       READ-GRADUATION-RECORD.
           READ GraduationList
              AT END
                 SET END-OF-GRADUATES TO TRUE
              NOT AT END
                 IF AWARD-TABLE-COUNT < AWARD-TABLE-MAX
                    ADD 1 TO AWARD-TABLE-COUNT
                    MOVE GL-STUDENT-ID
                        TO AW-STUDENT-ID(AWARD-TABLE-COUNT)
                    MOVE GL-PROGRAMME
                        TO AW-PROGRAMME(AWARD-TABLE-COUNT)
                    MOVE GL-CLASSIFICATION
                        TO AW-CLASSIFICATION(AWARD-TABLE-COUNT)
                    MOVE GL-AUDIT-DATE
                        TO AW-AUDIT-DATE(AWARD-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-STUDENT-AWARD.
           MOVE ZERO TO WS-AWARD-IDX
           PERFORM FIND-STUDENT-AWARD
               VARYING AWARD-IDX FROM 1 BY 1
               UNTIL AWARD-IDX > AWARD-TABLE-COUNT.

       FIND-STUDENT-AWARD.
           IF AW-STUDENT-ID(AWARD-IDX) = PrevStudentId
              MOVE AWARD-IDX TO WS-AWARD-IDX
           END-IF.

       READ-SORTED-GRADE.
           READ SortedGrades
               AT END SET EndOfGrades TO TRUE
           END-IF
           MOVE WS-AVG-MARK TO TT-AVG-MARK
           WRITE TranscriptLine FROM StudentTotalLine
               AFTER ADVANCING 1 LINE
           PERFORM LOOKUP-STUDENT-AWARD
           IF WS-AWARD-IDX NOT = ZERO
              MOVE AW-PROGRAMME(WS-AWARD-IDX) TO TA-PROGRAMME
              MOVE AW-CLASSIFICATION(WS-AWARD-IDX)
                  TO TA-CLASSIFICATION
              MOVE AW-AUDIT-DATE(WS-AWARD-IDX) TO TA-AUDIT-DATE
              WRITE TranscriptLine FROM StudentAwardLine
                  AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO TranscriptIssueRec
           MOVE PrevStudentId TO TI-STUDENT-ID
           MOVE WS-TODAY-DATE TO TI-PRINT-DATE
           WRITE TranscriptIssueRec.

       WRITE-ONE-GRADE-LINE.
           MOVE SG-PERIOD TO TD-PERIOD
