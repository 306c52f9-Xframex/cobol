               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AbsenceReport ASSIGN TO "AbsenceReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AbsenceFlags ASSIGN TO "AbsenceFlags.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AbsenceReport.
       01 AbsenceLine         PIC X(75).

       FD AbsenceFlags.
       COPY ABSFLAG.

       WORKING-STORAGE SECTION.
       01 ATTEND-EOF           PIC X VALUE 'N'.
           88 END-OF-ATTENDANCE VALUE 'Y'.
       01 WS-ATT-PCT           PIC 999V99 VALUE ZEROS.
       01 WS-AVG-PRESENT       PIC 9(5)V99 VALUE ZEROS.
       01 WS-RATE-PCT          PIC 999V99 VALUE ZEROS.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 AttendanceRejectDetail.
           02 AJ-STUDENT-ID    PIC X(8).
           DISPLAY "Absence flag threshold percent: "
               WITH NO ADVANCING
           ACCEPT WS-THRESHOLD-PCT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ENTRANT-TABLE
           PERFORM LOAD-COURSE-TABLE
           OPEN INPUT SessionAttendance

       WRITE-ABSENCE-REPORT.
           OPEN OUTPUT AbsenceReport
           OPEN OUTPUT AbsenceFlags
           WRITE AbsenceLine FROM AbsenceHeading1
               AFTER ADVANCING PAGE
           WRITE AbsenceLine FROM AbsenceHeading2
           PERFORM WRITE-TERM-SUMMARY
               VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-TABLE-COUNT
           CLOSE AbsenceReport
           CLOSE AbsenceFlags.

       WRITE-STUDENT-ABSENCE.
           MOVE ZERO TO WS-ATT-PCT
           MOVE WS-ATT-PCT TO AB-PCT
           IF WS-ATT-PCT < WS-THRESHOLD-PCT
              MOVE "BELOW TARGET" TO AB-FLAG
              PERFORM WRITE-ABSENCE-FLAG
           ELSE
              MOVE SPACES TO AB-FLAG
           END-IF
           WRITE AbsenceLine FROM AbsenceDetailLine
               AFTER ADVANCING 1 LINE.

      * Students below target are passed on for correspondence.
       WRITE-ABSENCE-FLAG.
           MOVE SPACES TO AbsenceFlagRec
           MOVE AT-STUDENT-ID(STUDENT-ATT-IDX) TO AF-STUDENT-ID
           MOVE AT-COURSE-CODE(STUDENT-ATT-IDX) TO AF-COURSE-CODE
           MOVE AT-SESSIONS(STUDENT-ATT-IDX) TO AF-SESSIONS
           MOVE AT-PRESENT(STUDENT-ATT-IDX) TO AF-PRESENT
           MOVE WS-ATT-PCT TO AF-ATTEND-PCT
           MOVE WS-THRESHOLD-PCT TO AF-THRESHOLD-PCT
           MOVE WS-TODAY-DATE TO AF-RUN-DATE
           WRITE AbsenceFlagRec.

       WRITE-TERM-SUMMARY.
           IF CT-SESSIONS(COURSE-IDX) > ZERO
              MOVE CT-CourseCode(COURSE-IDX) TO TS-COURSE-CODE
