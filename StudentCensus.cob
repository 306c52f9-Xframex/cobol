       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentCensus.
       AUTHOR. ismail.
      * Statutory enrolment census.  Every enrolment on students.Dat
      * at the census date given at the prompt is counted by campus,
      * course, gender and age group, and as a new or continuing
      * student.  The age group comes from the date of birth on the
      * student master, worked out as at the census date.  A student
      * is continuing if they were archived by a year-end rollover
      * (StudentsArchive.Dat) or counted in an earlier census
      * (CensusSnapshot.Dat) before the census date.
      *
      * The return goes to CensusReturn.Dat in the authority's layout
      * with control totals on the trailer, and the enrolments counted
      * are added to CensusSnapshot.Dat for the next census.  A census
      * date can only be returned once; a second run is abandoned.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EntrantsFile ASSIGN TO "students.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentsArchive
               ASSIGN TO "StudentsArchive.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CensusSnapshot
               ASSIGN TO "CensusSnapshot.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CensusSortWork ASSIGN TO "CensusSortWork.Dat".
           SELECT SortedCensus ASSIGN TO "SortedCensus.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CensusReturn ASSIGN TO "CensusReturn.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
           02 StudentId        PIC X(8).
           02 StudentName      PIC X(25).
           02 CourseCode       PIC X(5).
           02 StudentBirthDate PIC X(8).

       FD StudentsArchive.
       01 StudentsArchiveRec.
           02 AR-ROLLOVER-DATE  PIC 9(8).
           02 FILLER            PIC X.
           02 AR-StudentId      PIC 9(8).
           02 AR-CourseCode     PIC X(5).
           02 AR-Gender         PIC X.
           02 AR-Campus         PIC X(3).

       FD CensusSnapshot.
       COPY CENSNAP.

       SD CensusSortWork.
       01 CensusSortRec.
           02 CW-CAMPUS        PIC X(3).
           02 CW-COURSE-CODE   PIC X(5).
           02 CW-GENDER        PIC X.
           02 CW-AGE-BAND      PIC X(2).
           02 CW-STATUS        PIC X.
           02 CW-STUDENT-ID    PIC 9(8).

       FD SortedCensus.
       01 SortedCensusRec.
           88 END-OF-CENSUS VALUE HIGH-VALUES.
           02 SC-CAMPUS        PIC X(3).
           02 SC-COURSE-CODE   PIC X(5).
           02 SC-GENDER        PIC X.
           02 SC-AGE-BAND      PIC X(2).
           02 SC-STATUS        PIC X.
               88 SC-CONTINUING VALUE 'C'.
           02 SC-STUDENT-ID    PIC 9(8).

       FD CensusReturn.
       COPY CENSRET.

       WORKING-STORAGE SECTION.
       COPY DATEVAL.
       COPY STUAGE.

       01 ENTRANTS-EOF         PIC X VALUE 'N'.
           88 NO-MORE-ENTRANTS VALUE 'Y'.
       01 ENT-TRAILER-FLAG     PIC X VALUE 'N'.
           88 ENT-TRAILER-SEEN VALUE 'Y'.
       01 ENT-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 ENT-HASH             PIC 9(12) VALUE ZERO.
       01 STUDENT-EOF          PIC X VALUE 'N'.
           88 END-OF-STUDENTS  VALUE 'Y'.
       01 ARCHIVE-EOF          PIC X VALUE 'N'.
           88 END-OF-ARCHIVE   VALUE 'Y'.
       01 SNAPSHOT-EOF         PIC X VALUE 'N'.
           88 END-OF-SNAPSHOT  VALUE 'Y'.

       01 WS-INSTITUTION-CODE  PIC X(6) VALUE SPACES.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-CENSUS-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-CENSUS-PARTS REDEFINES WS-CENSUS-DATE.
           02 WS-CENSUS-YEAR   PIC 9(4).
           02 WS-CENSUS-MMDD   PIC 9(4).
       01 WS-BIRTH-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-BIRTH-PARTS REDEFINES WS-BIRTH-DATE.
           02 WS-BIRTH-YEAR    PIC 9(4).
           02 WS-BIRTH-MMDD    PIC 9(4).
       01 WS-AGE-BAND          PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS    PIC X VALUE SPACE.

      * Dates of birth from the student master.
       01 STUDENT-TABLE-MAX    PIC 9(3) VALUE 500.
       01 STUDENT-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 STUDENT-IDX          PIC 9(3) VALUE ZERO.
       01 WS-STUDENT-IDX       PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-ID         PIC X(8) VALUE SPACES.
       01 STUDENT-TABLE.
           02 STUDENT-ENTRY OCCURS 500 TIMES.
               03 ST-StudentId   PIC X(8).
               03 ST-BirthDate   PIC X(8).

      * Students enrolled before the census date.
       01 PRIOR-TABLE-MAX      PIC 9(4) VALUE 5000.
       01 PRIOR-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 PRIOR-IDX            PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-ID          PIC 9(8) VALUE ZEROS.
       01 WS-PRIOR-FOUND       PIC X VALUE 'N'.
           88 PRIOR-FOUND      VALUE 'Y'.
       01 PRIOR-TABLE.
           02 PRIOR-ENTRY OCCURS 5000 TIMES.
               03 PR-StudentId   PIC 9(8).

       01 PrevCensusKey.
           02 PREV-CAMPUS      PIC X(3).
           02 PREV-COURSE-CODE PIC X(5).
           02 PREV-GENDER      PIC X.
           02 PREV-AGE-BAND    PIC X(2).
           02 PREV-STATUS      PIC X.
       01 WS-CELL-STUDENTS     PIC 9(6) VALUE ZERO.

       01 DETAIL-RECORDS       PIC 9(6) VALUE ZERO.
       01 STUDENTS-COUNTED     PIC 9(8) VALUE ZERO.
       01 STUDENTS-NEW         PIC 9(8) VALUE ZERO.
       01 STUDENTS-CONTINUING  PIC 9(8) VALUE ZERO.
       01 BIRTH-DATES-MISSING  PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       TakeEnrolmentCensus.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Census date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           IF NOT DV-DATE-VALID
              DISPLAY "Invalid census date."
              STOP RUN
           END-IF
           MOVE DV-DATE-OUT TO WS-CENSUS-DATE
           DISPLAY "Institution code: " WITH NO ADVANCING
           ACCEPT WS-INSTITUTION-CODE
           PERFORM LOAD-PRIOR-CENSUSES
           PERFORM LOAD-ARCHIVED-STUDENTS
           PERFORM LOAD-STUDENT-TABLE
           SORT CensusSortWork
               ON ASCENDING KEY CW-CAMPUS CW-COURSE-CODE CW-GENDER
                                CW-AGE-BAND CW-STATUS CW-STUDENT-ID
               INPUT PROCEDURE IS CLASSIFY-ENTRANTS
               GIVING SortedCensus
           PERFORM WRITE-CENSUS-RETURN
           DISPLAY "Enrolment census complete for " WS-CENSUS-DATE
           DISPLAY "Return detail records: " DETAIL-RECORDS
           DISPLAY "Students counted:      " STUDENTS-COUNTED
           DISPLAY "New students:          " STUDENTS-NEW
           DISPLAY "Continuing students:   " STUDENTS-CONTINUING
           DISPLAY "No date of birth held: " BIRTH-DATES-MISSING
           STOP RUN.

      *****************************************************************
      * Earlier censuses: a student counted before this census date
      * is continuing.  This census date must not have been returned.
      *****************************************************************
       LOAD-PRIOR-CENSUSES.
           MOVE ZERO TO PRIOR-TABLE-COUNT
           MOVE 'N' TO SNAPSHOT-EOF
           OPEN INPUT CensusSnapshot
           PERFORM READ-SNAPSHOT-RECORD UNTIL END-OF-SNAPSHOT
           CLOSE CensusSnapshot.

       READ-SNAPSHOT-RECORD.
           READ CensusSnapshot
              AT END
                 SET END-OF-SNAPSHOT TO TRUE
              NOT AT END
                 IF SN-CENSUS-DATE = WS-CENSUS-DATE
                    DISPLAY "*** CENSUS ALREADY TAKEN FOR "
                        WS-CENSUS-DATE " - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 IF SN-CENSUS-DATE < WS-CENSUS-DATE
                    MOVE SN-STUDENT-ID TO WS-PRIOR-ID
                    PERFORM ADD-PRIOR-STUDENT
                 END-IF
           END-READ.

       LOAD-ARCHIVED-STUDENTS.
           MOVE 'N' TO ARCHIVE-EOF
           OPEN INPUT StudentsArchive
           PERFORM READ-ARCHIVE-RECORD UNTIL END-OF-ARCHIVE
           CLOSE StudentsArchive.

       READ-ARCHIVE-RECORD.
           READ StudentsArchive
              AT END
                 SET END-OF-ARCHIVE TO TRUE
              NOT AT END
                 IF AR-ROLLOVER-DATE < WS-CENSUS-DATE
                    AND AR-StudentId NUMERIC
                    MOVE AR-StudentId TO WS-PRIOR-ID
                    PERFORM ADD-PRIOR-STUDENT
                 END-IF
           END-READ.

       ADD-PRIOR-STUDENT.
           IF PRIOR-TABLE-COUNT >= PRIOR-TABLE-MAX
              DISPLAY "*** ENROLMENT HISTORY LARGER THAN WORKING "
                  "TABLE - RUN ABANDONED ***"
              STOP RUN
           END-IF
           ADD 1 TO PRIOR-TABLE-COUNT
           MOVE WS-PRIOR-ID TO PR-StudentId(PRIOR-TABLE-COUNT).

       LOOKUP-PRIOR-STUDENT.
           MOVE 'N' TO WS-PRIOR-FOUND
           MOVE 1 TO PRIOR-IDX
           PERFORM FIND-PRIOR-STUDENT
               UNTIL PRIOR-FOUND
                  OR PRIOR-IDX > PRIOR-TABLE-COUNT.

       FIND-PRIOR-STUDENT.
           IF PR-StudentId(PRIOR-IDX) = EF-StudentId
              SET PRIOR-FOUND TO TRUE
           ELSE
              ADD 1 TO PRIOR-IDX
           END-IF.

       LOAD-STUDENT-TABLE.
           MOVE ZERO TO STUDENT-TABLE-COUNT
           MOVE 'N' TO STUDENT-EOF
           OPEN INPUT StudentFile
           PERFORM READ-STUDENT-RECORD UNTIL END-OF-STUDENTS
           CLOSE StudentFile.

       READ-STUDENT-RECORD.
           READ StudentFile
              AT END
                 SET END-OF-STUDENTS TO TRUE
              NOT AT END
                 IF STUDENT-TABLE-COUNT >= STUDENT-TABLE-MAX
                    DISPLAY "*** STUDENT MASTER LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO STUDENT-TABLE-COUNT
                 MOVE StudentId TO ST-StudentId(STUDENT-TABLE-COUNT)
                 MOVE StudentBirthDate
                     TO ST-BirthDate(STUDENT-TABLE-COUNT)
           END-READ.

       LOOKUP-STUDENT.
           MOVE ZERO TO WS-STUDENT-IDX
           PERFORM FIND-STUDENT
               VARYING STUDENT-IDX FROM 1 BY 1
               UNTIL STUDENT-IDX > STUDENT-TABLE-COUNT.

       FIND-STUDENT.
           IF ST-StudentId(STUDENT-IDX) = WS-LOOKUP-ID
              MOVE STUDENT-IDX TO WS-STUDENT-IDX
           END-IF.

      *****************************************************************
      * Sort input: each enrolment on the entrants file, with its age
      * band and new or continuing status.
      *****************************************************************
       CLASSIFY-ENTRANTS.
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
                       PERFORM CLASSIFY-ONE-ENTRANT
                 END-EVALUATE
           END-READ.

       CLASSIFY-ONE-ENTRANT.
           MOVE EF-StudentId TO WS-LOOKUP-ID
           PERFORM LOOKUP-STUDENT
           PERFORM SET-AGE-BAND
           PERFORM LOOKUP-PRIOR-STUDENT
           IF PRIOR-FOUND
              MOVE 'C' TO WS-STUDENT-STATUS
           ELSE
              MOVE 'N' TO WS-STUDENT-STATUS
           END-IF
           MOVE EF-Campus TO CW-CAMPUS
           MOVE EF-CourseCode TO CW-COURSE-CODE
           IF EF-Gender = SPACE
              MOVE 'U' TO CW-GENDER
           ELSE
              MOVE EF-Gender TO CW-GENDER
           END-IF
           MOVE WS-AGE-BAND TO CW-AGE-BAND
           MOVE WS-STUDENT-STATUS TO CW-STATUS
           MOVE EF-StudentId TO CW-STUDENT-ID
           RELEASE CensusSortRec.

      * Age in whole years on the census date.
       SET-AGE-BAND.
           MOVE "99" TO WS-AGE-BAND
           IF WS-STUDENT-IDX NOT = ZERO
              MOVE ST-BirthDate(WS-STUDENT-IDX) TO DV-DATE-IN
              PERFORM VALIDATE-DATE-FIELD
              IF DV-DATE-VALID AND DV-DATE-OUT <= WS-CENSUS-DATE
                 MOVE DV-DATE-OUT TO WS-BIRTH-DATE
                 COMPUTE STUDENT-AGE =
                     WS-CENSUS-YEAR - WS-BIRTH-YEAR
                 IF WS-CENSUS-MMDD < WS-BIRTH-MMDD
                    SUBTRACT 1 FROM STUDENT-AGE
                 END-IF
                 EVALUATE TRUE
                    WHEN AGE-UNDER-18    MOVE "01" TO WS-AGE-BAND
                    WHEN AGE-18-TO-20    MOVE "02" TO WS-AGE-BAND
                    WHEN AGE-21-TO-24    MOVE "03" TO WS-AGE-BAND
                    WHEN AGE-25-TO-29    MOVE "04" TO WS-AGE-BAND
                    WHEN AGE-30-AND-OVER MOVE "05" TO WS-AGE-BAND
                 END-EVALUATE
              END-IF
           END-IF
           IF WS-AGE-BAND = "99"
              ADD 1 TO BIRTH-DATES-MISSING
           END-IF.

      *****************************************************************
      * The return: one detail record per combination, and the
      * snapshot of every enrolment counted.
      *****************************************************************
       WRITE-CENSUS-RETURN.
           OPEN INPUT SortedCensus
           OPEN OUTPUT CensusReturn
           OPEN EXTEND CensusSnapshot
           MOVE SPACES TO CensusHeaderRec
           MOVE 'H' TO CRH-REC-TYPE
           MOVE WS-INSTITUTION-CODE TO CRH-INSTITUTION
           MOVE "ENRCENS" TO CRH-RETURN-ID
           MOVE WS-CENSUS-DATE TO CRH-CENSUS-DATE
           MOVE WS-TODAY-DATE TO CRH-RUN-DATE
           WRITE CensusHeaderRec
           PERFORM READ-SORTED-CENSUS
           PERFORM RETURN-ONE-CELL UNTIL END-OF-CENSUS
           MOVE SPACES TO CensusTrailerRec
           MOVE 'T' TO CRT-REC-TYPE
           MOVE DETAIL-RECORDS TO CRT-DETAIL-COUNT
           MOVE STUDENTS-COUNTED TO CRT-STUDENT-TOTAL
           MOVE STUDENTS-NEW TO CRT-NEW-TOTAL
           MOVE STUDENTS-CONTINUING TO CRT-CONT-TOTAL
           WRITE CensusTrailerRec
           CLOSE SortedCensus
           CLOSE CensusReturn
           CLOSE CensusSnapshot.

       READ-SORTED-CENSUS.
           READ SortedCensus
              AT END SET END-OF-CENSUS TO TRUE
           END-READ.

       RETURN-ONE-CELL.
           MOVE SC-CAMPUS TO PREV-CAMPUS
           MOVE SC-COURSE-CODE TO PREV-COURSE-CODE
           MOVE SC-GENDER TO PREV-GENDER
           MOVE SC-AGE-BAND TO PREV-AGE-BAND
           MOVE SC-STATUS TO PREV-STATUS
           MOVE ZERO TO WS-CELL-STUDENTS
           PERFORM COUNT-ONE-ENROLMENT
               UNTIL END-OF-CENSUS
                  OR SC-CAMPUS NOT = PREV-CAMPUS
                  OR SC-COURSE-CODE NOT = PREV-COURSE-CODE
                  OR SC-GENDER NOT = PREV-GENDER
                  OR SC-AGE-BAND NOT = PREV-AGE-BAND
                  OR SC-STATUS NOT = PREV-STATUS
           ADD 1 TO DETAIL-RECORDS
           MOVE SPACES TO CensusDetailRec
           MOVE 'D' TO CRD-REC-TYPE
           MOVE PREV-CAMPUS TO CRD-CAMPUS
           MOVE PREV-COURSE-CODE TO CRD-COURSE-CODE
           MOVE PREV-GENDER TO CRD-GENDER
           MOVE PREV-AGE-BAND TO CRD-AGE-BAND
           MOVE PREV-STATUS TO CRD-STATUS
           MOVE WS-CELL-STUDENTS TO CRD-STUDENTS
           WRITE CensusDetailRec.

       COUNT-ONE-ENROLMENT.
           ADD 1 TO WS-CELL-STUDENTS
           ADD 1 TO STUDENTS-COUNTED
           IF SC-CONTINUING
              ADD 1 TO STUDENTS-CONTINUING
           ELSE
              ADD 1 TO STUDENTS-NEW
           END-IF
           MOVE SPACES TO CensusSnapshotRec
           MOVE WS-CENSUS-DATE TO SN-CENSUS-DATE
           MOVE SC-STUDENT-ID TO SN-STUDENT-ID
           MOVE SC-CAMPUS TO SN-CAMPUS
           MOVE SC-COURSE-CODE TO SN-COURSE-CODE
           MOVE SC-GENDER TO SN-GENDER
           MOVE SC-AGE-BAND TO SN-AGE-BAND
           MOVE SC-STATUS TO SN-STATUS
           WRITE CensusSnapshotRec
           PERFORM READ-SORTED-CENSUS.

       COPY DATEVALP.
