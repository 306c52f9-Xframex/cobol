      *****************************************************************
      * CENSRET.CPY
      * The education authority's fixed-format enrolment census
      * return, CensusReturn.Dat.  40-byte records, no separators:
      *   H  one header - institution, census date, date produced
      *   D  one per campus, course, gender, age band and new or
      *      continuing status, with the number of students
      *   T  one trailer - detail records and student control totals
      *****************************************************************
       01 CensusHeaderRec.
           02 CRH-REC-TYPE       PIC X.
           02 CRH-INSTITUTION    PIC X(6).
           02 CRH-RETURN-ID      PIC X(8).
           02 CRH-CENSUS-DATE    PIC 9(8).
           02 CRH-RUN-DATE       PIC 9(8).
           02 FILLER             PIC X(9).
       01 CensusDetailRec.
           02 CRD-REC-TYPE       PIC X.
           02 CRD-CAMPUS         PIC X(3).
           02 CRD-COURSE-CODE    PIC X(5).
           02 CRD-GENDER         PIC X.
           02 CRD-AGE-BAND       PIC X(2).
           02 CRD-STATUS         PIC X.
           02 CRD-STUDENTS       PIC 9(6).
           02 FILLER             PIC X(21).
       01 CensusTrailerRec.
           02 CRT-REC-TYPE       PIC X.
           02 CRT-DETAIL-COUNT   PIC 9(6).
           02 CRT-STUDENT-TOTAL  PIC 9(8).
           02 CRT-NEW-TOTAL      PIC 9(8).
           02 CRT-CONT-TOTAL     PIC 9(8).
           02 FILLER             PIC X(9).
