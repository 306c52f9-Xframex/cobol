      *****************************************************************
      * CENSNAP.CPY
      * Shared record layout for CensusSnapshot.Dat, one record for
      * every enrolment counted in a statutory census, added by each
      * StudentCensus run and kept so that the next census can tell
      * continuing students from new ones.
      * SN-AGE-BAND is the band code from STUAGE; SN-STATUS is
      * N new or C continuing.
      *****************************************************************
       01 CensusSnapshotRec.
           02 SN-CENSUS-DATE     PIC 9(8).
           02 FILLER             PIC X.
           02 SN-STUDENT-ID      PIC 9(8).
           02 FILLER             PIC X.
           02 SN-CAMPUS          PIC X(3).
           02 FILLER             PIC X.
           02 SN-COURSE-CODE     PIC X(5).
           02 FILLER             PIC X.
           02 SN-GENDER          PIC X.
           02 FILLER             PIC X.
           02 SN-AGE-BAND        PIC X(2).
           02 FILLER             PIC X.
           02 SN-STATUS          PIC X.
               88 SN-NEW-STUDENT        VALUE 'N'.
               88 SN-CONTINUING-STUDENT VALUE 'C'.
