      *****************************************************************
      * ABSFLAG.CPY
      * Shared record layout for AbsenceFlags.Dat, one record for each
      * student and course flagged BELOW TARGET by the last
      * AttendanceRegister run.  Rewritten in full by each run; read by
      * StudentCorrespondence to write to the students concerned.
      *****************************************************************
       01 AbsenceFlagRec.
           02 AF-STUDENT-ID      PIC 9(8).
           02 FILLER             PIC X.
           02 AF-COURSE-CODE     PIC X(5).
           02 FILLER             PIC X.
           02 AF-SESSIONS        PIC 9(4).
           02 FILLER             PIC X.
           02 AF-PRESENT         PIC 9(4).
           02 FILLER             PIC X.
           02 AF-ATTEND-PCT      PIC 9(3)V99.
           02 FILLER             PIC X.
           02 AF-THRESHOLD-PCT   PIC 9(2).
           02 FILLER             PIC X.
           02 AF-RUN-DATE        PIC 9(8).
