      *****************************************************************
      * STANDHST.CPY
      * Shared record layout for StandingHistory.Dat, one record per
      * student per period for which an academic standing decision
      * was made.  Extended by each AcademicStanding run; read by
      * EnrollmentMaintenance to apply the standing at enrolment.
      * SH-STANDING  G good standing       W academic warning
      *              P academic probation  R required to withdraw
      *****************************************************************
       01 StandingHistoryRec.
           02 SH-STUDENT-ID      PIC 9(8).
           02 FILLER             PIC X.
           02 SH-PERIOD          PIC X(5).
           02 FILLER             PIC X.
           02 SH-STANDING        PIC X.
               88 SH-GOOD-STANDING    VALUE 'G'.
               88 SH-WARNING          VALUE 'W'.
               88 SH-PROBATION        VALUE 'P'.
               88 SH-REQUIRED-WITHDRAW VALUE 'R'.
           02 FILLER             PIC X.
           02 SH-PERIOD-GPA      PIC 9V99.
           02 FILLER             PIC X.
           02 SH-CUM-GPA         PIC 9V99.
           02 FILLER             PIC X.
           02 SH-PERIOD-COURSES  PIC 9(2).
           02 FILLER             PIC X.
           02 SH-DECISION-DATE   PIC 9(8).
