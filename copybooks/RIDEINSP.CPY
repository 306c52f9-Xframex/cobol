      *****************************************************************
      * RIDEINSP.CPY
      * Shared record layout for RideInspections.Dat, the daily ride
      * safety inspection register.  One record per inspection signed
      * off by an inspector; a ride that fails and is re-inspected the
      * same day has one record for each attempt.
      * RI-RESULT values:
      *   P checklist passed    F checklist failed
      * RI-TIME-SIGNED is the sign-off time as HHMM.
      *****************************************************************
       01 RideInspectionRec.
           02 RI-RIDE-CODE    PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 RI-DATE         PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 RI-INSPECTOR-ID PIC X(6).
           02 FILLER          PIC X VALUE SPACE.
           02 RI-RESULT       PIC X.
               88 RI-PASSED   VALUE 'P'.
               88 RI-FAILED   VALUE 'F'.
           02 FILLER          PIC X VALUE SPACE.
           02 RI-TIME-SIGNED  PIC 9(4).
