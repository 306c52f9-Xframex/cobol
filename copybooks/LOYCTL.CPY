      *****************************************************************
      * LOYCTL.CPY
      * Shared record layout for LoyaltyControl.Dat, the single-record
      * loyalty scheme parameter file.  Earn rates are points per unit
      * of currency paid; LC-VISIT-POINTS is added for every paid or
      * member-priced admission.  LC-POINT-VALUE is the currency value
      * of one point when redeemed at the gate.  Earned points lapse
      * LC-EXPIRY-MONTHS after the date they were earned.
      *****************************************************************
       01 LoyaltyControlRec.
           02 LC-GOLD-EARN-RATE PIC 9(2)V99.
           02 FILLER            PIC X.
           02 LC-STD-EARN-RATE  PIC 9(2)V99.
           02 FILLER            PIC X.
           02 LC-VISIT-POINTS   PIC 9(3).
           02 FILLER            PIC X.
           02 LC-POINT-VALUE    PIC 9V9999.
           02 FILLER            PIC X.
           02 LC-EXPIRY-MONTHS  PIC 9(3).
