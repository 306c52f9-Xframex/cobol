      *****************************************************************
      * VEHMAST.CPY
      * Shared record layout for VehicleMaster.Dat, the fleet vehicle
      * master, maintained by VehicleMaintenance.  Trips and fuel are
      * accepted only for vehicles on this file, and not on or after
      * a disposed vehicle's disposal date.
      * FV-FUEL-TYPE  P petrol  D diesel  E electric  H hybrid  L LPG.
      * FV-STATUS     A active  O off the road  D disposed.
      * FV-RWT-EXPIRY is the roadworthiness (annual test) expiry; the
      * three expiry dates are listed by FleetRenewals.
      * FV-LICENCE-CLASS is the driving licence class needed to drive
      * the vehicle (B car, D1 minibus, C1, C ...), checked against
      * the driver master on every trip.
      * FV-INS-PREMIUM and FV-TAX-AMOUNT are the annual insurance
      * premium and vehicle tax; FV-ASSET-NUMBER is the vehicle's entry
      * on the fixed asset register (zero when not capitalised).  All
      * three feed the FleetCostOfOwnership report.
      *****************************************************************
       01 VehicleMasterRec.
           02 FV-VEHICLE         PIC X(6).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-REGISTRATION    PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-MAKE            PIC X(15).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-MODEL           PIC X(15).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-FUEL-TYPE       PIC X.
               88 FV-VALID-FUEL      VALUE 'P' 'D' 'E' 'H' 'L'.
           02 FILLER             PIC X VALUE SPACE.
           02 FV-TANK-LITRES     PIC 9(3).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-ACQUIRED        PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-SITE            PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-STATUS          PIC X.
               88 FV-ACTIVE          VALUE 'A'.
               88 FV-OFF-ROAD        VALUE 'O'.
               88 FV-DISPOSED        VALUE 'D'.
               88 FV-VALID-STATUS    VALUE 'A' 'O' 'D'.
           02 FILLER             PIC X VALUE SPACE.
           02 FV-REG-EXPIRY      PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-INS-EXPIRY      PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-RWT-EXPIRY      PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-DISPOSAL-DATE   PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-LICENCE-CLASS   PIC X(3).
           02 FILLER             PIC X VALUE SPACE.
           02 FV-INS-PREMIUM     PIC 9(5)V99.
           02 FILLER             PIC X VALUE SPACE.
           02 FV-TAX-AMOUNT      PIC 9(5)V99.
           02 FILLER             PIC X VALUE SPACE.
           02 FV-ASSET-NUMBER    PIC 9(6).
