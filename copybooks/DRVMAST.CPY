      *****************************************************************
      * DRVMAST.CPY
      * Shared record layout for DriverMaster.Dat, the fleet driver
      * master, maintained by DriverMaintenance.  DRM-DRIVER is the
      * driver ID keyed in TP-DRIVER on Trips.Dat; every trip is
      * checked by displaycounter against the driver's licence and
      * medical expiry dates and against the vehicle's FV-LICENCE-CLASS.
      * DRM-LICENCE-CLASS   classes held on the driving licence.
      * DRM-AUTH-CLASS      classes the driver is authorised to drive
      *                     on our fleet; each must also be held.
      * DRM-MEDICAL-EXPIRY  zero where no medical is required.
      * DRM-STATUS          A active  S suspended  L left, from
      *                     DRM-STATUS-DATE onwards.
      *****************************************************************
       01 DriverMasterRec.
           02 DRM-DRIVER         PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 DRM-NAME           PIC X(30).
           02 FILLER             PIC X VALUE SPACE.
           02 DRM-LICENCE-NO     PIC X(16).
           02 FILLER             PIC X VALUE SPACE.
           02 DRM-LICENCE-CLASSES.
               03 DRM-LICENCE-CLASS  PIC X(3) OCCURS 6 TIMES.
           02 FILLER             PIC X VALUE SPACE.
           02 DRM-LICENCE-EXPIRY PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 DRM-MEDICAL-EXPIRY PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 DRM-AUTH-CLASSES.
               03 DRM-AUTH-CLASS     PIC X(3) OCCURS 6 TIMES.
           02 FILLER             PIC X VALUE SPACE.
           02 DRM-STATUS         PIC X.
               88 DRM-ACTIVE         VALUE 'A'.
               88 DRM-SUSPENDED      VALUE 'S'.
               88 DRM-LEFT           VALUE 'L'.
           02 FILLER             PIC X VALUE SPACE.
           02 DRM-STATUS-DATE    PIC 9(8).
