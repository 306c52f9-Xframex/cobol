      *****************************************************************
      * DRVVIOL.CPY
      * Shared record layout for DriverViolations.Dat, one line for
      * each driver check a trip failed, written by displaycounter
      * alongside TripExceptions.Dat and reported month by month by
      * DriverActivity.
      *****************************************************************
       01 DriverViolationRec.
           02 VL-DRIVER          PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 VL-TRIP-DATE       PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 VL-VEHICLE         PIC X(6).
           02 FILLER             PIC X VALUE SPACE.
           02 VL-VEHICLE-CLASS   PIC X(3).
           02 FILLER             PIC X VALUE SPACE.
           02 VL-REASON          PIC X(20).
