       FILE-CONTROL.
           SELECT FuelPurchases ASSIGN TO "FuelPurchases.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VehicleMaster ASSIGN TO "VehicleMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MileageLog ASSIGN TO "MileageLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 FILLER           PIC X.
           02 FP-ODO           PIC 9(7).

       FD VehicleMaster.
       COPY VEHMAST.

       FD MileageLog.
       01 MileageLogRec.
       WORKING-STORAGE SECTION.
       01 FUEL-EOF             PIC X VALUE 'N'.
           88 END-OF-FUEL      VALUE 'Y'.
       01 FLEET-EOF            PIC X VALUE 'N'.
           88 END-OF-FLEET     VALUE 'Y'.
       01 MILEAGE-EOF          PIC X VALUE 'N'.
           88 END-OF-MILEAGE   VALUE 'Y'.

       01 VEH-TABLE-MAX        PIC 999 VALUE 300.
       01 VEH-TABLE-COUNT      PIC 999 VALUE ZERO.
       01 VEH-IDX              PIC 999 VALUE ZERO.
       01 WS-VEH-FOUND         PIC X VALUE 'N'.
           88 VEHICLE-FOUND    VALUE 'Y'.
       01 WS-VEH-IDX           PIC 999 VALUE ZERO.
       01 WS-LOOKUP-VEHICLE    PIC X(6) VALUE SPACES.

       01 VEHICLE-TABLE.
           02 VEH-ENTRY OCCURS 300 TIMES.
               03 VH-VEHICLE     PIC X(6).
               03 VH-STATUS      PIC X.
                   88 VH-DISPOSED    VALUE 'D'.
               03 VH-DISPOSAL-DATE PIC 9(8).
               03 VH-TANK-LITRES PIC 9(3).
               03 VH-LITRES      PIC 9(7)V99.
               03 VH-COST        PIC 9(8)V99.
               03 VH-FIRST-ODO   PIC 9(7).
               FUEL-READ " Rejected: " FUEL-REJECTED
           STOP RUN.

      * Fuel is accepted only for vehicles on the fleet master.
       LOAD-FLEET-VEHICLES.
           MOVE ZERO TO VEH-TABLE-COUNT
           MOVE 'N' TO FLEET-EOF
           OPEN INPUT VehicleMaster
           PERFORM NOTE-ONE-FLEET-VEHICLE UNTIL END-OF-FLEET
           CLOSE VehicleMaster.

       NOTE-ONE-FLEET-VEHICLE.
           READ VehicleMaster
              AT END
                 SET END-OF-FLEET TO TRUE
              NOT AT END
                 IF VEH-TABLE-COUNT >= VEH-TABLE-MAX
                    DISPLAY "*** VEHICLE MASTER LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO VEH-TABLE-COUNT
                 MOVE FV-VEHICLE TO VH-VEHICLE(VEH-TABLE-COUNT)
                 MOVE FV-STATUS TO VH-STATUS(VEH-TABLE-COUNT)
                 MOVE FV-DISPOSAL-DATE
                     TO VH-DISPOSAL-DATE(VEH-TABLE-COUNT)
                 MOVE FV-TANK-LITRES TO VH-TANK-LITRES(VEH-TABLE-COUNT)
                 MOVE ZERO TO VH-LITRES(VEH-TABLE-COUNT)
                 MOVE ZERO TO VH-COST(VEH-TABLE-COUNT)
                 MOVE ZERO TO VH-FIRST-ODO(VEH-TABLE-COUNT)
                 MOVE ZERO TO VH-LAST-ODO(VEH-TABLE-COUNT)
                 MOVE ZERO TO VH-FILLS(VEH-TABLE-COUNT)
                 MOVE ZERO TO VH-LAST-MPL(VEH-TABLE-COUNT)
                 MOVE ZERO TO VH-COST-MILE(VEH-TABLE-COUNT)
           END-READ.

       LOOKUP-VEHICLE.
                 ADD 1 TO FUEL-REJECTED
                 MOVE FP-VEHICLE TO FR-VEHICLE
                 MOVE FP-DATE TO FR-DATE
                 MOVE "VEHICLE NOT ON FLEET MASTER" TO FR-REASON
                 WRITE FuelRejectLine FROM FuelRejectDetail
              WHEN VH-DISPOSED(WS-VEH-IDX)
                 AND FP-DATE >= VH-DISPOSAL-DATE(WS-VEH-IDX)
                 ADD 1 TO FUEL-REJECTED
                 MOVE FP-VEHICLE TO FR-VEHICLE
                 MOVE FP-DATE TO FR-DATE
                 MOVE "VEHICLE DISPOSED" TO FR-REASON
                 WRITE FuelRejectLine FROM FuelRejectDetail
              WHEN FP-LITRES = ZERO
                 ADD 1 TO FUEL-REJECTED
                 MOVE FP-DATE TO FR-DATE
                 MOVE "LITRES IS ZERO" TO FR-REASON
                 WRITE FuelRejectLine FROM FuelRejectDetail
              WHEN VH-TANK-LITRES(WS-VEH-IDX) > ZERO
                 AND FP-LITRES > VH-TANK-LITRES(WS-VEH-IDX)
                 ADD 1 TO FUEL-REJECTED
                 MOVE FP-VEHICLE TO FR-VEHICLE
                 MOVE FP-DATE TO FR-DATE
                 MOVE "LITRES EXCEED TANK SIZE" TO FR-REASON
                 WRITE FuelRejectLine FROM FuelRejectDetail
              WHEN OTHER
                 PERFORM TALLY-ONE-FILL
           END-EVALUATE.
