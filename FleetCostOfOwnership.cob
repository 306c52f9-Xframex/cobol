       IDENTIFICATION DIVISION.
       PROGRAM-ID. FleetCostOfOwnership.
       AUTHOR. ismail.
      * Fleet total cost of ownership report.
      * For every vehicle on VehicleMaster.Dat not yet disposed, adds
      * up what it has cost from acquisition to the report date:
      *   fuel         FuelPurchases.Dat fill costs,
      *   maintenance  ServiceHistory.Dat service and repair costs,
      *   fixed        the annual insurance premium and vehicle tax
      *                on the master for each month held (the month
      *                of acquisition counts in full), plus the
      *                depreciation charged to date on the vehicle's
      *                FixedAssets.Dat entry,
      * and divides the total by the miles on MileageLog.Dat to give
      * a cost per mile.  Vehicles and sites are listed with their
      * totals; a vehicle whose cost per mile is more than the given
      * percentage above the fleet average is flagged as a candidate
      * for replacement.  Vehicles with no miles are shown but kept
      * out of the average.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VehicleMaster ASSIGN TO "VehicleMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MileageLog ASSIGN TO "MileageLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FuelPurchases
               ASSIGN TO "FuelPurchases.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ServiceHistory
               ASSIGN TO "ServiceHistory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FixedAssetFile ASSIGN TO "FixedAssets.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CostReport ASSIGN TO "FleetCostOfOwnership.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VehicleMaster.
       COPY VEHMAST.

       FD MileageLog.
       01 MileageLogRec.
           02 ML-VEHICLE    PIC X(6).
           02 FILLER        PIC X.
           02 ML-DRIVER     PIC X(10).
           02 FILLER        PIC X.
           02 ML-DATE       PIC 9(8).
           02 FILLER        PIC X.
           02 ML-MILES      PIC 9(6).

       FD FuelPurchases.
       01 FuelPurchaseRec.
           02 FP-VEHICLE       PIC X(6).
           02 FILLER           PIC X.
           02 FP-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 FP-LITRES        PIC 9(4)V99.
           02 FILLER           PIC X.
           02 FP-COST          PIC 9(5)V99.
           02 FILLER           PIC X.
           02 FP-ODO           PIC 9(7).

       FD ServiceHistory.
       COPY SVCHIST.

       FD FixedAssetFile.
       COPY FIXASSET.

       FD CostReport.
       01 CostLine             PIC X(120).

       WORKING-STORAGE SECTION.
       COPY DATEVAL.

       01 VEHICLE-EOF          PIC X VALUE 'N'.
           88 END-OF-VEHICLES  VALUE 'Y'.
       01 MILEAGE-EOF          PIC X VALUE 'N'.
           88 END-OF-MILEAGE   VALUE 'Y'.
       01 FUEL-EOF             PIC X VALUE 'N'.
           88 END-OF-FUEL      VALUE 'Y'.
       01 HISTORY-EOF          PIC X VALUE 'N'.
           88 END-OF-HISTORY   VALUE 'Y'.
       01 ASSET-EOF            PIC X VALUE 'N'.
           88 END-OF-ASSETS    VALUE 'Y'.

       01 WS-REPORT-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-REPORT-SPLIT REDEFINES WS-REPORT-DATE.
           02 WS-REPORT-YEAR   PIC 9(4).
           02 WS-REPORT-MONTH  PIC 99.
           02 WS-REPORT-DAY    PIC 99.
       01 WS-ACQUIRED-DATE     PIC 9(8) VALUE ZEROS.
       01 WS-ACQUIRED-SPLIT REDEFINES WS-ACQUIRED-DATE.
           02 WS-ACQUIRED-YEAR  PIC 9(4).
           02 WS-ACQUIRED-MONTH PIC 99.
           02 WS-ACQUIRED-DAY   PIC 99.
       01 WS-MONTHS-HELD       PIC 9(4) VALUE ZERO.

      * Percentage above the fleet average cost per mile at which a
      * vehicle is put forward for replacement; 20 when none given.
       01 WS-THRESHOLD-PCT     PIC 9(3) VALUE ZERO.

       01 VEH-TABLE-MAX        PIC 999 VALUE 300.
       01 VEH-TABLE-COUNT      PIC 999 VALUE ZERO.
       01 VEH-IDX              PIC 999 VALUE ZERO.
       01 WS-VEH-IDX           PIC 999 VALUE ZERO.
       01 WS-LOOKUP-VEHICLE    PIC X(6) VALUE SPACES.
       01 COST-TABLE.
           02 COST-ENTRY OCCURS 300 TIMES.
               03 CV-VEHICLE       PIC X(6).
               03 CV-SITE          PIC X(10).
               03 CV-ACQUIRED      PIC 9(8).
               03 CV-INS-PREMIUM   PIC 9(5)V99.
               03 CV-TAX-AMOUNT    PIC 9(5)V99.
               03 CV-ASSET-NUMBER  PIC 9(6).
               03 CV-ASSET-FOUND   PIC X.
                   88 CV-ON-REGISTER   VALUE 'Y'.
               03 CV-MILES         PIC 9(8).
               03 CV-FUEL          PIC 9(7)V99.
               03 CV-MAINTENANCE   PIC 9(7)V99.
               03 CV-DEPRECIATION  PIC 9(7)V99.
               03 CV-FIXED         PIC 9(7)V99.
               03 CV-TOTAL         PIC 9(8)V99.
               03 CV-COST-MILE     PIC 9(5)V99.

       01 SITE-TABLE-MAX       PIC 99 VALUE 50.
       01 SITE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 SITE-IDX             PIC 99 VALUE ZERO.
       01 WS-SITE-IDX          PIC 99 VALUE ZERO.
       01 SITE-TABLE.
           02 SITE-ENTRY OCCURS 50 TIMES.
               03 SC-SITE          PIC X(10).
               03 SC-MILES         PIC 9(8).
               03 SC-FUEL          PIC 9(7)V99.
               03 SC-MAINTENANCE   PIC 9(7)V99.
               03 SC-FIXED         PIC 9(7)V99.
               03 SC-TOTAL         PIC 9(8)V99.

       01 FLEET-MILES          PIC 9(9) VALUE ZERO.
       01 FLEET-FUEL           PIC 9(8)V99 VALUE ZERO.
       01 FLEET-MAINTENANCE    PIC 9(8)V99 VALUE ZERO.
       01 FLEET-FIXED          PIC 9(8)V99 VALUE ZERO.
       01 FLEET-TOTAL          PIC 9(9)V99 VALUE ZERO.
      * Cost and miles of the vehicles that have run, for the average.
       01 AVERAGE-COST         PIC 9(9)V99 VALUE ZERO.
       01 AVERAGE-MILES        PIC 9(9) VALUE ZERO.
       01 WS-AVERAGE-CPM       PIC 9(5)V99 VALUE ZERO.
       01 WS-REPLACE-CPM       PIC 9(5)V99 VALUE ZERO.
       01 WS-COST-PER-MILE     PIC 9(5)V99 VALUE ZERO.
       01 CANDIDATE-COUNT      PIC 9(3) VALUE ZERO.

       01 CostHeading1.
           02 FILLER           PIC X(39)
               VALUE " Fleet Total Cost of Ownership as at ".
           02 CH1-DATE         PIC 9(8).
       01 CostHeading2         PIC X(100)
           VALUE " Vehicle Site            Miles       Fuel"
           & " Maintenance      Fixed        Total  Per mile  Note".
       01 SiteHeading          PIC X(100)
           VALUE " Site                    Miles       Fuel"
           & " Maintenance      Fixed        Total  Per mile".

       01 CostDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 CD-VEHICLE       PIC X(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-SITE          PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 CD-MILES         PIC ZZ,ZZZ,ZZ9.
           02 FILLER           PIC X VALUE SPACE.
           02 CD-FUEL          PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-MAINTENANCE   PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 CD-FIXED         PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 CD-TOTAL         PIC Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 CD-COST-MILE     PIC ZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-NOTE          PIC X(22).

       01 SiteDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-SITE          PIC X(10).
           02 FILLER           PIC X(9) VALUE SPACES.
           02 SD-MILES         PIC ZZ,ZZZ,ZZ9.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-FUEL          PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-MAINTENANCE   PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-FIXED         PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-TOTAL         PIC Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-COST-MILE     PIC ZZ,ZZ9.99.

       01 FleetTotalLine.
           02 FILLER           PIC X(19) VALUE " Fleet".
           02 FT-MILES         PIC ZZZ,ZZZ,ZZ9.
           02 FT-FUEL          PIC ZZZZ,ZZ9.99.
           02 FT-MAINTENANCE   PIC Z,ZZZ,ZZ9.99.
           02 FT-FIXED         PIC ZZZZ,ZZ9.99.
           02 FT-TOTAL         PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 FT-COST-MILE     PIC ZZ,ZZ9.99.

       01 AverageLine.
           02 FILLER           PIC X(36)
               VALUE " Fleet average cost per mile:      ".
           02 AL-AVERAGE-CPM   PIC ZZ,ZZ9.99.
       01 ThresholdLine.
           02 FILLER           PIC X(25)
               VALUE " Replacement threshold: ".
           02 TL-PCT           PIC ZZ9.
           02 FILLER           PIC X(8) VALUE "% above ".
           02 TL-REPLACE-CPM   PIC ZZ,ZZ9.99.
       01 CandidateLine.
           02 FILLER           PIC X(36)
               VALUE " Replacement candidates:           ".
           02 CL-COUNT         PIC ZZ9.

       PROCEDURE DIVISION.
       ReportFleetCost.
           DISPLAY "Costs as at (YYYYMMDD, blank = today): "
               WITH NO ADVANCING
           ACCEPT DV-DATE-IN
           IF DV-DATE-IN = SPACES
              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           ELSE
              PERFORM VALIDATE-DATE-FIELD
              IF NOT DV-DATE-VALID
                 DISPLAY "Invalid report date."
                 STOP RUN
              END-IF
              MOVE DV-DATE-OUT TO WS-REPORT-DATE
           END-IF
           DISPLAY "Replacement threshold, % above fleet average "
               "(blank = 20): " WITH NO ADVANCING
           ACCEPT WS-THRESHOLD-PCT
           IF WS-THRESHOLD-PCT = ZERO
              MOVE 20 TO WS-THRESHOLD-PCT
           END-IF
           PERFORM LOAD-FLEET-VEHICLES
           PERFORM TALLY-MILEAGE
           PERFORM TALLY-FUEL
           PERFORM TALLY-SERVICE-COSTS
           PERFORM APPLY-ASSET-DEPRECIATION
           PERFORM COST-ONE-VEHICLE
               VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > VEH-TABLE-COUNT
           IF AVERAGE-MILES > ZERO
              COMPUTE WS-AVERAGE-CPM ROUNDED =
                  AVERAGE-COST / AVERAGE-MILES
           END-IF
           COMPUTE WS-REPLACE-CPM ROUNDED =
               WS-AVERAGE-CPM + WS-AVERAGE-CPM * WS-THRESHOLD-PCT / 100
           PERFORM WRITE-COST-REPORT
           DISPLAY "Cost of ownership report complete. Vehicles: "
               VEH-TABLE-COUNT " Replacement candidates: "
               CANDIDATE-COUNT
           STOP RUN.

      * Disposed vehicles and vehicles acquired after the report date
      * are left out.
       LOAD-FLEET-VEHICLES.
           MOVE ZERO TO VEH-TABLE-COUNT
           MOVE 'N' TO VEHICLE-EOF
           OPEN INPUT VehicleMaster
           PERFORM READ-VEHICLE-MASTER UNTIL END-OF-VEHICLES
           CLOSE VehicleMaster.

       READ-VEHICLE-MASTER.
           READ VehicleMaster
              AT END
                 SET END-OF-VEHICLES TO TRUE
              NOT AT END
                 IF NOT FV-DISPOSED
                    AND FV-ACQUIRED <= WS-REPORT-DATE
                    PERFORM NOTE-FLEET-VEHICLE
                 END-IF
           END-READ.

       NOTE-FLEET-VEHICLE.
           IF VEH-TABLE-COUNT >= VEH-TABLE-MAX
              DISPLAY "*** VEHICLE MASTER LARGER THAN "
                  "WORKING TABLE - RUN ABANDONED ***"
              STOP RUN
           END-IF
           ADD 1 TO VEH-TABLE-COUNT
           MOVE VEH-TABLE-COUNT TO VEH-IDX
           MOVE FV-VEHICLE TO CV-VEHICLE(VEH-IDX)
           MOVE FV-SITE TO CV-SITE(VEH-IDX)
           MOVE FV-ACQUIRED TO CV-ACQUIRED(VEH-IDX)
           MOVE FV-INS-PREMIUM TO CV-INS-PREMIUM(VEH-IDX)
           MOVE FV-TAX-AMOUNT TO CV-TAX-AMOUNT(VEH-IDX)
           MOVE FV-ASSET-NUMBER TO CV-ASSET-NUMBER(VEH-IDX)
           MOVE 'N' TO CV-ASSET-FOUND(VEH-IDX)
           MOVE ZERO TO CV-MILES(VEH-IDX)
           MOVE ZERO TO CV-FUEL(VEH-IDX)
           MOVE ZERO TO CV-MAINTENANCE(VEH-IDX)
           MOVE ZERO TO CV-DEPRECIATION(VEH-IDX)
           MOVE ZERO TO CV-FIXED(VEH-IDX)
           MOVE ZERO TO CV-TOTAL(VEH-IDX)
           MOVE ZERO TO CV-COST-MILE(VEH-IDX).

       LOOKUP-VEHICLE.
           MOVE ZERO TO WS-VEH-IDX
           PERFORM FIND-VEHICLE
               VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > VEH-TABLE-COUNT.

       FIND-VEHICLE.
           IF CV-VEHICLE(VEH-IDX) = WS-LOOKUP-VEHICLE
              MOVE VEH-IDX TO WS-VEH-IDX
           END-IF.

       TALLY-MILEAGE.
           MOVE 'N' TO MILEAGE-EOF
           OPEN INPUT MileageLog
           PERFORM READ-MILEAGE-LOG UNTIL END-OF-MILEAGE
           CLOSE MileageLog.

       READ-MILEAGE-LOG.
           READ MileageLog
              AT END
                 SET END-OF-MILEAGE TO TRUE
              NOT AT END
                 IF ML-DATE <= WS-REPORT-DATE
                    MOVE ML-VEHICLE TO WS-LOOKUP-VEHICLE
                    PERFORM LOOKUP-VEHICLE
                    IF WS-VEH-IDX NOT = ZERO
                       ADD ML-MILES TO CV-MILES(WS-VEH-IDX)
                    END-IF
                 END-IF
           END-READ.

       TALLY-FUEL.
           MOVE 'N' TO FUEL-EOF
           OPEN INPUT FuelPurchases
           PERFORM READ-FUEL-PURCHASE UNTIL END-OF-FUEL
           CLOSE FuelPurchases.

       READ-FUEL-PURCHASE.
           READ FuelPurchases
              AT END
                 SET END-OF-FUEL TO TRUE
              NOT AT END
                 IF FP-DATE <= WS-REPORT-DATE
                    MOVE FP-VEHICLE TO WS-LOOKUP-VEHICLE
                    PERFORM LOOKUP-VEHICLE
                    IF WS-VEH-IDX NOT = ZERO
                       ADD FP-COST TO CV-FUEL(WS-VEH-IDX)
                    END-IF
                 END-IF
           END-READ.

      * Lines recorded before costs were kept carry no cost.
       TALLY-SERVICE-COSTS.
           MOVE 'N' TO HISTORY-EOF
           OPEN INPUT ServiceHistory
           PERFORM READ-SERVICE-HISTORY UNTIL END-OF-HISTORY
           CLOSE ServiceHistory.

       READ-SERVICE-HISTORY.
           READ ServiceHistory
              AT END
                 SET END-OF-HISTORY TO TRUE
              NOT AT END
                 IF SH-DATE <= WS-REPORT-DATE
                    AND SH-COST NUMERIC
                    MOVE SH-VEHICLE TO WS-LOOKUP-VEHICLE
                    PERFORM LOOKUP-VEHICLE
                    IF WS-VEH-IDX NOT = ZERO
                       ADD SH-COST TO CV-MAINTENANCE(WS-VEH-IDX)
                    END-IF
                 END-IF
           END-READ.

       APPLY-ASSET-DEPRECIATION.
           MOVE 'N' TO ASSET-EOF
           OPEN INPUT FixedAssetFile
           PERFORM READ-FIXED-ASSET UNTIL END-OF-ASSETS
           CLOSE FixedAssetFile.

       READ-FIXED-ASSET.
           READ FixedAssetFile
              AT END
                 SET END-OF-ASSETS TO TRUE
              NOT AT END
                 PERFORM MATCH-VEHICLE-ASSET
                     VARYING VEH-IDX FROM 1 BY 1
                     UNTIL VEH-IDX > VEH-TABLE-COUNT
           END-READ.

       MATCH-VEHICLE-ASSET.
           IF CV-ASSET-NUMBER(VEH-IDX) NOT = ZERO
              AND CV-ASSET-NUMBER(VEH-IDX) = FA-ASSET-NUMBER
              MOVE FA-ACCUM-DEPN TO CV-DEPRECIATION(VEH-IDX)
              SET CV-ON-REGISTER(VEH-IDX) TO TRUE
           END-IF.

       COST-ONE-VEHICLE.
           MOVE CV-ACQUIRED(VEH-IDX) TO WS-ACQUIRED-DATE
           COMPUTE WS-MONTHS-HELD =
               (WS-REPORT-YEAR - WS-ACQUIRED-YEAR) * 12
               + WS-REPORT-MONTH - WS-ACQUIRED-MONTH + 1
           COMPUTE CV-FIXED(VEH-IDX) ROUNDED =
               (CV-INS-PREMIUM(VEH-IDX) + CV-TAX-AMOUNT(VEH-IDX))
               * WS-MONTHS-HELD / 12
               + CV-DEPRECIATION(VEH-IDX)
           COMPUTE CV-TOTAL(VEH-IDX) = CV-FUEL(VEH-IDX)
               + CV-MAINTENANCE(VEH-IDX) + CV-FIXED(VEH-IDX)
           IF CV-MILES(VEH-IDX) > ZERO
              COMPUTE CV-COST-MILE(VEH-IDX) ROUNDED =
                  CV-TOTAL(VEH-IDX) / CV-MILES(VEH-IDX)
              ADD CV-TOTAL(VEH-IDX) TO AVERAGE-COST
              ADD CV-MILES(VEH-IDX) TO AVERAGE-MILES
           END-IF
           ADD CV-MILES(VEH-IDX) TO FLEET-MILES
           ADD CV-FUEL(VEH-IDX) TO FLEET-FUEL
           ADD CV-MAINTENANCE(VEH-IDX) TO FLEET-MAINTENANCE
           ADD CV-FIXED(VEH-IDX) TO FLEET-FIXED
           ADD CV-TOTAL(VEH-IDX) TO FLEET-TOTAL
           PERFORM TALLY-SITE-COSTS.

       TALLY-SITE-COSTS.
           MOVE ZERO TO WS-SITE-IDX
           PERFORM FIND-SITE
               VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-TABLE-COUNT
           IF WS-SITE-IDX = ZERO
              IF SITE-TABLE-COUNT >= SITE-TABLE-MAX
                 DISPLAY "*** SITES EXCEED WORKING TABLE - "
                     "RUN ABANDONED ***"
                 STOP RUN
              END-IF
              ADD 1 TO SITE-TABLE-COUNT
              MOVE SITE-TABLE-COUNT TO WS-SITE-IDX
              MOVE CV-SITE(VEH-IDX) TO SC-SITE(WS-SITE-IDX)
              MOVE ZERO TO SC-MILES(WS-SITE-IDX)
              MOVE ZERO TO SC-FUEL(WS-SITE-IDX)
              MOVE ZERO TO SC-MAINTENANCE(WS-SITE-IDX)
              MOVE ZERO TO SC-FIXED(WS-SITE-IDX)
              MOVE ZERO TO SC-TOTAL(WS-SITE-IDX)
           END-IF
           ADD CV-MILES(VEH-IDX) TO SC-MILES(WS-SITE-IDX)
           ADD CV-FUEL(VEH-IDX) TO SC-FUEL(WS-SITE-IDX)
           ADD CV-MAINTENANCE(VEH-IDX) TO SC-MAINTENANCE(WS-SITE-IDX)
           ADD CV-FIXED(VEH-IDX) TO SC-FIXED(WS-SITE-IDX)
           ADD CV-TOTAL(VEH-IDX) TO SC-TOTAL(WS-SITE-IDX).

       FIND-SITE.
           IF SC-SITE(SITE-IDX) = CV-SITE(VEH-IDX)
              MOVE SITE-IDX TO WS-SITE-IDX
           END-IF.

       WRITE-COST-REPORT.
           OPEN OUTPUT CostReport
           MOVE WS-REPORT-DATE TO CH1-DATE
           WRITE CostLine FROM CostHeading1
               AFTER ADVANCING PAGE
           WRITE CostLine FROM CostHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-VEHICLE-COST
               VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > VEH-TABLE-COUNT
           WRITE CostLine FROM SiteHeading
               AFTER ADVANCING 3 LINES
           PERFORM WRITE-SITE-COST
               VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-TABLE-COUNT
           MOVE FLEET-MILES TO FT-MILES
           MOVE FLEET-FUEL TO FT-FUEL
           MOVE FLEET-MAINTENANCE TO FT-MAINTENANCE
           MOVE FLEET-FIXED TO FT-FIXED
           MOVE FLEET-TOTAL TO FT-TOTAL
           MOVE WS-AVERAGE-CPM TO FT-COST-MILE
           WRITE CostLine FROM FleetTotalLine
               AFTER ADVANCING 2 LINES
           MOVE WS-AVERAGE-CPM TO AL-AVERAGE-CPM
           WRITE CostLine FROM AverageLine
               AFTER ADVANCING 2 LINES
           MOVE WS-THRESHOLD-PCT TO TL-PCT
           MOVE WS-REPLACE-CPM TO TL-REPLACE-CPM
           WRITE CostLine FROM ThresholdLine
               AFTER ADVANCING 1 LINE
           MOVE CANDIDATE-COUNT TO CL-COUNT
           WRITE CostLine FROM CandidateLine
               AFTER ADVANCING 1 LINE
           CLOSE CostReport.

       WRITE-VEHICLE-COST.
           MOVE CV-VEHICLE(VEH-IDX) TO CD-VEHICLE
           MOVE CV-SITE(VEH-IDX) TO CD-SITE
           MOVE CV-MILES(VEH-IDX) TO CD-MILES
           MOVE CV-FUEL(VEH-IDX) TO CD-FUEL
           MOVE CV-MAINTENANCE(VEH-IDX) TO CD-MAINTENANCE
           MOVE CV-FIXED(VEH-IDX) TO CD-FIXED
           MOVE CV-TOTAL(VEH-IDX) TO CD-TOTAL
           MOVE CV-COST-MILE(VEH-IDX) TO CD-COST-MILE
           EVALUATE TRUE
              WHEN CV-MILES(VEH-IDX) = ZERO
                 MOVE "NO MILES RECORDED" TO CD-NOTE
              WHEN CV-COST-MILE(VEH-IDX) > WS-REPLACE-CPM
                 MOVE "REPLACEMENT CANDIDATE" TO CD-NOTE
                 ADD 1 TO CANDIDATE-COUNT
              WHEN CV-ASSET-NUMBER(VEH-IDX) NOT = ZERO
                 AND NOT CV-ON-REGISTER(VEH-IDX)
                 MOVE "ASSET NOT ON REGISTER" TO CD-NOTE
              WHEN OTHER
                 MOVE SPACES TO CD-NOTE
           END-EVALUATE
           WRITE CostLine FROM CostDetail
               AFTER ADVANCING 1 LINE.

       WRITE-SITE-COST.
           MOVE SC-SITE(SITE-IDX) TO SD-SITE
           MOVE SC-MILES(SITE-IDX) TO SD-MILES
           MOVE SC-FUEL(SITE-IDX) TO SD-FUEL
           MOVE SC-MAINTENANCE(SITE-IDX) TO SD-MAINTENANCE
           MOVE SC-FIXED(SITE-IDX) TO SD-FIXED
           MOVE SC-TOTAL(SITE-IDX) TO SD-TOTAL
           MOVE ZERO TO WS-COST-PER-MILE
           IF SC-MILES(SITE-IDX) > ZERO
              COMPUTE WS-COST-PER-MILE ROUNDED =
                  SC-TOTAL(SITE-IDX) / SC-MILES(SITE-IDX)
           END-IF
           MOVE WS-COST-PER-MILE TO SD-COST-MILE
           WRITE CostLine FROM SiteDetail
               AFTER ADVANCING 1 LINE.

       COPY DATEVALP.
