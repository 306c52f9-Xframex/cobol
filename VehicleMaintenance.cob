       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleMaintenance.
       AUTHOR. ismail.
      * Fleet vehicle master maintenance.
      * Applies VehicleMaintTrans.Dat to VehicleMaster.Dat:
      *   A adds a vehicle - registration, make, fuel type and site
      *     are required; a blank acquisition date is today, a blank
      *     status is active and a blank licence class is B (car),
      *   C changes any of the fields given, including the
      *     registration, insurance and roadworthiness expiry dates
      *     and the annual insurance premium and tax as documents are
      *     renewed, and the status between active and off the road,
      *   D disposes of a vehicle on the date given (blank = today);
      *     trips and fuel on or after that date are then rejected.
      * Dates are YYYYMMDD and amounts 9(5)V99 without a point.
      * Every change is written to
      * VehicleMaintAudit.Dat with its before and after image; rejects
      * go to VehicleMaintRejects.Dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VehicleMaster
               ASSIGN TO "VehicleMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VehicleMaintTrans ASSIGN TO "VehicleMaintTrans.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VehicleMaintAudit ASSIGN TO "VehicleMaintAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VehicleMaintRejects
               ASSIGN TO "VehicleMaintRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VehicleMaster.
       COPY VEHMAST.

       FD VehicleMaintTrans.
       01 VehicleMaintTransRec.
           02 VX-ACTION        PIC X.
           02 VX-VEHICLE       PIC X(6).
           02 VX-REGISTRATION  PIC X(10).
           02 VX-MAKE          PIC X(15).
           02 VX-MODEL         PIC X(15).
           02 VX-FUEL-TYPE     PIC X.
           02 VX-TANK-LITRES   PIC X(3).
           02 VX-ACQUIRED      PIC X(8).
           02 VX-SITE          PIC X(10).
           02 VX-STATUS        PIC X.
           02 VX-REG-EXPIRY    PIC X(8).
           02 VX-INS-EXPIRY    PIC X(8).
           02 VX-RWT-EXPIRY    PIC X(8).
           02 VX-DISPOSAL-DATE PIC X(8).
           02 VX-LICENCE-CLASS PIC X(3).
           02 VX-INS-PREMIUM   PIC X(7).
           02 VX-INS-PREMIUM-NUM REDEFINES VX-INS-PREMIUM
                               PIC 9(5)V99.
           02 VX-TAX-AMOUNT    PIC X(7).
           02 VX-TAX-AMOUNT-NUM REDEFINES VX-TAX-AMOUNT
                               PIC 9(5)V99.
           02 VX-ASSET-NUMBER  PIC X(6).
           02 VX-ASSET-NUM REDEFINES VX-ASSET-NUMBER PIC 9(6).

       FD VehicleMaintAudit.
       01 VehicleMaintAuditLine PIC X(300).

       FD VehicleMaintRejects.
       01 VehicleMaintRejectLine PIC X(60).

       WORKING-STORAGE SECTION.
       COPY DATEVAL.

       01 VEHICLE-TABLE-MAX     PIC 9(3) VALUE 300.
       01 VEHICLE-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 VEHICLE-EOF           PIC X  VALUE 'N'.
           88 END-OF-VEHICLES   VALUE 'Y'.
       01 VEHICLE-IDX           PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-FOUND      PIC X VALUE 'N'.
           88 VEHICLE-IS-FOUND  VALUE 'Y'.
       01 WS-FOUND-IDX          PIC 9(3) VALUE ZERO.

       01 VEHICLE-TABLE.
           02 VEHICLE-ENTRY OCCURS 300 TIMES.
               03 VT-VEHICLE       PIC X(6).
               03 VT-DETAILS.
                   04 VT-REGISTRATION  PIC X(10).
                   04 VT-MAKE          PIC X(15).
                   04 VT-MODEL         PIC X(15).
                   04 VT-FUEL-TYPE     PIC X.
                   04 VT-TANK-LITRES   PIC 9(3).
                   04 VT-ACQUIRED      PIC 9(8).
                   04 VT-SITE          PIC X(10).
                   04 VT-STATUS        PIC X.
                       88 VT-IS-DISPOSED   VALUE 'D'.
                   04 VT-REG-EXPIRY    PIC 9(8).
                   04 VT-INS-EXPIRY    PIC 9(8).
                   04 VT-RWT-EXPIRY    PIC 9(8).
                   04 VT-DISPOSAL-DATE PIC 9(8).
                   04 VT-LICENCE-CLASS PIC X(3).
                   04 VT-INS-PREMIUM   PIC 9(5)V99.
                   04 VT-TAX-AMOUNT    PIC 9(5)V99.
                   04 VT-ASSET-NUMBER  PIC 9(6).

       01 TRANS-EOF             PIC X VALUE 'N'.
           88 END-OF-TRANS      VALUE 'Y'.

       01 WS-TRANS-ACTION       PIC X VALUE SPACE.
           88 ADD-VEHICLE-TRANS     VALUE 'A'.
           88 CHANGE-VEHICLE-TRANS  VALUE 'C'.
           88 DISPOSE-VEHICLE-TRANS VALUE 'D'.
       01 WS-TRANS-VALID        PIC X VALUE 'Y'.
           88 TRANS-IS-VALID    VALUE 'Y'.
       01 WS-REJECT-REASON      PIC X(25) VALUE SPACES.
       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.

      * Dates and the tank size from the transaction once checked;
      * zero where the transaction left the field blank.
       01 WS-NEW-ACQUIRED       PIC 9(8) VALUE ZEROS.
       01 WS-NEW-REG-EXPIRY     PIC 9(8) VALUE ZEROS.
       01 WS-NEW-INS-EXPIRY     PIC 9(8) VALUE ZEROS.
       01 WS-NEW-RWT-EXPIRY     PIC 9(8) VALUE ZEROS.
       01 WS-NEW-DISPOSAL-DATE  PIC 9(8) VALUE ZEROS.
       01 WS-NEW-TANK-LITRES    PIC 9(3) VALUE ZEROS.
       01 WS-NEW-FUEL-TYPE      PIC X VALUE SPACE.
           88 NEW-FUEL-VALID    VALUE 'P' 'D' 'E' 'H' 'L'.
       01 WS-NEW-STATUS         PIC X VALUE SPACE.
           88 NEW-STATUS-VALID  VALUE 'A' 'O'.

       01 WS-BEFORE-DETAILS.
           02 WS-BEFORE-REGISTRATION  PIC X(10).
           02 WS-BEFORE-MAKE          PIC X(15).
           02 WS-BEFORE-MODEL         PIC X(15).
           02 WS-BEFORE-FUEL-TYPE     PIC X.
           02 WS-BEFORE-TANK-LITRES   PIC 9(3).
           02 WS-BEFORE-ACQUIRED      PIC 9(8).
           02 WS-BEFORE-SITE          PIC X(10).
           02 WS-BEFORE-STATUS        PIC X.
           02 WS-BEFORE-REG-EXPIRY    PIC 9(8).
           02 WS-BEFORE-INS-EXPIRY    PIC 9(8).
           02 WS-BEFORE-RWT-EXPIRY    PIC 9(8).
           02 WS-BEFORE-DISPOSAL-DATE PIC 9(8).
           02 WS-BEFORE-LICENCE-CLASS PIC X(3).
           02 WS-BEFORE-INS-PREMIUM   PIC 9(5)V99.
           02 WS-BEFORE-TAX-AMOUNT    PIC 9(5)V99.
           02 WS-BEFORE-ASSET-NUMBER  PIC 9(6).

       01 TRANS-READ-COUNT      PIC 9(5) VALUE ZERO.
       01 TRANS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
       01 TRANS-REJECT-COUNT    PIC 9(5) VALUE ZERO.

       01 VehicleAuditDetail.
           02 VA-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 VA-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 VA-VEHICLE       PIC X(6).
           02 FILLER           PIC X(9) VALUE " before: ".
           02 VA-BEFORE        PIC X(128).
           02 FILLER           PIC X(8) VALUE " after: ".
           02 VA-AFTER         PIC X(128).

       01 VehicleRejectDetail.
           02 VJ-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 VJ-VEHICLE       PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 VJ-REASON        PIC X(25).

       PROCEDURE DIVISION.
       MaintainVehicleMaster.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-VEHICLE-TABLE
           OPEN INPUT VehicleMaintTrans
           OPEN OUTPUT VehicleMaintAudit
           OPEN OUTPUT VehicleMaintRejects
           MOVE 'N' TO TRANS-EOF
           PERFORM READ-VEHICLE-TRANSACTION UNTIL END-OF-TRANS
           CLOSE VehicleMaintTrans
           CLOSE VehicleMaintAudit
           CLOSE VehicleMaintRejects
           PERFORM REWRITE-VEHICLE-MASTER
           DISPLAY "Vehicle master maintenance complete."
           DISPLAY "Transactions read:    " TRANS-READ-COUNT
           DISPLAY "Transactions applied: " TRANS-APPLIED-COUNT
           DISPLAY "Transactions rejected:" TRANS-REJECT-COUNT
           STOP RUN.

       LOAD-VEHICLE-TABLE.
           MOVE ZERO TO VEHICLE-TABLE-COUNT
           MOVE 'N' TO VEHICLE-EOF
           OPEN INPUT VehicleMaster
           PERFORM READ-VEHICLE-MASTER UNTIL END-OF-VEHICLES
           CLOSE VehicleMaster.

       READ-VEHICLE-MASTER.
           READ VehicleMaster
              AT END
                 SET END-OF-VEHICLES TO TRUE
              NOT AT END
                 IF VEHICLE-TABLE-COUNT >= VEHICLE-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO VEHICLE-TABLE-COUNT
                 MOVE VEHICLE-TABLE-COUNT TO VEHICLE-IDX
                 MOVE FV-VEHICLE TO VT-VEHICLE(VEHICLE-IDX)
                 MOVE FV-REGISTRATION TO VT-REGISTRATION(VEHICLE-IDX)
                 MOVE FV-MAKE TO VT-MAKE(VEHICLE-IDX)
                 MOVE FV-MODEL TO VT-MODEL(VEHICLE-IDX)
                 MOVE FV-FUEL-TYPE TO VT-FUEL-TYPE(VEHICLE-IDX)
                 MOVE FV-TANK-LITRES TO VT-TANK-LITRES(VEHICLE-IDX)
                 MOVE FV-ACQUIRED TO VT-ACQUIRED(VEHICLE-IDX)
                 MOVE FV-SITE TO VT-SITE(VEHICLE-IDX)
                 MOVE FV-STATUS TO VT-STATUS(VEHICLE-IDX)
                 MOVE FV-REG-EXPIRY TO VT-REG-EXPIRY(VEHICLE-IDX)
                 MOVE FV-INS-EXPIRY TO VT-INS-EXPIRY(VEHICLE-IDX)
                 MOVE FV-RWT-EXPIRY TO VT-RWT-EXPIRY(VEHICLE-IDX)
                 MOVE FV-DISPOSAL-DATE
                     TO VT-DISPOSAL-DATE(VEHICLE-IDX)
                 MOVE FV-LICENCE-CLASS TO VT-LICENCE-CLASS(VEHICLE-IDX)
                 MOVE FV-INS-PREMIUM TO VT-INS-PREMIUM(VEHICLE-IDX)
                 MOVE FV-TAX-AMOUNT TO VT-TAX-AMOUNT(VEHICLE-IDX)
                 MOVE FV-ASSET-NUMBER TO VT-ASSET-NUMBER(VEHICLE-IDX)
           END-READ.

       READ-VEHICLE-TRANSACTION.
           READ VehicleMaintTrans
              AT END
                 SET END-OF-TRANS TO TRUE
              NOT AT END
                 ADD 1 TO TRANS-READ-COUNT
                 PERFORM APPLY-VEHICLE-TRANSACTION
           END-READ.

       APPLY-VEHICLE-TRANSACTION.
           MOVE VX-ACTION TO WS-TRANS-ACTION
           PERFORM VALIDATE-VEHICLE-TRANSACTION
           IF TRANS-IS-VALID
              ADD 1 TO TRANS-APPLIED-COUNT
              EVALUATE TRUE
                 WHEN ADD-VEHICLE-TRANS
                    PERFORM APPLY-ADD-VEHICLE
                 WHEN CHANGE-VEHICLE-TRANS
                    PERFORM APPLY-CHANGE-VEHICLE
                 WHEN DISPOSE-VEHICLE-TRANS
                    PERFORM APPLY-DISPOSE-VEHICLE
              END-EVALUATE
           ELSE
              ADD 1 TO TRANS-REJECT-COUNT
              PERFORM WRITE-VEHICLE-REJECT
           END-IF.

       VALIDATE-VEHICLE-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT ADD-VEHICLE-TRANS AND NOT CHANGE-VEHICLE-TRANS
              AND NOT DISPOSE-VEHICLE-TRANS
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND VX-VEHICLE = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "VEHICLE CODE MISSING" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              PERFORM LOOKUP-VEHICLE
              EVALUATE TRUE
                 WHEN ADD-VEHICLE-TRANS AND VEHICLE-IS-FOUND
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "DUPLICATE VEHICLE CODE" TO WS-REJECT-REASON
                 WHEN ADD-VEHICLE-TRANS
                    AND VEHICLE-TABLE-COUNT >= VEHICLE-TABLE-MAX
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "VEHICLE TABLE FULL" TO WS-REJECT-REASON
                 WHEN NOT ADD-VEHICLE-TRANS
                    AND NOT VEHICLE-IS-FOUND
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "VEHICLE NOT ON FILE" TO WS-REJECT-REASON
                 WHEN NOT ADD-VEHICLE-TRANS
                    AND VT-IS-DISPOSED(WS-FOUND-IDX)
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "VEHICLE ALREADY DISPOSED" TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           IF TRANS-IS-VALID AND ADD-VEHICLE-TRANS
              PERFORM VALIDATE-ADD-FIELDS
           END-IF
           IF TRANS-IS-VALID
              PERFORM VALIDATE-VEHICLE-FIELDS
           END-IF
           IF TRANS-IS-VALID
              PERFORM VALIDATE-VEHICLE-DATES
           END-IF.

       VALIDATE-ADD-FIELDS.
           EVALUATE TRUE
              WHEN VX-REGISTRATION = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "REGISTRATION MISSING" TO WS-REJECT-REASON
              WHEN VX-MAKE = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "MAKE MISSING" TO WS-REJECT-REASON
              WHEN VX-FUEL-TYPE = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "FUEL TYPE MISSING" TO WS-REJECT-REASON
              WHEN VX-SITE = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "ASSIGNED SITE MISSING" TO WS-REJECT-REASON
           END-EVALUATE.

      * The fuel type, tank size and status the vehicle will have
      * once the transaction is applied.
       VALIDATE-VEHICLE-FIELDS.
           IF VX-FUEL-TYPE = SPACES AND NOT ADD-VEHICLE-TRANS
              MOVE VT-FUEL-TYPE(WS-FOUND-IDX) TO WS-NEW-FUEL-TYPE
           ELSE
              MOVE VX-FUEL-TYPE TO WS-NEW-FUEL-TYPE
           END-IF
           IF VX-STATUS = SPACES
              IF ADD-VEHICLE-TRANS
                 MOVE 'A' TO WS-NEW-STATUS
              ELSE
                 MOVE VT-STATUS(WS-FOUND-IDX) TO WS-NEW-STATUS
              END-IF
           ELSE
              MOVE VX-STATUS TO WS-NEW-STATUS
           END-IF
           MOVE ZERO TO WS-NEW-TANK-LITRES
           EVALUATE TRUE
              WHEN NOT NEW-FUEL-VALID
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "FUEL TYPE INVALID" TO WS-REJECT-REASON
              WHEN VX-TANK-LITRES NOT = SPACES
                 AND VX-TANK-LITRES NOT NUMERIC
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "TANK SIZE NOT NUMERIC" TO WS-REJECT-REASON
              WHEN DISPOSE-VEHICLE-TRANS
                 CONTINUE
              WHEN NOT NEW-STATUS-VALID
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "STATUS NOT A OR O" TO WS-REJECT-REASON
           END-EVALUATE
           IF TRANS-IS-VALID AND VX-TANK-LITRES NOT = SPACES
              MOVE VX-TANK-LITRES TO WS-NEW-TANK-LITRES
           END-IF
           IF TRANS-IS-VALID
              PERFORM VALIDATE-VEHICLE-COSTS
           END-IF.

      * Premium, tax and asset number are optional; blank leaves the
      * value as it is (zero on an add).
       VALIDATE-VEHICLE-COSTS.
           EVALUATE TRUE
              WHEN VX-INS-PREMIUM NOT = SPACES
                 AND VX-INS-PREMIUM NOT NUMERIC
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "PREMIUM NOT NUMERIC" TO WS-REJECT-REASON
              WHEN VX-TAX-AMOUNT NOT = SPACES
                 AND VX-TAX-AMOUNT NOT NUMERIC
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "TAX AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
              WHEN VX-ASSET-NUMBER NOT = SPACES
                 AND VX-ASSET-NUMBER NOT NUMERIC
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "ASSET NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-VEHICLE-DATES.
           MOVE VX-ACQUIRED TO DV-DATE-IN
           PERFORM CHECK-OPTIONAL-DATE
           MOVE DV-DATE-OUT TO WS-NEW-ACQUIRED
           IF TRANS-IS-VALID
              MOVE VX-REG-EXPIRY TO DV-DATE-IN
              PERFORM CHECK-OPTIONAL-DATE
              MOVE DV-DATE-OUT TO WS-NEW-REG-EXPIRY
           END-IF
           IF TRANS-IS-VALID
              MOVE VX-INS-EXPIRY TO DV-DATE-IN
              PERFORM CHECK-OPTIONAL-DATE
              MOVE DV-DATE-OUT TO WS-NEW-INS-EXPIRY
           END-IF
           IF TRANS-IS-VALID
              MOVE VX-RWT-EXPIRY TO DV-DATE-IN
              PERFORM CHECK-OPTIONAL-DATE
              MOVE DV-DATE-OUT TO WS-NEW-RWT-EXPIRY
           END-IF
           IF TRANS-IS-VALID
              MOVE VX-DISPOSAL-DATE TO DV-DATE-IN
              PERFORM CHECK-OPTIONAL-DATE
              MOVE DV-DATE-OUT TO WS-NEW-DISPOSAL-DATE
           END-IF
           IF TRANS-IS-VALID AND DISPOSE-VEHICLE-TRANS
              AND WS-NEW-DISPOSAL-DATE = ZERO
              MOVE WS-TODAY-DATE TO WS-NEW-DISPOSAL-DATE
           END-IF
           IF TRANS-IS-VALID AND DISPOSE-VEHICLE-TRANS
              AND WS-NEW-DISPOSAL-DATE < VT-ACQUIRED(WS-FOUND-IDX)
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "DISPOSED BEFORE ACQUIRED" TO WS-REJECT-REASON
           END-IF.

      * A blank date is left as zero; anything else must be a real
      * calendar date.
       CHECK-OPTIONAL-DATE.
           IF DV-DATE-IN = SPACES
              MOVE ZEROS TO DV-DATE-OUT
           ELSE
              PERFORM VALIDATE-DATE-FIELD
              IF NOT DV-DATE-VALID
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "DATE INVALID" TO WS-REJECT-REASON
              END-IF
           END-IF.

       LOOKUP-VEHICLE.
           MOVE 'N' TO WS-VEHICLE-FOUND
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-VEHICLE
               VARYING VEHICLE-IDX FROM 1 BY 1
               UNTIL VEHICLE-IDX > VEHICLE-TABLE-COUNT.

       FIND-VEHICLE.
           IF VT-VEHICLE(VEHICLE-IDX) = VX-VEHICLE
              SET VEHICLE-IS-FOUND TO TRUE
              MOVE VEHICLE-IDX TO WS-FOUND-IDX
           END-IF.

       APPLY-ADD-VEHICLE.
           ADD 1 TO VEHICLE-TABLE-COUNT
           MOVE VEHICLE-TABLE-COUNT TO WS-FOUND-IDX
           MOVE SPACES TO WS-BEFORE-DETAILS
           MOVE VX-VEHICLE TO VT-VEHICLE(WS-FOUND-IDX)
           MOVE VX-REGISTRATION TO VT-REGISTRATION(WS-FOUND-IDX)
           MOVE VX-MAKE TO VT-MAKE(WS-FOUND-IDX)
           MOVE VX-MODEL TO VT-MODEL(WS-FOUND-IDX)
           MOVE WS-NEW-FUEL-TYPE TO VT-FUEL-TYPE(WS-FOUND-IDX)
           MOVE WS-NEW-TANK-LITRES TO VT-TANK-LITRES(WS-FOUND-IDX)
           IF WS-NEW-ACQUIRED = ZERO
              MOVE WS-TODAY-DATE TO VT-ACQUIRED(WS-FOUND-IDX)
           ELSE
              MOVE WS-NEW-ACQUIRED TO VT-ACQUIRED(WS-FOUND-IDX)
           END-IF
           MOVE VX-SITE TO VT-SITE(WS-FOUND-IDX)
           MOVE WS-NEW-STATUS TO VT-STATUS(WS-FOUND-IDX)
           MOVE WS-NEW-REG-EXPIRY TO VT-REG-EXPIRY(WS-FOUND-IDX)
           MOVE WS-NEW-INS-EXPIRY TO VT-INS-EXPIRY(WS-FOUND-IDX)
           MOVE WS-NEW-RWT-EXPIRY TO VT-RWT-EXPIRY(WS-FOUND-IDX)
           MOVE ZERO TO VT-DISPOSAL-DATE(WS-FOUND-IDX)
           IF VX-LICENCE-CLASS = SPACES
              MOVE "B" TO VT-LICENCE-CLASS(WS-FOUND-IDX)
           ELSE
              MOVE VX-LICENCE-CLASS TO VT-LICENCE-CLASS(WS-FOUND-IDX)
           END-IF
           MOVE ZERO TO VT-INS-PREMIUM(WS-FOUND-IDX)
           MOVE ZERO TO VT-TAX-AMOUNT(WS-FOUND-IDX)
           MOVE ZERO TO VT-ASSET-NUMBER(WS-FOUND-IDX)
           PERFORM APPLY-VEHICLE-COSTS
           PERFORM WRITE-VEHICLE-AUDIT.

       APPLY-CHANGE-VEHICLE.
           MOVE VT-DETAILS(WS-FOUND-IDX) TO WS-BEFORE-DETAILS
           IF VX-REGISTRATION NOT = SPACES
              MOVE VX-REGISTRATION TO VT-REGISTRATION(WS-FOUND-IDX)
           END-IF
           IF VX-MAKE NOT = SPACES
              MOVE VX-MAKE TO VT-MAKE(WS-FOUND-IDX)
           END-IF
           IF VX-MODEL NOT = SPACES
              MOVE VX-MODEL TO VT-MODEL(WS-FOUND-IDX)
           END-IF
           MOVE WS-NEW-FUEL-TYPE TO VT-FUEL-TYPE(WS-FOUND-IDX)
           IF VX-TANK-LITRES NOT = SPACES
              MOVE WS-NEW-TANK-LITRES TO VT-TANK-LITRES(WS-FOUND-IDX)
           END-IF
           IF WS-NEW-ACQUIRED NOT = ZERO
              MOVE WS-NEW-ACQUIRED TO VT-ACQUIRED(WS-FOUND-IDX)
           END-IF
           IF VX-SITE NOT = SPACES
              MOVE VX-SITE TO VT-SITE(WS-FOUND-IDX)
           END-IF
           MOVE WS-NEW-STATUS TO VT-STATUS(WS-FOUND-IDX)
           IF WS-NEW-REG-EXPIRY NOT = ZERO
              MOVE WS-NEW-REG-EXPIRY TO VT-REG-EXPIRY(WS-FOUND-IDX)
           END-IF
           IF WS-NEW-INS-EXPIRY NOT = ZERO
              MOVE WS-NEW-INS-EXPIRY TO VT-INS-EXPIRY(WS-FOUND-IDX)
           END-IF
           IF WS-NEW-RWT-EXPIRY NOT = ZERO
              MOVE WS-NEW-RWT-EXPIRY TO VT-RWT-EXPIRY(WS-FOUND-IDX)
           END-IF
           IF VX-LICENCE-CLASS NOT = SPACES
              MOVE VX-LICENCE-CLASS TO VT-LICENCE-CLASS(WS-FOUND-IDX)
           END-IF
           PERFORM APPLY-VEHICLE-COSTS
           PERFORM WRITE-VEHICLE-AUDIT.

       APPLY-VEHICLE-COSTS.
           IF VX-INS-PREMIUM NOT = SPACES
              MOVE VX-INS-PREMIUM-NUM TO VT-INS-PREMIUM(WS-FOUND-IDX)
           END-IF
           IF VX-TAX-AMOUNT NOT = SPACES
              MOVE VX-TAX-AMOUNT-NUM TO VT-TAX-AMOUNT(WS-FOUND-IDX)
           END-IF
           IF VX-ASSET-NUMBER NOT = SPACES
              MOVE VX-ASSET-NUM TO VT-ASSET-NUMBER(WS-FOUND-IDX)
           END-IF.

       APPLY-DISPOSE-VEHICLE.
           MOVE VT-DETAILS(WS-FOUND-IDX) TO WS-BEFORE-DETAILS
           MOVE 'D' TO VT-STATUS(WS-FOUND-IDX)
           MOVE WS-NEW-DISPOSAL-DATE
               TO VT-DISPOSAL-DATE(WS-FOUND-IDX)
           PERFORM WRITE-VEHICLE-AUDIT.

       WRITE-VEHICLE-AUDIT.
           MOVE WS-TODAY-DATE TO VA-DATE
           MOVE VX-ACTION TO VA-ACTION
           MOVE VT-VEHICLE(WS-FOUND-IDX) TO VA-VEHICLE
           MOVE WS-BEFORE-DETAILS TO VA-BEFORE
           MOVE VT-DETAILS(WS-FOUND-IDX) TO VA-AFTER
           WRITE VehicleMaintAuditLine FROM VehicleAuditDetail.

       WRITE-VEHICLE-REJECT.
           MOVE VX-ACTION TO VJ-ACTION
           MOVE VX-VEHICLE TO VJ-VEHICLE
           MOVE WS-REJECT-REASON TO VJ-REASON
           WRITE VehicleMaintRejectLine FROM VehicleRejectDetail.

       REWRITE-VEHICLE-MASTER.
           OPEN OUTPUT VehicleMaster
           PERFORM WRITE-ONE-VEHICLE
               VARYING VEHICLE-IDX FROM 1 BY 1
               UNTIL VEHICLE-IDX > VEHICLE-TABLE-COUNT
           CLOSE VehicleMaster.

       WRITE-ONE-VEHICLE.
           MOVE SPACES TO VehicleMasterRec
           MOVE VT-VEHICLE(VEHICLE-IDX) TO FV-VEHICLE
           MOVE VT-REGISTRATION(VEHICLE-IDX) TO FV-REGISTRATION
           MOVE VT-MAKE(VEHICLE-IDX) TO FV-MAKE
           MOVE VT-MODEL(VEHICLE-IDX) TO FV-MODEL
           MOVE VT-FUEL-TYPE(VEHICLE-IDX) TO FV-FUEL-TYPE
           MOVE VT-TANK-LITRES(VEHICLE-IDX) TO FV-TANK-LITRES
           MOVE VT-ACQUIRED(VEHICLE-IDX) TO FV-ACQUIRED
           MOVE VT-SITE(VEHICLE-IDX) TO FV-SITE
           MOVE VT-STATUS(VEHICLE-IDX) TO FV-STATUS
           MOVE VT-REG-EXPIRY(VEHICLE-IDX) TO FV-REG-EXPIRY
           MOVE VT-INS-EXPIRY(VEHICLE-IDX) TO FV-INS-EXPIRY
           MOVE VT-RWT-EXPIRY(VEHICLE-IDX) TO FV-RWT-EXPIRY
           MOVE VT-DISPOSAL-DATE(VEHICLE-IDX) TO FV-DISPOSAL-DATE
           MOVE VT-LICENCE-CLASS(VEHICLE-IDX) TO FV-LICENCE-CLASS
           MOVE VT-INS-PREMIUM(VEHICLE-IDX) TO FV-INS-PREMIUM
           MOVE VT-TAX-AMOUNT(VEHICLE-IDX) TO FV-TAX-AMOUNT
           MOVE VT-ASSET-NUMBER(VEHICLE-IDX) TO FV-ASSET-NUMBER
           WRITE VehicleMasterRec.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.

       COPY DATEVALP.
