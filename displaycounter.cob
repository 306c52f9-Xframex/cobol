       FILE-CONTROL.
           SELECT TripsFile ASSIGN TO "Trips.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VehicleMaster ASSIGN TO "VehicleMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DriverMaster ASSIGN TO "DriverMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TripSortWork ASSIGN TO "TripSortWork.Dat".
           SELECT SortedTrips ASSIGN TO "SortedTrips.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TripExceptions ASSIGN TO "TripExceptions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DriverViolations ASSIGN TO "DriverViolations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TripSummary ASSIGN TO "TripSummary.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           02 TP-START-ODO  PIC 9(7).
           02 TP-END-ODO    PIC 9(7).

       FD VehicleMaster.
       COPY VEHMAST.

       FD DriverMaster.
       COPY DRVMAST.

       SD TripSortWork.
       01 TripSortRec.
           02 TS-VEHICLE    PIC X(6).
           02 ML-MILES      PIC 9(6).

       FD TripExceptions.
       01 TripExceptionLine PIC X(90).

       FD DriverViolations.
       COPY DRVVIOL.

       FD TripSummary.
       01 TripSummaryLine   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-PREV-VEHICLE   PIC X(6) VALUE SPACES.
       77 TRIPS-READ        PIC 9(5) VALUE ZERO.
       77 TRIPS-ACCEPTED    PIC 9(5) VALUE ZERO.
       77 TRIPS-FLAGGED     PIC 9(5) VALUE ZERO.
       77 TRIPS-REJECTED    PIC 9(5) VALUE ZERO.
       77 DRIVER-VIOLATIONS PIC 9(5) VALUE ZERO.

       01 TRIPS-IN-EOF      PIC X VALUE 'N'.
           88 NO-MORE-INPUT-TRIPS VALUE 'Y'.
       01 FLEET-EOF         PIC X VALUE 'N'.
           88 END-OF-FLEET  VALUE 'Y'.
       01 FLEET-TABLE-MAX   PIC 999 VALUE 300.
       01 FLEET-TABLE-COUNT PIC 999 VALUE ZERO.
       01 FLEET-IDX         PIC 999 VALUE ZERO.
       01 WS-FLEET-IDX      PIC 999 VALUE ZERO.
       01 FLEET-TABLE.
           02 FLT-ENTRY OCCURS 300 TIMES.
               03 FL-VEHICLE       PIC X(6).
               03 FL-STATUS        PIC X.
                   88 FL-DISPOSED  VALUE 'D'.
               03 FL-DISPOSAL-DATE PIC 9(8).
               03 FL-LICENCE-CLASS PIC X(3).

       01 DRIVER-EOF        PIC X VALUE 'N'.
           88 END-OF-DRIVERS VALUE 'Y'.
       01 DM-TABLE-MAX      PIC 999 VALUE 200.
       01 DM-TABLE-COUNT    PIC 999 VALUE ZERO.
       01 DM-IDX            PIC 999 VALUE ZERO.
       01 WS-DM-IDX         PIC 999 VALUE ZERO.
       01 DRIVER-MASTER-TABLE.
           02 DM-ENTRY OCCURS 200 TIMES.
               03 DM-DRIVER         PIC X(10).
               03 DM-LICENCE-CLASS  PIC X(3) OCCURS 6 TIMES.
               03 DM-LICENCE-EXPIRY PIC 9(8).
               03 DM-MEDICAL-EXPIRY PIC 9(8).
               03 DM-AUTH-CLASS     PIC X(3) OCCURS 6 TIMES.
               03 DM-STATUS         PIC X.
                   88 DM-SUSPENDED  VALUE 'S'.
                   88 DM-LEFT       VALUE 'L'.
               03 DM-STATUS-DATE    PIC 9(8).

      * The licence class the trip's vehicle needs; a vehicle with no
      * class recorded is taken as a car (B).
       01 WS-VEHICLE-CLASS  PIC X(3) VALUE SPACES.
       01 CLASS-IDX         PIC 9 VALUE ZERO.
       01 WS-CLASS-FOUND    PIC X VALUE 'N'.
           88 CLASS-FOUND   VALUE 'Y'.

       01 WS-TRIP-MONTH     PIC 9(6) VALUE ZEROS.

           02 EX-EXPECTED   PIC 9(7).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 EX-REASON     PIC X(20).
           02 FILLER        PIC X(9) VALUE " driver: ".
           02 EX-DRIVER     PIC X(10).

       01 SummaryHeading1   PIC X(60)
           VALUE " Fleet Trip Mileage Summary".
           02 STL-ACCEPTED  PIC ZZZZ9.
           02 FILLER        PIC X(10) VALUE " Flagged: ".
           02 STL-FLAGGED   PIC ZZZZ9.
           02 FILLER        PIC X(11) VALUE " Rejected: ".
           02 STL-REJECTED  PIC ZZZZ9.
       01 SummaryTrailerLine2.
           02 FILLER        PIC X(20) VALUE " Driver violations: ".
           02 STL-VIOLATIONS PIC ZZZZ9.

       PROCEDURE DIVISION.
       ProcessTripLog.
           PERFORM LOAD-FLEET-MASTER
           PERFORM LOAD-DRIVER-MASTER
           OPEN OUTPUT TripExceptions
           OPEN OUTPUT DriverViolations
           SORT TripSortWork
               ON ASCENDING KEY TS-VEHICLE TS-DATE TS-START-ODO
               INPUT PROCEDURE IS VALIDATE-TRIP-VEHICLES
               GIVING SortedTrips
           OPEN INPUT SortedTrips
           OPEN OUTPUT MileageLog
           MOVE SPACES TO WS-PREV-VEHICLE
           PERFORM READ-SORTED-TRIP
           PERFORM PROCESS-ONE-TRIP UNTIL EndOfTrips
           CLOSE SortedTrips
           CLOSE MileageLog
           CLOSE TripExceptions
           CLOSE DriverViolations
           PERFORM WRITE-TRIP-SUMMARY
           DISPLAY "Trip processing complete. Read: " TRIPS-READ
               " Accepted: " TRIPS-ACCEPTED
               " Flagged: " TRIPS-FLAGGED
               " Rejected: " TRIPS-REJECTED
           DISPLAY "Driver violations: " DRIVER-VIOLATIONS
           STOP RUN.

       LOAD-FLEET-MASTER.
           MOVE ZERO TO FLEET-TABLE-COUNT
           MOVE 'N' TO FLEET-EOF
           OPEN INPUT VehicleMaster
           PERFORM READ-FLEET-MASTER UNTIL END-OF-FLEET
           CLOSE VehicleMaster.

       READ-FLEET-MASTER.
           READ VehicleMaster
               AT END
                   SET END-OF-FLEET TO TRUE
               NOT AT END
                   IF FLEET-TABLE-COUNT >= FLEET-TABLE-MAX
                       DISPLAY "*** VEHICLE MASTER LARGER THAN "
                           "WORKING TABLE - RUN ABANDONED ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO FLEET-TABLE-COUNT
                   MOVE FV-VEHICLE TO FL-VEHICLE(FLEET-TABLE-COUNT)
                   MOVE FV-STATUS TO FL-STATUS(FLEET-TABLE-COUNT)
                   MOVE FV-DISPOSAL-DATE
                       TO FL-DISPOSAL-DATE(FLEET-TABLE-COUNT)
                   MOVE FV-LICENCE-CLASS
                       TO FL-LICENCE-CLASS(FLEET-TABLE-COUNT)
           END-READ.

       LOAD-DRIVER-MASTER.
           MOVE ZERO TO DM-TABLE-COUNT
           MOVE 'N' TO DRIVER-EOF
           OPEN INPUT DriverMaster
           PERFORM READ-DRIVER-MASTER UNTIL END-OF-DRIVERS
           CLOSE DriverMaster.

       READ-DRIVER-MASTER.
           READ DriverMaster
               AT END
                   SET END-OF-DRIVERS TO TRUE
               NOT AT END
                   IF DM-TABLE-COUNT >= DM-TABLE-MAX
                       DISPLAY "*** DRIVER MASTER LARGER THAN "
                           "WORKING TABLE - RUN ABANDONED ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO DM-TABLE-COUNT
                   MOVE DM-TABLE-COUNT TO DM-IDX
                   MOVE DRM-DRIVER TO DM-DRIVER(DM-IDX)
                   PERFORM NOTE-DRIVER-CLASSES
                       VARYING CLASS-IDX FROM 1 BY 1
                       UNTIL CLASS-IDX > 6
                   MOVE DRM-LICENCE-EXPIRY TO DM-LICENCE-EXPIRY(DM-IDX)
                   MOVE DRM-MEDICAL-EXPIRY TO DM-MEDICAL-EXPIRY(DM-IDX)
                   MOVE DRM-STATUS TO DM-STATUS(DM-IDX)
                   MOVE DRM-STATUS-DATE TO DM-STATUS-DATE(DM-IDX)
           END-READ.

       NOTE-DRIVER-CLASSES.
           MOVE DRM-LICENCE-CLASS(CLASS-IDX)
               TO DM-LICENCE-CLASS(DM-IDX, CLASS-IDX)
           MOVE DRM-AUTH-CLASS(CLASS-IDX)
               TO DM-AUTH-CLASS(DM-IDX, CLASS-IDX).

      * Only trips by a vehicle on the fleet master, and not on or
      * after its disposal, go forward to the mileage log.  The
      * driver is then checked against the driver master; a failed
      * driver check is reported but the trip still goes forward, as
      * the miles were run and the odometer chain must stay whole.
       VALIDATE-TRIP-VEHICLES.
           MOVE 'N' TO TRIPS-IN-EOF
           OPEN INPUT TripsFile
           PERFORM READ-INPUT-TRIP UNTIL NO-MORE-INPUT-TRIPS
           CLOSE TripsFile.

       READ-INPUT-TRIP.
           READ TripsFile
               AT END
                   SET NO-MORE-INPUT-TRIPS TO TRUE
               NOT AT END
                   ADD 1 TO TRIPS-READ
                   PERFORM VALIDATE-TRIP-VEHICLE
           END-READ.

       VALIDATE-TRIP-VEHICLE.
           MOVE ZERO TO WS-FLEET-IDX
           PERFORM FIND-FLEET-VEHICLE
               VARYING FLEET-IDX FROM 1 BY 1
               UNTIL FLEET-IDX > FLEET-TABLE-COUNT
           EVALUATE TRUE
               WHEN WS-FLEET-IDX = ZERO
                   MOVE "UNKNOWN VEHICLE" TO EX-REASON
                   PERFORM WRITE-TRIP-REJECT
               WHEN FL-DISPOSED(WS-FLEET-IDX)
                   AND TP-DATE >= FL-DISPOSAL-DATE(WS-FLEET-IDX)
                   MOVE "VEHICLE DISPOSED" TO EX-REASON
                   PERFORM WRITE-TRIP-REJECT
               WHEN OTHER
                   PERFORM VALIDATE-TRIP-DRIVER
                   RELEASE TripSortRec FROM TripRecord
           END-EVALUATE.

       FIND-FLEET-VEHICLE.
           IF FL-VEHICLE(FLEET-IDX) = TP-VEHICLE
               MOVE FLEET-IDX TO WS-FLEET-IDX
           END-IF.

       VALIDATE-TRIP-DRIVER.
           MOVE FL-LICENCE-CLASS(WS-FLEET-IDX) TO WS-VEHICLE-CLASS
           IF WS-VEHICLE-CLASS = SPACES
               MOVE "B" TO WS-VEHICLE-CLASS
           END-IF
           MOVE ZERO TO WS-DM-IDX
           PERFORM FIND-TRIP-DRIVER
               VARYING DM-IDX FROM 1 BY 1
               UNTIL DM-IDX > DM-TABLE-COUNT
           IF WS-DM-IDX = ZERO
               MOVE "UNKNOWN DRIVER" TO EX-REASON
               PERFORM WRITE-DRIVER-VIOLATION
           ELSE
               PERFORM CHECK-DRIVER-ENTITLEMENT
           END-IF.

       FIND-TRIP-DRIVER.
           IF DM-DRIVER(DM-IDX) = TP-DRIVER
               MOVE DM-IDX TO WS-DM-IDX
           END-IF.

      * Licence and medical expiry dates are the last day they are
      * good for.
       CHECK-DRIVER-ENTITLEMENT.
           IF DM-SUSPENDED(WS-DM-IDX)
               AND TP-DATE >= DM-STATUS-DATE(WS-DM-IDX)
               MOVE "DRIVER SUSPENDED" TO EX-REASON
               PERFORM WRITE-DRIVER-VIOLATION
           END-IF
           IF DM-LEFT(WS-DM-IDX)
               AND TP-DATE >= DM-STATUS-DATE(WS-DM-IDX)
               MOVE "DRIVER HAS LEFT" TO EX-REASON
               PERFORM WRITE-DRIVER-VIOLATION
           END-IF
           IF TP-DATE > DM-LICENCE-EXPIRY(WS-DM-IDX)
               MOVE "LICENCE EXPIRED" TO EX-REASON
               PERFORM WRITE-DRIVER-VIOLATION
           END-IF
           IF DM-MEDICAL-EXPIRY(WS-DM-IDX) NOT = ZERO
               AND TP-DATE > DM-MEDICAL-EXPIRY(WS-DM-IDX)
               MOVE "MEDICAL EXPIRED" TO EX-REASON
               PERFORM WRITE-DRIVER-VIOLATION
           END-IF
           MOVE 'N' TO WS-CLASS-FOUND
           PERFORM FIND-LICENCE-CLASS
               VARYING CLASS-IDX FROM 1 BY 1
               UNTIL CLASS-IDX > 6
           IF NOT CLASS-FOUND
               MOVE "CLASS NOT ON LICENCE" TO EX-REASON
               PERFORM WRITE-DRIVER-VIOLATION
           END-IF
           MOVE 'N' TO WS-CLASS-FOUND
           PERFORM FIND-AUTHORISED-CLASS
               VARYING CLASS-IDX FROM 1 BY 1
               UNTIL CLASS-IDX > 6
           IF NOT CLASS-FOUND
               MOVE "CLASS NOT AUTHORISED" TO EX-REASON
               PERFORM WRITE-DRIVER-VIOLATION
           END-IF.

       FIND-LICENCE-CLASS.
           IF DM-LICENCE-CLASS(WS-DM-IDX, CLASS-IDX) = WS-VEHICLE-CLASS
               SET CLASS-FOUND TO TRUE
           END-IF.

       FIND-AUTHORISED-CLASS.
           IF DM-AUTH-CLASS(WS-DM-IDX, CLASS-IDX) = WS-VEHICLE-CLASS
               SET CLASS-FOUND TO TRUE
           END-IF.

       WRITE-DRIVER-VIOLATION.
           ADD 1 TO DRIVER-VIOLATIONS
           MOVE TP-VEHICLE TO EX-VEHICLE
           MOVE TP-DATE TO EX-DATE
           MOVE TP-START-ODO TO EX-START
           MOVE ZERO TO EX-EXPECTED
           MOVE TP-DRIVER TO EX-DRIVER
           WRITE TripExceptionLine FROM ExceptionDetailLine
           MOVE SPACES TO DriverViolationRec
           MOVE TP-DRIVER TO VL-DRIVER
           MOVE TP-DATE TO VL-TRIP-DATE
           MOVE TP-VEHICLE TO VL-VEHICLE
           MOVE WS-VEHICLE-CLASS TO VL-VEHICLE-CLASS
           MOVE EX-REASON TO VL-REASON
           WRITE DriverViolationRec.

       WRITE-TRIP-REJECT.
           ADD 1 TO TRIPS-REJECTED
           MOVE TP-VEHICLE TO EX-VEHICLE
           MOVE TP-DATE TO EX-DATE
           MOVE TP-START-ODO TO EX-START
           MOVE ZERO TO EX-EXPECTED
           MOVE TP-DRIVER TO EX-DRIVER
           WRITE TripExceptionLine FROM ExceptionDetailLine.

       READ-SORTED-TRIP.
           READ SortedTrips
               AT END SET EndOfTrips TO TRUE
           END-READ.

       PROCESS-ONE-TRIP.
           IF ST-VEHICLE NOT = WS-PREV-VEHICLE
               MOVE ST-VEHICLE TO WS-PREV-VEHICLE
               MOVE ST-START-ODO TO WS-PREV-END-ODO
           MOVE ST-DATE TO EX-DATE
           MOVE ST-START-ODO TO EX-START
           MOVE WS-PREV-END-ODO TO EX-EXPECTED
           MOVE ST-DRIVER TO EX-DRIVER
           WRITE TripExceptionLine FROM ExceptionDetailLine.

       ACCEPT-TRIP.
           ADD 1 TO TRIPS-ACCEPTED
           COMPUTE WS-TRIP-MILES = ST-END-ODO - ST-START-ODO
           MOVE ST-END-ODO TO WS-PREV-END-ODO
           MOVE SPACES TO MileageLogRec
           MOVE ST-VEHICLE TO ML-VEHICLE
           MOVE ST-DRIVER TO ML-DRIVER
           MOVE ST-DATE TO ML-DATE
           MOVE TRIPS-READ TO STL-READ
           MOVE TRIPS-ACCEPTED TO STL-ACCEPTED
           MOVE TRIPS-FLAGGED TO STL-FLAGGED
           MOVE TRIPS-REJECTED TO STL-REJECTED
           WRITE TripSummaryLine FROM SummaryTrailerLine
               AFTER ADVANCING 2 LINES
           MOVE DRIVER-VIOLATIONS TO STL-VIOLATIONS
           WRITE TripSummaryLine FROM SummaryTrailerLine2
               AFTER ADVANCING 1 LINE
           CLOSE TripSummary.

       WRITE-VEHICLE-SUMMARY.
