       IDENTIFICATION DIVISION.
       PROGRAM-ID. RideReservations.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RidesMaster ASSIGN TO "RidesMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RideSlotCapacity ASSIGN TO "RideSlotCapacity.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReservationRequests
               ASSIGN TO "ReservationRequests.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RideReservationFile
               ASSIGN TO "RideReservations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReservationConfirm
               ASSIGN TO "ReservationConfirm.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReservationRejects
               ASSIGN TO "ReservationRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReservationScans
               ASSIGN TO "ReservationScans.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RideOperations ASSIGN TO "RideOperations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReservationRecon ASSIGN TO "ReservationRecon.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RidesMaster.
       01 RidesMasterRec.
           02 RM-RIDE-CODE    PIC X(4).
           02 RM-RIDE-NAME    PIC X(20).
           02 RM-MIN-HEIGHT   PIC 99.
           02 RM-BANDS        PIC X(5).

      * One record per ride and hour that offers fast-lane slots;
      * an hour with no record has no bookable capacity.
       FD RideSlotCapacity.
       01 RideSlotCapacityRec.
           02 RSC-RIDE-CODE   PIC X(4).
           02 FILLER          PIC X.
           02 RSC-HOUR        PIC 99.
           02 FILLER          PIC X.
           02 RSC-CAPACITY    PIC 9(4).

       FD AdmissionsLog.
       COPY ADMLOG.

       FD ReservationRequests.
       01 ReservationRequestRec.
           02 RQ-DATE         PIC 9(8).
           02 FILLER          PIC X.
           02 RQ-TRANS-ID     PIC 9(6).
           02 FILLER          PIC X.
           02 RQ-RIDE-CODE    PIC X(4).
           02 FILLER          PIC X.
           02 RQ-HOUR         PIC 99.

      * RR-STATUS is B when booked; RR-CONFIRM-NO is the number
      * printed on the guest's slot confirmation.
       FD RideReservationFile.
       01 RideReservationRec.
           02 RR-DATE         PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 RR-RIDE-CODE    PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 RR-HOUR         PIC 99.
           02 FILLER          PIC X VALUE SPACE.
           02 RR-TRANS-ID     PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 RR-CONFIRM-NO   PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 RR-STATUS       PIC X.

       FD ReservationConfirm.
       01 ReservationConfirmLine PIC X(80).

       FD ReservationRejects.
       01 ReservationRejectLine  PIC X(70).

      * Written by the ride-entrance scanner as each fast-lane
      * guest boards.
       FD ReservationScans.
       01 ReservationScanRec.
           02 SC-DATE         PIC 9(8).
           02 FILLER          PIC X.
           02 SC-RIDE-CODE    PIC X(4).
           02 FILLER          PIC X.
           02 SC-TRANS-ID     PIC 9(6).

       FD RideOperations.
       01 RideOperationsRec.
           02 RO-RIDE-CODE    PIC X(4).
           02 FILLER          PIC X.
           02 RO-DATE         PIC 9(8).
           02 FILLER          PIC X.
           02 RO-HOUR         PIC 99.
           02 FILLER          PIC X.
           02 RO-RIDERS       PIC 9(5).
           02 FILLER          PIC X.
           02 RO-DOWNTIME     PIC 9(3).

       FD ReservationRecon.
       01 ReservationReconLine   PIC X(90).

       WORKING-STORAGE SECTION.
       01 RUN-MODE             PIC X VALUE 'B'.
           88 BOOKING-MODE     VALUE 'B' 'b'.
           88 RECONCILE-MODE   VALUE 'R' 'r'.

       01 WS-RUN-DATE          PIC 9(8) VALUE ZEROS.

       01 RIDE-EOF             PIC X VALUE 'N'.
           88 END-OF-RIDES     VALUE 'Y'.
       01 SLOT-EOF             PIC X VALUE 'N'.
           88 END-OF-SLOTS     VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 REQUEST-EOF          PIC X VALUE 'N'.
           88 END-OF-REQUESTS  VALUE 'Y'.
       01 RESERVATION-EOF      PIC X VALUE 'N'.
           88 END-OF-RESERVATIONS VALUE 'Y'.
       01 SCAN-EOF             PIC X VALUE 'N'.
           88 END-OF-SCANS     VALUE 'Y'.
       01 OPS-EOF              PIC X VALUE 'N'.
           88 END-OF-OPS       VALUE 'Y'.

       01 RIDE-TABLE-MAX       PIC 99 VALUE 30.
       01 RIDE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 RIDE-IDX             PIC 99 VALUE ZERO.
       01 WS-RIDE-IDX          PIC 99 VALUE ZERO.

       01 RIDE-TABLE.
           02 RIDE-ENTRY OCCURS 30 TIMES.
               03 RD-RIDE-CODE    PIC X(4).
               03 RD-RIDE-NAME    PIC X(20).
               03 RD-MIN-HEIGHT   PIC 99.
               03 RD-BANDS        PIC X(5).

       01 SLOT-TABLE-MAX       PIC 9(3) VALUE 300.
       01 SLOT-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 SLOT-IDX             PIC 9(3) VALUE ZERO.
       01 WS-SLOT-IDX          PIC 9(3) VALUE ZERO.

       01 SLOT-TABLE.
           02 SLOT-ENTRY OCCURS 300 TIMES.
               03 ST-RIDE-CODE    PIC X(4).
               03 ST-HOUR         PIC 99.
               03 ST-CAPACITY     PIC 9(4).
               03 ST-BOOKED       PIC 9(4).
               03 ST-REDEEMED     PIC 9(4).
               03 ST-RIDERS       PIC 9(5).

       01 ADMIT-TABLE-MAX      PIC 9(4) VALUE 5000.
       01 ADMIT-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 ADMIT-IDX            PIC 9(4) VALUE ZERO.
       01 WS-ADMIT-IDX         PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-TRANS-ID   PIC 9(6) VALUE ZEROS.

       01 ADMIT-TABLE.
           02 ADMIT-ENTRY OCCURS 5000 TIMES.
               03 AD-TRANS-ID     PIC 9(6).
               03 AD-HEIGHT       PIC 99.
               03 AD-BAND         PIC X(6).
               03 AD-REFUNDED     PIC X.
                   88 AD-IS-REFUNDED VALUE 'Y'.

       01 RES-TABLE-MAX        PIC 9(4) VALUE 3000.
       01 RES-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 RES-IDX              PIC 9(4) VALUE ZERO.
       01 WS-RES-FOUND         PIC X VALUE 'N'.
           88 RESERVATION-FOUND VALUE 'Y'.

       01 RES-TABLE.
           02 RES-ENTRY OCCURS 3000 TIMES.
               03 RT-RIDE-CODE    PIC X(4).
               03 RT-HOUR         PIC 99.
               03 RT-TRANS-ID     PIC 9(6).
               03 RT-SCANNED      PIC X.
                   88 RT-IS-SCANNED VALUE 'Y'.

       01 WS-LAST-CONFIRM-NO   PIC 9(6) VALUE ZEROS.
       01 WS-BAND-INITIAL      PIC X VALUE SPACE.
       01 WS-BAND-MATCH-COUNT  PIC 9 VALUE ZERO.
       01 WS-NO-SHOWS          PIC 9(4) VALUE ZERO.
       01 WS-STANDBY           PIC S9(5) VALUE ZERO.
       01 WS-FAST-LANE-PCT     PIC 9(3)V9 VALUE ZERO.

       01 REQUESTS-READ        PIC 9(5) VALUE ZERO.
       01 REQUESTS-BOOKED      PIC 9(5) VALUE ZERO.
       01 REQUESTS-REJECTED    PIC 9(5) VALUE ZERO.
       01 TOTAL-CAPACITY       PIC 9(6) VALUE ZERO.
       01 TOTAL-BOOKED         PIC 9(6) VALUE ZERO.
       01 TOTAL-REDEEMED       PIC 9(6) VALUE ZERO.
       01 TOTAL-NO-SHOWS       PIC 9(6) VALUE ZERO.
       01 TOTAL-RIDERS         PIC 9(7) VALUE ZERO.

       01 ConfirmLine1.
           02 FILLER           PIC X(28)
               VALUE " FAST LANE CONFIRMATION No. ".
           02 CF-CONFIRM-NO    PIC 9(6).
           02 FILLER           PIC X(7) VALUE "  Tkt ".
           02 CF-TRANS-ID      PIC 9(6).
       01 ConfirmLine2.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 CF-RIDE-CODE     PIC X(4).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CF-RIDE-NAME     PIC X(20).
           02 FILLER           PIC X(7) VALUE "  Date ".
           02 CF-DATE          PIC 9(8).
           02 FILLER           PIC X(7) VALUE "  Slot ".
           02 CF-HOUR-FROM     PIC 99.
           02 FILLER           PIC X(4) VALUE ":00-".
           02 CF-HOUR-TO       PIC 99.
           02 FILLER           PIC X(3) VALUE ":00".

       01 ReservationRejectDetail.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RJ-TRANS-ID      PIC 9(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RJ-RIDE-CODE     PIC X(4).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RJ-HOUR          PIC 99.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RJ-REASON        PIC X(35).

       01 ReconHeading1.
           02 FILLER           PIC X(38)
               VALUE " Fast Lane Reservation Reconciliation ".
           02 RH-DATE          PIC 9(8).
       01 ReconHeading2        PIC X(90)
           VALUE " Ride  Hour  Capacity Booked Redeemed No-shows"
           & "  Riders  Standby  FastLane%".
       01 ReconDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RC-RIDE-CODE     PIC X(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RC-HOUR          PIC 99.
           02 FILLER           PIC X(3) VALUE ":00".
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RC-CAPACITY      PIC ZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 RC-BOOKED        PIC ZZZ9.
           02 FILLER           PIC X(5) VALUE SPACES.
           02 RC-REDEEMED      PIC ZZZ9.
           02 FILLER           PIC X(5) VALUE SPACES.
           02 RC-NO-SHOWS      PIC ZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RC-RIDERS        PIC ZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 RC-STANDBY       PIC -ZZZ9.
           02 FILLER           PIC X(5) VALUE SPACES.
           02 RC-FAST-PCT      PIC ZZ9.9.
       01 ReconTotalLine.
           02 FILLER           PIC X(14) VALUE " TOTAL".
           02 RCT-CAPACITY     PIC ZZZZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RCT-BOOKED       PIC ZZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 RCT-REDEEMED     PIC ZZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 RCT-NO-SHOWS     PIC ZZZZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RCT-RIDERS       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       ManageRideReservations.
           DISPLAY "Run (B)ooking or end-of-day (R)econcile: "
               WITH NO ADVANCING
           ACCEPT RUN-MODE
           DISPLAY "Reservation date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-RUN-DATE
           PERFORM LOAD-RIDES-TABLE
           PERFORM LOAD-SLOT-TABLE
           PERFORM LOAD-RESERVATION-TABLE
           IF RECONCILE-MODE
              PERFORM RECONCILE-RESERVATIONS
           ELSE
              PERFORM PROCESS-BOOKINGS
           END-IF
           STOP RUN.

       LOAD-RIDES-TABLE.
           MOVE ZERO TO RIDE-TABLE-COUNT
           MOVE 'N' TO RIDE-EOF
           OPEN INPUT RidesMaster
           PERFORM READ-RIDES-MASTER UNTIL END-OF-RIDES
           CLOSE RidesMaster.

       READ-RIDES-MASTER.
           READ RidesMaster
              AT END
                 SET END-OF-RIDES TO TRUE
              NOT AT END
                 IF RIDE-TABLE-COUNT < RIDE-TABLE-MAX
                    ADD 1 TO RIDE-TABLE-COUNT
                    MOVE RM-RIDE-CODE
                        TO RD-RIDE-CODE(RIDE-TABLE-COUNT)
                    MOVE RM-RIDE-NAME
                        TO RD-RIDE-NAME(RIDE-TABLE-COUNT)
                    MOVE RM-MIN-HEIGHT
                        TO RD-MIN-HEIGHT(RIDE-TABLE-COUNT)
                    MOVE RM-BANDS TO RD-BANDS(RIDE-TABLE-COUNT)
                 END-IF
           END-READ.

       LOAD-SLOT-TABLE.
           MOVE ZERO TO SLOT-TABLE-COUNT
           MOVE 'N' TO SLOT-EOF
           OPEN INPUT RideSlotCapacity
           PERFORM READ-SLOT-CAPACITY UNTIL END-OF-SLOTS
           CLOSE RideSlotCapacity.

       READ-SLOT-CAPACITY.
           READ RideSlotCapacity
              AT END
                 SET END-OF-SLOTS TO TRUE
              NOT AT END
                 IF SLOT-TABLE-COUNT < SLOT-TABLE-MAX
                    ADD 1 TO SLOT-TABLE-COUNT
                    MOVE RSC-RIDE-CODE
                        TO ST-RIDE-CODE(SLOT-TABLE-COUNT)
                    MOVE RSC-HOUR TO ST-HOUR(SLOT-TABLE-COUNT)
                    MOVE RSC-CAPACITY
                        TO ST-CAPACITY(SLOT-TABLE-COUNT)
                    MOVE ZERO TO ST-BOOKED(SLOT-TABLE-COUNT)
                    MOVE ZERO TO ST-REDEEMED(SLOT-TABLE-COUNT)
                    MOVE ZERO TO ST-RIDERS(SLOT-TABLE-COUNT)
                 END-IF
           END-READ.

       LOAD-RESERVATION-TABLE.
           MOVE ZERO TO RES-TABLE-COUNT
           MOVE ZERO TO WS-LAST-CONFIRM-NO
           MOVE 'N' TO RESERVATION-EOF
           OPEN INPUT RideReservationFile
           PERFORM READ-RESERVATION UNTIL END-OF-RESERVATIONS
           CLOSE RideReservationFile.

       READ-RESERVATION.
           READ RideReservationFile
              AT END
                 SET END-OF-RESERVATIONS TO TRUE
              NOT AT END
                 IF RR-CONFIRM-NO > WS-LAST-CONFIRM-NO
                    MOVE RR-CONFIRM-NO TO WS-LAST-CONFIRM-NO
                 END-IF
                 IF RR-DATE = WS-RUN-DATE
                    PERFORM ADD-RESERVATION-ENTRY
                 END-IF
           END-READ.

       ADD-RESERVATION-ENTRY.
           IF RES-TABLE-COUNT < RES-TABLE-MAX
              ADD 1 TO RES-TABLE-COUNT
              MOVE RR-RIDE-CODE TO RT-RIDE-CODE(RES-TABLE-COUNT)
              MOVE RR-HOUR TO RT-HOUR(RES-TABLE-COUNT)
              MOVE RR-TRANS-ID TO RT-TRANS-ID(RES-TABLE-COUNT)
              MOVE 'N' TO RT-SCANNED(RES-TABLE-COUNT)
              MOVE RR-RIDE-CODE TO RQ-RIDE-CODE
              MOVE RR-HOUR TO RQ-HOUR
              PERFORM LOOKUP-SLOT
              IF WS-SLOT-IDX NOT = ZERO
                 ADD 1 TO ST-BOOKED(WS-SLOT-IDX)
              END-IF
           END-IF.

       LOOKUP-SLOT.
           MOVE ZERO TO WS-SLOT-IDX
           PERFORM FIND-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > SLOT-TABLE-COUNT.

       FIND-SLOT.
           IF ST-RIDE-CODE(SLOT-IDX) = RQ-RIDE-CODE
              AND ST-HOUR(SLOT-IDX) = RQ-HOUR
              MOVE SLOT-IDX TO WS-SLOT-IDX
           END-IF.

       LOOKUP-RIDE.
           MOVE ZERO TO WS-RIDE-IDX
           PERFORM FIND-RIDE
               VARYING RIDE-IDX FROM 1 BY 1
               UNTIL RIDE-IDX > RIDE-TABLE-COUNT.

       FIND-RIDE.
           IF RD-RIDE-CODE(RIDE-IDX) = RQ-RIDE-CODE
              MOVE RIDE-IDX TO WS-RIDE-IDX
           END-IF.

      *-----------------------------------------------------------------
      * Booking: each request names a paid admission on the run date.
      * The visitor's height and band come from that admission so the
      * same RM-MIN-HEIGHT/RM-BANDS rules as the gate ride pass apply.
      *-----------------------------------------------------------------
       PROCESS-BOOKINGS.
           PERFORM LOAD-ADMISSIONS-FOR-DATE
           OPEN INPUT ReservationRequests
           OPEN EXTEND RideReservationFile
           OPEN OUTPUT ReservationConfirm
           OPEN OUTPUT ReservationRejects
           MOVE 'N' TO REQUEST-EOF
           PERFORM READ-RESERVATION-REQUEST UNTIL END-OF-REQUESTS
           CLOSE ReservationRequests
           CLOSE RideReservationFile
           CLOSE ReservationConfirm
           CLOSE ReservationRejects
           DISPLAY "Reservation booking complete."
           DISPLAY "Requests read:     " REQUESTS-READ
           DISPLAY "Requests booked:   " REQUESTS-BOOKED
           DISPLAY "Requests rejected: " REQUESTS-REJECTED.

       LOAD-ADMISSIONS-FOR-DATE.
           MOVE ZERO TO ADMIT-TABLE-COUNT
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-ADMISSION-ENTRY UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       READ-ADMISSION-ENTRY.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-DATE = WS-RUN-DATE
                    EVALUATE AL-ENTRY-TYPE
                       WHEN 'A'
                       WHEN 'C'
                          PERFORM ADD-ADMIT-ENTRY
                       WHEN 'R'
                          MOVE AL-REF-TRANS-ID TO WS-LOOKUP-TRANS-ID
                          PERFORM LOOKUP-ADMISSION
                          IF WS-ADMIT-IDX NOT = ZERO
                             MOVE 'Y' TO AD-REFUNDED(WS-ADMIT-IDX)
                          END-IF
                    END-EVALUATE
                 END-IF
           END-READ.

       ADD-ADMIT-ENTRY.
           IF ADMIT-TABLE-COUNT < ADMIT-TABLE-MAX
              ADD 1 TO ADMIT-TABLE-COUNT
              MOVE AL-TRANS-ID TO AD-TRANS-ID(ADMIT-TABLE-COUNT)
              MOVE AL-HEIGHT TO AD-HEIGHT(ADMIT-TABLE-COUNT)
              MOVE AL-BAND TO AD-BAND(ADMIT-TABLE-COUNT)
              MOVE 'N' TO AD-REFUNDED(ADMIT-TABLE-COUNT)
           END-IF.

       LOOKUP-ADMISSION.
           MOVE ZERO TO WS-ADMIT-IDX
           PERFORM FIND-ADMISSION
               VARYING ADMIT-IDX FROM 1 BY 1
               UNTIL ADMIT-IDX > ADMIT-TABLE-COUNT
               OR WS-ADMIT-IDX NOT = ZERO.

       FIND-ADMISSION.
           IF AD-TRANS-ID(ADMIT-IDX) = WS-LOOKUP-TRANS-ID
              MOVE ADMIT-IDX TO WS-ADMIT-IDX
           END-IF.

       READ-RESERVATION-REQUEST.
           READ ReservationRequests
              AT END
                 SET END-OF-REQUESTS TO TRUE
              NOT AT END
                 ADD 1 TO REQUESTS-READ
                 PERFORM APPLY-RESERVATION-REQUEST
           END-READ.

       APPLY-RESERVATION-REQUEST.
           MOVE RQ-TRANS-ID TO WS-LOOKUP-TRANS-ID
           PERFORM LOOKUP-ADMISSION
           PERFORM LOOKUP-RIDE
           PERFORM LOOKUP-SLOT
           PERFORM CHECK-ALREADY-RESERVED
           EVALUATE TRUE
              WHEN RQ-DATE NOT = WS-RUN-DATE
                 MOVE "NOT FOR THIS BOOKING DATE" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN WS-ADMIT-IDX = ZERO
                 MOVE "NO ADMISSION FOR TICKET ON DATE" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN AD-IS-REFUNDED(WS-ADMIT-IDX)
                 MOVE "ADMISSION WAS REFUNDED" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN WS-RIDE-IDX = ZERO
                 MOVE "RIDE CODE NOT ON MASTER" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN WS-SLOT-IDX = ZERO
                 MOVE "NO FAST LANE SLOT FOR RIDE/HOUR" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN RESERVATION-FOUND
                 MOVE "TICKET ALREADY HOLDS THIS RIDE" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN ST-BOOKED(WS-SLOT-IDX) >= ST-CAPACITY(WS-SLOT-IDX)
                 MOVE "SLOT FULLY BOOKED" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN OTHER
                 PERFORM CHECK-RIDE-ELIGIBILITY
           END-EVALUATE.

       CHECK-ALREADY-RESERVED.
           MOVE 'N' TO WS-RES-FOUND
           PERFORM FIND-EXISTING-RESERVATION
               VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > RES-TABLE-COUNT.

       FIND-EXISTING-RESERVATION.
           IF RT-TRANS-ID(RES-IDX) = RQ-TRANS-ID
              AND RT-RIDE-CODE(RES-IDX) = RQ-RIDE-CODE
              SET RESERVATION-FOUND TO TRUE
           END-IF.

       CHECK-RIDE-ELIGIBILITY.
           MOVE AD-BAND(WS-ADMIT-IDX)(1:1) TO WS-BAND-INITIAL
           MOVE ZERO TO WS-BAND-MATCH-COUNT
           INSPECT RD-BANDS(WS-RIDE-IDX)
               TALLYING WS-BAND-MATCH-COUNT
               FOR ALL WS-BAND-INITIAL
           EVALUATE TRUE
              WHEN AD-HEIGHT(WS-ADMIT-IDX) < RD-MIN-HEIGHT(WS-RIDE-IDX)
                 MOVE "BELOW RIDE MINIMUM HEIGHT" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN WS-BAND-MATCH-COUNT = ZERO
                 MOVE "AGE BAND NOT ALLOWED ON RIDE" TO RJ-REASON
                 PERFORM WRITE-RESERVATION-REJECT
              WHEN OTHER
                 PERFORM BOOK-RESERVATION
           END-EVALUATE.

       BOOK-RESERVATION.
           ADD 1 TO REQUESTS-BOOKED
           ADD 1 TO WS-LAST-CONFIRM-NO
           ADD 1 TO ST-BOOKED(WS-SLOT-IDX)
           MOVE RQ-RIDE-CODE TO RR-RIDE-CODE
           MOVE RQ-HOUR TO RR-HOUR
           MOVE RQ-TRANS-ID TO RR-TRANS-ID
           PERFORM ADD-RESERVATION-ENTRY-FOR-BOOKING
           MOVE WS-RUN-DATE TO RR-DATE
           MOVE WS-LAST-CONFIRM-NO TO RR-CONFIRM-NO
           MOVE 'B' TO RR-STATUS
           WRITE RideReservationRec
           PERFORM PRINT-SLOT-CONFIRMATION.

       ADD-RESERVATION-ENTRY-FOR-BOOKING.
           IF RES-TABLE-COUNT < RES-TABLE-MAX
              ADD 1 TO RES-TABLE-COUNT
              MOVE RQ-RIDE-CODE TO RT-RIDE-CODE(RES-TABLE-COUNT)
              MOVE RQ-HOUR TO RT-HOUR(RES-TABLE-COUNT)
              MOVE RQ-TRANS-ID TO RT-TRANS-ID(RES-TABLE-COUNT)
              MOVE 'N' TO RT-SCANNED(RES-TABLE-COUNT)
           END-IF.

       PRINT-SLOT-CONFIRMATION.
           MOVE WS-LAST-CONFIRM-NO TO CF-CONFIRM-NO
           MOVE RQ-TRANS-ID TO CF-TRANS-ID
           MOVE RQ-RIDE-CODE TO CF-RIDE-CODE
           MOVE RD-RIDE-NAME(WS-RIDE-IDX) TO CF-RIDE-NAME
           MOVE WS-RUN-DATE TO CF-DATE
           MOVE RQ-HOUR TO CF-HOUR-FROM
           COMPUTE CF-HOUR-TO = RQ-HOUR + 1
           WRITE ReservationConfirmLine FROM ConfirmLine1
               AFTER ADVANCING 2 LINES
           WRITE ReservationConfirmLine FROM ConfirmLine2
               AFTER ADVANCING 1 LINE.

       WRITE-RESERVATION-REJECT.
           ADD 1 TO REQUESTS-REJECTED
           MOVE RQ-TRANS-ID TO RJ-TRANS-ID
           MOVE RQ-RIDE-CODE TO RJ-RIDE-CODE
           MOVE RQ-HOUR TO RJ-HOUR
           WRITE ReservationRejectLine FROM ReservationRejectDetail.

      *-----------------------------------------------------------------
      * End of day: a reservation is redeemed when the ride entrance
      * scanned the ticket.  Standby riders are RO-RIDERS for the hour
      * less the redeemed fast-lane riders.
      *-----------------------------------------------------------------
       RECONCILE-RESERVATIONS.
           MOVE 'N' TO SCAN-EOF
           OPEN INPUT ReservationScans
           PERFORM READ-RESERVATION-SCAN UNTIL END-OF-SCANS
           CLOSE ReservationScans
           PERFORM TALLY-REDEEMED-RESERVATION
               VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > RES-TABLE-COUNT
           MOVE 'N' TO OPS-EOF
           OPEN INPUT RideOperations
           PERFORM READ-RIDE-OPERATION UNTIL END-OF-OPS
           CLOSE RideOperations
           OPEN OUTPUT ReservationRecon
           MOVE WS-RUN-DATE TO RH-DATE
           WRITE ReservationReconLine FROM ReconHeading1
               AFTER ADVANCING PAGE
           WRITE ReservationReconLine FROM ReconHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-SLOT-RECON
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > SLOT-TABLE-COUNT
           MOVE TOTAL-CAPACITY TO RCT-CAPACITY
           MOVE TOTAL-BOOKED TO RCT-BOOKED
           MOVE TOTAL-REDEEMED TO RCT-REDEEMED
           MOVE TOTAL-NO-SHOWS TO RCT-NO-SHOWS
           MOVE TOTAL-RIDERS TO RCT-RIDERS
           WRITE ReservationReconLine FROM ReconTotalLine
               AFTER ADVANCING 2 LINES
           CLOSE ReservationRecon
           DISPLAY "Reservation reconciliation complete. Booked: "
               TOTAL-BOOKED " No-shows: " TOTAL-NO-SHOWS.

       READ-RESERVATION-SCAN.
           READ ReservationScans
              AT END
                 SET END-OF-SCANS TO TRUE
              NOT AT END
                 IF SC-DATE = WS-RUN-DATE
                    PERFORM MARK-RESERVATION-SCANNED
                        VARYING RES-IDX FROM 1 BY 1
                        UNTIL RES-IDX > RES-TABLE-COUNT
                 END-IF
           END-READ.

       MARK-RESERVATION-SCANNED.
           IF RT-TRANS-ID(RES-IDX) = SC-TRANS-ID
              AND RT-RIDE-CODE(RES-IDX) = SC-RIDE-CODE
              MOVE 'Y' TO RT-SCANNED(RES-IDX)
           END-IF.

       TALLY-REDEEMED-RESERVATION.
           IF RT-IS-SCANNED(RES-IDX)
              MOVE RT-RIDE-CODE(RES-IDX) TO RQ-RIDE-CODE
              MOVE RT-HOUR(RES-IDX) TO RQ-HOUR
              PERFORM LOOKUP-SLOT
              IF WS-SLOT-IDX NOT = ZERO
                 ADD 1 TO ST-REDEEMED(WS-SLOT-IDX)
              END-IF
           END-IF.

       READ-RIDE-OPERATION.
           READ RideOperations
              AT END
                 SET END-OF-OPS TO TRUE
              NOT AT END
                 IF RO-DATE = WS-RUN-DATE
                    MOVE RO-RIDE-CODE TO RQ-RIDE-CODE
                    MOVE RO-HOUR TO RQ-HOUR
                    PERFORM LOOKUP-SLOT
                    IF WS-SLOT-IDX NOT = ZERO
                       ADD RO-RIDERS TO ST-RIDERS(WS-SLOT-IDX)
                    END-IF
                 END-IF
           END-READ.

       WRITE-SLOT-RECON.
           COMPUTE WS-NO-SHOWS =
               ST-BOOKED(SLOT-IDX) - ST-REDEEMED(SLOT-IDX)
           COMPUTE WS-STANDBY =
               ST-RIDERS(SLOT-IDX) - ST-REDEEMED(SLOT-IDX)
           MOVE ZERO TO WS-FAST-LANE-PCT
           IF ST-RIDERS(SLOT-IDX) > ZERO
              COMPUTE WS-FAST-LANE-PCT ROUNDED =
                  ST-REDEEMED(SLOT-IDX) * 100 / ST-RIDERS(SLOT-IDX)
           END-IF
           ADD ST-CAPACITY(SLOT-IDX) TO TOTAL-CAPACITY
           ADD ST-BOOKED(SLOT-IDX) TO TOTAL-BOOKED
           ADD ST-REDEEMED(SLOT-IDX) TO TOTAL-REDEEMED
           ADD WS-NO-SHOWS TO TOTAL-NO-SHOWS
           ADD ST-RIDERS(SLOT-IDX) TO TOTAL-RIDERS
           MOVE ST-RIDE-CODE(SLOT-IDX) TO RC-RIDE-CODE
           MOVE ST-HOUR(SLOT-IDX) TO RC-HOUR
           MOVE ST-CAPACITY(SLOT-IDX) TO RC-CAPACITY
           MOVE ST-BOOKED(SLOT-IDX) TO RC-BOOKED
           MOVE ST-REDEEMED(SLOT-IDX) TO RC-REDEEMED
           MOVE WS-NO-SHOWS TO RC-NO-SHOWS
           MOVE ST-RIDERS(SLOT-IDX) TO RC-RIDERS
           MOVE WS-STANDBY TO RC-STANDBY
           MOVE WS-FAST-LANE-PCT TO RC-FAST-PCT
           WRITE ReservationReconLine FROM ReconDetailLine
               AFTER ADVANCING 1 LINE.
