               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RideInspections
               ASSIGN TO "RideInspections.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RideOpsRejects ASSIGN TO "RideOpsRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UtilizationReport ASSIGN TO "RideUtilization.Dat"
       FD AdmissionsLog.
       COPY ADMLOG.

       FD RideInspections.
       COPY RIDEINSP.

       FD RideOpsRejects.
       01 RideOpsRejectLine   PIC X(60).

           88 END-OF-RIDES     VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 INSP-EOF             PIC X VALUE 'N'.
           88 END-OF-INSPECTIONS VALUE 'Y'.

       01 WS-REPORT-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-LOG-HOUR          PIC 99 VALUE ZEROS.
       01 WS-RIDE-FOUND        PIC X VALUE 'N'.
           88 RIDE-CODE-FOUND  VALUE 'Y'.
       01 WS-RIDE-IDX          PIC 99 VALUE ZERO.
       01 WS-LOOKUP-RIDE-CODE  PIC X(4) VALUE SPACES.

       01 RIDE-TABLE.
           02 RIDE-ENTRY OCCURS 30 TIMES.
               03 RD-RIDE-NAME  PIC X(20).
               03 RD-RIDERS     PIC 9(7).
               03 RD-DOWNTIME   PIC 9(5).
               03 RD-PASS-TIME  PIC 9(4).
               03 RD-PASS-SW    PIC X.
                   88 RD-HAS-PASS VALUE 'Y'.
               03 RD-FAIL-SW    PIC X.
                   88 RD-HAS-FAIL VALUE 'Y'.

       01 HOURLY-OCCUPANCY.
           02 HOUR-SLOT OCCURS 24 TIMES.
       01 OPS-READ-COUNT       PIC 9(5) VALUE ZERO.
       01 OPS-REJECT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RIDERS-PER-100    PIC 9(5)V99 VALUE ZEROS.
       01 WS-HOUR-START        PIC 9(4) VALUE ZEROS.
       01 INSPECTION-FLAG-COUNT PIC 9(5) VALUE ZERO.

       01 UtilHeading1.
           02 FILLER           PIC X(30)
           02 UH-DATE          PIC 9(8).
       01 UtilHeading2         PIC X(80)
           VALUE " Ride  Hour   Riders  Downtime  In-Park"
           & "  Riders/100 guests  Inspection".

       01 UtilDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 UD-IN-PARK       PIC -ZZZZ9.
           02 FILLER           PIC X(8) VALUE SPACES.
           02 UD-PER-100       PIC ZZZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 UD-INSP-FLAG     PIC X(17).

       01 RideTotalHeading     PIC X(80)
           VALUE " Ride totals".
               WITH NO ADVANCING
           ACCEPT WS-REPORT-DATE
           PERFORM LOAD-RIDES-TABLE
           PERFORM LOAD-INSPECTIONS
           PERFORM BUILD-HOURLY-OCCUPANCY
           OPEN OUTPUT UtilizationReport
           OPEN OUTPUT RideOpsRejects
           CLOSE RideOpsRejects
           DISPLAY "Ride utilization complete. Read: " OPS-READ-COUNT
               " Rejected: " OPS-REJECT-COUNT
           DISPLAY "Hours flagged for inspection: "
               INSPECTION-FLAG-COUNT
           STOP RUN.

       LOAD-RIDES-TABLE.
                        TO RD-RIDE-NAME(RIDE-TABLE-COUNT)
                    MOVE ZERO TO RD-RIDERS(RIDE-TABLE-COUNT)
                    MOVE ZERO TO RD-DOWNTIME(RIDE-TABLE-COUNT)
                    MOVE ZERO TO RD-PASS-TIME(RIDE-TABLE-COUNT)
                    MOVE 'N' TO RD-PASS-SW(RIDE-TABLE-COUNT)
                    MOVE 'N' TO RD-FAIL-SW(RIDE-TABLE-COUNT)
                 END-IF
           END-READ.

      * Earliest passing sign-off per ride for the report date, and
      * whether any checklist that day failed.
       LOAD-INSPECTIONS.
           MOVE 'N' TO INSP-EOF
           OPEN INPUT RideInspections
           PERFORM READ-INSPECTION UNTIL END-OF-INSPECTIONS
           CLOSE RideInspections.

       READ-INSPECTION.
           READ RideInspections
              AT END
                 SET END-OF-INSPECTIONS TO TRUE
              NOT AT END
                 IF RI-DATE = WS-REPORT-DATE
                    MOVE RI-RIDE-CODE TO WS-LOOKUP-RIDE-CODE
                    PERFORM LOOKUP-RIDE
                    IF RIDE-CODE-FOUND
                       PERFORM APPLY-INSPECTION
                    END-IF
                 END-IF
           END-READ.

       APPLY-INSPECTION.
           EVALUATE TRUE
              WHEN RI-PASSED
                 IF NOT RD-HAS-PASS(WS-RIDE-IDX)
                    OR RI-TIME-SIGNED < RD-PASS-TIME(WS-RIDE-IDX)
                    MOVE 'Y' TO RD-PASS-SW(WS-RIDE-IDX)
                    MOVE RI-TIME-SIGNED TO RD-PASS-TIME(WS-RIDE-IDX)
                 END-IF
              WHEN OTHER
                 MOVE 'Y' TO RD-FAIL-SW(WS-RIDE-IDX)
           END-EVALUATE.

       BUILD-HOURLY-OCCUPANCY.
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           END-READ.

       APPLY-RIDE-OPERATION.
           MOVE RO-RIDE-CODE TO WS-LOOKUP-RIDE-CODE
           PERFORM LOOKUP-RIDE
           EVALUATE TRUE
              WHEN NOT RIDE-CODE-FOUND
               UNTIL RIDE-IDX > RIDE-TABLE-COUNT.

       FIND-RIDE.
           IF RD-RIDE-CODE(RIDE-IDX) = WS-LOOKUP-RIDE-CODE
              SET RIDE-CODE-FOUND TO TRUE
              MOVE RIDE-IDX TO WS-RIDE-IDX
           END-IF.
                  RO-RIDERS * 100 / HO-IN-PARK(HOUR-IDX)
           END-IF
           MOVE WS-RIDERS-PER-100 TO UD-PER-100
           PERFORM SET-INSPECTION-FLAG
           WRITE UtilizationLine FROM UtilDetailLine
               AFTER ADVANCING 1 LINE.

      * Riders in an hour that started before the passing sign-off,
      * or on a day whose only checklists failed, are flagged.
       SET-INSPECTION-FLAG.
           MOVE SPACES TO UD-INSP-FLAG
           COMPUTE WS-HOUR-START = RO-HOUR * 100
           IF RO-RIDERS > ZERO
              EVALUATE TRUE
                 WHEN NOT RD-HAS-PASS(WS-RIDE-IDX)
                      AND RD-HAS-FAIL(WS-RIDE-IDX)
                    MOVE "INSPECTION FAILED" TO UD-INSP-FLAG
                 WHEN NOT RD-HAS-PASS(WS-RIDE-IDX)
                    MOVE "NOT INSPECTED" TO UD-INSP-FLAG
                 WHEN WS-HOUR-START < RD-PASS-TIME(WS-RIDE-IDX)
                    MOVE "BEFORE INSPECTION" TO UD-INSP-FLAG
              END-EVALUATE
           END-IF
           IF UD-INSP-FLAG NOT = SPACES
              ADD 1 TO INSPECTION-FLAG-COUNT
           END-IF.

       WRITE-RIDE-OPS-REJECT.
           ADD 1 TO OPS-REJECT-COUNT
           MOVE RO-RIDE-CODE TO RJ-RIDE-CODE
