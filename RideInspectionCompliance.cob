       IDENTIFICATION DIVISION.
       PROGRAM-ID. RideInspectionCompliance.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RidesMaster ASSIGN TO "RidesMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RideInspections
               ASSIGN TO "RideInspections.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RideOperations ASSIGN TO "RideOperations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ComplianceReport
               ASSIGN TO "InspectionCompliance.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RidesMaster.
       01 RidesMasterRec.
           02 RM-RIDE-CODE    PIC X(4).
           02 RM-RIDE-NAME    PIC X(20).
           02 RM-MIN-HEIGHT   PIC 99.
           02 RM-BANDS        PIC X(5).

       FD RideInspections.
       COPY RIDEINSP.

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

       FD ComplianceReport.
       01 ComplianceLine      PIC X(80).

       WORKING-STORAGE SECTION.
       01 RIDE-EOF             PIC X VALUE 'N'.
           88 END-OF-RIDES     VALUE 'Y'.
       01 INSP-EOF             PIC X VALUE 'N'.
           88 END-OF-INSPECTIONS VALUE 'Y'.
       01 OPS-EOF              PIC X VALUE 'N'.
           88 END-OF-OPS       VALUE 'Y'.

       01 WS-FROM-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-TO-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-HOUR-START        PIC 9(4) VALUE ZEROS.

       01 RIDE-TABLE-MAX       PIC 99 VALUE 30.
       01 RIDE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 RIDE-IDX             PIC 99 VALUE ZERO.
       01 WS-RIDE-IDX          PIC 99 VALUE ZERO.

       01 RIDE-TABLE.
           02 RIDE-ENTRY OCCURS 30 TIMES.
               03 RD-RIDE-CODE  PIC X(4).
               03 RD-RIDE-NAME  PIC X(20).

      * One entry per ride and day seen on either the inspection
      * register or the operations file within the audit period.
       01 DAY-TABLE-MAX        PIC 9(4) VALUE 3000.
       01 DAY-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 DAY-IDX              PIC 9(4) VALUE ZERO.
       01 WS-DAY-IDX           PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-RIDE-CODE  PIC X(4) VALUE SPACES.
       01 WS-LOOKUP-DATE       PIC 9(8) VALUE ZEROS.

       01 DAY-TABLE.
           02 DAY-ENTRY OCCURS 3000 TIMES.
               03 DY-RIDE-CODE     PIC X(4).
               03 DY-DATE          PIC 9(8).
               03 DY-PASS-TIME     PIC 9(4).
               03 DY-PASS-INSPECTOR PIC X(6).
               03 DY-PASS-SW       PIC X.
                   88 DY-HAS-PASS  VALUE 'Y'.
               03 DY-FAIL-SW       PIC X.
                   88 DY-HAS-FAIL  VALUE 'Y'.
               03 DY-FIRST-HOUR    PIC 99.
               03 DY-RIDERS        PIC 9(7).

       01 WS-EXCEPTION         PIC X(30) VALUE SPACES.
       01 MISSING-COUNT        PIC 9(5) VALUE ZERO.
       01 FAILED-COUNT         PIC 9(5) VALUE ZERO.
       01 LATE-COUNT           PIC 9(5) VALUE ZERO.
       01 RIDE-DAYS-CHECKED    PIC 9(5) VALUE ZERO.

       01 CompHeading1.
           02 FILLER           PIC X(37)
               VALUE " Ride Inspection Compliance Report  ".
           02 CH-FROM-DATE     PIC 9(8).
           02 FILLER           PIC X(4) VALUE " to ".
           02 CH-TO-DATE       PIC 9(8).
       01 CompHeading2         PIC X(80)
           VALUE " Ride Name                 Date     Signed Inspector"
           & "  Riders Exception".

       01 CompDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-RIDE-CODE     PIC X(4).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-RIDE-NAME     PIC X(20).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-DATE          PIC 9(8).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-SIGNED        PIC X(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-INSPECTOR     PIC X(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-RIDERS        PIC ZZZZZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-EXCEPTION     PIC X(22).

       01 CompTotalLine.
           02 FILLER           PIC X(19) VALUE " Ride-days checked:".
           02 CT-CHECKED       PIC ZZZZ9.
           02 FILLER           PIC X(10) VALUE "  Missing:".
           02 CT-MISSING       PIC ZZZZ9.
           02 FILLER           PIC X(9) VALUE "  Failed:".
           02 CT-FAILED        PIC ZZZZ9.
           02 FILLER           PIC X(7) VALUE "  Late:".
           02 CT-LATE          PIC ZZZZ9.

       PROCEDURE DIVISION.
       ReportInspectionCompliance.
           DISPLAY "Audit period from (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "Audit period to (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           PERFORM LOAD-RIDES-TABLE
           PERFORM LOAD-INSPECTIONS
           PERFORM LOAD-RIDE-OPERATIONS
           OPEN OUTPUT ComplianceReport
           MOVE WS-FROM-DATE TO CH-FROM-DATE
           MOVE WS-TO-DATE TO CH-TO-DATE
           WRITE ComplianceLine FROM CompHeading1
               AFTER ADVANCING PAGE
           WRITE ComplianceLine FROM CompHeading2
               AFTER ADVANCING 2 LINES
           PERFORM CHECK-RIDE-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAY-TABLE-COUNT
           MOVE RIDE-DAYS-CHECKED TO CT-CHECKED
           MOVE MISSING-COUNT TO CT-MISSING
           MOVE FAILED-COUNT TO CT-FAILED
           MOVE LATE-COUNT TO CT-LATE
           WRITE ComplianceLine FROM CompTotalLine
               AFTER ADVANCING 2 LINES
           CLOSE ComplianceReport
           DISPLAY "Inspection compliance complete. Missing: "
               MISSING-COUNT " Failed: " FAILED-COUNT
               " Late: " LATE-COUNT
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
                 END-IF
           END-READ.

       LOAD-INSPECTIONS.
           MOVE 'N' TO INSP-EOF
           OPEN INPUT RideInspections
           PERFORM READ-INSPECTION UNTIL END-OF-INSPECTIONS
           CLOSE RideInspections.

      * Keep the earliest passing sign-off for the ride and day; any
      * failed checklist that day is remembered separately.
       READ-INSPECTION.
           READ RideInspections
              AT END
                 SET END-OF-INSPECTIONS TO TRUE
              NOT AT END
                 IF RI-DATE >= WS-FROM-DATE
                    AND RI-DATE <= WS-TO-DATE
                    MOVE RI-RIDE-CODE TO WS-LOOKUP-RIDE-CODE
                    MOVE RI-DATE TO WS-LOOKUP-DATE
                    PERFORM LOOKUP-OR-ADD-DAY
                    IF WS-DAY-IDX NOT = ZERO
                       PERFORM APPLY-INSPECTION
                    END-IF
                 END-IF
           END-READ.

       APPLY-INSPECTION.
           EVALUATE TRUE
              WHEN RI-PASSED
                 IF NOT DY-HAS-PASS(WS-DAY-IDX)
                    OR RI-TIME-SIGNED < DY-PASS-TIME(WS-DAY-IDX)
                    MOVE 'Y' TO DY-PASS-SW(WS-DAY-IDX)
                    MOVE RI-TIME-SIGNED TO DY-PASS-TIME(WS-DAY-IDX)
                    MOVE RI-INSPECTOR-ID
                        TO DY-PASS-INSPECTOR(WS-DAY-IDX)
                 END-IF
              WHEN OTHER
                 MOVE 'Y' TO DY-FAIL-SW(WS-DAY-IDX)
           END-EVALUATE.

       LOAD-RIDE-OPERATIONS.
           MOVE 'N' TO OPS-EOF
           OPEN INPUT RideOperations
           PERFORM READ-RIDE-OPERATION UNTIL END-OF-OPS
           CLOSE RideOperations.

       READ-RIDE-OPERATION.
           READ RideOperations
              AT END
                 SET END-OF-OPS TO TRUE
              NOT AT END
                 IF RO-DATE >= WS-FROM-DATE
                    AND RO-DATE <= WS-TO-DATE
                    AND RO-RIDERS > ZERO
                    AND RO-HOUR < 24
                    MOVE RO-RIDE-CODE TO WS-LOOKUP-RIDE-CODE
                    MOVE RO-DATE TO WS-LOOKUP-DATE
                    PERFORM LOOKUP-OR-ADD-DAY
                    IF WS-DAY-IDX NOT = ZERO
                       ADD RO-RIDERS TO DY-RIDERS(WS-DAY-IDX)
                       IF RO-HOUR < DY-FIRST-HOUR(WS-DAY-IDX)
                          MOVE RO-HOUR TO DY-FIRST-HOUR(WS-DAY-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       LOOKUP-OR-ADD-DAY.
           MOVE ZERO TO WS-DAY-IDX
           PERFORM FIND-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAY-TABLE-COUNT
               OR WS-DAY-IDX NOT = ZERO
           IF WS-DAY-IDX = ZERO
              AND DAY-TABLE-COUNT < DAY-TABLE-MAX
              ADD 1 TO DAY-TABLE-COUNT
              MOVE DAY-TABLE-COUNT TO WS-DAY-IDX
              MOVE WS-LOOKUP-RIDE-CODE TO DY-RIDE-CODE(WS-DAY-IDX)
              MOVE WS-LOOKUP-DATE TO DY-DATE(WS-DAY-IDX)
              MOVE ZERO TO DY-PASS-TIME(WS-DAY-IDX)
              MOVE SPACES TO DY-PASS-INSPECTOR(WS-DAY-IDX)
              MOVE 'N' TO DY-PASS-SW(WS-DAY-IDX)
              MOVE 'N' TO DY-FAIL-SW(WS-DAY-IDX)
              MOVE 99 TO DY-FIRST-HOUR(WS-DAY-IDX)
              MOVE ZERO TO DY-RIDERS(WS-DAY-IDX)
           END-IF.

       FIND-DAY.
           IF DY-RIDE-CODE(DAY-IDX) = WS-LOOKUP-RIDE-CODE
              AND DY-DATE(DAY-IDX) = WS-LOOKUP-DATE
              MOVE DAY-IDX TO WS-DAY-IDX
           END-IF.

      *-----------------------------------------------------------------
      * A ride-day is an exception when the ride carried riders with
      * no inspection on file, when the only checklists that day
      * failed, or when the passing sign-off came after the start of
      * the first hour riders were reported (late).  A failed
      * checklist later re-passed is still listed for the insurer.
      *-----------------------------------------------------------------
       CHECK-RIDE-DAY.
           ADD 1 TO RIDE-DAYS-CHECKED
           MOVE SPACES TO WS-EXCEPTION
           COMPUTE WS-HOUR-START = DY-FIRST-HOUR(DAY-IDX) * 100
           EVALUATE TRUE
              WHEN NOT DY-HAS-PASS(DAY-IDX)
                   AND DY-HAS-FAIL(DAY-IDX)
                 MOVE "FAILED" TO WS-EXCEPTION
                 ADD 1 TO FAILED-COUNT
              WHEN NOT DY-HAS-PASS(DAY-IDX)
                 MOVE "MISSING" TO WS-EXCEPTION
                 ADD 1 TO MISSING-COUNT
              WHEN DY-RIDERS(DAY-IDX) > ZERO
                   AND DY-PASS-TIME(DAY-IDX) > WS-HOUR-START
                 MOVE "LATE" TO WS-EXCEPTION
                 ADD 1 TO LATE-COUNT
              WHEN DY-HAS-FAIL(DAY-IDX)
                 MOVE "FAILED, RE-INSPECTED" TO WS-EXCEPTION
                 ADD 1 TO FAILED-COUNT
           END-EVALUATE
           IF WS-EXCEPTION NOT = SPACES
              PERFORM WRITE-COMPLIANCE-DETAIL
           END-IF.

       WRITE-COMPLIANCE-DETAIL.
           MOVE DY-RIDE-CODE(DAY-IDX) TO CD-RIDE-CODE
           MOVE DY-RIDE-CODE(DAY-IDX) TO WS-LOOKUP-RIDE-CODE
           PERFORM LOOKUP-RIDE
           IF WS-RIDE-IDX = ZERO
              MOVE "NOT ON RIDES MASTER" TO CD-RIDE-NAME
           ELSE
              MOVE RD-RIDE-NAME(WS-RIDE-IDX) TO CD-RIDE-NAME
           END-IF
           MOVE DY-DATE(DAY-IDX) TO CD-DATE
           IF DY-HAS-PASS(DAY-IDX)
              MOVE SPACES TO CD-SIGNED
              STRING DY-PASS-TIME(DAY-IDX)(1:2) ":"
                     DY-PASS-TIME(DAY-IDX)(3:2)
                  DELIMITED BY SIZE INTO CD-SIGNED
           ELSE
              MOVE "--:--" TO CD-SIGNED
           END-IF
           MOVE DY-PASS-INSPECTOR(DAY-IDX) TO CD-INSPECTOR
           MOVE DY-RIDERS(DAY-IDX) TO CD-RIDERS
           MOVE WS-EXCEPTION TO CD-EXCEPTION
           WRITE ComplianceLine FROM CompDetailLine
               AFTER ADVANCING 1 LINE.

       LOOKUP-RIDE.
           MOVE ZERO TO WS-RIDE-IDX
           PERFORM FIND-RIDE
               VARYING RIDE-IDX FROM 1 BY 1
               UNTIL RIDE-IDX > RIDE-TABLE-COUNT.

       FIND-RIDE.
           IF RD-RIDE-CODE(RIDE-IDX) = WS-LOOKUP-RIDE-CODE
              MOVE RIDE-IDX TO WS-RIDE-IDX
           END-IF.
