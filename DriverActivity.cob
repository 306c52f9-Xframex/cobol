       IDENTIFICATION DIVISION.
       PROGRAM-ID. DriverActivity.
       AUTHOR. ismail.
      * Monthly driver activity report.
      * For the month asked for, totals each driver's trips and miles
      * from MileageLog.Dat and counts the driver checks their trips
      * failed from DriverViolations.Dat (both written by
      * displaycounter), then lists every violation by driver and
      * date.  Drivers are named from DriverMaster.Dat; a driver ID
      * not on the master is shown as such so it can be corrected or
      * added.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DriverMaster ASSIGN TO "DriverMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MileageLog ASSIGN TO "MileageLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DriverViolations
               ASSIGN TO "DriverViolations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ViolationSortWork ASSIGN TO "ViolationSortWork.Dat".
           SELECT SortedViolations ASSIGN TO "SortedViolations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ActivityReport ASSIGN TO "DriverActivity.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DriverMaster.
       COPY DRVMAST.

       FD MileageLog.
       01 MileageLogRec.
           02 ML-VEHICLE    PIC X(6).
           02 FILLER        PIC X.
           02 ML-DRIVER     PIC X(10).
           02 FILLER        PIC X.
           02 ML-DATE       PIC 9(8).
           02 FILLER        PIC X.
           02 ML-MILES      PIC 9(6).

       FD DriverViolations.
       COPY DRVVIOL.

       SD ViolationSortWork.
       01 ViolationSortRec.
           02 VS-DRIVER        PIC X(10).
           02 VS-TRIP-DATE     PIC 9(8).
           02 VS-VEHICLE       PIC X(6).
           02 VS-VEHICLE-CLASS PIC X(3).
           02 VS-REASON        PIC X(20).

       FD SortedViolations.
       01 SortedViolationRec.
           88 END-OF-VIOLATIONS VALUE HIGH-VALUES.
           02 SV-DRIVER        PIC X(10).
           02 SV-TRIP-DATE     PIC 9(8).
           02 SV-VEHICLE       PIC X(6).
           02 SV-VEHICLE-CLASS PIC X(3).
           02 SV-REASON        PIC X(20).

       FD ActivityReport.
       01 ActivityLine         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATEVAL.

       01 WS-REPORT-MONTH      PIC X(6) VALUE SPACES.
       01 WS-RECORD-MONTH      PIC X(6) VALUE SPACES.

       01 DRIVER-EOF           PIC X VALUE 'N'.
           88 END-OF-DRIVERS   VALUE 'Y'.
       01 MILEAGE-EOF          PIC X VALUE 'N'.
           88 END-OF-MILEAGE   VALUE 'Y'.
       01 VIOLATION-EOF        PIC X VALUE 'N'.
           88 END-OF-VIOLATION-FILE VALUE 'Y'.

      * One entry per driver on the master, then one for each
      * unknown driver ID found in the month.
       01 ACT-TABLE-MAX        PIC 9(3) VALUE 300.
       01 ACT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01 ACT-IDX              PIC 9(3) VALUE ZERO.
       01 WS-ACT-IDX           PIC 9(3) VALUE ZERO.
       01 WS-FIND-DRIVER       PIC X(10) VALUE SPACES.
       01 ACTIVITY-TABLE.
           02 ACT-ENTRY OCCURS 300 TIMES.
               03 AC-DRIVER        PIC X(10).
               03 AC-NAME          PIC X(30).
               03 AC-TRIPS         PIC 9(5).
               03 AC-MILES         PIC 9(7).
               03 AC-VIOLATIONS    PIC 9(5).

       01 DRIVERS-LISTED       PIC 9(5) VALUE ZERO.
       01 TOTAL-TRIPS          PIC 9(6) VALUE ZERO.
       01 TOTAL-MILES          PIC 9(8) VALUE ZERO.
       01 TOTAL-VIOLATIONS     PIC 9(6) VALUE ZERO.
       01 PrevDriver           PIC X(10) VALUE SPACES.

       01 ActivityHeading1.
           02 FILLER           PIC X(27)
               VALUE " Driver Activity for Month ".
           02 AH1-MONTH        PIC X(6).
       01 ActivityHeading2     PIC X(80)
           VALUE " Driver     Name                            Trips"
           & "      Miles Violations".
       01 ActivityDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-DRIVER        PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-NAME          PIC X(30).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AD-TRIPS         PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AD-MILES         PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(6) VALUE SPACES.
           02 AD-VIOLATIONS    PIC ZZZZ9.
       01 ActivityTotal.
           02 FILLER           PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(30) VALUE "Total".
           02 FILLER           PIC X VALUE SPACE.
           02 AT-TRIPS         PIC ZZZZZ9.
           02 FILLER           PIC X VALUE SPACE.
           02 AT-MILES         PIC ZZ,ZZZ,ZZ9.
           02 FILLER           PIC X(5) VALUE SPACES.
           02 AT-VIOLATIONS    PIC ZZZZZ9.

       01 ViolationHeading1    PIC X(80)
           VALUE " Driver Check Failures".
       01 ViolationHeading2    PIC X(80)
           VALUE " Driver     Trip Date Vehicle Class Reason".
       01 ViolationDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 VD-DRIVER        PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 VD-TRIP-DATE     PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 VD-VEHICLE       PIC X(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 VD-VEHICLE-CLASS PIC X(3).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 VD-REASON        PIC X(20).
       01 NoViolationsLine     PIC X(80)
           VALUE " No driver check failures this month.".

       PROCEDURE DIVISION.
       ReportDriverActivity.
           DISPLAY "Activity month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-REPORT-MONTH
           MOVE SPACES TO DV-DATE-IN
           STRING WS-REPORT-MONTH "01" DELIMITED BY SIZE
               INTO DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           IF NOT DV-DATE-VALID
              DISPLAY "Invalid activity month."
              STOP RUN
           END-IF
           PERFORM LOAD-DRIVER-MASTER
           PERFORM TALLY-MONTH-MILEAGE
           SORT ViolationSortWork
               ON ASCENDING KEY VS-DRIVER VS-TRIP-DATE VS-VEHICLE
               INPUT PROCEDURE IS SELECT-MONTH-VIOLATIONS
               GIVING SortedViolations
           OPEN OUTPUT ActivityReport
           MOVE WS-REPORT-MONTH TO AH1-MONTH
           WRITE ActivityLine FROM ActivityHeading1
               AFTER ADVANCING PAGE
           WRITE ActivityLine FROM ActivityHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-DRIVER-ACTIVITY
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACT-TABLE-COUNT
           MOVE TOTAL-TRIPS TO AT-TRIPS
           MOVE TOTAL-MILES TO AT-MILES
           MOVE TOTAL-VIOLATIONS TO AT-VIOLATIONS
           WRITE ActivityLine FROM ActivityTotal
               AFTER ADVANCING 2 LINES
           WRITE ActivityLine FROM ViolationHeading1
               AFTER ADVANCING 3 LINES
           WRITE ActivityLine FROM ViolationHeading2
               AFTER ADVANCING 2 LINES
           OPEN INPUT SortedViolations
           PERFORM READ-SORTED-VIOLATION
           IF END-OF-VIOLATIONS
              WRITE ActivityLine FROM NoViolationsLine
                  AFTER ADVANCING 1 LINE
           END-IF
           PERFORM REPORT-DRIVER-VIOLATIONS UNTIL END-OF-VIOLATIONS
           CLOSE SortedViolations
           CLOSE ActivityReport
           DISPLAY "Driver activity report complete. Drivers: "
               DRIVERS-LISTED " Trips: " TOTAL-TRIPS
               " Violations: " TOTAL-VIOLATIONS
           STOP RUN.

       LOAD-DRIVER-MASTER.
           MOVE ZERO TO ACT-TABLE-COUNT
           MOVE 'N' TO DRIVER-EOF
           OPEN INPUT DriverMaster
           PERFORM READ-DRIVER-MASTER UNTIL END-OF-DRIVERS
           CLOSE DriverMaster.

       READ-DRIVER-MASTER.
           READ DriverMaster
              AT END
                 SET END-OF-DRIVERS TO TRUE
              NOT AT END
                 MOVE DRM-DRIVER TO WS-FIND-DRIVER
                 PERFORM ADD-ACTIVITY-ENTRY
                 MOVE DRM-NAME TO AC-NAME(WS-ACT-IDX)
           END-READ.

       TALLY-MONTH-MILEAGE.
           MOVE 'N' TO MILEAGE-EOF
           OPEN INPUT MileageLog
           PERFORM READ-MILEAGE-LOG UNTIL END-OF-MILEAGE
           CLOSE MileageLog.

       READ-MILEAGE-LOG.
           READ MileageLog
              AT END
                 SET END-OF-MILEAGE TO TRUE
              NOT AT END
                 MOVE ML-DATE(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-REPORT-MONTH
                    MOVE ML-DRIVER TO WS-FIND-DRIVER
                    PERFORM LOOKUP-ACTIVITY-DRIVER
                    ADD 1 TO AC-TRIPS(WS-ACT-IDX)
                    ADD ML-MILES TO AC-MILES(WS-ACT-IDX)
                    ADD 1 TO TOTAL-TRIPS
                    ADD ML-MILES TO TOTAL-MILES
                 END-IF
           END-READ.

       SELECT-MONTH-VIOLATIONS.
           MOVE 'N' TO VIOLATION-EOF
           OPEN INPUT DriverViolations
           PERFORM READ-DRIVER-VIOLATION UNTIL END-OF-VIOLATION-FILE
           CLOSE DriverViolations.

       READ-DRIVER-VIOLATION.
           READ DriverViolations
              AT END
                 SET END-OF-VIOLATION-FILE TO TRUE
              NOT AT END
                 MOVE VL-TRIP-DATE(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-REPORT-MONTH
                    MOVE VL-DRIVER TO WS-FIND-DRIVER
                    PERFORM LOOKUP-ACTIVITY-DRIVER
                    ADD 1 TO AC-VIOLATIONS(WS-ACT-IDX)
                    ADD 1 TO TOTAL-VIOLATIONS
                    MOVE VL-DRIVER TO VS-DRIVER
                    MOVE VL-TRIP-DATE TO VS-TRIP-DATE
                    MOVE VL-VEHICLE TO VS-VEHICLE
                    MOVE VL-VEHICLE-CLASS TO VS-VEHICLE-CLASS
                    MOVE VL-REASON TO VS-REASON
                    RELEASE ViolationSortRec
                 END-IF
           END-READ.

      * A driver ID not on the master gets an entry of its own.
       LOOKUP-ACTIVITY-DRIVER.
           MOVE ZERO TO WS-ACT-IDX
           PERFORM FIND-ACTIVITY-DRIVER
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACT-TABLE-COUNT
           IF WS-ACT-IDX = ZERO
              PERFORM ADD-ACTIVITY-ENTRY
              MOVE "*** NOT ON DRIVER MASTER ***"
                  TO AC-NAME(WS-ACT-IDX)
           END-IF.

       FIND-ACTIVITY-DRIVER.
           IF AC-DRIVER(ACT-IDX) = WS-FIND-DRIVER
              MOVE ACT-IDX TO WS-ACT-IDX
           END-IF.

       ADD-ACTIVITY-ENTRY.
           IF ACT-TABLE-COUNT >= ACT-TABLE-MAX
              DISPLAY "*** DRIVERS FOUND EXCEED WORKING TABLE - "
                  "RUN ABANDONED ***"
              STOP RUN
           END-IF
           ADD 1 TO ACT-TABLE-COUNT
           MOVE ACT-TABLE-COUNT TO WS-ACT-IDX
           MOVE WS-FIND-DRIVER TO AC-DRIVER(WS-ACT-IDX)
           MOVE SPACES TO AC-NAME(WS-ACT-IDX)
           MOVE ZERO TO AC-TRIPS(WS-ACT-IDX)
           MOVE ZERO TO AC-MILES(WS-ACT-IDX)
           MOVE ZERO TO AC-VIOLATIONS(WS-ACT-IDX).

      * Drivers with neither trips nor violations in the month are
      * left off.
       WRITE-DRIVER-ACTIVITY.
           IF AC-TRIPS(ACT-IDX) > ZERO
              OR AC-VIOLATIONS(ACT-IDX) > ZERO
              ADD 1 TO DRIVERS-LISTED
              MOVE AC-DRIVER(ACT-IDX) TO AD-DRIVER
              MOVE AC-NAME(ACT-IDX) TO AD-NAME
              MOVE AC-TRIPS(ACT-IDX) TO AD-TRIPS
              MOVE AC-MILES(ACT-IDX) TO AD-MILES
              MOVE AC-VIOLATIONS(ACT-IDX) TO AD-VIOLATIONS
              WRITE ActivityLine FROM ActivityDetail
                  AFTER ADVANCING 1 LINE
           END-IF.

       READ-SORTED-VIOLATION.
           READ SortedViolations
              AT END SET END-OF-VIOLATIONS TO TRUE
           END-READ.

       REPORT-DRIVER-VIOLATIONS.
           MOVE SV-DRIVER TO PrevDriver
           WRITE ActivityLine FROM SPACES
               AFTER ADVANCING 1 LINE
           PERFORM REPORT-ONE-VIOLATION
               UNTIL END-OF-VIOLATIONS OR SV-DRIVER NOT = PrevDriver.

       REPORT-ONE-VIOLATION.
           MOVE SV-DRIVER TO VD-DRIVER
           MOVE SV-TRIP-DATE TO VD-TRIP-DATE
           MOVE SV-VEHICLE TO VD-VEHICLE
           MOVE SV-VEHICLE-CLASS TO VD-VEHICLE-CLASS
           MOVE SV-REASON TO VD-REASON
           WRITE ActivityLine FROM ViolationDetail
               AFTER ADVANCING 1 LINE
           PERFORM READ-SORTED-VIOLATION.

       COPY DATEVALP.
