       IDENTIFICATION DIVISION.
       PROGRAM-ID. PricingProposal.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BandTotalsFile ASSIGN TO "BandTotals.Dat".
           SELECT OPTIONAL OperatingCalendar
               ASSIGN TO "OperatingCalendar.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GroupBookings ASSIGN TO "GroupBookings.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PricingThresholds ASSIGN TO "PricingThresholds.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PricingCalendar
               ASSIGN TO "PricingCalendar.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ProposedCalendar ASSIGN TO "ProposedCalendar.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ProposalReport ASSIGN TO "PricingProposal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BandTotalsFile.
       COPY BANDTOT.

       FD OperatingCalendar.
       COPY OPSCAL.

       FD GroupBookings.
       01 GroupBookingRec.
           02 GB-REF           PIC X(8).
           02 GB-ORGANIZATION  PIC X(20).
           02 GB-VISIT-DATE    PIC 9(8).
           02 GB-INFANT        PIC 9(3).
           02 GB-CHILD         PIC 9(3).
           02 GB-TEEN          PIC 9(3).
           02 GB-ADULT         PIC 9(3).
           02 GB-SENIOR        PIC 9(3).

      * One row per tier: a date is proposed at the tier with the
      * highest PT-MIN-ATTEND its projected attendance reaches.  The
      * SPEC row, when present, prices every event day.
       FD PricingThresholds.
       01 PricingThresholdRec.
           02 PT-TIER          PIC X(4).
           02 FILLER           PIC X.
           02 PT-MIN-ATTEND    PIC 9(5).
           02 FILLER           PIC X.
           02 PT-FACTOR        PIC 9V99.

       FD PricingCalendar.
       01 PricingCalendarRec.
           02 PCAL-FROM-DATE  PIC 9(8).
           02 FILLER          PIC X.
           02 PCAL-TO-DATE    PIC 9(8).
           02 FILLER          PIC X.
           02 PCAL-TIER       PIC X(4).
           02 FILLER          PIC X.
           02 PCAL-FACTOR     PIC 9V99.

       FD ProposedCalendar.
       01 ProposedCalendarRec.
           02 PP-FROM-DATE    PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 PP-TO-DATE      PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 PP-TIER         PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 PP-FACTOR       PIC 9V99.

       FD ProposalReport.
       01 ProposalLine         PIC X(75).

       WORKING-STORAGE SECTION.
       01 RUN-MODE             PIC X VALUE SPACE.
           88 PROPOSE-MODE     VALUE 'P' 'p'.
           88 APPROVE-MODE     VALUE 'A' 'a'.

       01 HISTORY-EOF          PIC X VALUE 'N'.
           88 END-OF-HISTORY   VALUE 'Y'.
       01 OPSCAL-EOF           PIC X VALUE 'N'.
           88 END-OF-OPS-CALENDAR VALUE 'Y'.
       01 BOOKINGS-EOF         PIC X VALUE 'N'.
           88 END-OF-BOOKINGS  VALUE 'Y'.
       01 THRESHOLD-EOF        PIC X VALUE 'N'.
           88 END-OF-THRESHOLDS VALUE 'Y'.
       01 CALENDAR-EOF         PIC X VALUE 'N'.
           88 END-OF-CALENDAR  VALUE 'Y'.
       01 PROPOSED-EOF         PIC X VALUE 'N'.
           88 END-OF-PROPOSED  VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-FROM       PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-TO         PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-DAYS       PIC 9(3) VALUE ZERO.
       01 WS-DAY-BEFORE        PIC 9(8) VALUE ZEROS.
       01 WS-DAY-AFTER         PIC 9(8) VALUE ZEROS.
       01 WS-PARTY-SIZE        PIC 9(4) VALUE ZEROS.

      * The gate holds at most this many calendar rows.
       01 GATE-CALENDAR-MAX    PIC 99 VALUE 60.

       01 OPSCAL-TABLE-MAX     PIC 9(3) VALUE 100.
       01 OPSCAL-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 OPSCAL-IDX           PIC 9(3) VALUE ZERO.
       01 WS-DAY-CLOSED        PIC X VALUE 'N'.
           88 HISTORY-DAY-CLOSED VALUE 'Y'.
       01 WS-LOOKUP-DATE       PIC 9(8) VALUE ZEROS.
       01 OPSCAL-TABLE.
           02 OPSCAL-ENTRY OCCURS 100 TIMES.
               03 OPC-DATE    PIC 9(8).
               03 OPC-STATUS  PIC X.

       01 THRESHOLD-TABLE-MAX  PIC 99 VALUE 10.
       01 THRESHOLD-TABLE-COUNT PIC 99 VALUE ZERO.
       01 THRESHOLD-IDX        PIC 99 VALUE ZERO.
       01 WS-BEST-ATTEND       PIC 9(5) VALUE ZEROS.
       01 WS-SPEC-FOUND        PIC X VALUE 'N'.
           88 SPEC-TIER-FOUND  VALUE 'Y'.
       01 WS-SPEC-FACTOR       PIC 9V99 VALUE ZEROS.
       01 THRESHOLD-TABLE.
           02 THRESHOLD-ENTRY OCCURS 10 TIMES.
               03 TH-TIER        PIC X(4).
               03 TH-MIN-ATTEND  PIC 9(5).
               03 TH-FACTOR      PIC 9V99.

       01 DAY-TABLE-MAX        PIC 9(3) VALUE 366.
       01 DAY-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01 DAY-IDX              PIC 9(3) VALUE ZERO.
       01 WS-DAY-IDX           PIC 9(3) VALUE ZERO.
       01 DAY-TABLE.
           02 DAY-ENTRY OCCURS 366 TIMES.
               03 PD-DATE        PIC 9(8).
               03 PD-DOW         PIC 9.
               03 PD-STATUS      PIC X.
                   88 PD-CLOSED  VALUE 'C'.
                   88 PD-EVENT   VALUE 'V'.
               03 PD-FORECAST    PIC 9(5).
               03 PD-GROUPS      PIC 9(5).
               03 PD-PROJECTED   PIC 9(6).
               03 PD-CUR-TIER    PIC X(4).
               03 PD-CUR-FACTOR  PIC 9V99.
               03 PD-NEW-TIER    PIC X(4).
               03 PD-NEW-FACTOR  PIC 9V99.

       01 CALENDAR-TABLE-MAX   PIC 9(3) VALUE 200.
       01 CALENDAR-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 CALENDAR-IDX         PIC 9(3) VALUE ZERO.
       01 CALENDAR-TABLE.
           02 CALENDAR-ENTRY OCCURS 200 TIMES.
               03 CAL-FROM-DATE  PIC 9(8).
               03 CAL-TO-DATE    PIC 9(8).
               03 CAL-TIER       PIC X(4).
               03 CAL-FACTOR     PIC 9V99.

       01 WS-RANGE-OPEN        PIC X VALUE 'N'.
           88 RANGE-IS-OPEN    VALUE 'Y'.
       01 WS-RANGE-FROM        PIC 9(8) VALUE ZEROS.
       01 WS-RANGE-TO          PIC 9(8) VALUE ZEROS.
       01 WS-RANGE-TIER        PIC X(4) VALUE SPACES.
       01 WS-RANGE-FACTOR      PIC 9V99 VALUE ZEROS.

       01 ROWS-PROPOSED        PIC 9(3) VALUE ZERO.
       01 ROWS-KEPT            PIC 9(3) VALUE ZERO.
       01 ROWS-WRITTEN         PIC 9(3) VALUE ZERO.
       01 DAYS-CHANGED         PIC 9(3) VALUE ZERO.
       01 DAYS-EVENT           PIC 9(3) VALUE ZERO.
       01 DAYS-CLOSED          PIC 9(3) VALUE ZERO.

       01 WS-WORK-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           02 WS-WORK-YEAR     PIC 9(4).
           02 WS-WORK-MONTH    PIC 99.
           02 WS-WORK-DAY      PIC 99.
       01 WS-ZELLER-YEAR       PIC 9(4) VALUE ZEROS.
       01 WS-ZELLER-MONTH      PIC 99 VALUE ZEROS.
       01 WS-ZELLER-CENTURY    PIC 99 VALUE ZEROS.
       01 WS-ZELLER-YY         PIC 99 VALUE ZEROS.
       01 WS-ZELLER-H          PIC 9(6) VALUE ZEROS.
       01 WS-ZELLER-T0         PIC 9(4) VALUE ZEROS.
       01 WS-ZELLER-T1         PIC 9(4) VALUE ZEROS.
       01 WS-ZELLER-T2         PIC 9(4) VALUE ZEROS.
       01 WS-ZELLER-T3         PIC 9(4) VALUE ZEROS.
       01 WS-DOW-IDX           PIC 9 VALUE ZERO.
       01 WS-ZELLER-QUOT       PIC 9(6) VALUE ZEROS.
       01 WS-DOW-REM           PIC 9 VALUE ZERO.
       01 WS-MONTH-DAYS        PIC 99 VALUE ZERO.
       01 WS-LEAP-REM          PIC 9(4) VALUE ZERO.

       01 DOW-TOTALS.
           02 DOW-ENTRY OCCURS 7 TIMES.
               03 DW-DAYS-SEEN     PIC 9(4) VALUE ZERO.
               03 DW-GRAND-SUM     PIC 9(7) VALUE ZERO.

       01 DOW-NAME-TABLE.
           02 FILLER PIC X(9) VALUE "MONDAY   ".
           02 FILLER PIC X(9) VALUE "TUESDAY  ".
           02 FILLER PIC X(9) VALUE "WEDNESDAY".
           02 FILLER PIC X(9) VALUE "THURSDAY ".
           02 FILLER PIC X(9) VALUE "FRIDAY   ".
           02 FILLER PIC X(9) VALUE "SATURDAY ".
           02 FILLER PIC X(9) VALUE "SUNDAY   ".
       01 DOW-NAMES REDEFINES DOW-NAME-TABLE.
           02 DOW-NAME OCCURS 7 TIMES PIC X(9).

       01 ProposalHeading1.
           02 FILLER           PIC X(34)
               VALUE " Pricing Calendar Proposal - from ".
           02 PH-FROM-DATE     PIC 9(8).
           02 FILLER           PIC X(4) VALUE " to ".
           02 PH-TO-DATE       PIC 9(8).
       01 ProposalHeading2     PIC X(75)
           VALUE " Date      Day        Fcast Groups   Proj   Current"
           & "     Proposed   Flag".

       01 ProposalDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PR-DATE          PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 PR-DOW-NAME      PIC X(9).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PR-FORECAST      PIC ZZZZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PR-GROUPS        PIC ZZZZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PR-PROJECTED     PIC ZZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 PR-CUR-TIER      PIC X(4).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PR-CUR-FACTOR    PIC 9.99.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 PR-NEW-TIER      PIC X(4).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PR-NEW-FACTOR    PIC 9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 PR-FLAG          PIC X(8).

       01 ProposalTrailer.
           02 FILLER           PIC X(16) VALUE " Days changed: ".
           02 PT-CHANGED       PIC ZZ9.
           02 FILLER           PIC X(10) VALUE "  Events: ".
           02 PT-EVENTS        PIC ZZ9.
           02 FILLER           PIC X(10) VALUE "  Closed: ".
           02 PT-CLOSED        PIC ZZ9.
           02 FILLER           PIC X(17) VALUE "  Proposed rows: ".
           02 PT-ROWS          PIC ZZ9.

       PROCEDURE DIVISION.
       ProposePricingCalendar.
           DISPLAY "(P)ropose calendar or (A)pprove proposal: "
               WITH NO ADVANCING
           ACCEPT RUN-MODE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "First date of proposal window (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-WINDOW-FROM
           DISPLAY "Number of days in window (1-366): "
               WITH NO ADVANCING
           ACCEPT WS-WINDOW-DAYS
           EVALUATE TRUE
              WHEN WS-WINDOW-FROM <= WS-TODAY-DATE
                 DISPLAY "Proposal window must start after today."
              WHEN WS-WINDOW-DAYS = ZERO
                 OR WS-WINDOW-DAYS > DAY-TABLE-MAX
                 DISPLAY "Window must be 1 to 366 days."
              WHEN PROPOSE-MODE
                 PERFORM BUILD-DAY-TABLE
                 PERFORM LOAD-CURRENT-CALENDAR
                 PERFORM LOAD-PRICING-THRESHOLDS
                 PERFORM LOAD-OPERATING-CALENDAR
                 PERFORM ACCUMULATE-HISTORY
                 PERFORM ADD-GROUP-BOOKINGS
                 PERFORM PROPOSE-DAY-TIER
                     VARYING DAY-IDX FROM 1 BY 1
                     UNTIL DAY-IDX > DAY-TABLE-COUNT
                 PERFORM WRITE-PROPOSED-CALENDAR
                 PERFORM WRITE-PROPOSAL-REPORT
                 DISPLAY "Proposed rows written: " ROWS-PROPOSED
                 DISPLAY "Days changed:          " DAYS-CHANGED
              WHEN APPROVE-MODE
                 PERFORM BUILD-DAY-TABLE
                 PERFORM APPROVE-PROPOSAL
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
           END-EVALUATE
           STOP RUN.

       BUILD-DAY-TABLE.
           MOVE ZERO TO DAY-TABLE-COUNT
           MOVE WS-WINDOW-FROM TO WS-WORK-DATE
           PERFORM ADD-WINDOW-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > WS-WINDOW-DAYS
           MOVE PD-DATE(DAY-TABLE-COUNT) TO WS-WINDOW-TO.

       ADD-WINDOW-DAY.
           IF DAY-IDX > 1
              PERFORM ADD-ONE-DAY
           END-IF
           PERFORM COMPUTE-DAY-OF-WEEK
           ADD 1 TO DAY-TABLE-COUNT
           MOVE WS-WORK-DATE TO PD-DATE(DAY-TABLE-COUNT)
           MOVE WS-DOW-IDX TO PD-DOW(DAY-TABLE-COUNT)
           MOVE SPACE TO PD-STATUS(DAY-TABLE-COUNT)
           MOVE ZERO TO PD-FORECAST(DAY-TABLE-COUNT)
           MOVE ZERO TO PD-GROUPS(DAY-TABLE-COUNT)
           MOVE ZERO TO PD-PROJECTED(DAY-TABLE-COUNT)
           MOVE "BASE" TO PD-CUR-TIER(DAY-TABLE-COUNT)
           MOVE 1.00 TO PD-CUR-FACTOR(DAY-TABLE-COUNT)
           MOVE "BASE" TO PD-NEW-TIER(DAY-TABLE-COUNT)
           MOVE 1.00 TO PD-NEW-FACTOR(DAY-TABLE-COUNT).

       LOOKUP-DAY.
           MOVE ZERO TO WS-DAY-IDX
           IF WS-LOOKUP-DATE >= WS-WINDOW-FROM
              AND WS-LOOKUP-DATE <= WS-WINDOW-TO
              PERFORM FIND-DAY
                  VARYING DAY-IDX FROM 1 BY 1
                  UNTIL DAY-IDX > DAY-TABLE-COUNT
                  OR WS-DAY-IDX NOT = ZERO
           END-IF.

       FIND-DAY.
           IF PD-DATE(DAY-IDX) = WS-LOOKUP-DATE
              MOVE DAY-IDX TO WS-DAY-IDX
           END-IF.

       LOAD-CURRENT-CALENDAR.
           MOVE ZERO TO CALENDAR-TABLE-COUNT
           MOVE 'N' TO CALENDAR-EOF
           OPEN INPUT PricingCalendar
           PERFORM READ-PRICING-CALENDAR UNTIL END-OF-CALENDAR
           CLOSE PricingCalendar
           PERFORM APPLY-CURRENT-CALENDAR
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAY-TABLE-COUNT.

       READ-PRICING-CALENDAR.
           READ PricingCalendar
              AT END
                 SET END-OF-CALENDAR TO TRUE
              NOT AT END
                 IF CALENDAR-TABLE-COUNT >= CALENDAR-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO CALENDAR-TABLE-COUNT
                 MOVE PCAL-FROM-DATE
                     TO CAL-FROM-DATE(CALENDAR-TABLE-COUNT)
                 MOVE PCAL-TO-DATE
                     TO CAL-TO-DATE(CALENDAR-TABLE-COUNT)
                 MOVE PCAL-TIER TO CAL-TIER(CALENDAR-TABLE-COUNT)
                 MOVE PCAL-FACTOR TO CAL-FACTOR(CALENDAR-TABLE-COUNT)
           END-READ.

      * Last matching row wins, as it does at the gate.
       APPLY-CURRENT-CALENDAR.
           PERFORM FIND-CURRENT-TIER
               VARYING CALENDAR-IDX FROM 1 BY 1
               UNTIL CALENDAR-IDX > CALENDAR-TABLE-COUNT.

       FIND-CURRENT-TIER.
           IF PD-DATE(DAY-IDX) >= CAL-FROM-DATE(CALENDAR-IDX)
              AND PD-DATE(DAY-IDX) <= CAL-TO-DATE(CALENDAR-IDX)
              MOVE CAL-TIER(CALENDAR-IDX) TO PD-CUR-TIER(DAY-IDX)
              MOVE CAL-FACTOR(CALENDAR-IDX) TO PD-CUR-FACTOR(DAY-IDX)
           END-IF.

       LOAD-PRICING-THRESHOLDS.
           MOVE ZERO TO THRESHOLD-TABLE-COUNT
           MOVE 'N' TO THRESHOLD-EOF
           OPEN INPUT PricingThresholds
           PERFORM READ-PRICING-THRESHOLD UNTIL END-OF-THRESHOLDS
           CLOSE PricingThresholds.

       READ-PRICING-THRESHOLD.
           READ PricingThresholds
              AT END
                 SET END-OF-THRESHOLDS TO TRUE
              NOT AT END
                 IF PT-TIER = "SPEC"
                    SET SPEC-TIER-FOUND TO TRUE
                    MOVE PT-FACTOR TO WS-SPEC-FACTOR
                 ELSE
                    IF THRESHOLD-TABLE-COUNT >= THRESHOLD-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO THRESHOLD-TABLE-COUNT
                    MOVE PT-TIER TO TH-TIER(THRESHOLD-TABLE-COUNT)
                    MOVE PT-MIN-ATTEND
                        TO TH-MIN-ATTEND(THRESHOLD-TABLE-COUNT)
                    MOVE PT-FACTOR TO TH-FACTOR(THRESHOLD-TABLE-COUNT)
                 END-IF
           END-READ.

       LOAD-OPERATING-CALENDAR.
           MOVE ZERO TO OPSCAL-TABLE-COUNT
           MOVE 'N' TO OPSCAL-EOF
           OPEN INPUT OperatingCalendar
           PERFORM READ-OPERATING-CALENDAR UNTIL END-OF-OPS-CALENDAR
           CLOSE OperatingCalendar.

       READ-OPERATING-CALENDAR.
           READ OperatingCalendar
              AT END
                 SET END-OF-OPS-CALENDAR TO TRUE
              NOT AT END
                 IF OPSCAL-TABLE-COUNT < OPSCAL-TABLE-MAX
                    ADD 1 TO OPSCAL-TABLE-COUNT
                    MOVE OC-DATE TO OPC-DATE(OPSCAL-TABLE-COUNT)
                    MOVE OC-STATUS TO OPC-STATUS(OPSCAL-TABLE-COUNT)
                 END-IF
                 MOVE OC-DATE TO WS-LOOKUP-DATE
                 PERFORM LOOKUP-DAY
                 IF WS-DAY-IDX NOT = ZERO
                    MOVE OC-STATUS TO PD-STATUS(WS-DAY-IDX)
                 END-IF
           END-READ.

       ACCUMULATE-HISTORY.
           MOVE 'N' TO HISTORY-EOF
           OPEN INPUT BandTotalsFile
           PERFORM TALLY-HISTORY-DAY UNTIL END-OF-HISTORY
           CLOSE BandTotalsFile.

       TALLY-HISTORY-DAY.
           READ BandTotalsFile
              AT END
                 SET END-OF-HISTORY TO TRUE
              NOT AT END
                 PERFORM CHECK-DAY-CLOSED
                 IF NOT HISTORY-DAY-CLOSED
                    MOVE BTF-DATE TO WS-WORK-DATE
                    PERFORM COMPUTE-DAY-OF-WEEK
                    ADD 1 TO DW-DAYS-SEEN(WS-DOW-IDX)
                    ADD BTF-GRAND-COUNT TO DW-GRAND-SUM(WS-DOW-IDX)
                 END-IF
           END-READ.

       CHECK-DAY-CLOSED.
           MOVE 'N' TO WS-DAY-CLOSED
           PERFORM CHECK-ONE-CALENDAR-DAY
               VARYING OPSCAL-IDX FROM 1 BY 1
               UNTIL OPSCAL-IDX > OPSCAL-TABLE-COUNT.

       CHECK-ONE-CALENDAR-DAY.
           IF OPC-DATE(OPSCAL-IDX) = BTF-DATE
              AND OPC-STATUS(OPSCAL-IDX) = 'C'
              SET HISTORY-DAY-CLOSED TO TRUE
           END-IF.

       ADD-GROUP-BOOKINGS.
           MOVE 'N' TO BOOKINGS-EOF
           OPEN INPUT GroupBookings
           PERFORM READ-GROUP-BOOKING UNTIL END-OF-BOOKINGS
           CLOSE GroupBookings.

       READ-GROUP-BOOKING.
           READ GroupBookings
              AT END
                 SET END-OF-BOOKINGS TO TRUE
              NOT AT END
                 MOVE GB-VISIT-DATE TO WS-LOOKUP-DATE
                 PERFORM LOOKUP-DAY
                 IF WS-DAY-IDX NOT = ZERO
                    COMPUTE WS-PARTY-SIZE = GB-INFANT + GB-CHILD
                        + GB-TEEN + GB-ADULT + GB-SENIOR
                    ADD WS-PARTY-SIZE TO PD-GROUPS(WS-DAY-IDX)
                 END-IF
           END-READ.

      * Projected attendance is the trailing day-of-week average plus
      * the group volume already committed for the date.
       PROPOSE-DAY-TIER.
           MOVE PD-DOW(DAY-IDX) TO WS-DOW-IDX
           IF DW-DAYS-SEEN(WS-DOW-IDX) NOT = ZERO
              COMPUTE PD-FORECAST(DAY-IDX) ROUNDED =
                  DW-GRAND-SUM(WS-DOW-IDX) / DW-DAYS-SEEN(WS-DOW-IDX)
           END-IF
           COMPUTE PD-PROJECTED(DAY-IDX) =
               PD-FORECAST(DAY-IDX) + PD-GROUPS(DAY-IDX)
           EVALUATE TRUE
              WHEN PD-CLOSED(DAY-IDX)
                 MOVE PD-CUR-TIER(DAY-IDX) TO PD-NEW-TIER(DAY-IDX)
                 MOVE PD-CUR-FACTOR(DAY-IDX) TO PD-NEW-FACTOR(DAY-IDX)
              WHEN PD-EVENT(DAY-IDX) AND SPEC-TIER-FOUND
                 MOVE "SPEC" TO PD-NEW-TIER(DAY-IDX)
                 MOVE WS-SPEC-FACTOR TO PD-NEW-FACTOR(DAY-IDX)
              WHEN OTHER
                 MOVE ZERO TO WS-BEST-ATTEND
                 PERFORM MATCH-THRESHOLD
                     VARYING THRESHOLD-IDX FROM 1 BY 1
                     UNTIL THRESHOLD-IDX > THRESHOLD-TABLE-COUNT
           END-EVALUATE.

       MATCH-THRESHOLD.
           IF PD-PROJECTED(DAY-IDX) >= TH-MIN-ATTEND(THRESHOLD-IDX)
              AND TH-MIN-ATTEND(THRESHOLD-IDX) >= WS-BEST-ATTEND
              MOVE TH-MIN-ATTEND(THRESHOLD-IDX) TO WS-BEST-ATTEND
              MOVE TH-TIER(THRESHOLD-IDX) TO PD-NEW-TIER(DAY-IDX)
              MOVE TH-FACTOR(THRESHOLD-IDX) TO PD-NEW-FACTOR(DAY-IDX)
           END-IF.

      * Consecutive days at the same tier and factor are written as
      * one calendar row; BASE days need no row.  A closed day does
      * not break a run since nothing is priced on it.
       WRITE-PROPOSED-CALENDAR.
           MOVE 'N' TO WS-RANGE-OPEN
           OPEN OUTPUT ProposedCalendar
           PERFORM BUILD-PROPOSED-RANGE
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAY-TABLE-COUNT
           PERFORM CLOSE-PROPOSED-RANGE
           CLOSE ProposedCalendar.

       BUILD-PROPOSED-RANGE.
           EVALUATE TRUE
              WHEN PD-CLOSED(DAY-IDX)
                 IF RANGE-IS-OPEN
                    MOVE PD-DATE(DAY-IDX) TO WS-RANGE-TO
                 END-IF
              WHEN PD-NEW-TIER(DAY-IDX) = "BASE"
                 AND PD-NEW-FACTOR(DAY-IDX) = 1.00
                 PERFORM CLOSE-PROPOSED-RANGE
              WHEN RANGE-IS-OPEN
                 AND PD-NEW-TIER(DAY-IDX) = WS-RANGE-TIER
                 AND PD-NEW-FACTOR(DAY-IDX) = WS-RANGE-FACTOR
                 MOVE PD-DATE(DAY-IDX) TO WS-RANGE-TO
              WHEN OTHER
                 PERFORM CLOSE-PROPOSED-RANGE
                 SET RANGE-IS-OPEN TO TRUE
                 MOVE PD-DATE(DAY-IDX) TO WS-RANGE-FROM
                 MOVE PD-DATE(DAY-IDX) TO WS-RANGE-TO
                 MOVE PD-NEW-TIER(DAY-IDX) TO WS-RANGE-TIER
                 MOVE PD-NEW-FACTOR(DAY-IDX) TO WS-RANGE-FACTOR
           END-EVALUATE.

       CLOSE-PROPOSED-RANGE.
           IF RANGE-IS-OPEN
              MOVE WS-RANGE-FROM TO PP-FROM-DATE
              MOVE WS-RANGE-TO TO PP-TO-DATE
              MOVE WS-RANGE-TIER TO PP-TIER
              MOVE WS-RANGE-FACTOR TO PP-FACTOR
              WRITE ProposedCalendarRec
              ADD 1 TO ROWS-PROPOSED
              MOVE 'N' TO WS-RANGE-OPEN
           END-IF.

       WRITE-PROPOSAL-REPORT.
           OPEN OUTPUT ProposalReport
           MOVE WS-WINDOW-FROM TO PH-FROM-DATE
           MOVE WS-WINDOW-TO TO PH-TO-DATE
           WRITE ProposalLine FROM ProposalHeading1
               AFTER ADVANCING PAGE
           WRITE ProposalLine FROM ProposalHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-PROPOSAL-LINE
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAY-TABLE-COUNT
           MOVE DAYS-CHANGED TO PT-CHANGED
           MOVE DAYS-EVENT TO PT-EVENTS
           MOVE DAYS-CLOSED TO PT-CLOSED
           MOVE ROWS-PROPOSED TO PT-ROWS
           WRITE ProposalLine FROM ProposalTrailer
               AFTER ADVANCING 2 LINES
           CLOSE ProposalReport.

       WRITE-PROPOSAL-LINE.
           MOVE PD-DATE(DAY-IDX) TO PR-DATE
           MOVE PD-DOW(DAY-IDX) TO WS-DOW-IDX
           MOVE DOW-NAME(WS-DOW-IDX) TO PR-DOW-NAME
           MOVE PD-FORECAST(DAY-IDX) TO PR-FORECAST
           MOVE PD-GROUPS(DAY-IDX) TO PR-GROUPS
           MOVE PD-PROJECTED(DAY-IDX) TO PR-PROJECTED
           MOVE PD-CUR-TIER(DAY-IDX) TO PR-CUR-TIER
           MOVE PD-CUR-FACTOR(DAY-IDX) TO PR-CUR-FACTOR
           MOVE PD-NEW-TIER(DAY-IDX) TO PR-NEW-TIER
           MOVE PD-NEW-FACTOR(DAY-IDX) TO PR-NEW-FACTOR
           EVALUATE TRUE
              WHEN PD-CLOSED(DAY-IDX)
                 MOVE "CLOSED" TO PR-FLAG
                 ADD 1 TO DAYS-CLOSED
              WHEN PD-NEW-TIER(DAY-IDX) NOT = PD-CUR-TIER(DAY-IDX)
                 OR PD-NEW-FACTOR(DAY-IDX) NOT = PD-CUR-FACTOR(DAY-IDX)
                 MOVE "CHANGED" TO PR-FLAG
                 ADD 1 TO DAYS-CHANGED
              WHEN PD-EVENT(DAY-IDX)
                 MOVE "EVENT" TO PR-FLAG
              WHEN OTHER
                 MOVE SPACES TO PR-FLAG
           END-EVALUATE
           IF PD-EVENT(DAY-IDX)
              ADD 1 TO DAYS-EVENT
           END-IF
           WRITE ProposalLine FROM ProposalDetailLine
               AFTER ADVANCING 1 LINE.

      *-----------------------------------------------------------------
      * Approval: rows of the current calendar outside the window are
      * kept (a row straddling the window is cut back to its outside
      * part), then the reviewed proposal rows replace the window.
      *-----------------------------------------------------------------
       APPROVE-PROPOSAL.
           MOVE WS-WINDOW-FROM TO WS-WORK-DATE
           PERFORM SUBTRACT-ONE-DAY
           MOVE WS-WORK-DATE TO WS-DAY-BEFORE
           MOVE WS-WINDOW-TO TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY
           MOVE WS-WORK-DATE TO WS-DAY-AFTER
           MOVE ZERO TO CALENDAR-TABLE-COUNT
           MOVE 'N' TO CALENDAR-EOF
           OPEN INPUT PricingCalendar
           PERFORM READ-CALENDAR-FOR-MERGE UNTIL END-OF-CALENDAR
           CLOSE PricingCalendar
           MOVE CALENDAR-TABLE-COUNT TO ROWS-KEPT
           MOVE 'N' TO PROPOSED-EOF
           OPEN INPUT ProposedCalendar
           PERFORM READ-PROPOSED-ROW UNTIL END-OF-PROPOSED
           CLOSE ProposedCalendar
           IF CALENDAR-TABLE-COUNT > GATE-CALENDAR-MAX
              DISPLAY "*** APPROVED CALENDAR WOULD HOLD "
                  CALENDAR-TABLE-COUNT " ROWS, GATE LIMIT IS "
                  GATE-CALENDAR-MAX " - CALENDAR LEFT UNTOUCHED ***"
           ELSE
              OPEN OUTPUT PricingCalendar
              PERFORM WRITE-CALENDAR-ROW
                  VARYING CALENDAR-IDX FROM 1 BY 1
                  UNTIL CALENDAR-IDX > CALENDAR-TABLE-COUNT
              CLOSE PricingCalendar
              DISPLAY "Pricing calendar rows kept:    " ROWS-KEPT
              DISPLAY "Pricing calendar rows approved: " ROWS-PROPOSED
              DISPLAY "Pricing calendar rows written: " ROWS-WRITTEN
           END-IF.

       READ-CALENDAR-FOR-MERGE.
           READ PricingCalendar
              AT END
                 SET END-OF-CALENDAR TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN PCAL-TO-DATE < WS-WINDOW-FROM
                       OR PCAL-FROM-DATE > WS-WINDOW-TO
                       PERFORM KEEP-CALENDAR-ROW
                    WHEN OTHER
                       IF PCAL-FROM-DATE < WS-WINDOW-FROM
                          PERFORM KEEP-CALENDAR-ROW
                          MOVE WS-DAY-BEFORE
                              TO CAL-TO-DATE(CALENDAR-TABLE-COUNT)
                       END-IF
                       IF PCAL-TO-DATE > WS-WINDOW-TO
                          PERFORM KEEP-CALENDAR-ROW
                          MOVE WS-DAY-AFTER
                              TO CAL-FROM-DATE(CALENDAR-TABLE-COUNT)
                       END-IF
                 END-EVALUATE
           END-READ.

       KEEP-CALENDAR-ROW.
           IF CALENDAR-TABLE-COUNT >= CALENDAR-TABLE-MAX
              PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           ADD 1 TO CALENDAR-TABLE-COUNT
           MOVE PCAL-FROM-DATE TO CAL-FROM-DATE(CALENDAR-TABLE-COUNT)
           MOVE PCAL-TO-DATE TO CAL-TO-DATE(CALENDAR-TABLE-COUNT)
           MOVE PCAL-TIER TO CAL-TIER(CALENDAR-TABLE-COUNT)
           MOVE PCAL-FACTOR TO CAL-FACTOR(CALENDAR-TABLE-COUNT).

       READ-PROPOSED-ROW.
           READ ProposedCalendar
              AT END
                 SET END-OF-PROPOSED TO TRUE
              NOT AT END
                 IF PP-FROM-DATE >= WS-WINDOW-FROM
                    AND PP-TO-DATE <= WS-WINDOW-TO
                    IF CALENDAR-TABLE-COUNT >= CALENDAR-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO CALENDAR-TABLE-COUNT
                    ADD 1 TO ROWS-PROPOSED
                    MOVE PP-FROM-DATE
                        TO CAL-FROM-DATE(CALENDAR-TABLE-COUNT)
                    MOVE PP-TO-DATE TO CAL-TO-DATE(CALENDAR-TABLE-COUNT)
                    MOVE PP-TIER TO CAL-TIER(CALENDAR-TABLE-COUNT)
                    MOVE PP-FACTOR TO CAL-FACTOR(CALENDAR-TABLE-COUNT)
                 ELSE
                    DISPLAY "Proposed row " PP-FROM-DATE "-"
                        PP-TO-DATE " outside window - not applied"
                 END-IF
           END-READ.

       WRITE-CALENDAR-ROW.
           MOVE SPACES TO PricingCalendarRec
           MOVE CAL-FROM-DATE(CALENDAR-IDX) TO PCAL-FROM-DATE
           MOVE CAL-TO-DATE(CALENDAR-IDX) TO PCAL-TO-DATE
           MOVE CAL-TIER(CALENDAR-IDX) TO PCAL-TIER
           MOVE CAL-FACTOR(CALENDAR-IDX) TO PCAL-FACTOR
           WRITE PricingCalendarRec
           ADD 1 TO ROWS-WRITTEN.

       COMPUTE-DAY-OF-WEEK.
           MOVE WS-WORK-YEAR TO WS-ZELLER-YEAR
           MOVE WS-WORK-MONTH TO WS-ZELLER-MONTH
           IF WS-ZELLER-MONTH < 3
              ADD 12 TO WS-ZELLER-MONTH
              SUBTRACT 1 FROM WS-ZELLER-YEAR
           END-IF
           DIVIDE WS-ZELLER-YEAR BY 100
               GIVING WS-ZELLER-CENTURY
               REMAINDER WS-ZELLER-YY
           COMPUTE WS-ZELLER-T0 = 13 * (WS-ZELLER-MONTH + 1)
           DIVIDE WS-ZELLER-T0 BY 5 GIVING WS-ZELLER-T1
           DIVIDE WS-ZELLER-YY BY 4 GIVING WS-ZELLER-T2
           DIVIDE WS-ZELLER-CENTURY BY 4 GIVING WS-ZELLER-T3
           COMPUTE WS-ZELLER-H =
               WS-WORK-DAY
               + WS-ZELLER-T1
               + WS-ZELLER-YY
               + WS-ZELLER-T2
               + WS-ZELLER-T3
               + (5 * WS-ZELLER-CENTURY)
           ADD 5 TO WS-ZELLER-H
           DIVIDE WS-ZELLER-H BY 7
               GIVING WS-ZELLER-QUOT
               REMAINDER WS-DOW-REM
           COMPUTE WS-DOW-IDX = WS-DOW-REM + 1.

       ADD-ONE-DAY.
           ADD 1 TO WS-WORK-DAY
           PERFORM GET-MONTH-DAYS
           IF WS-WORK-DAY > WS-MONTH-DAYS
              MOVE 1 TO WS-WORK-DAY
              ADD 1 TO WS-WORK-MONTH
              IF WS-WORK-MONTH > 12
                 MOVE 1 TO WS-WORK-MONTH
                 ADD 1 TO WS-WORK-YEAR
              END-IF
           END-IF.

       SUBTRACT-ONE-DAY.
           IF WS-WORK-DAY > 1
              SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
              IF WS-WORK-MONTH > 1
                 SUBTRACT 1 FROM WS-WORK-MONTH
              ELSE
                 MOVE 12 TO WS-WORK-MONTH
                 SUBTRACT 1 FROM WS-WORK-YEAR
              END-IF
              PERFORM GET-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           END-IF.

       GET-MONTH-DAYS.
           EVALUATE WS-WORK-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 PERFORM SET-FEBRUARY-DAYS
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE 29 TO WS-MONTH-DAYS
              DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-REM
                  REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 28 TO WS-MONTH-DAYS
                 DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE 29 TO WS-MONTH-DAYS
                 END-IF
              END-IF
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
