       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManagementFlash.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BandTotalsFile ASSIGN TO "BandTotals.Dat".
           SELECT OPTIONAL OperatingCalendar
               ASSIGN TO "OperatingCalendar.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AncillaryJournal
               ASSIGN TO "AncillaryJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RetailJournal
               ASSIGN TO "RetailJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GiftCardAudit ASSIGN TO "GiftCardAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GiftCardRedemptions
               ASSIGN TO "GiftCardRedemptions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GroupBookings ASSIGN TO "GroupBookings.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DeclaredTakings
               ASSIGN TO "DeclaredTakings.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FlashReport ASSIGN TO "ManagementFlash.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BandTotalsFile.
       COPY BANDTOT.

       FD OperatingCalendar.
       COPY OPSCAL.

       FD AdmissionsLog.
       COPY ADMLOG.

       FD AncillaryJournal.
       01 AncillaryJournalRec.
           02 AJ-DATE         PIC 9(8).
           02 FILLER          PIC X.
           02 AJ-ITEM-CODE    PIC X(4).
           02 FILLER          PIC X.
           02 AJ-QTY          PIC 9(3).
           02 FILLER          PIC X.
           02 AJ-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X.
           02 AJ-VALUE        PIC 9(7)V99.
           02 FILLER          PIC X.
           02 AJ-MEMBER-ID    PIC 9(7).

       FD RetailJournal.
       COPY RETAILJ.

      * Same layout GiftCardMaintenance writes.  Action I is an
      * issue, T a top-up; both are gift card sales.
       FD GiftCardAudit.
       01 GiftCardAuditRec.
           02 GA-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 GA-ACTION        PIC X.
           02 FILLER           PIC X.
           02 GA-CARD-NO       PIC 9(8).
           02 FILLER           PIC X(9).
           02 GA-BEFORE        PIC ZZZZ9.99.
           02 FILLER           PIC X(8).
           02 GA-AFTER         PIC ZZZZ9.99.

       FD GiftCardRedemptions.
       01 GiftCardRedemptionRec.
           02 GRD-DATE        PIC 9(8).
           02 FILLER          PIC X.
           02 GRD-CARD-NO     PIC 9(8).
           02 FILLER          PIC X.
           02 GRD-TRANS-ID    PIC 9(6).
           02 FILLER          PIC X.
           02 GRD-AMOUNT      PIC 9(5)V99.

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

       FD DeclaredTakings.
       01 DeclaredTakingsRec.
           02 DT-CASHIER-ID    PIC X(4).
           02 FILLER           PIC X.
           02 DT-DECLARED      PIC 9(7)V99.

       FD FlashReport.
       01 FlashLine            PIC X(80).

       WORKING-STORAGE SECTION.
       01 HISTORY-EOF          PIC X VALUE 'N'.
           88 END-OF-HISTORY   VALUE 'Y'.
       01 OPSCAL-EOF           PIC X VALUE 'N'.
           88 END-OF-OPS-CALENDAR VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 ANCILLARY-EOF        PIC X VALUE 'N'.
           88 END-OF-ANCILLARY VALUE 'Y'.
       01 RETAIL-EOF           PIC X VALUE 'N'.
           88 END-OF-RETAIL    VALUE 'Y'.
       01 GC-AUDIT-EOF         PIC X VALUE 'N'.
           88 END-OF-GC-AUDIT  VALUE 'Y'.
       01 REDEMPTIONS-EOF      PIC X VALUE 'N'.
           88 END-OF-REDEMPTIONS VALUE 'Y'.
       01 BOOKINGS-EOF         PIC X VALUE 'N'.
           88 END-OF-BOOKINGS  VALUE 'Y'.
       01 TAKINGS-EOF          PIC X VALUE 'N'.
           88 END-OF-TAKINGS   VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-FLASH-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-LAST-YEAR-DATE    PIC 9(8) VALUE ZEROS.
       01 WS-FLASH-DOW         PIC 9 VALUE ZERO.
       01 WS-TOLERANCE-PCT     PIC 99 VALUE ZERO.
       01 WS-DAY-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-FLASH-DAY-STATUS  PIC X VALUE SPACE.
           88 FLASH-DAY-CLOSED VALUE 'C'.

       01 OPSCAL-TABLE-MAX     PIC 9(3) VALUE 100.
       01 OPSCAL-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 OPSCAL-IDX           PIC 9(3) VALUE ZERO.
       01 WS-DAY-CLOSED        PIC X VALUE 'N'.
           88 HISTORY-DAY-CLOSED VALUE 'Y'.
       01 OPSCAL-TABLE.
           02 OPSCAL-ENTRY OCCURS 100 TIMES.
               03 OPC-DATE    PIC 9(8).
               03 OPC-STATUS  PIC X.

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

      * Forecast is the trailing same-weekday average, the basis
      * AttendanceForecast projects from.  A date with a record per
      * site is one day seen.
       01 BAND-IDX             PIC 9 VALUE ZERO.
       01 DOW-TOTALS.
           02 DOW-ENTRY OCCURS 7 TIMES.
               03 DW-DAYS-SEEN     PIC 9(4).
               03 DW-LAST-DATE     PIC 9(8).
               03 DW-BAND-SUM OCCURS 5 TIMES.
                   04 DW-COUNT-SUM PIC 9(7).
                   04 DW-REV-SUM   PIC 9(9)V99.
               03 DW-ANC-DAYS      PIC 9(4).
               03 DW-ANC-LAST-DATE PIC 9(8).
               03 DW-ANC-SUM       PIC 9(9)V99.

       01 BAND-TABLE.
           02 BAND-ENTRY OCCURS 5 TIMES.
               03 FB-NAME          PIC X(6).
               03 FB-COUNT         PIC 9(6).
               03 FB-REVENUE       PIC 9(8)V99.
               03 FB-LY-COUNT      PIC 9(6).
               03 FB-LY-REVENUE    PIC 9(8)V99.
               03 FB-FC-COUNT      PIC 9(6).
               03 FB-FC-REVENUE    PIC 9(8)V99.

       01 TOTAL-COUNT          PIC 9(7) VALUE ZERO.
       01 TOTAL-REVENUE        PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-LY-COUNT       PIC 9(7) VALUE ZERO.
       01 TOTAL-LY-REVENUE     PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-FC-COUNT       PIC 9(7) VALUE ZERO.
       01 TOTAL-FC-REVENUE     PIC 9(9)V99 VALUE ZEROS.

       01 ANCILLARY-COUNT      PIC 9(6) VALUE ZERO.
       01 ANCILLARY-VALUE      PIC 9(9)V99 VALUE ZEROS.
       01 ANCILLARY-FORECAST   PIC 9(9)V99 VALUE ZEROS.
       01 RETAIL-VALUE         PIC 9(9)V99 VALUE ZEROS.

       01 WS-GA-BEFORE         PIC 9(5)V99 VALUE ZEROS.
       01 WS-GA-AFTER          PIC 9(5)V99 VALUE ZEROS.
       01 GC-SOLD-COUNT        PIC 9(6) VALUE ZERO.
       01 GC-SOLD-VALUE        PIC 9(9)V99 VALUE ZEROS.
       01 GC-REDEEMED-COUNT    PIC 9(6) VALUE ZERO.
       01 GC-REDEEMED-VALUE    PIC 9(9)V99 VALUE ZEROS.
       01 GC-NET-VALUE         PIC S9(9)V99 VALUE ZEROS.

       01 WS-LOG-PRICE         PIC 999V99 VALUE ZEROS.
       01 WS-ORIG-PRICE        PIC 999V99 VALUE ZEROS.
       01 COMP-COUNT           PIC 9(6) VALUE ZERO.
       01 REFUND-COUNT         PIC 9(6) VALUE ZERO.
       01 REFUND-VALUE         PIC 9(9)V99 VALUE ZEROS.
       01 OVERRIDE-COUNT       PIC 9(6) VALUE ZERO.
       01 OVERRIDE-VALUE       PIC S9(9)V99 VALUE ZEROS.

       01 GROUP-BOOKED         PIC 9(6) VALUE ZERO.
       01 GROUP-ARRIVED        PIC 9(6) VALUE ZERO.

       01 CASHIER-TABLE-MAX    PIC 99 VALUE 50.
       01 CASHIER-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 CASHIER-IDX          PIC 99 VALUE ZERO.
       01 WS-FOUND-IDX         PIC 99 VALUE ZERO.
       01 WS-LOOKUP-CASHIER    PIC X(4) VALUE SPACES.
       01 CASHIER-TABLE.
           02 CASHIER-ENTRY OCCURS 50 TIMES.
               03 CS-CASHIER-ID   PIC X(4).
               03 CS-LOG-TAKINGS  PIC S9(7)V99.
               03 CS-DECLARED     PIC 9(7)V99.
               03 CS-DECLARED-SW  PIC X.
                   88 CS-HAS-DECLARED VALUE 'Y'.
       01 WS-OVER-SHORT        PIC S9(7)V99 VALUE ZEROS.
       01 TOTAL-EXPECTED       PIC S9(9)V99 VALUE ZEROS.
       01 TOTAL-DECLARED       PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-OVER-SHORT     PIC S9(9)V99 VALUE ZEROS.
       01 CASHIERS-OUT         PIC 9(4) VALUE ZERO.
       01 CASHIERS-UNDECLARED  PIC 9(4) VALUE ZERO.

       01 WS-FLAG-ACTUAL       PIC S9(9)V99 VALUE ZEROS.
       01 WS-FLAG-FORECAST     PIC S9(9)V99 VALUE ZEROS.
       01 WS-FLAG-LIMIT        PIC S9(9)V99 VALUE ZEROS.
       01 WS-FLAG              PIC X(6) VALUE SPACES.
       01 FLAGS-RAISED         PIC 9(4) VALUE ZERO.

       01 FlashHeading1.
           02 FILLER           PIC X(28)
               VALUE " Daily Management Flash for ".
           02 FH-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 FH-DOW-NAME      PIC X(9).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FH-CLOSED        PIC X(11).
       01 FlashHeading2.
           02 FILLER           PIC X(23)
               VALUE " Same day last year is ".
           02 FH-LY-DATE       PIC 9(8).
           02 FILLER           PIC X(23)
               VALUE "   Forecast tolerance: ".
           02 FH-TOLERANCE     PIC Z9.
           02 FILLER           PIC X VALUE "%".

       01 BandHeading1         PIC X(80)
           VALUE " Attendance and admission revenue by band".
       01 BandHeading2         PIC X(80)
           VALUE " Band     Count  Fcst  LY       Revenue    Fcst Rev"
           & "    LY Rev  Cnt  Rev".

       01 BandDetailLine.
           02 FILLER           PIC X VALUE SPACE.
           02 BD-BAND          PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 BD-COUNT         PIC ZZZZZ9.
           02 BD-FC-COUNT      PIC ZZZZZ9.
           02 BD-LY-COUNT      PIC ZZZZZ9.
           02 FILLER           PIC X VALUE SPACE.
           02 BD-REVENUE       PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 BD-FC-REVENUE    PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 BD-LY-REVENUE    PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 BD-COUNT-FLAG    PIC X(4).
           02 FILLER           PIC X VALUE SPACE.
           02 BD-REV-FLAG      PIC X(4).

       01 ItemHeading          PIC X(80)
           VALUE " Other streams                  Count        Amount"
           & "      Forecast  Flag".

       01 ItemDetailLine.
           02 FILLER           PIC X VALUE SPACE.
           02 ID-LABEL         PIC X(28).
           02 ID-COUNT         PIC ZZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ID-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 ID-FORECAST      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ID-FLAG          PIC X(6).

       01 FlashTrailer.
           02 FILLER           PIC X(17)
               VALUE " Figures flagged:".
           02 FILLER           PIC X VALUE SPACE.
           02 FT-FLAGS         PIC ZZZ9.

       PROCEDURE DIVISION.
       ProduceManagementFlash.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Flash date (YYYYMMDD, zero for yesterday): "
               WITH NO ADVANCING
           ACCEPT WS-FLASH-DATE
           DISPLAY "Forecast tolerance percent: " WITH NO ADVANCING
           ACCEPT WS-TOLERANCE-PCT
           IF WS-FLASH-DATE = ZERO
              MOVE WS-TODAY-DATE TO WS-WORK-DATE
              PERFORM SUBTRACT-ONE-DAY
              MOVE WS-WORK-DATE TO WS-FLASH-DATE
           END-IF
           IF WS-FLASH-DATE >= WS-TODAY-DATE
              DISPLAY "Flash date must be before today."
           ELSE
              PERFORM SET-COMPARISON-DATES
              PERFORM LOAD-OPERATING-CALENDAR
              PERFORM ACCUMULATE-BAND-TOTALS
              PERFORM ACCUMULATE-ADMISSIONS
              PERFORM ACCUMULATE-ANCILLARY
              PERFORM ACCUMULATE-RETAIL
              PERFORM ACCUMULATE-GIFT-CARD-SALES
              PERFORM ACCUMULATE-GIFT-CARD-REDEEMED
              PERFORM ACCUMULATE-GROUP-BOOKINGS
              PERFORM LOAD-DECLARED-TAKINGS
              PERFORM WRITE-FLASH-REPORT
              DISPLAY "Management flash produced for " WS-FLASH-DATE
              DISPLAY "Figures flagged: " FLAGS-RAISED
           END-IF
           STOP RUN.

      * Last year's comparison is the same weekday 52 weeks back.
       SET-COMPARISON-DATES.
           MOVE WS-FLASH-DATE TO WS-WORK-DATE
           PERFORM COMPUTE-DAY-OF-WEEK
           MOVE WS-DOW-IDX TO WS-FLASH-DOW
           PERFORM SUBTRACT-ONE-DAY
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > 364
           MOVE WS-WORK-DATE TO WS-LAST-YEAR-DATE
           INITIALIZE DOW-TOTALS
           INITIALIZE BAND-TABLE.

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
                 IF OC-DATE = WS-FLASH-DATE
                    MOVE OC-STATUS TO WS-FLASH-DAY-STATUS
                 END-IF
           END-READ.

       ACCUMULATE-BAND-TOTALS.
           MOVE 'N' TO HISTORY-EOF
           OPEN INPUT BandTotalsFile
           PERFORM READ-BAND-TOTALS UNTIL END-OF-HISTORY
           CLOSE BandTotalsFile
           PERFORM SET-BAND-FORECAST
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > 5.

       READ-BAND-TOTALS.
           READ BandTotalsFile
              AT END
                 SET END-OF-HISTORY TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN BTF-DATE = WS-FLASH-DATE
                       PERFORM ADD-FLASH-DAY-BANDS
                           VARYING BAND-IDX FROM 1 BY 1
                           UNTIL BAND-IDX > 5
                    WHEN BTF-DATE > WS-FLASH-DATE
                       CONTINUE
                    WHEN OTHER
                       IF BTF-DATE = WS-LAST-YEAR-DATE
                          PERFORM ADD-LAST-YEAR-BANDS
                              VARYING BAND-IDX FROM 1 BY 1
                              UNTIL BAND-IDX > 5
                       END-IF
                       PERFORM TALLY-HISTORY-DAY
                 END-EVALUATE
           END-READ.

       ADD-FLASH-DAY-BANDS.
           MOVE BTF-BAND(BAND-IDX) TO FB-NAME(BAND-IDX)
           ADD BTF-COUNT(BAND-IDX) TO FB-COUNT(BAND-IDX)
           ADD BTF-REVENUE(BAND-IDX) TO FB-REVENUE(BAND-IDX).

       ADD-LAST-YEAR-BANDS.
           IF FB-NAME(BAND-IDX) = SPACES
              MOVE BTF-BAND(BAND-IDX) TO FB-NAME(BAND-IDX)
           END-IF
           ADD BTF-COUNT(BAND-IDX) TO FB-LY-COUNT(BAND-IDX)
           ADD BTF-REVENUE(BAND-IDX) TO FB-LY-REVENUE(BAND-IDX).

       TALLY-HISTORY-DAY.
           PERFORM CHECK-DAY-CLOSED
           IF NOT HISTORY-DAY-CLOSED
              MOVE BTF-DATE TO WS-WORK-DATE
              PERFORM COMPUTE-DAY-OF-WEEK
              IF BTF-DATE NOT = DW-LAST-DATE(WS-DOW-IDX)
                 ADD 1 TO DW-DAYS-SEEN(WS-DOW-IDX)
                 MOVE BTF-DATE TO DW-LAST-DATE(WS-DOW-IDX)
              END-IF
              PERFORM ADD-HISTORY-BAND
                  VARYING BAND-IDX FROM 1 BY 1
                  UNTIL BAND-IDX > 5
           END-IF.

       ADD-HISTORY-BAND.
           ADD BTF-COUNT(BAND-IDX)
               TO DW-COUNT-SUM(WS-DOW-IDX, BAND-IDX)
           ADD BTF-REVENUE(BAND-IDX)
               TO DW-REV-SUM(WS-DOW-IDX, BAND-IDX).

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

       SET-BAND-FORECAST.
           IF DW-DAYS-SEEN(WS-FLASH-DOW) > ZERO
              COMPUTE FB-FC-COUNT(BAND-IDX) ROUNDED =
                  DW-COUNT-SUM(WS-FLASH-DOW, BAND-IDX)
                  / DW-DAYS-SEEN(WS-FLASH-DOW)
              COMPUTE FB-FC-REVENUE(BAND-IDX) ROUNDED =
                  DW-REV-SUM(WS-FLASH-DOW, BAND-IDX)
                  / DW-DAYS-SEEN(WS-FLASH-DOW)
           END-IF
           ADD FB-COUNT(BAND-IDX) TO TOTAL-COUNT
           ADD FB-REVENUE(BAND-IDX) TO TOTAL-REVENUE
           ADD FB-LY-COUNT(BAND-IDX) TO TOTAL-LY-COUNT
           ADD FB-LY-REVENUE(BAND-IDX) TO TOTAL-LY-REVENUE
           ADD FB-FC-COUNT(BAND-IDX) TO TOTAL-FC-COUNT
           ADD FB-FC-REVENUE(BAND-IDX) TO TOTAL-FC-REVENUE.

      * Comps, refunds, overrides, group arrivals and each cashier's
      * gate takings for the flash date.
       ACCUMULATE-ADMISSIONS.
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-ADMISSIONS-LOG UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       READ-ADMISSIONS-LOG.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-DATE = WS-FLASH-DATE
                    PERFORM APPLY-ADMISSION-ENTRY
                 END-IF
           END-READ.

       APPLY-ADMISSION-ENTRY.
           MOVE AL-PRICE TO WS-LOG-PRICE
           MOVE AL-CASHIER-ID TO WS-LOOKUP-CASHIER
           PERFORM LOOKUP-CASHIER
           EVALUATE AL-ENTRY-TYPE
              WHEN 'R'
                 ADD 1 TO REFUND-COUNT
                 ADD WS-LOG-PRICE TO REFUND-VALUE
                 SUBTRACT WS-LOG-PRICE FROM CS-LOG-TAKINGS(WS-FOUND-IDX)
                 SUBTRACT WS-LOG-PRICE FROM TOTAL-EXPECTED
              WHEN 'X'
              WHEN 'E'
                 CONTINUE
              WHEN OTHER
                 ADD WS-LOG-PRICE TO CS-LOG-TAKINGS(WS-FOUND-IDX)
                 ADD WS-LOG-PRICE TO TOTAL-EXPECTED
           END-EVALUATE
           IF AL-ENTRY-TYPE = 'C'
              ADD 1 TO COMP-COUNT
           END-IF
           IF AL-ENTRY-TYPE = 'A'
              AND AL-REASON-CODE = "GROUP"
              ADD 1 TO GROUP-ARRIVED
           END-IF
           IF AL-REASON-CODE = "OVERRIDE"
              AND AL-ENTRY-TYPE NOT = 'R'
              MOVE AL-ORIG-PRICE TO WS-ORIG-PRICE
              ADD 1 TO OVERRIDE-COUNT
              ADD WS-ORIG-PRICE TO OVERRIDE-VALUE
              SUBTRACT WS-LOG-PRICE FROM OVERRIDE-VALUE
           END-IF.

       LOOKUP-CASHIER.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-CASHIER
               VARYING CASHIER-IDX FROM 1 BY 1
               UNTIL CASHIER-IDX > CASHIER-TABLE-COUNT
           IF WS-FOUND-IDX = ZERO
              IF CASHIER-TABLE-COUNT >= CASHIER-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO CASHIER-TABLE-COUNT
              MOVE CASHIER-TABLE-COUNT TO WS-FOUND-IDX
              MOVE WS-LOOKUP-CASHIER TO CS-CASHIER-ID(WS-FOUND-IDX)
              MOVE ZERO TO CS-LOG-TAKINGS(WS-FOUND-IDX)
              MOVE ZERO TO CS-DECLARED(WS-FOUND-IDX)
              MOVE 'N' TO CS-DECLARED-SW(WS-FOUND-IDX)
           END-IF.

       FIND-CASHIER.
           IF CS-CASHIER-ID(CASHIER-IDX) = WS-LOOKUP-CASHIER
              MOVE CASHIER-IDX TO WS-FOUND-IDX
           END-IF.

       ACCUMULATE-ANCILLARY.
           MOVE 'N' TO ANCILLARY-EOF
           OPEN INPUT AncillaryJournal
           PERFORM READ-ANCILLARY-JOURNAL UNTIL END-OF-ANCILLARY
           CLOSE AncillaryJournal
           IF DW-ANC-DAYS(WS-FLASH-DOW) > ZERO
              COMPUTE ANCILLARY-FORECAST ROUNDED =
                  DW-ANC-SUM(WS-FLASH-DOW) / DW-ANC-DAYS(WS-FLASH-DOW)
           END-IF.

       READ-ANCILLARY-JOURNAL.
           READ AncillaryJournal
              AT END
                 SET END-OF-ANCILLARY TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN AJ-DATE = WS-FLASH-DATE
                       ADD AJ-QTY TO ANCILLARY-COUNT
                       ADD AJ-VALUE TO ANCILLARY-VALUE
                       MOVE AJ-CASHIER-ID TO WS-LOOKUP-CASHIER
                       PERFORM LOOKUP-CASHIER
                       ADD AJ-VALUE TO CS-LOG-TAKINGS(WS-FOUND-IDX)
                       ADD AJ-VALUE TO TOTAL-EXPECTED
                    WHEN AJ-DATE < WS-FLASH-DATE
                       PERFORM TALLY-ANCILLARY-HISTORY
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       TALLY-ANCILLARY-HISTORY.
           MOVE AJ-DATE TO WS-WORK-DATE
           PERFORM COMPUTE-DAY-OF-WEEK
           IF AJ-DATE NOT = DW-ANC-LAST-DATE(WS-DOW-IDX)
              ADD 1 TO DW-ANC-DAYS(WS-DOW-IDX)
              MOVE AJ-DATE TO DW-ANC-LAST-DATE(WS-DOW-IDX)
           END-IF
           ADD AJ-VALUE TO DW-ANC-SUM(WS-DOW-IDX).

       ACCUMULATE-RETAIL.
           MOVE 'N' TO RETAIL-EOF
           OPEN INPUT RetailJournal
           PERFORM READ-RETAIL-JOURNAL UNTIL END-OF-RETAIL
           CLOSE RetailJournal.

       READ-RETAIL-JOURNAL.
           READ RetailJournal
              AT END
                 SET END-OF-RETAIL TO TRUE
              NOT AT END
                 IF RJ-DATE = WS-FLASH-DATE
                    ADD RJ-VALUE TO RETAIL-VALUE
                    MOVE RJ-CASHIER-ID TO WS-LOOKUP-CASHIER
                    PERFORM LOOKUP-CASHIER
                    ADD RJ-VALUE TO CS-LOG-TAKINGS(WS-FOUND-IDX)
                    ADD RJ-VALUE TO TOTAL-EXPECTED
                 END-IF
           END-READ.

       ACCUMULATE-GIFT-CARD-SALES.
           MOVE 'N' TO GC-AUDIT-EOF
           OPEN INPUT GiftCardAudit
           PERFORM READ-GIFT-CARD-AUDIT UNTIL END-OF-GC-AUDIT
           CLOSE GiftCardAudit.

       READ-GIFT-CARD-AUDIT.
           READ GiftCardAudit
              AT END
                 SET END-OF-GC-AUDIT TO TRUE
              NOT AT END
                 IF GA-DATE = WS-FLASH-DATE
                    AND (GA-ACTION = 'I' OR GA-ACTION = 'T')
                    MOVE GA-BEFORE TO WS-GA-BEFORE
                    MOVE GA-AFTER TO WS-GA-AFTER
                    ADD 1 TO GC-SOLD-COUNT
                    ADD WS-GA-AFTER TO GC-SOLD-VALUE
                    SUBTRACT WS-GA-BEFORE FROM GC-SOLD-VALUE
                 END-IF
           END-READ.

       ACCUMULATE-GIFT-CARD-REDEEMED.
           MOVE 'N' TO REDEMPTIONS-EOF
           OPEN INPUT GiftCardRedemptions
           PERFORM READ-GIFT-CARD-REDEMPTION UNTIL END-OF-REDEMPTIONS
           CLOSE GiftCardRedemptions
           COMPUTE GC-NET-VALUE = GC-SOLD-VALUE - GC-REDEEMED-VALUE.

       READ-GIFT-CARD-REDEMPTION.
           READ GiftCardRedemptions
              AT END
                 SET END-OF-REDEMPTIONS TO TRUE
              NOT AT END
                 IF GRD-DATE = WS-FLASH-DATE
                    ADD 1 TO GC-REDEEMED-COUNT
                    ADD GRD-AMOUNT TO GC-REDEEMED-VALUE
                 END-IF
           END-READ.

       ACCUMULATE-GROUP-BOOKINGS.
           MOVE 'N' TO BOOKINGS-EOF
           OPEN INPUT GroupBookings
           PERFORM READ-GROUP-BOOKING UNTIL END-OF-BOOKINGS
           CLOSE GroupBookings.

       READ-GROUP-BOOKING.
           READ GroupBookings
              AT END
                 SET END-OF-BOOKINGS TO TRUE
              NOT AT END
                 IF GB-VISIT-DATE = WS-FLASH-DATE
                    COMPUTE GROUP-BOOKED = GROUP-BOOKED
                        + GB-INFANT + GB-CHILD + GB-TEEN
                        + GB-ADULT + GB-SENIOR
                 END-IF
           END-READ.

      * DeclaredTakings holds only the latest cash-up, so the flash
      * is run before the next day's declarations are keyed.
       LOAD-DECLARED-TAKINGS.
           MOVE 'N' TO TAKINGS-EOF
           OPEN INPUT DeclaredTakings
           PERFORM READ-DECLARED-TAKINGS UNTIL END-OF-TAKINGS
           CLOSE DeclaredTakings
           PERFORM TALLY-CASHIER-BALANCE
               VARYING CASHIER-IDX FROM 1 BY 1
               UNTIL CASHIER-IDX > CASHIER-TABLE-COUNT.

       READ-DECLARED-TAKINGS.
           READ DeclaredTakings
              AT END
                 SET END-OF-TAKINGS TO TRUE
              NOT AT END
                 MOVE DT-CASHIER-ID TO WS-LOOKUP-CASHIER
                 PERFORM LOOKUP-CASHIER
                 MOVE DT-DECLARED TO CS-DECLARED(WS-FOUND-IDX)
                 MOVE 'Y' TO CS-DECLARED-SW(WS-FOUND-IDX)
                 ADD DT-DECLARED TO TOTAL-DECLARED
           END-READ.

       TALLY-CASHIER-BALANCE.
           COMPUTE WS-OVER-SHORT =
               CS-DECLARED(CASHIER-IDX) - CS-LOG-TAKINGS(CASHIER-IDX)
           EVALUATE TRUE
              WHEN NOT CS-HAS-DECLARED(CASHIER-IDX)
                 ADD 1 TO CASHIERS-UNDECLARED
              WHEN WS-OVER-SHORT NOT = ZERO
                 ADD 1 TO CASHIERS-OUT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * HIGH or LOW when the actual is further from the forecast
      * than the tolerance allows; no forecast, no flag.
       SET-TOLERANCE-FLAG.
           MOVE SPACES TO WS-FLAG
           IF WS-FLAG-FORECAST > ZERO
              COMPUTE WS-FLAG-LIMIT ROUNDED =
                  WS-FLAG-FORECAST * WS-TOLERANCE-PCT / 100
              EVALUATE TRUE
                 WHEN WS-FLAG-ACTUAL > WS-FLAG-FORECAST + WS-FLAG-LIMIT
                    MOVE "HIGH" TO WS-FLAG
                    ADD 1 TO FLAGS-RAISED
                 WHEN WS-FLAG-ACTUAL < WS-FLAG-FORECAST - WS-FLAG-LIMIT
                    MOVE "LOW" TO WS-FLAG
                    ADD 1 TO FLAGS-RAISED
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       WRITE-FLASH-REPORT.
           OPEN OUTPUT FlashReport
           MOVE WS-FLASH-DATE TO FH-DATE
           MOVE DOW-NAME(WS-FLASH-DOW) TO FH-DOW-NAME
           IF FLASH-DAY-CLOSED
              MOVE "PARK CLOSED" TO FH-CLOSED
           ELSE
              MOVE SPACES TO FH-CLOSED
           END-IF
           MOVE WS-LAST-YEAR-DATE TO FH-LY-DATE
           MOVE WS-TOLERANCE-PCT TO FH-TOLERANCE
           WRITE FlashLine FROM FlashHeading1
               AFTER ADVANCING PAGE
           WRITE FlashLine FROM FlashHeading2
               AFTER ADVANCING 1 LINE
           WRITE FlashLine FROM BandHeading1
               AFTER ADVANCING 2 LINES
           WRITE FlashLine FROM BandHeading2
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-BAND-LINE
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > 5
           PERFORM WRITE-BAND-TOTAL-LINE
           WRITE FlashLine FROM ItemHeading
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-STREAM-LINES
           MOVE FLAGS-RAISED TO FT-FLAGS
           WRITE FlashLine FROM FlashTrailer
               AFTER ADVANCING 2 LINES
           CLOSE FlashReport.

       WRITE-BAND-LINE.
           MOVE FB-NAME(BAND-IDX) TO BD-BAND
           MOVE FB-COUNT(BAND-IDX) TO BD-COUNT
           MOVE FB-FC-COUNT(BAND-IDX) TO BD-FC-COUNT
           MOVE FB-LY-COUNT(BAND-IDX) TO BD-LY-COUNT
           MOVE FB-REVENUE(BAND-IDX) TO BD-REVENUE
           MOVE FB-FC-REVENUE(BAND-IDX) TO BD-FC-REVENUE
           MOVE FB-LY-REVENUE(BAND-IDX) TO BD-LY-REVENUE
           MOVE FB-COUNT(BAND-IDX) TO WS-FLAG-ACTUAL
           MOVE FB-FC-COUNT(BAND-IDX) TO WS-FLAG-FORECAST
           PERFORM SET-TOLERANCE-FLAG
           MOVE WS-FLAG TO BD-COUNT-FLAG
           MOVE FB-REVENUE(BAND-IDX) TO WS-FLAG-ACTUAL
           MOVE FB-FC-REVENUE(BAND-IDX) TO WS-FLAG-FORECAST
           PERFORM SET-TOLERANCE-FLAG
           MOVE WS-FLAG TO BD-REV-FLAG
           WRITE FlashLine FROM BandDetailLine
               AFTER ADVANCING 1 LINE.

       WRITE-BAND-TOTAL-LINE.
           MOVE "TOTAL" TO BD-BAND
           MOVE TOTAL-COUNT TO BD-COUNT
           MOVE TOTAL-FC-COUNT TO BD-FC-COUNT
           MOVE TOTAL-LY-COUNT TO BD-LY-COUNT
           MOVE TOTAL-REVENUE TO BD-REVENUE
           MOVE TOTAL-FC-REVENUE TO BD-FC-REVENUE
           MOVE TOTAL-LY-REVENUE TO BD-LY-REVENUE
           MOVE TOTAL-COUNT TO WS-FLAG-ACTUAL
           MOVE TOTAL-FC-COUNT TO WS-FLAG-FORECAST
           PERFORM SET-TOLERANCE-FLAG
           MOVE WS-FLAG TO BD-COUNT-FLAG
           MOVE TOTAL-REVENUE TO WS-FLAG-ACTUAL
           MOVE TOTAL-FC-REVENUE TO WS-FLAG-FORECAST
           PERFORM SET-TOLERANCE-FLAG
           MOVE WS-FLAG TO BD-REV-FLAG
           WRITE FlashLine FROM BandDetailLine
               AFTER ADVANCING 1 LINE.

      * Group arrivals are measured against the party sizes booked;
      * the cash-up variance is flagged whenever it is not nil.
       WRITE-STREAM-LINES.
           MOVE "Ancillary revenue" TO ID-LABEL
           MOVE ANCILLARY-COUNT TO ID-COUNT
           MOVE ANCILLARY-VALUE TO ID-AMOUNT
           MOVE ANCILLARY-FORECAST TO ID-FORECAST
           MOVE ANCILLARY-VALUE TO WS-FLAG-ACTUAL
           MOVE ANCILLARY-FORECAST TO WS-FLAG-FORECAST
           PERFORM SET-TOLERANCE-FLAG
           MOVE WS-FLAG TO ID-FLAG
           PERFORM WRITE-ITEM-LINE
           MOVE "Retail shop takings" TO ID-LABEL
           MOVE ZERO TO ID-COUNT
           MOVE RETAIL-VALUE TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Gift cards sold" TO ID-LABEL
           MOVE GC-SOLD-COUNT TO ID-COUNT
           MOVE GC-SOLD-VALUE TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Gift cards redeemed" TO ID-LABEL
           MOVE GC-REDEEMED-COUNT TO ID-COUNT
           MOVE GC-REDEEMED-VALUE TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Gift cards net of redeemed" TO ID-LABEL
           MOVE ZERO TO ID-COUNT
           MOVE GC-NET-VALUE TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Comps issued" TO ID-LABEL
           MOVE COMP-COUNT TO ID-COUNT
           MOVE ZERO TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Refunds" TO ID-LABEL
           MOVE REFUND-COUNT TO ID-COUNT
           MOVE REFUND-VALUE TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Price overrides given away" TO ID-LABEL
           MOVE OVERRIDE-COUNT TO ID-COUNT
           MOVE OVERRIDE-VALUE TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Group visitors booked" TO ID-LABEL
           MOVE GROUP-BOOKED TO ID-COUNT
           MOVE ZERO TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Group visitors arrived" TO ID-LABEL
           MOVE GROUP-ARRIVED TO ID-COUNT
           MOVE ZERO TO ID-AMOUNT
           MOVE ZERO TO ID-FORECAST
           MOVE GROUP-ARRIVED TO WS-FLAG-ACTUAL
           MOVE GROUP-BOOKED TO WS-FLAG-FORECAST
           PERFORM SET-TOLERANCE-FLAG
           MOVE WS-FLAG TO ID-FLAG
           PERFORM WRITE-ITEM-LINE
           MOVE "Cash-up expected takings" TO ID-LABEL
           MOVE CASHIER-TABLE-COUNT TO ID-COUNT
           MOVE TOTAL-EXPECTED TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           MOVE "Cash-up declared" TO ID-LABEL
           MOVE ZERO TO ID-COUNT
           MOVE TOTAL-DECLARED TO ID-AMOUNT
           PERFORM WRITE-UNFORECAST-LINE
           COMPUTE TOTAL-OVER-SHORT = TOTAL-DECLARED - TOTAL-EXPECTED
           MOVE "Cash-up over/short" TO ID-LABEL
           MOVE CASHIERS-OUT TO ID-COUNT
           MOVE TOTAL-OVER-SHORT TO ID-AMOUNT
           MOVE ZERO TO ID-FORECAST
           IF TOTAL-OVER-SHORT NOT = ZERO OR CASHIERS-OUT > ZERO
              MOVE "CHECK" TO ID-FLAG
              ADD 1 TO FLAGS-RAISED
           ELSE
              MOVE SPACES TO ID-FLAG
           END-IF
           PERFORM WRITE-ITEM-LINE
           MOVE "Cashiers not declared" TO ID-LABEL
           MOVE CASHIERS-UNDECLARED TO ID-COUNT
           MOVE ZERO TO ID-AMOUNT
           MOVE ZERO TO ID-FORECAST
           IF CASHIERS-UNDECLARED > ZERO
              MOVE "CHECK" TO ID-FLAG
              ADD 1 TO FLAGS-RAISED
           ELSE
              MOVE SPACES TO ID-FLAG
           END-IF
           PERFORM WRITE-ITEM-LINE.

       WRITE-UNFORECAST-LINE.
           MOVE ZERO TO ID-FORECAST
           MOVE SPACES TO ID-FLAG
           PERFORM WRITE-ITEM-LINE.

       WRITE-ITEM-LINE.
           WRITE FlashLine FROM ItemDetailLine
               AFTER ADVANCING 1 LINE.

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
