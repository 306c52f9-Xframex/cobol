       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceAudit.
       AUTHOR. ismail.

      * Nightly re-pricing audit.  Every admission (type A) on the
      * log for the audit date is priced again from the rate file,
      * pricing calendar, membership file and voucher master, the way
      * the gate prices it, and the result compared with what the gate
      * charged.  Gift card and loyalty point cover are tenders, not
      * discounts, so they are added back before the comparison.
      * Supervisor overrides are explained by their AL-SUPER-ID and
      * are only counted.  Group and advance-ticket admissions do not
      * carry the party size or the height, so either of their two
      * possible prices is accepted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TicketRateFile ASSIGN TO "TicketRates.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PricingCalendar
               ASSIGN TO "PricingCalendar.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MembershipFile ASSIGN TO "Membership.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VoucherMaster ASSIGN TO "VoucherMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VoucherRedemptions
               ASSIGN TO "VoucherRedemptions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GiftCardRedemptions
               ASSIGN TO "GiftCardRedemptions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoyaltyControl
               ASSIGN TO "LoyaltyControl.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoyaltyLedger ASSIGN TO "LoyaltyLedger.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PriceAuditReport ASSIGN TO "PriceAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AdmissionsLog.
       COPY ADMLOG.

       FD TicketRateFile.
       01 TicketRateFileRec.
           02 RF-BAND         PIC X(6).
           02 RF-HEIGHT-FLAG  PIC X.
           02 RF-PRICE        PIC 9(3)V99.

       FD PricingCalendar.
       01 PricingCalendarRec.
           02 PCAL-FROM-DATE  PIC 9(8).
           02 FILLER          PIC X.
           02 PCAL-TO-DATE    PIC 9(8).
           02 FILLER          PIC X.
           02 PCAL-TIER       PIC X(4).
           02 FILLER          PIC X.
           02 PCAL-FACTOR     PIC 9V99.

       FD MembershipFile.
       COPY MEMBER.

       FD VoucherMaster.
       COPY VOUCHER.

       FD VoucherRedemptions.
       01 VoucherRedemptionRec.
           02 VRD-DATE            PIC 9(8).
           02 FILLER              PIC X.
           02 VRD-CODE            PIC X(8).
           02 FILLER              PIC X.
           02 VRD-TRANS-ID        PIC 9(6).
           02 FILLER              PIC X.
           02 VRD-DISCOUNT        PIC 9(3)V99.

       FD GiftCardRedemptions.
       01 GiftCardRedemptionRec.
           02 GRD-DATE        PIC 9(8).
           02 FILLER          PIC X.
           02 GRD-CARD-NO     PIC 9(8).
           02 FILLER          PIC X.
           02 GRD-TRANS-ID    PIC 9(6).
           02 FILLER          PIC X.
           02 GRD-AMOUNT      PIC 9(5)V99.

       FD LoyaltyControl.
       COPY LOYCTL.

       FD LoyaltyLedger.
       COPY LOYALTY.

       FD PriceAuditReport.
       01 PriceAuditLine       PIC X(110).

       WORKING-STORAGE SECTION.
       COPY AGEBAND.

       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 RATE-EOF             PIC X VALUE 'N'.
           88 END-OF-RATES     VALUE 'Y'.
       01 CALENDAR-EOF         PIC X VALUE 'N'.
           88 END-OF-CALENDAR  VALUE 'Y'.
       01 MEMBER-EOF           PIC X VALUE 'N'.
           88 END-OF-MEMBERS   VALUE 'Y'.
       01 VOUCHER-EOF          PIC X VALUE 'N'.
           88 END-OF-VOUCHERS  VALUE 'Y'.
       01 REDEMPTION-EOF       PIC X VALUE 'N'.
           88 END-OF-REDEMPTIONS VALUE 'Y'.
       01 GIFT-REDEMPTION-EOF  PIC X VALUE 'N'.
           88 END-OF-GIFT-REDEMPTIONS VALUE 'Y'.
       01 LOYALTY-EOF          PIC X VALUE 'N'.
           88 END-OF-LOYALTY   VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-DATE        PIC 9(8) VALUE ZERO.
       01 WS-WORK-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           02 WS-WORK-YEAR     PIC 9(4).
           02 WS-WORK-MONTH    PIC 99.
           02 WS-WORK-DAY      PIC 99.
       01 WS-MONTH-DAYS        PIC 99 VALUE ZERO.
       01 WS-LEAP-REM          PIC 9(4) VALUE ZERO.

       01 GROUP-DISCOUNT-PCT   PIC V99      VALUE 0.15.
       01 WS-POINT-VALUE       PIC 9V9999   VALUE ZERO.

       01 RATE-TABLE-MAX       PIC 99 VALUE 20.
       01 RATE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 RATE-IDX             PIC 99 VALUE ZERO.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 20 TIMES.
               03 RT-BAND        PIC X(6).
               03 RT-HEIGHT-FLAG PIC X.
               03 RT-PRICE       PIC 9(3)V99.

       01 CALENDAR-TABLE-MAX   PIC 999 VALUE 200.
       01 CALENDAR-TABLE-COUNT PIC 999 VALUE ZERO.
       01 CALENDAR-IDX         PIC 999 VALUE ZERO.
       01 CALENDAR-TABLE.
           02 CALENDAR-ENTRY OCCURS 200 TIMES.
               03 CAL-FROM-DATE  PIC 9(8).
               03 CAL-TO-DATE    PIC 9(8).
               03 CAL-TIER       PIC X(4).
               03 CAL-FACTOR     PIC 9V99.

       01 MEMBER-TABLE-MAX     PIC 9(4) VALUE 2000.
       01 MEMBER-TABLE-COUNT   PIC 9(4) VALUE ZERO.
       01 MEMBER-IDX           PIC 9(4) VALUE ZERO.
       01 MEMBER-TABLE.
           02 MEMBER-ENTRY OCCURS 2000 TIMES.
               03 MT-MEMBER-ID    PIC 9(7).
               03 MT-TIER         PIC X.
               03 MT-HOUSEHOLD-ID PIC 9(7).
               03 MT-ROLE         PIC X.

       01 VOUCHER-TABLE-MAX    PIC 999 VALUE 999.
       01 VOUCHER-TABLE-COUNT  PIC 999 VALUE ZERO.
       01 VOUCHER-IDX          PIC 9(4) VALUE ZERO.
       01 WS-VOUCHER-IDX       PIC 999 VALUE ZERO.
       01 VOUCHER-TABLE.
           02 VOUCHER-ENTRY OCCURS 999 TIMES.
               03 VT-CODE        PIC X(8).
               03 VT-DISC-TYPE   PIC X.
               03 VT-DISC-VALUE  PIC 9(3)V99.

      * The day's voucher, gift card and loyalty point redemptions,
      * keyed by the admission they were taken against.
       01 DAY-REDEMPTION-MAX   PIC 9(4) VALUE 3000.
       01 DAY-VOUCHER-COUNT    PIC 9(4) VALUE ZERO.
       01 DAY-VOUCHER-IDX      PIC 9(4) VALUE ZERO.
       01 DAY-VOUCHER-TABLE.
           02 DAY-VOUCHER-ENTRY OCCURS 3000 TIMES.
               03 DV-TRANS-ID    PIC 9(6).
               03 DV-CODE        PIC X(8).
       01 DAY-GIFT-COUNT       PIC 9(4) VALUE ZERO.
       01 DAY-GIFT-IDX         PIC 9(4) VALUE ZERO.
       01 DAY-GIFT-TABLE.
           02 DAY-GIFT-ENTRY OCCURS 3000 TIMES.
               03 DG-TRANS-ID    PIC 9(6).
               03 DG-AMOUNT      PIC 9(5)V99.
       01 DAY-POINTS-COUNT     PIC 9(4) VALUE ZERO.
       01 DAY-POINTS-IDX       PIC 9(4) VALUE ZERO.
       01 DAY-POINTS-TABLE.
           02 DAY-POINTS-ENTRY OCCURS 3000 TIMES.
               03 DP-TRANS-ID    PIC 9(6).
               03 DP-POINTS      PIC 9(7).

       01 WS-BAND              PIC X(6) VALUE SPACES.
       01 WS-HEIGHT-FLAG       PIC X VALUE 'N'.
       01 WS-RATE-FOUND        PIC X VALUE 'N'.
           88 RATE-IS-FOUND    VALUE 'Y'.
       01 WS-RATE              PIC 9(3)V99 VALUE ZERO.
       01 WS-CAL-TIER          PIC X(4) VALUE SPACES.
       01 WS-CAL-FACTOR        PIC 9V99 VALUE ZERO.
       01 WS-MEMBER-FOUND      PIC X VALUE 'N'.
           88 MEMBER-IS-FOUND  VALUE 'Y'.
       01 WS-MEMBER-TIER       PIC X VALUE SPACE.
           88 TIER-GOLD        VALUE 'G' 'g'.
           88 TIER-STANDARD    VALUE 'S' 's'.
       01 WS-MEMBER-HOUSEHOLD  PIC 9(7) VALUE ZERO.
       01 WS-MEMBER-ROLE       PIC X VALUE SPACE.
           88 MEMBER-IS-DEPENDENT VALUE 'D'.
       01 WS-VOUCHER-CODE      PIC X(8) VALUE SPACES.
       01 WS-VOUCHER-FOUND     PIC X VALUE 'N'.
           88 VOUCHER-CODE-FOUND VALUE 'Y'.
       01 WS-VOUCHER-DISCOUNT  PIC 9(3)V99 VALUE ZERO.

       01 WS-EXPECTED-PRICE    PIC 9(3)V99 VALUE ZERO.
       01 WS-ALTERNATE-PRICE   PIC 9(3)V99 VALUE ZERO.
       01 WS-LOGGED-PRICE      PIC 9(3)V99 VALUE ZERO.
       01 WS-GIFT-DEBIT        PIC 9(5)V99 VALUE ZERO.
       01 WS-POINTS-DEBIT      PIC 9(7)V99 VALUE ZERO.
       01 WS-POINTS-CAP        PIC S9(7)V99 VALUE ZERO.
       01 WS-CHARGED-PRICE     PIC 9(7)V99 VALUE ZERO.
       01 WS-PRICE-DIFFERENCE  PIC S9(7)V99 VALUE ZERO.
       01 WS-EXCEPTION-REASON  PIC X(30) VALUE SPACES.

       01 ENTRIES-AUDITED      PIC 9(6) VALUE ZERO.
       01 OVERRIDES-EXPLAINED  PIC 9(6) VALUE ZERO.
       01 EXCEPTION-COUNT      PIC 9(6) VALUE ZERO.
       01 REVENUE-GAINED       PIC 9(7)V99 VALUE ZERO.
       01 REVENUE-LOST         PIC 9(7)V99 VALUE ZERO.
       01 REVENUE-NET          PIC S9(7)V99 VALUE ZERO.

       01 AuditHeading1.
           02 FILLER           PIC X(33)
               VALUE " Admissions Re-Pricing Audit for ".
           02 AH-DATE          PIC 9(8).
       01 AuditHeading2.
           02 FILLER           PIC X(44)
               VALUE " Trans  Cshr Band   Age Ht Tier Member  Vouc".
           02 FILLER           PIC X(43)
               VALUE "her  Expect Charged    Diff Reason".
       01 AuditDetailLine.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-TRANS-ID      PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-CASHIER       PIC X(4).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-BAND          PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-AGE           PIC Z9.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-HEIGHT        PIC Z9.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-TIER          PIC X(4).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-MEMBER        PIC Z(6)9 BLANK WHEN ZERO.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-VOUCHER       PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-EXPECTED      PIC ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-CHARGED       PIC ZZZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-DIFFERENCE    PIC ----9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-REASON        PIC X(30).
       01 AuditTrailer1.
           02 FILLER           PIC X(20) VALUE " Admissions audited:".
           02 AT-AUDITED       PIC ZZZZZ9.
           02 FILLER           PIC X(24)
               VALUE "  Supervisor overrides: ".
           02 AT-OVERRIDES     PIC ZZZZZ9.
           02 FILLER           PIC X(14) VALUE "  Exceptions: ".
           02 AT-EXCEPTIONS    PIC ZZZZZ9.
       01 AuditTrailer2.
           02 FILLER           PIC X(17) VALUE " Revenue gained: ".
           02 AT-GAINED        PIC Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X(17) VALUE "  Revenue lost:  ".
           02 AT-LOST          PIC Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X(7) VALUE "  Net: ".
           02 AT-NET           PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       AuditAdmissionPrices.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Audit date (YYYYMMDD, zero for yesterday): "
               WITH NO ADVANCING
           ACCEPT WS-AUDIT-DATE
           IF WS-AUDIT-DATE = ZERO
              MOVE WS-TODAY-DATE TO WS-WORK-DATE
              PERFORM SUBTRACT-ONE-DAY
              MOVE WS-WORK-DATE TO WS-AUDIT-DATE
           END-IF
           IF WS-AUDIT-DATE > WS-TODAY-DATE
              DISPLAY "Audit date cannot be in the future."
           ELSE
              PERFORM LOAD-RATE-TABLE
              PERFORM LOAD-PRICING-CALENDAR
              PERFORM LOAD-MEMBER-TABLE
              PERFORM LOAD-VOUCHER-TABLE
              PERFORM LOAD-DAY-VOUCHERS
              PERFORM LOAD-DAY-GIFT-CARDS
              PERFORM LOAD-LOYALTY-CONTROL
              PERFORM LOAD-DAY-POINTS
              PERFORM AUDIT-ADMISSIONS-LOG
              DISPLAY "Admissions audited: " ENTRIES-AUDITED
              DISPLAY "Pricing exceptions: " EXCEPTION-COUNT
           END-IF
           STOP RUN.

       LOAD-RATE-TABLE.
           MOVE ZERO TO RATE-TABLE-COUNT
           MOVE 'N' TO RATE-EOF
           OPEN INPUT TicketRateFile
           PERFORM READ-RATE-FILE UNTIL END-OF-RATES
           CLOSE TicketRateFile.

       READ-RATE-FILE.
           READ TicketRateFile
              AT END
                 MOVE 'Y' TO RATE-EOF
              NOT AT END
                 IF RATE-TABLE-COUNT >= RATE-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO RATE-TABLE-COUNT
                 MOVE RF-BAND TO RT-BAND(RATE-TABLE-COUNT)
                 MOVE RF-HEIGHT-FLAG TO RT-HEIGHT-FLAG(RATE-TABLE-COUNT)
                 MOVE RF-PRICE TO RT-PRICE(RATE-TABLE-COUNT)
           END-READ.

       LOAD-PRICING-CALENDAR.
           MOVE ZERO TO CALENDAR-TABLE-COUNT
           MOVE 'N' TO CALENDAR-EOF
           OPEN INPUT PricingCalendar
           PERFORM READ-PRICING-CALENDAR UNTIL END-OF-CALENDAR
           CLOSE PricingCalendar.

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
                 MOVE PCAL-TO-DATE TO CAL-TO-DATE(CALENDAR-TABLE-COUNT)
                 MOVE PCAL-TIER TO CAL-TIER(CALENDAR-TABLE-COUNT)
                 MOVE PCAL-FACTOR TO CAL-FACTOR(CALENDAR-TABLE-COUNT)
           END-READ.

       LOAD-MEMBER-TABLE.
           MOVE ZERO TO MEMBER-TABLE-COUNT
           MOVE 'N' TO MEMBER-EOF
           OPEN INPUT MembershipFile
           PERFORM READ-MEMBER-FILE UNTIL END-OF-MEMBERS
           CLOSE MembershipFile.

       READ-MEMBER-FILE.
           READ MembershipFile
              AT END
                 MOVE 'Y' TO MEMBER-EOF
              NOT AT END
                 IF MEMBER-TABLE-COUNT >= MEMBER-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO MEMBER-TABLE-COUNT
                 MOVE MF-MEMBER-ID TO MT-MEMBER-ID(MEMBER-TABLE-COUNT)
                 MOVE MF-TIER TO MT-TIER(MEMBER-TABLE-COUNT)
                 IF MF-HOUSEHOLD-ID = ZERO
                    MOVE MF-MEMBER-ID
                        TO MT-HOUSEHOLD-ID(MEMBER-TABLE-COUNT)
                    MOVE 'P' TO MT-ROLE(MEMBER-TABLE-COUNT)
                 ELSE
                    MOVE MF-HOUSEHOLD-ID
                        TO MT-HOUSEHOLD-ID(MEMBER-TABLE-COUNT)
                    MOVE MF-ROLE TO MT-ROLE(MEMBER-TABLE-COUNT)
                 END-IF
           END-READ.

       LOAD-VOUCHER-TABLE.
           MOVE ZERO TO VOUCHER-TABLE-COUNT
           MOVE 'N' TO VOUCHER-EOF
           OPEN INPUT VoucherMaster
           PERFORM READ-VOUCHER-MASTER UNTIL END-OF-VOUCHERS
           CLOSE VoucherMaster.

       READ-VOUCHER-MASTER.
           READ VoucherMaster
              AT END
                 SET END-OF-VOUCHERS TO TRUE
              NOT AT END
                 IF VOUCHER-TABLE-COUNT >= VOUCHER-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO VOUCHER-TABLE-COUNT
                 MOVE VM-CODE TO VT-CODE(VOUCHER-TABLE-COUNT)
                 MOVE VM-DISC-TYPE TO VT-DISC-TYPE(VOUCHER-TABLE-COUNT)
                 MOVE VM-DISC-VALUE
                     TO VT-DISC-VALUE(VOUCHER-TABLE-COUNT)
           END-READ.

       LOAD-DAY-VOUCHERS.
           MOVE ZERO TO DAY-VOUCHER-COUNT
           MOVE 'N' TO REDEMPTION-EOF
           OPEN INPUT VoucherRedemptions
           PERFORM READ-VOUCHER-REDEMPTION UNTIL END-OF-REDEMPTIONS
           CLOSE VoucherRedemptions.

       READ-VOUCHER-REDEMPTION.
           READ VoucherRedemptions
              AT END
                 SET END-OF-REDEMPTIONS TO TRUE
              NOT AT END
                 IF VRD-DATE = WS-AUDIT-DATE
                    IF DAY-VOUCHER-COUNT >= DAY-REDEMPTION-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO DAY-VOUCHER-COUNT
                    MOVE VRD-TRANS-ID TO DV-TRANS-ID(DAY-VOUCHER-COUNT)
                    MOVE VRD-CODE TO DV-CODE(DAY-VOUCHER-COUNT)
                 END-IF
           END-READ.

       LOAD-DAY-GIFT-CARDS.
           MOVE ZERO TO DAY-GIFT-COUNT
           MOVE 'N' TO GIFT-REDEMPTION-EOF
           OPEN INPUT GiftCardRedemptions
           PERFORM READ-GIFT-REDEMPTION UNTIL END-OF-GIFT-REDEMPTIONS
           CLOSE GiftCardRedemptions.

       READ-GIFT-REDEMPTION.
           READ GiftCardRedemptions
              AT END
                 SET END-OF-GIFT-REDEMPTIONS TO TRUE
              NOT AT END
                 IF GRD-DATE = WS-AUDIT-DATE
                    IF DAY-GIFT-COUNT >= DAY-REDEMPTION-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO DAY-GIFT-COUNT
                    MOVE GRD-TRANS-ID TO DG-TRANS-ID(DAY-GIFT-COUNT)
                    MOVE GRD-AMOUNT TO DG-AMOUNT(DAY-GIFT-COUNT)
                 END-IF
           END-READ.

       LOAD-LOYALTY-CONTROL.
           MOVE ZERO TO WS-POINT-VALUE
           MOVE 'N' TO LOYALTY-EOF
           OPEN INPUT LoyaltyControl
           READ LoyaltyControl
              AT END
                 SET END-OF-LOYALTY TO TRUE
           END-READ
           CLOSE LoyaltyControl
           IF NOT END-OF-LOYALTY
              MOVE LC-POINT-VALUE TO WS-POINT-VALUE
           END-IF.

       LOAD-DAY-POINTS.
           MOVE ZERO TO DAY-POINTS-COUNT
           MOVE 'N' TO LOYALTY-EOF
           OPEN INPUT LoyaltyLedger
           PERFORM READ-LOYALTY-LEDGER UNTIL END-OF-LOYALTY
           CLOSE LoyaltyLedger.

       READ-LOYALTY-LEDGER.
           READ LoyaltyLedger
              AT END
                 SET END-OF-LOYALTY TO TRUE
              NOT AT END
                 IF LL-REDEEMED AND LL-SOURCE = "ADM"
                    AND LL-DATE = WS-AUDIT-DATE
                    IF DAY-POINTS-COUNT >= DAY-REDEMPTION-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO DAY-POINTS-COUNT
                    MOVE LL-TRANS-ID TO DP-TRANS-ID(DAY-POINTS-COUNT)
                    MOVE LL-POINTS TO DP-POINTS(DAY-POINTS-COUNT)
                 END-IF
           END-READ.

       AUDIT-ADMISSIONS-LOG.
           OPEN OUTPUT PriceAuditReport
           MOVE WS-AUDIT-DATE TO AH-DATE
           WRITE PriceAuditLine FROM AuditHeading1
               AFTER ADVANCING PAGE
           WRITE PriceAuditLine FROM AuditHeading2
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-ADMISSIONS-LOG UNTIL END-OF-LOG
           CLOSE AdmissionsLog
           COMPUTE REVENUE-NET = REVENUE-GAINED - REVENUE-LOST
           MOVE ENTRIES-AUDITED TO AT-AUDITED
           MOVE OVERRIDES-EXPLAINED TO AT-OVERRIDES
           MOVE EXCEPTION-COUNT TO AT-EXCEPTIONS
           MOVE REVENUE-GAINED TO AT-GAINED
           MOVE REVENUE-LOST TO AT-LOST
           MOVE REVENUE-NET TO AT-NET
           WRITE PriceAuditLine FROM AuditTrailer1
               AFTER ADVANCING 2 LINES
           WRITE PriceAuditLine FROM AuditTrailer2
               AFTER ADVANCING 1 LINE
           CLOSE PriceAuditReport.

       READ-ADMISSIONS-LOG.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-ENTRY-TYPE = 'A' AND AL-DATE = WS-AUDIT-DATE
                    ADD 1 TO ENTRIES-AUDITED
                    IF AL-REASON-CODE = "OVERRIDE"
                       AND AL-SUPER-ID NOT = SPACES
                       ADD 1 TO OVERRIDES-EXPLAINED
                    ELSE
                       PERFORM REPRICE-ADMISSION
                    END-IF
                 END-IF
           END-READ.

      * The expected price is built the way the gate builds it: band
      * rate times the calendar factor, then the member tier, then
      * the voucher.  What the visitor was charged is the logged price
      * plus any gift card or loyalty point cover taken against it.
       REPRICE-ADMISSION.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE SPACES TO WS-VOUCHER-CODE
           MOVE AL-PRICE TO WS-LOGGED-PRICE
           PERFORM LOOKUP-CALENDAR-TIER
           EVALUATE AL-REASON-CODE
              WHEN "GROUP"
                 PERFORM PRICE-GROUP-ADMISSION
              WHEN "PRESALE"
                 PERFORM PRICE-PRESOLD-ADMISSION
              WHEN OTHER
                 PERFORM PRICE-GATE-ADMISSION
           END-EVALUATE
           PERFORM COMPUTE-CHARGED-PRICE
           COMPUTE WS-PRICE-DIFFERENCE =
               WS-CHARGED-PRICE - WS-EXPECTED-PRICE
           IF WS-EXCEPTION-REASON = SPACES
              AND WS-CAL-TIER NOT = AL-TIER
              STRING "LOGGED TIER " AL-TIER " CALENDAR " WS-CAL-TIER
                  DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
              AND WS-PRICE-DIFFERENCE NOT = ZERO
              MOVE "PRICE DIFFERS FROM RATES" TO WS-EXCEPTION-REASON
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
              PERFORM WRITE-PRICE-EXCEPTION
           END-IF.

       PRICE-GATE-ADMISSION.
           MOVE AL-AGE TO AGE
           EVALUATE TRUE
              WHEN INFANT
                 MOVE "INFANT" TO WS-BAND
              WHEN CHILD
                 MOVE "CHILD " TO WS-BAND
              WHEN TEEN
                 MOVE "TEEN  " TO WS-BAND
              WHEN ADULT
                 MOVE "ADULT " TO WS-BAND
              WHEN SENIOR
                 MOVE "SENIOR" TO WS-BAND
           END-EVALUATE
           IF AL-HEIGHT <= 48
              MOVE 'Y' TO WS-HEIGHT-FLAG
           ELSE
              MOVE 'N' TO WS-HEIGHT-FLAG
           END-IF
           PERFORM LOOKUP-RATE
           COMPUTE WS-EXPECTED-PRICE ROUNDED = WS-RATE * WS-CAL-FACTOR
           IF AL-MEMBER-ID NOT = ZERO
              PERFORM APPLY-MEMBER-TIER
           END-IF
           PERFORM APPLY-DAY-VOUCHER.

      * Group tickets are logged per head at the band rate without a
      * height; the bundle discount depends on the party size, which
      * the log does not keep.
       PRICE-GROUP-ADMISSION.
           MOVE AL-BAND TO WS-BAND
           MOVE 'N' TO WS-HEIGHT-FLAG
           PERFORM LOOKUP-RATE
           COMPUTE WS-EXPECTED-PRICE ROUNDED = WS-RATE * WS-CAL-FACTOR
           COMPUTE WS-ALTERNATE-PRICE ROUNDED =
               WS-EXPECTED-PRICE * (1 - GROUP-DISCOUNT-PCT)
           IF WS-LOGGED-PRICE = WS-ALTERNATE-PRICE
              MOVE WS-ALTERNATE-PRICE TO WS-EXPECTED-PRICE
           END-IF.

      * Advance tickets carry the band only; either height rate for
      * the visit day is a valid price.
       PRICE-PRESOLD-ADMISSION.
           MOVE AL-BAND TO WS-BAND
           MOVE 'Y' TO WS-HEIGHT-FLAG
           PERFORM LOOKUP-RATE
           COMPUTE WS-ALTERNATE-PRICE ROUNDED = WS-RATE * WS-CAL-FACTOR
           MOVE 'N' TO WS-HEIGHT-FLAG
           PERFORM LOOKUP-RATE
           COMPUTE WS-EXPECTED-PRICE ROUNDED = WS-RATE * WS-CAL-FACTOR
           IF WS-LOGGED-PRICE = WS-ALTERNATE-PRICE
              MOVE WS-ALTERNATE-PRICE TO WS-EXPECTED-PRICE
           END-IF.

       LOOKUP-RATE.
           MOVE ZERO TO WS-RATE
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM SEARCH-RATE-ENTRY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT
           IF NOT RATE-IS-FOUND
              MOVE "NO RATE FOR BAND" TO WS-EXCEPTION-REASON
           END-IF.

       SEARCH-RATE-ENTRY.
           IF RT-BAND(RATE-IDX) = WS-BAND
                 AND RT-HEIGHT-FLAG(RATE-IDX) = WS-HEIGHT-FLAG
              MOVE RT-PRICE(RATE-IDX) TO WS-RATE
              SET RATE-IS-FOUND TO TRUE
           END-IF.

       LOOKUP-CALENDAR-TIER.
           MOVE "BASE" TO WS-CAL-TIER
           MOVE 1.00 TO WS-CAL-FACTOR
           PERFORM FIND-CALENDAR-ENTRY
               VARYING CALENDAR-IDX FROM 1 BY 1
               UNTIL CALENDAR-IDX > CALENDAR-TABLE-COUNT.

       FIND-CALENDAR-ENTRY.
           IF AL-DATE >= CAL-FROM-DATE(CALENDAR-IDX)
              AND AL-DATE <= CAL-TO-DATE(CALENDAR-IDX)
              MOVE CAL-TIER(CALENDAR-IDX) TO WS-CAL-TIER
              MOVE CAL-FACTOR(CALENDAR-IDX) TO WS-CAL-FACTOR
           END-IF.

      * A member id is only logged when the membership was in force at
      * the gate, so the expiry date is not checked again here.
       APPLY-MEMBER-TIER.
           MOVE 'N' TO WS-MEMBER-FOUND
           PERFORM FIND-MEMBER
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
           IF NOT MEMBER-IS-FOUND
              MOVE "MEMBER NOT ON FILE" TO WS-EXCEPTION-REASON
           ELSE
              IF MEMBER-IS-DEPENDENT
                 PERFORM FIND-HOUSEHOLD-PRIMARY
                     VARYING MEMBER-IDX FROM 1 BY 1
                     UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
              END-IF
              EVALUATE TRUE
                 WHEN TIER-GOLD
                    MOVE ZERO TO WS-EXPECTED-PRICE
                 WHEN TIER-STANDARD
                    COMPUTE WS-EXPECTED-PRICE ROUNDED =
                        WS-EXPECTED-PRICE * 0.5
              END-EVALUATE
           END-IF.

       FIND-MEMBER.
           IF MT-MEMBER-ID(MEMBER-IDX) = AL-MEMBER-ID
              SET MEMBER-IS-FOUND TO TRUE
              MOVE MT-TIER(MEMBER-IDX) TO WS-MEMBER-TIER
              MOVE MT-HOUSEHOLD-ID(MEMBER-IDX) TO WS-MEMBER-HOUSEHOLD
              MOVE MT-ROLE(MEMBER-IDX) TO WS-MEMBER-ROLE
           END-IF.

       FIND-HOUSEHOLD-PRIMARY.
           IF MT-HOUSEHOLD-ID(MEMBER-IDX) = WS-MEMBER-HOUSEHOLD
              AND MT-ROLE(MEMBER-IDX) = 'P'
              MOVE MT-TIER(MEMBER-IDX) TO WS-MEMBER-TIER
           END-IF.

       APPLY-DAY-VOUCHER.
           PERFORM FIND-DAY-VOUCHER
               VARYING DAY-VOUCHER-IDX FROM 1 BY 1
               UNTIL DAY-VOUCHER-IDX > DAY-VOUCHER-COUNT
           IF WS-VOUCHER-CODE NOT = SPACES
              MOVE 'N' TO WS-VOUCHER-FOUND
              PERFORM FIND-VOUCHER
                  VARYING VOUCHER-IDX FROM 1 BY 1
                  UNTIL VOUCHER-IDX > VOUCHER-TABLE-COUNT
              IF NOT VOUCHER-CODE-FOUND
                 MOVE "VOUCHER NOT ON MASTER" TO WS-EXCEPTION-REASON
              ELSE
                 PERFORM APPLY-VOUCHER-DISCOUNT
              END-IF
           END-IF.

       FIND-DAY-VOUCHER.
           IF DV-TRANS-ID(DAY-VOUCHER-IDX) = AL-TRANS-ID
              MOVE DV-CODE(DAY-VOUCHER-IDX) TO WS-VOUCHER-CODE
           END-IF.

       FIND-VOUCHER.
           IF VT-CODE(VOUCHER-IDX) = WS-VOUCHER-CODE
              SET VOUCHER-CODE-FOUND TO TRUE
              MOVE VOUCHER-IDX TO WS-VOUCHER-IDX
           END-IF.

       APPLY-VOUCHER-DISCOUNT.
           IF VT-DISC-TYPE(WS-VOUCHER-IDX) = 'P'
              COMPUTE WS-VOUCHER-DISCOUNT ROUNDED =
                  WS-EXPECTED-PRICE * VT-DISC-VALUE(WS-VOUCHER-IDX)
                  / 100
           ELSE
              MOVE VT-DISC-VALUE(WS-VOUCHER-IDX)
                  TO WS-VOUCHER-DISCOUNT
           END-IF
           IF WS-VOUCHER-DISCOUNT > WS-EXPECTED-PRICE
              MOVE WS-EXPECTED-PRICE TO WS-VOUCHER-DISCOUNT
           END-IF
           SUBTRACT WS-VOUCHER-DISCOUNT FROM WS-EXPECTED-PRICE.

      * Points are redeemed in whole points, so when they cover the
      * whole price their value can run a fraction over it; the cover
      * is then taken as whatever the gift card left to pay.
       COMPUTE-CHARGED-PRICE.
           MOVE ZERO TO WS-GIFT-DEBIT
           MOVE ZERO TO WS-POINTS-DEBIT
           PERFORM FIND-DAY-GIFT-CARD
               VARYING DAY-GIFT-IDX FROM 1 BY 1
               UNTIL DAY-GIFT-IDX > DAY-GIFT-COUNT
           PERFORM FIND-DAY-POINTS
               VARYING DAY-POINTS-IDX FROM 1 BY 1
               UNTIL DAY-POINTS-IDX > DAY-POINTS-COUNT
           IF WS-POINTS-DEBIT > ZERO AND WS-LOGGED-PRICE = ZERO
              COMPUTE WS-POINTS-CAP = WS-EXPECTED-PRICE - WS-GIFT-DEBIT
              IF WS-POINTS-CAP > ZERO
                 AND WS-POINTS-DEBIT > WS-POINTS-CAP
                 AND WS-POINTS-DEBIT - WS-POINTS-CAP < WS-POINT-VALUE
                 MOVE WS-POINTS-CAP TO WS-POINTS-DEBIT
              END-IF
           END-IF
           COMPUTE WS-CHARGED-PRICE =
               WS-LOGGED-PRICE + WS-GIFT-DEBIT + WS-POINTS-DEBIT.

       FIND-DAY-GIFT-CARD.
           IF DG-TRANS-ID(DAY-GIFT-IDX) = AL-TRANS-ID
              ADD DG-AMOUNT(DAY-GIFT-IDX) TO WS-GIFT-DEBIT
           END-IF.

       FIND-DAY-POINTS.
           IF DP-TRANS-ID(DAY-POINTS-IDX) = AL-TRANS-ID
              COMPUTE WS-POINTS-DEBIT = WS-POINTS-DEBIT
                  + DP-POINTS(DAY-POINTS-IDX) * WS-POINT-VALUE
           END-IF.

       WRITE-PRICE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           IF WS-PRICE-DIFFERENCE > ZERO
              ADD WS-PRICE-DIFFERENCE TO REVENUE-GAINED
           ELSE
              SUBTRACT WS-PRICE-DIFFERENCE FROM REVENUE-LOST
           END-IF
           MOVE AL-TRANS-ID TO AD-TRANS-ID
           MOVE AL-CASHIER-ID TO AD-CASHIER
           MOVE AL-BAND TO AD-BAND
           MOVE AL-AGE TO AD-AGE
           MOVE AL-HEIGHT TO AD-HEIGHT
           MOVE AL-TIER TO AD-TIER
           MOVE AL-MEMBER-ID TO AD-MEMBER
           MOVE WS-VOUCHER-CODE TO AD-VOUCHER
           MOVE WS-EXPECTED-PRICE TO AD-EXPECTED
           MOVE WS-CHARGED-PRICE TO AD-CHARGED
           MOVE WS-PRICE-DIFFERENCE TO AD-DIFFERENCE
           MOVE WS-EXCEPTION-REASON TO AD-REASON
           WRITE PriceAuditLine FROM AuditDetailLine
               AFTER ADVANCING 1 LINE.

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
