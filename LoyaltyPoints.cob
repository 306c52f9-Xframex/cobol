       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyPoints.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoyaltyControl ASSIGN TO "LoyaltyControl.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MembershipFile ASSIGN TO "Membership.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoyaltyLedger ASSIGN TO "LoyaltyLedger.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AncillaryJournal
               ASSIGN TO "AncillaryJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LiabilityReport ASSIGN TO "LoyaltyLiability.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StatementFile ASSIGN TO "LoyaltyStatements.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LoyaltyControl.
       COPY LOYCTL.

       FD MembershipFile.
       COPY MEMBER.

       FD LoyaltyLedger.
       COPY LOYALTY.

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

       FD LiabilityReport.
       01 LiabilityLine       PIC X(70).

       FD StatementFile.
       01 StatementLine       PIC X(80).

       WORKING-STORAGE SECTION.
       01 RUN-MODE             PIC X VALUE SPACE.
           88 ACCRUE-MODE      VALUE 'A' 'a'.
           88 MONTH-END-MODE   VALUE 'M' 'm'.
           88 STATEMENT-MODE   VALUE 'S' 's'.

       01 CONTROL-EOF          PIC X VALUE 'N'.
           88 END-OF-CONTROL   VALUE 'Y'.
       01 MEMBER-EOF           PIC X VALUE 'N'.
           88 END-OF-MEMBERS   VALUE 'Y'.
       01 LEDGER-EOF           PIC X VALUE 'N'.
           88 END-OF-LEDGER    VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 ANCILLARY-EOF        PIC X VALUE 'N'.
           88 END-OF-ANCILLARY VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-FROM-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-TO-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-ALREADY-ACCRUED   PIC X VALUE 'N'.
           88 DATE-ALREADY-ACCRUED VALUE 'Y'.

       01 WS-EXPIRY-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-EXPIRY-SPLIT REDEFINES WS-EXPIRY-DATE.
           02 WS-EXPIRY-YEAR   PIC 9(4).
           02 WS-EXPIRY-MONTH  PIC 99.
           02 WS-EXPIRY-DAY    PIC 99.
       01 WS-MONTH-COUNT       PIC 9(5) VALUE ZERO.

       01 WS-PAID-PRICE        PIC 999V99 VALUE ZEROS.
       01 WS-EARN-BASE         PIC 9(7)V99 VALUE ZEROS.
       01 WS-EARN-RATE         PIC 9(2)V99 VALUE ZEROS.
       01 WS-EARN-POINTS       PIC 9(7) VALUE ZERO.
       01 WS-EARN-SOURCE       PIC X(3) VALUE SPACES.
       01 WS-EARN-TRANS-ID     PIC 9(6) VALUE ZERO.
       01 WS-EARN-MEMBER-ID    PIC 9(7) VALUE ZEROS.
       01 WS-VISIT-BONUS       PIC 9(3) VALUE ZERO.

       01 MEMBER-TABLE-MAX     PIC 9(4) VALUE 2000.
       01 MEMBER-TABLE-COUNT   PIC 9(4) VALUE ZERO.
       01 MEMBER-IDX           PIC 9(4) VALUE ZERO.
       01 HOUSE-MEMBER-IDX     PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-IDX        PIC 9(4) VALUE ZERO.
       01 WS-PRIMARY-IDX       PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-MEMBER     PIC 9(7) VALUE ZEROS.
       01 WS-LOOKUP-HOUSEHOLD  PIC 9(7) VALUE ZEROS.

       01 MEMBER-TABLE.
           02 MEMBER-ENTRY OCCURS 2000 TIMES.
               03 MB-MEMBER-ID     PIC 9(7).
               03 MB-TIER          PIC X.
                   88 MB-TIER-GOLD VALUE 'G' 'g'.
               03 MB-EXPIRY        PIC 9(8).
               03 MB-HOUSEHOLD-ID  PIC 9(7).
               03 MB-ROLE          PIC X.
                   88 MB-IS-DEPENDENT VALUE 'D'.
               03 MB-PRINTED-SW    PIC X.
                   88 MB-PRINTED   VALUE 'Y'.
               03 MB-OPENING       PIC S9(8).
               03 MB-EARNED        PIC S9(8).
               03 MB-REDEEMED      PIC 9(8).
               03 MB-EXPIRED       PIC 9(8).
               03 MB-EARN-DUE      PIC S9(8).
               03 MB-USED          PIC 9(8).
               03 MB-BALANCE       PIC S9(8).

       01 WS-MEMBER-ACTIVE     PIC X VALUE 'N'.
           88 MEMBER-IS-ACTIVE VALUE 'Y'.
       01 WS-EARN-TIER         PIC X VALUE SPACE.
           88 EARN-TIER-GOLD   VALUE 'G' 'g'.

      * Refunds on the accrual date; the earn being reversed is found
      * on the ledger by the original admission's transaction id.
       01 REFUND-TABLE-MAX     PIC 9(3) VALUE 500.
       01 REFUND-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 REFUND-IDX           PIC 9(3) VALUE ZERO.
       01 WS-REFUND-IDX        PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-TRANS-ID   PIC 9(6) VALUE ZEROS.

       01 REFUND-TABLE.
           02 REFUND-ENTRY OCCURS 500 TIMES.
               03 RF-REF-TRANS-ID  PIC 9(6).
               03 RF-MEMBER-ID     PIC 9(7).
               03 RF-POINTS        PIC 9(7).
               03 RF-EXPIRY-DATE   PIC 9(8).

       01 WS-TO-EXPIRE         PIC S9(8) VALUE ZERO.
       01 WS-POINTS-VALUE      PIC 9(8)V99 VALUE ZEROS.

       01 ENTRIES-WRITTEN      PIC 9(6) VALUE ZERO.
       01 POINTS-EARNED        PIC 9(8) VALUE ZERO.
       01 POINTS-REVERSED      PIC 9(8) VALUE ZERO.
       01 POINTS-EXPIRED       PIC 9(8) VALUE ZERO.
       01 MEMBERS-WITH-POINTS  PIC 9(5) VALUE ZERO.
       01 TOTAL-POINTS         PIC S9(9) VALUE ZERO.
       01 TOTAL-LIABILITY      PIC 9(8)V99 VALUE ZEROS.

       01 HOUSE-OPENING        PIC S9(8) VALUE ZERO.
       01 HOUSE-EARNED         PIC S9(8) VALUE ZERO.
       01 HOUSE-REDEEMED       PIC 9(8) VALUE ZERO.
       01 HOUSE-EXPIRED        PIC 9(8) VALUE ZERO.
       01 HOUSE-CLOSING        PIC S9(8) VALUE ZERO.
       01 WS-HOUSE-ACTIVITY    PIC X VALUE 'N'.
           88 HOUSEHOLD-HAS-ACTIVITY VALUE 'Y'.
       01 STATEMENTS-PRINTED   PIC 9(5) VALUE ZERO.

       01 LiabilityHeading1.
           02 FILLER           PIC X(39)
               VALUE " Loyalty Points Outstanding Liability ".
           02 LH-DATE          PIC 9(8).
       01 LiabilityHeading2    PIC X(70)
           VALUE " Member   Household     Points        Value".

       01 LiabilityDetail.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 LD-MEMBER-ID     PIC 9(7).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 LD-HOUSEHOLD-ID  PIC 9(7).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 LD-POINTS        PIC ZZ,ZZZ,ZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 LD-VALUE         PIC ZZ,ZZ9.99.

       01 LiabilityTrailer.
           02 FILLER           PIC X(10) VALUE " Members: ".
           02 LT-COUNT         PIC ZZZZ9.
           02 FILLER           PIC X(10) VALUE "  Points: ".
           02 LT-POINTS        PIC ZZZ,ZZZ,ZZ9.
           02 FILLER           PIC X(20) VALUE "  Total liability: ".
           02 LT-TOTAL         PIC Z,ZZZ,ZZ9.99.

       01 StmtHeading1.
           02 FILLER           PIC X(30)
               VALUE " Loyalty Points Statement for ".
           02 SH-FROM-DATE     PIC 9(8).
           02 FILLER           PIC X(4) VALUE " to ".
           02 SH-TO-DATE       PIC 9(8).
       01 StmtHouseholdLine.
           02 FILLER           PIC X(12) VALUE " Household: ".
           02 SHH-HOUSEHOLD-ID PIC 9(7).
       01 StmtColumnHeads      PIC X(80)
           VALUE "   Member    Opening     Earned   Redeemed    Expired"
           & "    Closing".
       01 StmtDetailLine.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-MEMBER-ID     PIC 9(7).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SD-OPENING       PIC -(8)9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SD-EARNED        PIC -(8)9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-REDEEMED      PIC Z(8)9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-EXPIRED       PIC Z(8)9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SD-CLOSING       PIC -(8)9.
       01 StmtTotalLine.
           02 FILLER           PIC X(11) VALUE "   TOTAL   ".
           02 ST-OPENING       PIC -(8)9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 ST-EARNED        PIC -(8)9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ST-REDEEMED      PIC Z(8)9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ST-EXPIRED       PIC Z(8)9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 ST-CLOSING       PIC -(8)9.
           02 FILLER           PIC X(3) VALUE " = ".
           02 ST-VALUE         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunLoyaltyPoints.
           DISPLAY "Run (A)ccrual, (M)onth-end expiry/liability "
               WITH NO ADVANCING
           DISPLAY "or household (S)tatements: " WITH NO ADVANCING
           ACCEPT RUN-MODE
           PERFORM LOAD-LOYALTY-CONTROL
           PERFORM LOAD-MEMBER-TABLE
           EVALUATE TRUE
              WHEN ACCRUE-MODE
                 DISPLAY "Accrue points for date (YYYYMMDD): "
                     WITH NO ADVANCING
                 ACCEPT WS-RUN-DATE
                 PERFORM ACCRUE-POINTS
              WHEN MONTH-END-MODE
                 DISPLAY "Month-end date (YYYYMMDD): "
                     WITH NO ADVANCING
                 ACCEPT WS-RUN-DATE
                 PERFORM EXPIRE-POINTS
                 PERFORM WRITE-LIABILITY-REPORT
              WHEN STATEMENT-MODE
                 DISPLAY "Statement period from (YYYYMMDD): "
                     WITH NO ADVANCING
                 ACCEPT WS-FROM-DATE
                 DISPLAY "Statement period to (YYYYMMDD): "
                     WITH NO ADVANCING
                 ACCEPT WS-TO-DATE
                 PERFORM PRODUCE-STATEMENTS
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
           END-EVALUATE
           STOP RUN.

       LOAD-LOYALTY-CONTROL.
           MOVE 'N' TO CONTROL-EOF
           OPEN INPUT LoyaltyControl
           READ LoyaltyControl
              AT END
                 SET END-OF-CONTROL TO TRUE
           END-READ
           CLOSE LoyaltyControl
           IF END-OF-CONTROL
              DISPLAY "*** LOYALTY CONTROL RECORD MISSING - "
                  "RUN ABANDONED ***"
              STOP RUN
           END-IF.

       LOAD-MEMBER-TABLE.
           MOVE ZERO TO MEMBER-TABLE-COUNT
           MOVE 'N' TO MEMBER-EOF
           OPEN INPUT MembershipFile
           PERFORM READ-MEMBER-FILE UNTIL END-OF-MEMBERS
           CLOSE MembershipFile.

       READ-MEMBER-FILE.
           READ MembershipFile
              AT END
                 SET END-OF-MEMBERS TO TRUE
              NOT AT END
                 IF MEMBER-TABLE-COUNT >= MEMBER-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 MOVE MF-MEMBER-ID TO WS-LOOKUP-MEMBER
                 PERFORM ADD-MEMBER-ENTRY
                 MOVE MF-TIER TO MB-TIER(WS-MEMBER-IDX)
                 MOVE MF-EXPIRY TO MB-EXPIRY(WS-MEMBER-IDX)
                 IF MF-HOUSEHOLD-ID NOT = ZERO
                    MOVE MF-HOUSEHOLD-ID
                        TO MB-HOUSEHOLD-ID(WS-MEMBER-IDX)
                    MOVE MF-ROLE TO MB-ROLE(WS-MEMBER-IDX)
                 END-IF
           END-READ.

      * Members found on the ledger but no longer on Membership.Dat
      * are added as standalone households so their points still
      * count towards the liability.
       ADD-MEMBER-ENTRY.
           ADD 1 TO MEMBER-TABLE-COUNT
           MOVE MEMBER-TABLE-COUNT TO WS-MEMBER-IDX
           MOVE WS-LOOKUP-MEMBER TO MB-MEMBER-ID(WS-MEMBER-IDX)
           MOVE SPACE TO MB-TIER(WS-MEMBER-IDX)
           MOVE ZERO TO MB-EXPIRY(WS-MEMBER-IDX)
           MOVE WS-LOOKUP-MEMBER TO MB-HOUSEHOLD-ID(WS-MEMBER-IDX)
           MOVE 'P' TO MB-ROLE(WS-MEMBER-IDX)
           MOVE 'N' TO MB-PRINTED-SW(WS-MEMBER-IDX)
           MOVE ZERO TO MB-OPENING(WS-MEMBER-IDX)
           MOVE ZERO TO MB-EARNED(WS-MEMBER-IDX)
           MOVE ZERO TO MB-REDEEMED(WS-MEMBER-IDX)
           MOVE ZERO TO MB-EXPIRED(WS-MEMBER-IDX)
           MOVE ZERO TO MB-EARN-DUE(WS-MEMBER-IDX)
           MOVE ZERO TO MB-USED(WS-MEMBER-IDX)
           MOVE ZERO TO MB-BALANCE(WS-MEMBER-IDX).

       LOOKUP-MEMBER.
           MOVE ZERO TO WS-MEMBER-IDX
           PERFORM FIND-MEMBER
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
               OR WS-MEMBER-IDX NOT = ZERO.

       FIND-MEMBER.
           IF MB-MEMBER-ID(MEMBER-IDX) = WS-LOOKUP-MEMBER
              MOVE MEMBER-IDX TO WS-MEMBER-IDX
           END-IF.

       LOOKUP-OR-ADD-MEMBER.
           PERFORM LOOKUP-MEMBER
           IF WS-MEMBER-IDX = ZERO
              IF MEMBER-TABLE-COUNT >= MEMBER-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              PERFORM ADD-MEMBER-ENTRY
           END-IF.

      *-----------------------------------------------------------------
      * Accrual: one run per trading date.  Paid and member-priced
      * admissions earn spend points plus the visit bonus; ancillary
      * sales carrying a member id earn spend points.  A refund on the
      * date reverses the points its admission earned.
      *-----------------------------------------------------------------
       ACCRUE-POINTS.
           PERFORM LOAD-DATE-REFUNDS
           MOVE 'N' TO WS-ALREADY-ACCRUED
           MOVE 'N' TO LEDGER-EOF
           OPEN INPUT LoyaltyLedger
           PERFORM SCAN-LEDGER-FOR-ACCRUAL UNTIL END-OF-LEDGER
           CLOSE LoyaltyLedger
           IF DATE-ALREADY-ACCRUED
              DISPLAY "*** POINTS ALREADY ACCRUED FOR " WS-RUN-DATE
                  " - RUN ABANDONED ***"
           ELSE
              OPEN EXTEND LoyaltyLedger
              PERFORM WRITE-REFUND-REVERSAL
                  VARYING REFUND-IDX FROM 1 BY 1
                  UNTIL REFUND-IDX > REFUND-TABLE-COUNT
              PERFORM COMPUTE-EXPIRY-DATE
              MOVE 'N' TO LOG-EOF
              OPEN INPUT AdmissionsLog
              PERFORM ACCRUE-ADMISSION-ENTRY UNTIL END-OF-LOG
              CLOSE AdmissionsLog
              MOVE 'N' TO ANCILLARY-EOF
              OPEN INPUT AncillaryJournal
              PERFORM ACCRUE-ANCILLARY-ENTRY UNTIL END-OF-ANCILLARY
              CLOSE AncillaryJournal
              CLOSE LoyaltyLedger
              DISPLAY "Loyalty accrual complete for " WS-RUN-DATE
              DISPLAY "Ledger entries written: " ENTRIES-WRITTEN
              DISPLAY "Points earned:          " POINTS-EARNED
              DISPLAY "Points reversed:        " POINTS-REVERSED
           END-IF.

       LOAD-DATE-REFUNDS.
           MOVE ZERO TO REFUND-TABLE-COUNT
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-LOG-FOR-REFUND UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       READ-LOG-FOR-REFUND.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-DATE = WS-RUN-DATE
                    AND AL-ENTRY-TYPE = 'R'
                    IF REFUND-TABLE-COUNT >= REFUND-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO REFUND-TABLE-COUNT
                    MOVE AL-REF-TRANS-ID
                        TO RF-REF-TRANS-ID(REFUND-TABLE-COUNT)
                    MOVE ZERO TO RF-MEMBER-ID(REFUND-TABLE-COUNT)
                    MOVE ZERO TO RF-POINTS(REFUND-TABLE-COUNT)
                    MOVE ZERO TO RF-EXPIRY-DATE(REFUND-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-REFUND.
           MOVE ZERO TO WS-REFUND-IDX
           PERFORM FIND-REFUND
               VARYING REFUND-IDX FROM 1 BY 1
               UNTIL REFUND-IDX > REFUND-TABLE-COUNT
               OR WS-REFUND-IDX NOT = ZERO.

       FIND-REFUND.
           IF RF-REF-TRANS-ID(REFUND-IDX) = WS-LOOKUP-TRANS-ID
              MOVE REFUND-IDX TO WS-REFUND-IDX
           END-IF.

       SCAN-LEDGER-FOR-ACCRUAL.
           READ LoyaltyLedger
              AT END
                 SET END-OF-LEDGER TO TRUE
              NOT AT END
                 IF LL-DATE = WS-RUN-DATE
                    AND (LL-EARNED OR LL-REVERSED)
                    SET DATE-ALREADY-ACCRUED TO TRUE
                 END-IF
                 IF LL-EARNED AND LL-SOURCE = "ADM"
                    MOVE LL-TRANS-ID TO WS-LOOKUP-TRANS-ID
                    PERFORM LOOKUP-REFUND
                    IF WS-REFUND-IDX NOT = ZERO
                       MOVE LL-MEMBER-ID
                           TO RF-MEMBER-ID(WS-REFUND-IDX)
                       MOVE LL-POINTS TO RF-POINTS(WS-REFUND-IDX)
                       MOVE LL-EXPIRY-DATE
                           TO RF-EXPIRY-DATE(WS-REFUND-IDX)
                    END-IF
                 END-IF
           END-READ.

       WRITE-REFUND-REVERSAL.
           IF RF-POINTS(REFUND-IDX) > ZERO
              MOVE RF-MEMBER-ID(REFUND-IDX) TO LL-MEMBER-ID
              MOVE WS-RUN-DATE TO LL-DATE
              MOVE "REV" TO LL-TYPE
              MOVE "ADM" TO LL-SOURCE
              MOVE RF-REF-TRANS-ID(REFUND-IDX) TO LL-TRANS-ID
              MOVE RF-POINTS(REFUND-IDX) TO LL-POINTS
              MOVE RF-EXPIRY-DATE(REFUND-IDX) TO LL-EXPIRY-DATE
              WRITE LoyaltyLedgerRec
              ADD 1 TO ENTRIES-WRITTEN
              ADD RF-POINTS(REFUND-IDX) TO POINTS-REVERSED
           END-IF.

       COMPUTE-EXPIRY-DATE.
           MOVE WS-RUN-DATE TO WS-EXPIRY-DATE
           COMPUTE WS-MONTH-COUNT =
               WS-EXPIRY-YEAR * 12 + WS-EXPIRY-MONTH - 1
               + LC-EXPIRY-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-EXPIRY-YEAR REMAINDER WS-EXPIRY-MONTH
           ADD 1 TO WS-EXPIRY-MONTH
           IF WS-EXPIRY-DAY > 28
              MOVE 28 TO WS-EXPIRY-DAY
           END-IF.

       ACCRUE-ADMISSION-ENTRY.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-DATE = WS-RUN-DATE
                    AND AL-ENTRY-TYPE = 'A'
                    AND AL-MEMBER-ID NOT = ZERO
                    MOVE AL-TRANS-ID TO WS-LOOKUP-TRANS-ID
                    PERFORM LOOKUP-REFUND
                    IF WS-REFUND-IDX = ZERO
                       MOVE AL-PRICE TO WS-PAID-PRICE
                       MOVE WS-PAID-PRICE TO WS-EARN-BASE
                       MOVE AL-MEMBER-ID TO WS-EARN-MEMBER-ID
                       MOVE "ADM" TO WS-EARN-SOURCE
                       MOVE AL-TRANS-ID TO WS-EARN-TRANS-ID
                       MOVE LC-VISIT-POINTS TO WS-VISIT-BONUS
                       PERFORM EARN-MEMBER-POINTS
                    END-IF
                 END-IF
           END-READ.

       ACCRUE-ANCILLARY-ENTRY.
           READ AncillaryJournal
              AT END
                 SET END-OF-ANCILLARY TO TRUE
              NOT AT END
                 IF AJ-DATE = WS-RUN-DATE
                    AND AJ-MEMBER-ID NUMERIC
                    AND AJ-MEMBER-ID NOT = ZERO
                    MOVE AJ-VALUE TO WS-EARN-BASE
                    MOVE AJ-MEMBER-ID TO WS-EARN-MEMBER-ID
                    MOVE "ANC" TO WS-EARN-SOURCE
                    MOVE ZERO TO WS-EARN-TRANS-ID
                    MOVE ZERO TO WS-VISIT-BONUS
                    PERFORM EARN-MEMBER-POINTS
                 END-IF
           END-READ.

      * A dependent earns at the household primary's tier, the same
      * tier the gate priced the admission at.
       EARN-MEMBER-POINTS.
           MOVE WS-EARN-MEMBER-ID TO WS-LOOKUP-MEMBER
           PERFORM LOOKUP-MEMBER
           MOVE 'N' TO WS-MEMBER-ACTIVE
           IF WS-MEMBER-IDX NOT = ZERO
              MOVE MB-TIER(WS-MEMBER-IDX) TO WS-EARN-TIER
              IF MB-EXPIRY(WS-MEMBER-IDX) >= WS-RUN-DATE
                 SET MEMBER-IS-ACTIVE TO TRUE
              END-IF
              IF MB-IS-DEPENDENT(WS-MEMBER-IDX)
                 PERFORM USE-PRIMARY-TIER
              END-IF
           END-IF
           IF MEMBER-IS-ACTIVE
              IF EARN-TIER-GOLD
                 MOVE LC-GOLD-EARN-RATE TO WS-EARN-RATE
              ELSE
                 MOVE LC-STD-EARN-RATE TO WS-EARN-RATE
              END-IF
              COMPUTE WS-EARN-POINTS =
                  WS-EARN-BASE * WS-EARN-RATE + WS-VISIT-BONUS
              IF WS-EARN-POINTS > ZERO
                 MOVE WS-EARN-MEMBER-ID TO LL-MEMBER-ID
                 MOVE WS-RUN-DATE TO LL-DATE
                 MOVE "ERN" TO LL-TYPE
                 MOVE WS-EARN-SOURCE TO LL-SOURCE
                 MOVE WS-EARN-TRANS-ID TO LL-TRANS-ID
                 MOVE WS-EARN-POINTS TO LL-POINTS
                 MOVE WS-EXPIRY-DATE TO LL-EXPIRY-DATE
                 WRITE LoyaltyLedgerRec
                 ADD 1 TO ENTRIES-WRITTEN
                 ADD WS-EARN-POINTS TO POINTS-EARNED
              END-IF
           END-IF.

       USE-PRIMARY-TIER.
           MOVE MB-HOUSEHOLD-ID(WS-MEMBER-IDX) TO WS-LOOKUP-HOUSEHOLD
           MOVE ZERO TO WS-PRIMARY-IDX
           PERFORM FIND-HOUSEHOLD-PRIMARY
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
           IF WS-PRIMARY-IDX NOT = ZERO
              MOVE MB-TIER(WS-PRIMARY-IDX) TO WS-EARN-TIER
              MOVE 'N' TO WS-MEMBER-ACTIVE
              IF MB-EXPIRY(WS-PRIMARY-IDX) >= WS-RUN-DATE
                 SET MEMBER-IS-ACTIVE TO TRUE
              END-IF
           END-IF.

       FIND-HOUSEHOLD-PRIMARY.
           IF MB-HOUSEHOLD-ID(MEMBER-IDX) = WS-LOOKUP-HOUSEHOLD
              AND MB-ROLE(MEMBER-IDX) = 'P'
              MOVE MEMBER-IDX TO WS-PRIMARY-IDX
           END-IF.

      *-----------------------------------------------------------------
      * Month-end: points are used oldest first, so the points now
      * lapsing are those earned with an expiry date on or before the
      * month-end less everything already redeemed or lapsed.
      *-----------------------------------------------------------------
       EXPIRE-POINTS.
           PERFORM SUM-LEDGER-BY-MEMBER
           OPEN EXTEND LoyaltyLedger
           PERFORM EXPIRE-MEMBER-POINTS
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
           CLOSE LoyaltyLedger
           DISPLAY "Points expired at " WS-RUN-DATE ": "
               POINTS-EXPIRED.

       SUM-LEDGER-BY-MEMBER.
           MOVE 'N' TO LEDGER-EOF
           OPEN INPUT LoyaltyLedger
           PERFORM ACCUMULATE-LEDGER-ENTRY UNTIL END-OF-LEDGER
           CLOSE LoyaltyLedger.

       ACCUMULATE-LEDGER-ENTRY.
           READ LoyaltyLedger
              AT END
                 SET END-OF-LEDGER TO TRUE
              NOT AT END
                 MOVE LL-MEMBER-ID TO WS-LOOKUP-MEMBER
                 PERFORM LOOKUP-OR-ADD-MEMBER
                 PERFORM APPLY-LEDGER-ENTRY
           END-READ.

       APPLY-LEDGER-ENTRY.
           EVALUATE TRUE
              WHEN LL-EARNED
                 ADD LL-POINTS TO MB-BALANCE(WS-MEMBER-IDX)
                 IF LL-EXPIRY-DATE <= WS-RUN-DATE
                    ADD LL-POINTS TO MB-EARN-DUE(WS-MEMBER-IDX)
                 END-IF
              WHEN LL-REVERSED
                 SUBTRACT LL-POINTS FROM MB-BALANCE(WS-MEMBER-IDX)
                 IF LL-EXPIRY-DATE <= WS-RUN-DATE
                    SUBTRACT LL-POINTS FROM MB-EARN-DUE(WS-MEMBER-IDX)
                 END-IF
              WHEN OTHER
                 SUBTRACT LL-POINTS FROM MB-BALANCE(WS-MEMBER-IDX)
                 ADD LL-POINTS TO MB-USED(WS-MEMBER-IDX)
           END-EVALUATE.

       EXPIRE-MEMBER-POINTS.
           COMPUTE WS-TO-EXPIRE =
               MB-EARN-DUE(MEMBER-IDX) - MB-USED(MEMBER-IDX)
           IF WS-TO-EXPIRE > MB-BALANCE(MEMBER-IDX)
              MOVE MB-BALANCE(MEMBER-IDX) TO WS-TO-EXPIRE
           END-IF
           IF WS-TO-EXPIRE > ZERO
              MOVE MB-MEMBER-ID(MEMBER-IDX) TO LL-MEMBER-ID
              MOVE WS-RUN-DATE TO LL-DATE
              MOVE "EXP" TO LL-TYPE
              MOVE SPACES TO LL-SOURCE
              MOVE ZERO TO LL-TRANS-ID
              MOVE WS-TO-EXPIRE TO LL-POINTS
              MOVE ZERO TO LL-EXPIRY-DATE
              WRITE LoyaltyLedgerRec
              SUBTRACT WS-TO-EXPIRE FROM MB-BALANCE(MEMBER-IDX)
              ADD WS-TO-EXPIRE TO MB-USED(MEMBER-IDX)
              ADD WS-TO-EXPIRE TO POINTS-EXPIRED
           END-IF.

       WRITE-LIABILITY-REPORT.
           OPEN OUTPUT LiabilityReport
           MOVE WS-RUN-DATE TO LH-DATE
           WRITE LiabilityLine FROM LiabilityHeading1
               AFTER ADVANCING PAGE
           WRITE LiabilityLine FROM LiabilityHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-LIABILITY-LINE
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
           COMPUTE TOTAL-LIABILITY ROUNDED =
               TOTAL-POINTS * LC-POINT-VALUE
           MOVE MEMBERS-WITH-POINTS TO LT-COUNT
           MOVE TOTAL-POINTS TO LT-POINTS
           MOVE TOTAL-LIABILITY TO LT-TOTAL
           WRITE LiabilityLine FROM LiabilityTrailer
               AFTER ADVANCING 2 LINES
           CLOSE LiabilityReport
           DISPLAY "Outstanding points liability: " TOTAL-LIABILITY.

       WRITE-LIABILITY-LINE.
           IF MB-BALANCE(MEMBER-IDX) > ZERO
              ADD 1 TO MEMBERS-WITH-POINTS
              ADD MB-BALANCE(MEMBER-IDX) TO TOTAL-POINTS
              COMPUTE WS-POINTS-VALUE ROUNDED =
                  MB-BALANCE(MEMBER-IDX) * LC-POINT-VALUE
              MOVE MB-MEMBER-ID(MEMBER-IDX) TO LD-MEMBER-ID
              MOVE MB-HOUSEHOLD-ID(MEMBER-IDX) TO LD-HOUSEHOLD-ID
              MOVE MB-BALANCE(MEMBER-IDX) TO LD-POINTS
              MOVE WS-POINTS-VALUE TO LD-VALUE
              WRITE LiabilityLine FROM LiabilityDetail
                  AFTER ADVANCING 1 LINE
           END-IF.

      *-----------------------------------------------------------------
      * Household statements: each household primary heads a block
      * listing every member sharing its MF-HOUSEHOLD-ID.
      *-----------------------------------------------------------------
       PRODUCE-STATEMENTS.
           MOVE 'N' TO LEDGER-EOF
           OPEN INPUT LoyaltyLedger
           PERFORM ACCUMULATE-STATEMENT-ENTRY UNTIL END-OF-LEDGER
           CLOSE LoyaltyLedger
           OPEN OUTPUT StatementFile
           MOVE WS-FROM-DATE TO SH-FROM-DATE
           MOVE WS-TO-DATE TO SH-TO-DATE
           WRITE StatementLine FROM StmtHeading1
               AFTER ADVANCING PAGE
           PERFORM WRITE-HOUSEHOLD-STATEMENT
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
           CLOSE StatementFile
           DISPLAY "Household statements printed: " STATEMENTS-PRINTED.

       ACCUMULATE-STATEMENT-ENTRY.
           READ LoyaltyLedger
              AT END
                 SET END-OF-LEDGER TO TRUE
              NOT AT END
                 IF LL-DATE <= WS-TO-DATE
                    MOVE LL-MEMBER-ID TO WS-LOOKUP-MEMBER
                    PERFORM LOOKUP-OR-ADD-MEMBER
                    IF LL-DATE < WS-FROM-DATE
                       PERFORM APPLY-OPENING-ENTRY
                    ELSE
                       PERFORM APPLY-PERIOD-ENTRY
                    END-IF
                 END-IF
           END-READ.

       APPLY-OPENING-ENTRY.
           IF LL-EARNED
              ADD LL-POINTS TO MB-OPENING(WS-MEMBER-IDX)
           ELSE
              SUBTRACT LL-POINTS FROM MB-OPENING(WS-MEMBER-IDX)
           END-IF.

       APPLY-PERIOD-ENTRY.
           EVALUATE TRUE
              WHEN LL-EARNED
                 ADD LL-POINTS TO MB-EARNED(WS-MEMBER-IDX)
              WHEN LL-REVERSED
                 SUBTRACT LL-POINTS FROM MB-EARNED(WS-MEMBER-IDX)
              WHEN LL-REDEEMED
                 ADD LL-POINTS TO MB-REDEEMED(WS-MEMBER-IDX)
              WHEN LL-EXPIRED
                 ADD LL-POINTS TO MB-EXPIRED(WS-MEMBER-IDX)
           END-EVALUATE.

       WRITE-HOUSEHOLD-STATEMENT.
           IF NOT MB-PRINTED(MEMBER-IDX)
              AND NOT MB-IS-DEPENDENT(MEMBER-IDX)
              MOVE MB-HOUSEHOLD-ID(MEMBER-IDX) TO WS-LOOKUP-HOUSEHOLD
              MOVE ZERO TO HOUSE-OPENING
              MOVE ZERO TO HOUSE-EARNED
              MOVE ZERO TO HOUSE-REDEEMED
              MOVE ZERO TO HOUSE-EXPIRED
              MOVE 'N' TO WS-HOUSE-ACTIVITY
              PERFORM CHECK-HOUSEHOLD-ACTIVITY
                  VARYING HOUSE-MEMBER-IDX FROM 1 BY 1
                  UNTIL HOUSE-MEMBER-IDX > MEMBER-TABLE-COUNT
              IF HOUSEHOLD-HAS-ACTIVITY
                 ADD 1 TO STATEMENTS-PRINTED
                 MOVE WS-LOOKUP-HOUSEHOLD TO SHH-HOUSEHOLD-ID
                 WRITE StatementLine FROM StmtHouseholdLine
                     AFTER ADVANCING 3 LINES
                 WRITE StatementLine FROM StmtColumnHeads
                     AFTER ADVANCING 1 LINE
                 PERFORM WRITE-HOUSEHOLD-MEMBER
                     VARYING HOUSE-MEMBER-IDX FROM 1 BY 1
                     UNTIL HOUSE-MEMBER-IDX > MEMBER-TABLE-COUNT
                 COMPUTE HOUSE-CLOSING = HOUSE-OPENING + HOUSE-EARNED
                     - HOUSE-REDEEMED - HOUSE-EXPIRED
                 MOVE HOUSE-OPENING TO ST-OPENING
                 MOVE HOUSE-EARNED TO ST-EARNED
                 MOVE HOUSE-REDEEMED TO ST-REDEEMED
                 MOVE HOUSE-EXPIRED TO ST-EXPIRED
                 MOVE HOUSE-CLOSING TO ST-CLOSING
                 MOVE ZERO TO WS-POINTS-VALUE
                 IF HOUSE-CLOSING > ZERO
                    COMPUTE WS-POINTS-VALUE ROUNDED =
                        HOUSE-CLOSING * LC-POINT-VALUE
                 END-IF
                 MOVE WS-POINTS-VALUE TO ST-VALUE
                 WRITE StatementLine FROM StmtTotalLine
                     AFTER ADVANCING 2 LINES
              END-IF
           END-IF.

       CHECK-HOUSEHOLD-ACTIVITY.
           IF MB-HOUSEHOLD-ID(HOUSE-MEMBER-IDX) = WS-LOOKUP-HOUSEHOLD
              IF MB-OPENING(HOUSE-MEMBER-IDX) NOT = ZERO
                 OR MB-EARNED(HOUSE-MEMBER-IDX) NOT = ZERO
                 OR MB-REDEEMED(HOUSE-MEMBER-IDX) NOT = ZERO
                 OR MB-EXPIRED(HOUSE-MEMBER-IDX) NOT = ZERO
                 SET HOUSEHOLD-HAS-ACTIVITY TO TRUE
              END-IF
           END-IF.

       WRITE-HOUSEHOLD-MEMBER.
           IF MB-HOUSEHOLD-ID(HOUSE-MEMBER-IDX) = WS-LOOKUP-HOUSEHOLD
              MOVE 'Y' TO MB-PRINTED-SW(HOUSE-MEMBER-IDX)
              COMPUTE MB-BALANCE(HOUSE-MEMBER-IDX) =
                  MB-OPENING(HOUSE-MEMBER-IDX)
                  + MB-EARNED(HOUSE-MEMBER-IDX)
                  - MB-REDEEMED(HOUSE-MEMBER-IDX)
                  - MB-EXPIRED(HOUSE-MEMBER-IDX)
              ADD MB-OPENING(HOUSE-MEMBER-IDX) TO HOUSE-OPENING
              ADD MB-EARNED(HOUSE-MEMBER-IDX) TO HOUSE-EARNED
              ADD MB-REDEEMED(HOUSE-MEMBER-IDX) TO HOUSE-REDEEMED
              ADD MB-EXPIRED(HOUSE-MEMBER-IDX) TO HOUSE-EXPIRED
              MOVE MB-MEMBER-ID(HOUSE-MEMBER-IDX) TO SD-MEMBER-ID
              MOVE MB-OPENING(HOUSE-MEMBER-IDX) TO SD-OPENING
              MOVE MB-EARNED(HOUSE-MEMBER-IDX) TO SD-EARNED
              MOVE MB-REDEEMED(HOUSE-MEMBER-IDX) TO SD-REDEEMED
              MOVE MB-EXPIRED(HOUSE-MEMBER-IDX) TO SD-EXPIRED
              MOVE MB-BALANCE(HOUSE-MEMBER-IDX) TO SD-CLOSING
              WRITE StatementLine FROM StmtDetailLine
                  AFTER ADVANCING 1 LINE
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
