       IDENTIFICATION DIVISION.
       PROGRAM-ID. MembershipLapse.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MembershipFile ASSIGN TO "Membership.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MemberAuditJournal
               ASSIGN TO "MemberAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WinBackExtract ASSIGN TO "WinBackExtract.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WinBackSummary ASSIGN TO "WinBackSummary.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MembershipFile.
       COPY MEMBER.

      * Same layout MembershipMaintenance and MembershipRenewal write.
      * Action R is a renewal, E a household renewal.
       FD MemberAuditJournal.
       01 MemberAuditRec.
           02 AU-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 AU-ACTION        PIC X.
           02 FILLER           PIC X.
           02 AU-MEMBER-ID     PIC 9(7).
           02 FILLER           PIC X(9).
           02 AU-BEFORE-AGE    PIC 99.
           02 FILLER           PIC X.
           02 AU-BEFORE-TIER   PIC X.
           02 FILLER           PIC X.
           02 AU-BEFORE-EXPIRY PIC 9(8).
           02 FILLER           PIC X(8).
           02 AU-AFTER-AGE     PIC 99.
           02 FILLER           PIC X.
           02 AU-AFTER-TIER    PIC X.
           02 FILLER           PIC X.
           02 AU-AFTER-EXPIRY  PIC 9(8).

       FD AdmissionsLog.
       COPY ADMLOG.

      * One row per member for the mailing house.  WB-STATUS L is a
      * member whose term ended in the look-back window and was not
      * renewed, D one whose term ends in the look-ahead window.
       FD WinBackExtract.
       01 WinBackRec.
           02 WB-MEMBER-ID     PIC 9(7).
           02 FILLER           PIC X VALUE SPACE.
           02 WB-STATUS        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 WB-EXPIRY        PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 WB-TIER          PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 WB-ROLE          PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 WB-HOUSEHOLD-ID  PIC 9(7).
           02 FILLER           PIC X VALUE SPACE.
           02 WB-HOUSEHOLD-SIZE PIC 9(3).
           02 FILLER           PIC X VALUE SPACE.
           02 WB-VISITS        PIC 9(4).
           02 FILLER           PIC X VALUE SPACE.
           02 WB-LAST-VISIT    PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 WB-SEGMENT       PIC X(6).

       FD WinBackSummary.
       01 SummaryLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01 MEMBER-EOF           PIC X VALUE 'N'.
           88 END-OF-MEMBERS   VALUE 'Y'.
       01 AUDIT-EOF            PIC X VALUE 'N'.
           88 END-OF-AUDIT     VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.

       01 WS-RUN-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-MONTHS     PIC 99 VALUE ZERO.
       01 WS-LOOKBACK-START    PIC 9(8) VALUE ZEROS.
       01 WS-LOOKAHEAD-END     PIC 9(8) VALUE ZEROS.
       01 WS-MONTH-COUNT       PIC 9(6) VALUE ZERO.

      * Visits in the last membership year decide the segment.
       01 SEG-HIGH-VISITS      PIC 9(4) VALUE 12.
       01 SEG-MEDIUM-VISITS    PIC 9(4) VALUE 4.

       01 MEMBER-TABLE-MAX     PIC 9(4) VALUE 2000.
       01 MEMBER-TABLE-COUNT   PIC 9(4) VALUE ZERO.
       01 MEMBER-IDX           PIC 9(4) VALUE ZERO.
       01 HOUSEHOLD-IDX        PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX         PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-FOUND      PIC X VALUE 'N'.
           88 MEMBER-IS-FOUND  VALUE 'Y'.
       01 WS-HOUSEHOLD-SIZE    PIC 9(3) VALUE ZERO.

       01 MEMBER-TABLE.
           02 MEMBER-ENTRY OCCURS 2000 TIMES.
               03 MT-MEMBER-ID  PIC 9(7).
               03 MT-TIER       PIC X.
               03 MT-EXPIRY     PIC 9(8).
               03 MT-HOUSEHOLD-ID PIC 9(7).
               03 MT-ROLE       PIC X.
               03 MT-STATUS     PIC X.
                   88 MT-IS-LAPSED   VALUE 'L'.
                   88 MT-IS-DUE      VALUE 'D'.
                   88 MT-IS-SELECTED VALUE 'L' 'D'.
               03 MT-YEAR-START PIC 9(8).
               03 MT-VISITS     PIC 9(4).
               03 MT-LAST-VISIT PIC 9(8).

       01 TIER-TABLE-MAX       PIC 99 VALUE 10.
       01 TIER-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 TIER-IDX             PIC 99 VALUE ZERO.
       01 WS-TIER-IDX          PIC 99 VALUE ZERO.
       01 WS-LOOKUP-TIER       PIC X VALUE SPACE.
       01 TIER-TABLE.
           02 TIER-ENTRY OCCURS 10 TIMES.
               03 TS-TIER       PIC X.
               03 TS-RENEWED    PIC 9(5).
               03 TS-LAPSED     PIC 9(5).
               03 TS-RENEWED-AHEAD PIC 9(5).
               03 TS-DUE        PIC 9(5).

       01 WS-COHORT            PIC 9(6) VALUE ZERO.
       01 WS-RENEWAL-RATE      PIC 999V9 VALUE ZERO.

       01 WS-WORK-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           02 WS-WORK-YEAR     PIC 9(4).
           02 WS-WORK-MONTH    PIC 99.
           02 WS-WORK-DAY      PIC 99.
       01 WS-MONTH-DAYS        PIC 99 VALUE ZERO.
       01 WS-LEAP-REM          PIC 9(4) VALUE ZERO.

       01 LAPSED-WRITTEN       PIC 9(5) VALUE ZERO.
       01 DUE-WRITTEN          PIC 9(5) VALUE ZERO.
       01 RENEWALS-READ        PIC 9(5) VALUE ZERO.

       01 SummaryHeading1.
           02 FILLER           PIC X(36)
               VALUE " Membership Renewal by Tier - run ".
           02 SH-RUN-DATE      PIC 9(8).
       01 SummaryHeading2.
           02 FILLER           PIC X(17) VALUE " Terms ending in ".
           02 SH-LOOKBACK      PIC 9(8).
           02 FILLER           PIC X(4) VALUE " to ".
           02 SH-RUN-DATE-2    PIC 9(8).
           02 FILLER           PIC X(14) VALUE ", due through ".
           02 SH-LOOKAHEAD     PIC 9(8).
       01 SummaryHeading3      PIC X(70)
           VALUE " Tier  Renewed  Lapsed  Rate %   Renewed ahead   Due".

       01 SummaryDetail.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-TIER          PIC X.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 SD-RENEWED       PIC ZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-LAPSED        PIC ZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 SD-RATE          PIC ZZ9.9.
           02 FILLER           PIC X(11) VALUE SPACES.
           02 SD-RENEWED-AHEAD PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-DUE           PIC ZZZZ9.

       01 SummaryTrailer.
           02 FILLER           PIC X(17) VALUE " Lapsed members: ".
           02 ST-LAPSED        PIC ZZZZ9.
           02 FILLER           PIC X(16) VALUE "  Due to renew: ".
           02 ST-DUE           PIC ZZZZ9.

       PROCEDURE DIVISION.
       ExtractLapsedMembers.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Months either side of today (1-12): "
               WITH NO ADVANCING
           ACCEPT WS-WINDOW-MONTHS
           IF WS-WINDOW-MONTHS = ZERO OR WS-WINDOW-MONTHS > 12
              DISPLAY "Window must be between 1 and 12 months."
           ELSE
              PERFORM SET-WINDOW-DATES
              PERFORM LOAD-MEMBER-TABLE
              PERFORM SELECT-MEMBERS
                  VARYING MEMBER-IDX FROM 1 BY 1
                  UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
              PERFORM COUNT-RENEWALS
              PERFORM COUNT-MEMBER-VISITS
              PERFORM WRITE-WIN-BACK-EXTRACT
              PERFORM WRITE-RENEWAL-SUMMARY
              DISPLAY "Win-back extract produced."
              DISPLAY "Lapsed members:     " LAPSED-WRITTEN
              DISPLAY "Due to renew:       " DUE-WRITTEN
              DISPLAY "Renewals on audit:  " RENEWALS-READ
           END-IF
           STOP RUN.

       SET-WINDOW-DATES.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-MONTH-COUNT =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1
               - WS-WINDOW-MONTHS
           PERFORM SET-MONTH-FROM-COUNT
           MOVE WS-WORK-DATE TO WS-LOOKBACK-START
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-MONTH-COUNT =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1
               + WS-WINDOW-MONTHS
           PERFORM SET-MONTH-FROM-COUNT
           MOVE WS-WORK-DATE TO WS-LOOKAHEAD-END.

       SET-MONTH-FROM-COUNT.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH
           PERFORM GET-MONTH-DAYS
           IF WS-WORK-DAY > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-WORK-DAY
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
                 ADD 1 TO MEMBER-TABLE-COUNT
                 MOVE MF-MEMBER-ID TO MT-MEMBER-ID(MEMBER-TABLE-COUNT)
                 MOVE MF-TIER TO MT-TIER(MEMBER-TABLE-COUNT)
                 MOVE MF-EXPIRY TO MT-EXPIRY(MEMBER-TABLE-COUNT)
                 MOVE MF-HOUSEHOLD-ID
                     TO MT-HOUSEHOLD-ID(MEMBER-TABLE-COUNT)
                 MOVE MF-ROLE TO MT-ROLE(MEMBER-TABLE-COUNT)
                 MOVE SPACE TO MT-STATUS(MEMBER-TABLE-COUNT)
                 MOVE ZERO TO MT-VISITS(MEMBER-TABLE-COUNT)
                 MOVE ZERO TO MT-LAST-VISIT(MEMBER-TABLE-COUNT)
                 MOVE MF-EXPIRY TO WS-WORK-DATE
                 SUBTRACT 1 FROM WS-WORK-YEAR
                 MOVE WS-WORK-DATE TO MT-YEAR-START(MEMBER-TABLE-COUNT)
           END-READ.

      * A renewal moves MF-EXPIRY on a year, so anyone still carrying
      * an expiry inside either window has not been renewed.
       SELECT-MEMBERS.
           MOVE MT-TIER(MEMBER-IDX) TO WS-LOOKUP-TIER
           EVALUATE TRUE
              WHEN MT-EXPIRY(MEMBER-IDX) >= WS-LOOKBACK-START
                 AND MT-EXPIRY(MEMBER-IDX) < WS-RUN-DATE
                 SET MT-IS-LAPSED(MEMBER-IDX) TO TRUE
                 PERFORM LOOKUP-TIER
                 ADD 1 TO TS-LAPSED(WS-TIER-IDX)
              WHEN MT-EXPIRY(MEMBER-IDX) >= WS-RUN-DATE
                 AND MT-EXPIRY(MEMBER-IDX) <= WS-LOOKAHEAD-END
                 SET MT-IS-DUE(MEMBER-IDX) TO TRUE
                 PERFORM LOOKUP-TIER
                 ADD 1 TO TS-DUE(WS-TIER-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       LOOKUP-TIER.
           MOVE ZERO TO WS-TIER-IDX
           PERFORM FIND-TIER
               VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-TABLE-COUNT
           IF WS-TIER-IDX = ZERO
              IF TIER-TABLE-COUNT >= TIER-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO TIER-TABLE-COUNT
              MOVE TIER-TABLE-COUNT TO WS-TIER-IDX
              MOVE WS-LOOKUP-TIER TO TS-TIER(WS-TIER-IDX)
              MOVE ZERO TO TS-RENEWED(WS-TIER-IDX)
              MOVE ZERO TO TS-LAPSED(WS-TIER-IDX)
              MOVE ZERO TO TS-RENEWED-AHEAD(WS-TIER-IDX)
              MOVE ZERO TO TS-DUE(WS-TIER-IDX)
           END-IF.

       FIND-TIER.
           IF TS-TIER(TIER-IDX) = WS-LOOKUP-TIER
              MOVE TIER-IDX TO WS-TIER-IDX
           END-IF.

      * Renewals are taken from the member audit journal, keyed on
      * the expiry the member held before the renewal was applied.
       COUNT-RENEWALS.
           MOVE 'N' TO AUDIT-EOF
           OPEN INPUT MemberAuditJournal
           PERFORM READ-MEMBER-AUDIT UNTIL END-OF-AUDIT
           CLOSE MemberAuditJournal.

       READ-MEMBER-AUDIT.
           READ MemberAuditJournal
              AT END
                 SET END-OF-AUDIT TO TRUE
              NOT AT END
                 IF AU-ACTION = 'R' OR AU-ACTION = 'E'
                    PERFORM TALLY-RENEWAL
                 END-IF
           END-READ.

       TALLY-RENEWAL.
           MOVE AU-BEFORE-TIER TO WS-LOOKUP-TIER
           EVALUATE TRUE
              WHEN AU-BEFORE-EXPIRY >= WS-LOOKBACK-START
                 AND AU-BEFORE-EXPIRY < WS-RUN-DATE
                 ADD 1 TO RENEWALS-READ
                 PERFORM LOOKUP-TIER
                 ADD 1 TO TS-RENEWED(WS-TIER-IDX)
              WHEN AU-BEFORE-EXPIRY >= WS-RUN-DATE
                 AND AU-BEFORE-EXPIRY <= WS-LOOKAHEAD-END
                 ADD 1 TO RENEWALS-READ
                 PERFORM LOOKUP-TIER
                 ADD 1 TO TS-RENEWED-AHEAD(WS-TIER-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Admissions and comps both count as a visit.
       COUNT-MEMBER-VISITS.
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-ADMISSION-VISIT UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       READ-ADMISSION-VISIT.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF (AL-ENTRY-TYPE = 'A' OR AL-ENTRY-TYPE = 'C')
                    AND AL-MEMBER-ID NOT = ZERO
                    PERFORM LOOKUP-MEMBER
                    IF MEMBER-IS-FOUND
                       PERFORM TALLY-VISIT
                    END-IF
                 END-IF
           END-READ.

       LOOKUP-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-MEMBER
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
                  OR MEMBER-IS-FOUND.

       FIND-MEMBER.
           IF MT-MEMBER-ID(MEMBER-IDX) = AL-MEMBER-ID
              AND MT-IS-SELECTED(MEMBER-IDX)
              SET MEMBER-IS-FOUND TO TRUE
              MOVE MEMBER-IDX TO WS-FOUND-IDX
           END-IF.

       TALLY-VISIT.
           IF AL-DATE > MT-LAST-VISIT(WS-FOUND-IDX)
              MOVE AL-DATE TO MT-LAST-VISIT(WS-FOUND-IDX)
           END-IF
           IF AL-DATE > MT-YEAR-START(WS-FOUND-IDX)
              AND AL-DATE <= MT-EXPIRY(WS-FOUND-IDX)
              ADD 1 TO MT-VISITS(WS-FOUND-IDX)
           END-IF.

       WRITE-WIN-BACK-EXTRACT.
           OPEN OUTPUT WinBackExtract
           PERFORM WRITE-WIN-BACK-ROW
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
           CLOSE WinBackExtract.

       WRITE-WIN-BACK-ROW.
           IF MT-IS-SELECTED(MEMBER-IDX)
              PERFORM COUNT-HOUSEHOLD-SIZE
              MOVE SPACES TO WinBackRec
              MOVE MT-MEMBER-ID(MEMBER-IDX) TO WB-MEMBER-ID
              MOVE MT-STATUS(MEMBER-IDX) TO WB-STATUS
              MOVE MT-EXPIRY(MEMBER-IDX) TO WB-EXPIRY
              MOVE MT-TIER(MEMBER-IDX) TO WB-TIER
              MOVE MT-ROLE(MEMBER-IDX) TO WB-ROLE
              MOVE MT-HOUSEHOLD-ID(MEMBER-IDX) TO WB-HOUSEHOLD-ID
              MOVE WS-HOUSEHOLD-SIZE TO WB-HOUSEHOLD-SIZE
              MOVE MT-VISITS(MEMBER-IDX) TO WB-VISITS
              MOVE MT-LAST-VISIT(MEMBER-IDX) TO WB-LAST-VISIT
              EVALUATE TRUE
                 WHEN MT-VISITS(MEMBER-IDX) >= SEG-HIGH-VISITS
                    MOVE "HIGH" TO WB-SEGMENT
                 WHEN MT-VISITS(MEMBER-IDX) >= SEG-MEDIUM-VISITS
                    MOVE "MEDIUM" TO WB-SEGMENT
                 WHEN MT-VISITS(MEMBER-IDX) > ZERO
                    MOVE "LOW" TO WB-SEGMENT
                 WHEN OTHER
                    MOVE "NONE" TO WB-SEGMENT
              END-EVALUATE
              WRITE WinBackRec
              IF MT-IS-LAPSED(MEMBER-IDX)
                 ADD 1 TO LAPSED-WRITTEN
              ELSE
                 ADD 1 TO DUE-WRITTEN
              END-IF
           END-IF.

      * Records from before households existed carry a zero household
      * and stand alone.
       COUNT-HOUSEHOLD-SIZE.
           IF MT-HOUSEHOLD-ID(MEMBER-IDX) = ZERO
              MOVE 1 TO WS-HOUSEHOLD-SIZE
           ELSE
              MOVE ZERO TO WS-HOUSEHOLD-SIZE
              PERFORM COUNT-HOUSEHOLD-MEMBER
                  VARYING HOUSEHOLD-IDX FROM 1 BY 1
                  UNTIL HOUSEHOLD-IDX > MEMBER-TABLE-COUNT
           END-IF.

       COUNT-HOUSEHOLD-MEMBER.
           IF MT-HOUSEHOLD-ID(HOUSEHOLD-IDX) =
              MT-HOUSEHOLD-ID(MEMBER-IDX)
              ADD 1 TO WS-HOUSEHOLD-SIZE
           END-IF.

       WRITE-RENEWAL-SUMMARY.
           OPEN OUTPUT WinBackSummary
           MOVE WS-RUN-DATE TO SH-RUN-DATE
           MOVE WS-RUN-DATE TO SH-RUN-DATE-2
           MOVE WS-LOOKBACK-START TO SH-LOOKBACK
           MOVE WS-LOOKAHEAD-END TO SH-LOOKAHEAD
           WRITE SummaryLine FROM SummaryHeading1
               AFTER ADVANCING PAGE
           WRITE SummaryLine FROM SummaryHeading2
               AFTER ADVANCING 1 LINE
           WRITE SummaryLine FROM SummaryHeading3
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-TIER-LINE
               VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-TABLE-COUNT
           MOVE LAPSED-WRITTEN TO ST-LAPSED
           MOVE DUE-WRITTEN TO ST-DUE
           WRITE SummaryLine FROM SummaryTrailer
               AFTER ADVANCING 2 LINES
           CLOSE WinBackSummary.

      * The rate covers terms that ended in the look-back window:
      * renewed against renewed plus lapsed.
       WRITE-TIER-LINE.
           MOVE TS-TIER(TIER-IDX) TO SD-TIER
           MOVE TS-RENEWED(TIER-IDX) TO SD-RENEWED
           MOVE TS-LAPSED(TIER-IDX) TO SD-LAPSED
           MOVE TS-RENEWED-AHEAD(TIER-IDX) TO SD-RENEWED-AHEAD
           MOVE TS-DUE(TIER-IDX) TO SD-DUE
           COMPUTE WS-COHORT = TS-RENEWED(TIER-IDX)
               + TS-LAPSED(TIER-IDX)
           IF WS-COHORT = ZERO
              MOVE ZERO TO WS-RENEWAL-RATE
           ELSE
              COMPUTE WS-RENEWAL-RATE ROUNDED =
                  TS-RENEWED(TIER-IDX) * 100 / WS-COHORT
           END-IF
           MOVE WS-RENEWAL-RATE TO SD-RATE
           WRITE SummaryLine FROM SummaryDetail
               AFTER ADVANCING 1 LINE.

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
