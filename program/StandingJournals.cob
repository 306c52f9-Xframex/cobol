       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingJournals.
       AUTHOR. ismail.
      * Posts the recurring journals held on StandingJournals.Dat
      * into AddTransactions.Dat for one open ledger period.
      * A template is posted when the period falls between its start
      * and end periods on its frequency.  Its lines are dated the
      * last day of the period with reference SJ followed by the
      * template code; a reversing template (accruals) is reversed
      * line for line on the first day of the next period with
      * reference SR followed by the template code.
      * A template is held, and nothing of it posted, if its lines do
      * not balance or any line is to an account that is not open on
      * ChartOfAccounts.Dat.  Each template is generated once only for
      * a period (StandingJournalRuns.Dat), so the run may be repeated
      * after templates are added or corrected.
      * The report lists every template due, what was generated, and
      * templates whose end period falls within the next
      * EXPIRY-WARNING-PERIODS periods.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL StandingJournals
               ASSIGN TO "StandingJournals.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StandingJournalRuns
               ASSIGN TO "StandingJournalRuns.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LedgerPeriods ASSIGN TO "LedgerPeriods.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChartOfAccounts ASSIGN TO "ChartOfAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransactionFile ASSIGN TO "AddTransactions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JournalReport ASSIGN TO "StandingJournalReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StandingJournals.
       COPY STDJNL.

      * One record per template generated for a period.
       FD StandingJournalRuns.
       01 StandingJournalRunRec.
           02 SG-PERIOD        PIC 9(6).
           02 FILLER           PIC X.
           02 SG-TEMPLATE      PIC X(6).
           02 FILLER           PIC X.
           02 SG-RUN-DATE      PIC 9(8).
           02 FILLER           PIC X.
           02 SG-REVERSED      PIC X.

       FD LedgerPeriods.
       01 LedgerPeriodRec.
           02 LP-PERIOD        PIC 9(6).
           02 FILLER           PIC X.
           02 LP-STATUS        PIC X.

       FD ChartOfAccounts.
       COPY COAMAST.

       FD TransactionFile.
       01 TransactionRecord.
           02 TX-Account       PIC X(6).
           02 TX-DrCr          PIC X.
           02 TX-Amount        PIC 9(5).
           02 TX-Reference     PIC X(8).
           02 TX-Date          PIC 9(8).

       FD JournalReport.
       01 JournalReportLine    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-PERIOD-IN          PIC X(6) VALUE SPACES.
       01 WS-PERIOD             PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           02 WS-PERIOD-YEAR    PIC 9(4).
           02 WS-PERIOD-MONTH   PIC 99.
       01 WS-POSTING-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-REVERSAL-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-JOURNAL-REF.
           02 FILLER            PIC XX VALUE "SJ".
           02 WS-REF-TEMPLATE   PIC X(6).
       01 WS-REVERSAL-REF.
           02 FILLER            PIC XX VALUE "SR".
           02 WS-REV-REF-TEMPLATE PIC X(6).

       01 PERIOD-EOF            PIC X VALUE 'N'.
           88 END-OF-PERIODS    VALUE 'Y'.
       01 WS-PERIOD-CLOSED      PIC X VALUE 'N'.
           88 PERIOD-IS-CLOSED  VALUE 'Y'.

      * Templates are generated only to open accounts on the chart.
       01 CHART-TABLE-MAX       PIC 9(3) VALUE 200.
       01 CHART-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 CHART-IDX             PIC 9(3) VALUE ZERO.
       01 CHART-EOF             PIC X VALUE 'N'.
           88 END-OF-CHART      VALUE 'Y'.
       01 WS-CHART-IDX          PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-ACCOUNT     PIC X(6) VALUE SPACES.
       01 CHART-TABLE.
           02 CHART-ENTRY OCCURS 200 TIMES.
               03 CH-ACCOUNT    PIC X(6).
               03 CH-STATUS     PIC X.
                   88 CH-CLOSED VALUE 'C'.

      * Templates already generated for the period being run.
       01 RUNS-EOF              PIC X VALUE 'N'.
           88 END-OF-RUNS       VALUE 'Y'.
       01 DONE-TABLE-MAX        PIC 9(4) VALUE 500.
       01 DONE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 DONE-IDX              PIC 9(4) VALUE ZERO.
       01 DONE-TABLE.
           02 DONE-TEMPLATE     PIC X(6) OCCURS 500 TIMES.
       01 WS-ALREADY-DONE       PIC X VALUE 'N'.
           88 TEMPLATE-ALREADY-DONE VALUE 'Y'.

      * The template being read: its header and its lines.
       01 JOURNAL-EOF           PIC X VALUE 'N'.
           88 END-OF-JOURNALS   VALUE 'Y'.
       01 WS-HAVE-TEMPLATE      PIC X VALUE 'N'.
           88 TEMPLATE-IN-HAND  VALUE 'Y'.
       01 WS-HOLD-TEMPLATE      PIC X(6) VALUE SPACES.
       01 WS-HOLD-DESCRIPTION   PIC X(30) VALUE SPACES.
       01 WS-HOLD-FREQUENCY     PIC X VALUE SPACE.
       01 WS-HOLD-START         PIC 9(6) VALUE ZEROS.
       01 WS-HOLD-START-SPLIT REDEFINES WS-HOLD-START.
           02 WS-START-YEAR     PIC 9(4).
           02 WS-START-MONTH    PIC 99.
       01 WS-HOLD-END           PIC 9(6) VALUE ZEROS.
       01 WS-HOLD-REVERSE       PIC X VALUE SPACE.
           88 HOLD-REVERSING    VALUE 'Y'.
       01 WS-HOLD-HEADER-OK     PIC X VALUE 'Y'.
           88 HOLD-HEADER-VALID VALUE 'Y'.
       01 LINE-TABLE-MAX        PIC 99 VALUE 50.
       01 LINE-TABLE-COUNT      PIC 99 VALUE ZERO.
       01 LINE-IDX              PIC 99 VALUE ZERO.
       01 WS-LINE-OVERFLOW      PIC X VALUE 'N'.
           88 TOO-MANY-LINES    VALUE 'Y'.
       01 LINE-TABLE.
           02 LINE-ENTRY OCCURS 50 TIMES.
               03 JL-ACCOUNT    PIC X(6).
               03 JL-DRCR       PIC X.
               03 JL-AMOUNT     PIC 9(5).
       01 ORPHAN-LINES          PIC 9(5) VALUE ZERO.

       01 WS-MONTHS-ELAPSED     PIC S9(6) VALUE ZERO.
       01 WS-FREQUENCY-MONTHS   PIC 99 VALUE ZERO.
       01 WS-CYCLE-QUOTIENT     PIC 9(6) VALUE ZERO.
       01 WS-CYCLE-REMAINDER    PIC 99 VALUE ZERO.
       01 WS-DUE                PIC X VALUE 'N'.
           88 TEMPLATE-DUE      VALUE 'Y'.
       01 WS-TEMPLATE-DEBITS    PIC 9(7) VALUE ZERO.
       01 WS-TEMPLATE-CREDITS   PIC 9(7) VALUE ZERO.
       01 WS-TEMPLATE-NOTE      PIC X(34) VALUE SPACES.
       01 WS-TEMPLATE-OK        PIC X VALUE 'Y'.
           88 TEMPLATE-POSTABLE VALUE 'Y'.

      * Templates ending within this many periods of the period run
      * are listed as nearing expiry.
       01 EXPIRY-WARNING-PERIODS PIC 99 VALUE 3.
       01 WS-PERIOD-INDEX       PIC 9(6) VALUE ZERO.
       01 WS-END-INDEX          PIC 9(6) VALUE ZERO.
       01 WS-END-SPLIT          PIC 9(6) VALUE ZEROS.
       01 WS-END-SPLIT-R REDEFINES WS-END-SPLIT.
           02 WS-END-YEAR       PIC 9(4).
           02 WS-END-MONTH      PIC 99.
       01 WS-PERIODS-LEFT       PIC S9(6) VALUE ZERO.
       01 EXPIRY-TABLE-MAX      PIC 9(3) VALUE 200.
       01 EXPIRY-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 EXPIRY-IDX            PIC 9(3) VALUE ZERO.
       01 EXPIRY-TABLE.
           02 EXPIRY-ENTRY OCCURS 200 TIMES.
               03 EX-TEMPLATE     PIC X(6).
               03 EX-DESCRIPTION  PIC X(30).
               03 EX-END-PERIOD   PIC 9(6).
               03 EX-PERIODS-LEFT PIC 99.

       01 TEMPLATES-READ        PIC 9(5) VALUE ZERO.
       01 TEMPLATES-DUE         PIC 9(5) VALUE ZERO.
       01 TEMPLATES-GENERATED   PIC 9(5) VALUE ZERO.
       01 TEMPLATES-HELD        PIC 9(5) VALUE ZERO.
       01 TEMPLATES-SKIPPED     PIC 9(5) VALUE ZERO.
       01 POSTINGS-WRITTEN      PIC 9(6) VALUE ZERO.

       01 WS-STEP-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-STEP-SPLIT REDEFINES WS-STEP-DATE.
           02 WS-STEP-YEAR      PIC 9(4).
           02 WS-STEP-MONTH     PIC 99.
           02 WS-STEP-DAY       PIC 99.
       01 WS-MONTH-DAYS         PIC 99 VALUE ZERO.
       01 WS-LEAP-REM           PIC 9(4) VALUE ZERO.

       01 JournalHeading1.
           02 FILLER            PIC X(38)
               VALUE " Standing journal generation - period ".
           02 JH1-PERIOD        PIC 9(6).
           02 FILLER            PIC X(8) VALUE "  dated ".
           02 JH1-DATE          PIC 9(8).
           02 FILLER            PIC X(18) VALUE "  reversals dated ".
           02 JH1-REVERSAL      PIC 9(8).
       01 JournalHeading2       PIC X(100)
           VALUE " Template Description                    Freq Lines"
           & "     Amount Reversal  Status".
       01 JournalDetailLine.
           02 FILLER            PIC X VALUE SPACE.
           02 JD-TEMPLATE       PIC X(6).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 JD-DESCRIPTION    PIC X(30).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 JD-FREQUENCY      PIC X.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 JD-LINES          PIC ZZ9.
           02 FILLER            PIC X VALUE SPACE.
           02 JD-AMOUNT         PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X VALUE SPACE.
           02 JD-REVERSAL       PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 JD-NOTE           PIC X(34).
       01 ExpiryHeading1        PIC X(100)
           VALUE " Templates nearing expiry".
       01 ExpiryHeading2        PIC X(100)
           VALUE " Template Description                    Last period"
           & "  Periods left".
       01 ExpiryDetailLine.
           02 FILLER            PIC X VALUE SPACE.
           02 XD-TEMPLATE       PIC X(6).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 XD-DESCRIPTION    PIC X(30).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 XD-END-PERIOD     PIC 9(6).
           02 FILLER            PIC X(11) VALUE SPACES.
           02 XD-PERIODS-LEFT   PIC Z9.
       01 NoExpiryLine          PIC X(100)
           VALUE " No templates end within the warning period.".
       01 JournalCountLine.
           02 JC-LABEL          PIC X(30).
           02 JC-COUNT          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       GenerateStandingJournals.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Period to generate (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-IN
           IF WS-PERIOD-IN NOT NUMERIC
              DISPLAY "Invalid period."
              STOP RUN
           END-IF
           MOVE WS-PERIOD-IN TO WS-PERIOD
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
              DISPLAY "Invalid period."
              STOP RUN
           END-IF
           PERFORM CHECK-PERIOD-OPEN
           IF PERIOD-IS-CLOSED
              DISPLAY "*** PERIOD " WS-PERIOD
                  " IS CLOSED - RUN ABANDONED ***"
              STOP RUN
           END-IF
           COMPUTE WS-STEP-DATE = WS-PERIOD * 100 + 1
           PERFORM GET-STEP-MONTH-DAYS
           MOVE WS-MONTH-DAYS TO WS-STEP-DAY
           MOVE WS-STEP-DATE TO WS-POSTING-DATE
           PERFORM ADD-ONE-DAY
           MOVE WS-STEP-DATE TO WS-REVERSAL-DATE
           COMPUTE WS-PERIOD-INDEX =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH
           PERFORM LOAD-CHART-TABLE
           PERFORM LOAD-GENERATED-TEMPLATES
           OPEN OUTPUT JournalReport
           MOVE WS-PERIOD TO JH1-PERIOD
           MOVE WS-POSTING-DATE TO JH1-DATE
           MOVE WS-REVERSAL-DATE TO JH1-REVERSAL
           WRITE JournalReportLine FROM JournalHeading1
               AFTER ADVANCING PAGE
           WRITE JournalReportLine FROM JournalHeading2
               AFTER ADVANCING 2 LINES
           OPEN EXTEND TransactionFile
           OPEN EXTEND StandingJournalRuns
           MOVE 'N' TO JOURNAL-EOF
           MOVE 'N' TO WS-HAVE-TEMPLATE
           OPEN INPUT StandingJournals
           PERFORM READ-STANDING-JOURNAL UNTIL END-OF-JOURNALS
           CLOSE StandingJournals
           IF TEMPLATE-IN-HAND
              PERFORM PROCESS-TEMPLATE
           END-IF
           CLOSE StandingJournalRuns
           CLOSE TransactionFile
           PERFORM WRITE-EXPIRY-SECTION
           PERFORM WRITE-JOURNAL-TOTALS
           CLOSE JournalReport
           DISPLAY "Standing journals for period " WS-PERIOD
           DISPLAY "Templates due:         " TEMPLATES-DUE
           DISPLAY "Templates generated:   " TEMPLATES-GENERATED
           DISPLAY "Ledger postings:       " POSTINGS-WRITTEN
           IF TEMPLATES-HELD > ZERO
              DISPLAY "Templates held:        " TEMPLATES-HELD
           END-IF
           IF EXPIRY-TABLE-COUNT > ZERO
              DISPLAY "Templates near expiry: " EXPIRY-TABLE-COUNT
           END-IF
           STOP RUN.

       CHECK-PERIOD-OPEN.
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE 'N' TO PERIOD-EOF
           OPEN INPUT LedgerPeriods
           PERFORM READ-PERIOD-RECORD UNTIL END-OF-PERIODS
           CLOSE LedgerPeriods.

       READ-PERIOD-RECORD.
           READ LedgerPeriods
              AT END
                 SET END-OF-PERIODS TO TRUE
              NOT AT END
                 IF LP-PERIOD = WS-PERIOD AND LP-STATUS = 'C'
                    SET PERIOD-IS-CLOSED TO TRUE
                 END-IF
           END-READ.

       LOAD-GENERATED-TEMPLATES.
           MOVE ZERO TO DONE-TABLE-COUNT
           MOVE 'N' TO RUNS-EOF
           OPEN INPUT StandingJournalRuns
           PERFORM READ-GENERATED-TEMPLATE UNTIL END-OF-RUNS
           CLOSE StandingJournalRuns.

       READ-GENERATED-TEMPLATE.
           READ StandingJournalRuns
              AT END
                 SET END-OF-RUNS TO TRUE
              NOT AT END
                 IF SG-PERIOD = WS-PERIOD
                    IF DONE-TABLE-COUNT >= DONE-TABLE-MAX
                       DISPLAY "*** STANDING JOURNAL RUN HISTORY "
                           "LARGER THAN WORKING TABLE - RUN "
                           "ABANDONED ***"
                       STOP RUN
                    END-IF
                    ADD 1 TO DONE-TABLE-COUNT
                    MOVE SG-TEMPLATE TO DONE-TEMPLATE(DONE-TABLE-COUNT)
                 END-IF
           END-READ.

       CHECK-ALREADY-GENERATED.
           MOVE 'N' TO WS-ALREADY-DONE
           PERFORM FIND-GENERATED-TEMPLATE
               VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-TABLE-COUNT.

       FIND-GENERATED-TEMPLATE.
           IF DONE-TEMPLATE(DONE-IDX) = WS-HOLD-TEMPLATE
              SET TEMPLATE-ALREADY-DONE TO TRUE
           END-IF.

      *****************************************************************
      * Templates.  A header closes off the template before it; lines
      * before the first header belong to no template and are
      * counted and ignored.
      *****************************************************************
       READ-STANDING-JOURNAL.
           READ StandingJournals
              AT END
                 SET END-OF-JOURNALS TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN SJ-HEADER-REC
                       IF TEMPLATE-IN-HAND
                          PERFORM PROCESS-TEMPLATE
                       END-IF
                       PERFORM START-TEMPLATE
                    WHEN SJ-LINE-REC AND TEMPLATE-IN-HAND
                       PERFORM ADD-TEMPLATE-LINE
                    WHEN OTHER
                       ADD 1 TO ORPHAN-LINES
                       DISPLAY "Standing journal record ignored - "
                           "type " SJ-REC-TYPE " template "
                           SJ-TEMPLATE
                 END-EVALUATE
           END-READ.

       START-TEMPLATE.
           SET TEMPLATE-IN-HAND TO TRUE
           ADD 1 TO TEMPLATES-READ
           MOVE SJ-TEMPLATE TO WS-HOLD-TEMPLATE
           MOVE SJ-DESCRIPTION TO WS-HOLD-DESCRIPTION
           MOVE SJ-FREQUENCY TO WS-HOLD-FREQUENCY
           MOVE SJ-AUTO-REVERSE TO WS-HOLD-REVERSE
           MOVE 'Y' TO WS-HOLD-HEADER-OK
           MOVE ZERO TO LINE-TABLE-COUNT
           MOVE 'N' TO WS-LINE-OVERFLOW
           IF SJ-START-PERIOD NUMERIC
              AND SJ-END-PERIOD NUMERIC
              AND SJ-VALID-FREQUENCY
              MOVE SJ-START-PERIOD TO WS-HOLD-START
              MOVE SJ-END-PERIOD TO WS-HOLD-END
              IF WS-START-MONTH < 1 OR WS-START-MONTH > 12
                 MOVE 'N' TO WS-HOLD-HEADER-OK
              END-IF
              MOVE WS-HOLD-END TO WS-END-SPLIT
              IF WS-HOLD-END NOT = ZERO
                 AND (WS-END-MONTH < 1 OR WS-END-MONTH > 12)
                 MOVE 'N' TO WS-HOLD-HEADER-OK
              END-IF
           ELSE
              MOVE ZEROS TO WS-HOLD-START
              MOVE ZEROS TO WS-HOLD-END
              MOVE 'N' TO WS-HOLD-HEADER-OK
           END-IF.

       ADD-TEMPLATE-LINE.
           IF LINE-TABLE-COUNT >= LINE-TABLE-MAX
              SET TOO-MANY-LINES TO TRUE
           ELSE
              ADD 1 TO LINE-TABLE-COUNT
              MOVE SJ-ACCOUNT TO JL-ACCOUNT(LINE-TABLE-COUNT)
              MOVE SJ-DRCR TO JL-DRCR(LINE-TABLE-COUNT)
              IF SJ-AMOUNT NUMERIC
                 MOVE SJ-AMOUNT TO JL-AMOUNT(LINE-TABLE-COUNT)
              ELSE
                 MOVE ZERO TO JL-AMOUNT(LINE-TABLE-COUNT)
                 MOVE 'X' TO JL-DRCR(LINE-TABLE-COUNT)
              END-IF
           END-IF.

       PROCESS-TEMPLATE.
           MOVE 'N' TO WS-HAVE-TEMPLATE
           PERFORM TOTAL-TEMPLATE-LINES
           IF NOT HOLD-HEADER-VALID
              ADD 1 TO TEMPLATES-HELD
              MOVE "INVALID HEADER - HELD" TO WS-TEMPLATE-NOTE
              PERFORM WRITE-TEMPLATE-LINE
           ELSE
              PERFORM CHECK-EXPIRY
              PERFORM CHECK-TEMPLATE-DUE
              IF TEMPLATE-DUE
                 ADD 1 TO TEMPLATES-DUE
                 PERFORM CHECK-ALREADY-GENERATED
                 IF TEMPLATE-ALREADY-DONE
                    ADD 1 TO TEMPLATES-SKIPPED
                    MOVE "ALREADY GENERATED" TO WS-TEMPLATE-NOTE
                    PERFORM WRITE-TEMPLATE-LINE
                 ELSE
                    PERFORM VALIDATE-TEMPLATE
                    IF TEMPLATE-POSTABLE
                       PERFORM GENERATE-TEMPLATE
                    ELSE
                       ADD 1 TO TEMPLATES-HELD
                    END-IF
                    PERFORM WRITE-TEMPLATE-LINE
                 END-IF
              END-IF
           END-IF.

      * Due when the period lies within the template's life and a
      * whole number of frequency cycles from its start period.
       CHECK-TEMPLATE-DUE.
           MOVE 'N' TO WS-DUE
           EVALUATE WS-HOLD-FREQUENCY
              WHEN 'Q'
                 MOVE 3 TO WS-FREQUENCY-MONTHS
              WHEN 'H'
                 MOVE 6 TO WS-FREQUENCY-MONTHS
              WHEN 'A'
                 MOVE 12 TO WS-FREQUENCY-MONTHS
              WHEN OTHER
                 MOVE 1 TO WS-FREQUENCY-MONTHS
           END-EVALUATE
           COMPUTE WS-MONTHS-ELAPSED = WS-PERIOD-INDEX
               - (WS-START-YEAR * 12 + WS-START-MONTH)
           IF WS-MONTHS-ELAPSED >= ZERO
              AND (WS-HOLD-END = ZERO OR WS-HOLD-END >= WS-PERIOD)
              DIVIDE WS-MONTHS-ELAPSED BY WS-FREQUENCY-MONTHS
                  GIVING WS-CYCLE-QUOTIENT
                  REMAINDER WS-CYCLE-REMAINDER
              IF WS-CYCLE-REMAINDER = ZERO
                 SET TEMPLATE-DUE TO TRUE
              END-IF
           END-IF.

       CHECK-EXPIRY.
           IF WS-HOLD-END NOT = ZERO AND WS-HOLD-END >= WS-PERIOD
              MOVE WS-HOLD-END TO WS-END-SPLIT
              COMPUTE WS-END-INDEX = WS-END-YEAR * 12 + WS-END-MONTH
              COMPUTE WS-PERIODS-LEFT = WS-END-INDEX - WS-PERIOD-INDEX
              IF WS-PERIODS-LEFT < EXPIRY-WARNING-PERIODS
                 AND EXPIRY-TABLE-COUNT < EXPIRY-TABLE-MAX
                 ADD 1 TO EXPIRY-TABLE-COUNT
                 MOVE WS-HOLD-TEMPLATE
                     TO EX-TEMPLATE(EXPIRY-TABLE-COUNT)
                 MOVE WS-HOLD-DESCRIPTION
                     TO EX-DESCRIPTION(EXPIRY-TABLE-COUNT)
                 MOVE WS-HOLD-END TO EX-END-PERIOD(EXPIRY-TABLE-COUNT)
                 MOVE WS-PERIODS-LEFT
                     TO EX-PERIODS-LEFT(EXPIRY-TABLE-COUNT)
              END-IF
           END-IF.

       VALIDATE-TEMPLATE.
           MOVE 'Y' TO WS-TEMPLATE-OK
           MOVE SPACES TO WS-TEMPLATE-NOTE
           EVALUATE TRUE
              WHEN LINE-TABLE-COUNT = ZERO
                 MOVE 'N' TO WS-TEMPLATE-OK
                 MOVE "NO LINES - HELD" TO WS-TEMPLATE-NOTE
              WHEN TOO-MANY-LINES
                 MOVE 'N' TO WS-TEMPLATE-OK
                 MOVE "TOO MANY LINES - HELD" TO WS-TEMPLATE-NOTE
              WHEN OTHER
                 PERFORM VALIDATE-TEMPLATE-LINE
                     VARYING LINE-IDX FROM 1 BY 1
                     UNTIL LINE-IDX > LINE-TABLE-COUNT
                     OR NOT TEMPLATE-POSTABLE
           END-EVALUATE
           IF TEMPLATE-POSTABLE
              AND WS-TEMPLATE-DEBITS NOT = WS-TEMPLATE-CREDITS
              MOVE 'N' TO WS-TEMPLATE-OK
              MOVE "NOT BALANCED - HELD" TO WS-TEMPLATE-NOTE
           END-IF
           IF TEMPLATE-POSTABLE AND WS-TEMPLATE-DEBITS = ZERO
              MOVE 'N' TO WS-TEMPLATE-OK
              MOVE "NIL VALUE - HELD" TO WS-TEMPLATE-NOTE
           END-IF.

       VALIDATE-TEMPLATE-LINE.
           MOVE JL-ACCOUNT(LINE-IDX) TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-CHART-ACCOUNT
           EVALUATE TRUE
              WHEN JL-DRCR(LINE-IDX) NOT = 'D'
                 AND JL-DRCR(LINE-IDX) NOT = 'C'
                 MOVE 'N' TO WS-TEMPLATE-OK
                 MOVE "INVALID LINE - HELD" TO WS-TEMPLATE-NOTE
              WHEN WS-CHART-IDX = ZERO
                 MOVE 'N' TO WS-TEMPLATE-OK
                 STRING "ACCOUNT " DELIMITED BY SIZE
                     JL-ACCOUNT(LINE-IDX) DELIMITED BY SIZE
                     " NOT ON CHART - HELD" DELIMITED BY SIZE
                     INTO WS-TEMPLATE-NOTE
              WHEN CH-CLOSED(WS-CHART-IDX)
                 MOVE 'N' TO WS-TEMPLATE-OK
                 STRING "ACCOUNT " DELIMITED BY SIZE
                     JL-ACCOUNT(LINE-IDX) DELIMITED BY SIZE
                     " CLOSED - HELD" DELIMITED BY SIZE
                     INTO WS-TEMPLATE-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       TOTAL-TEMPLATE-LINES.
           MOVE ZERO TO WS-TEMPLATE-DEBITS
           MOVE ZERO TO WS-TEMPLATE-CREDITS
           PERFORM ADD-LINE-TO-TOTALS
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-TABLE-COUNT.

       ADD-LINE-TO-TOTALS.
           IF JL-DRCR(LINE-IDX) = 'D'
              ADD JL-AMOUNT(LINE-IDX) TO WS-TEMPLATE-DEBITS
           END-IF
           IF JL-DRCR(LINE-IDX) = 'C'
              ADD JL-AMOUNT(LINE-IDX) TO WS-TEMPLATE-CREDITS
           END-IF.

       GENERATE-TEMPLATE.
           MOVE WS-HOLD-TEMPLATE TO WS-REF-TEMPLATE
           MOVE WS-HOLD-TEMPLATE TO WS-REV-REF-TEMPLATE
           PERFORM WRITE-TEMPLATE-POSTING
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-TABLE-COUNT
           IF HOLD-REVERSING
              PERFORM WRITE-REVERSAL-POSTING
                  VARYING LINE-IDX FROM 1 BY 1
                  UNTIL LINE-IDX > LINE-TABLE-COUNT
           END-IF
           MOVE SPACES TO StandingJournalRunRec
           MOVE WS-PERIOD TO SG-PERIOD
           MOVE WS-HOLD-TEMPLATE TO SG-TEMPLATE
           MOVE WS-TODAY-DATE TO SG-RUN-DATE
           MOVE WS-HOLD-REVERSE TO SG-REVERSED
           WRITE StandingJournalRunRec
           ADD 1 TO TEMPLATES-GENERATED
           MOVE "GENERATED" TO WS-TEMPLATE-NOTE.

       WRITE-TEMPLATE-POSTING.
           MOVE JL-ACCOUNT(LINE-IDX) TO TX-Account
           MOVE JL-DRCR(LINE-IDX) TO TX-DrCr
           MOVE JL-AMOUNT(LINE-IDX) TO TX-Amount
           MOVE WS-JOURNAL-REF TO TX-Reference
           MOVE WS-POSTING-DATE TO TX-Date
           WRITE TransactionRecord
           ADD 1 TO POSTINGS-WRITTEN.

       WRITE-REVERSAL-POSTING.
           MOVE JL-ACCOUNT(LINE-IDX) TO TX-Account
           IF JL-DRCR(LINE-IDX) = 'D'
              MOVE 'C' TO TX-DrCr
           ELSE
              MOVE 'D' TO TX-DrCr
           END-IF
           MOVE JL-AMOUNT(LINE-IDX) TO TX-Amount
           MOVE WS-REVERSAL-REF TO TX-Reference
           MOVE WS-REVERSAL-DATE TO TX-Date
           WRITE TransactionRecord
           ADD 1 TO POSTINGS-WRITTEN.

      *****************************************************************
      * Report.
      *****************************************************************
       WRITE-TEMPLATE-LINE.
           MOVE WS-HOLD-TEMPLATE TO JD-TEMPLATE
           MOVE WS-HOLD-DESCRIPTION TO JD-DESCRIPTION
           MOVE WS-HOLD-FREQUENCY TO JD-FREQUENCY
           MOVE LINE-TABLE-COUNT TO JD-LINES
           MOVE WS-TEMPLATE-DEBITS TO JD-AMOUNT
           IF HOLD-REVERSING
              MOVE WS-REVERSAL-DATE TO JD-REVERSAL
           ELSE
              MOVE SPACES TO JD-REVERSAL
           END-IF
           MOVE WS-TEMPLATE-NOTE TO JD-NOTE
           WRITE JournalReportLine FROM JournalDetailLine
               AFTER ADVANCING 1 LINE.

       WRITE-EXPIRY-SECTION.
           WRITE JournalReportLine FROM ExpiryHeading1
               AFTER ADVANCING 3 LINES
           IF EXPIRY-TABLE-COUNT = ZERO
              WRITE JournalReportLine FROM NoExpiryLine
                  AFTER ADVANCING 2 LINES
           ELSE
              WRITE JournalReportLine FROM ExpiryHeading2
                  AFTER ADVANCING 2 LINES
              PERFORM WRITE-EXPIRY-LINE
                  VARYING EXPIRY-IDX FROM 1 BY 1
                  UNTIL EXPIRY-IDX > EXPIRY-TABLE-COUNT
           END-IF.

       WRITE-EXPIRY-LINE.
           MOVE EX-TEMPLATE(EXPIRY-IDX) TO XD-TEMPLATE
           MOVE EX-DESCRIPTION(EXPIRY-IDX) TO XD-DESCRIPTION
           MOVE EX-END-PERIOD(EXPIRY-IDX) TO XD-END-PERIOD
           MOVE EX-PERIODS-LEFT(EXPIRY-IDX) TO XD-PERIODS-LEFT
           WRITE JournalReportLine FROM ExpiryDetailLine
               AFTER ADVANCING 1 LINE.

       WRITE-JOURNAL-TOTALS.
           MOVE " Templates read:" TO JC-LABEL
           MOVE TEMPLATES-READ TO JC-COUNT
           WRITE JournalReportLine FROM JournalCountLine
               AFTER ADVANCING 3 LINES
           MOVE " Templates due this period:" TO JC-LABEL
           MOVE TEMPLATES-DUE TO JC-COUNT
           WRITE JournalReportLine FROM JournalCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Templates generated:" TO JC-LABEL
           MOVE TEMPLATES-GENERATED TO JC-COUNT
           WRITE JournalReportLine FROM JournalCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Already generated:" TO JC-LABEL
           MOVE TEMPLATES-SKIPPED TO JC-COUNT
           WRITE JournalReportLine FROM JournalCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Templates held:" TO JC-LABEL
           MOVE TEMPLATES-HELD TO JC-COUNT
           WRITE JournalReportLine FROM JournalCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Ledger postings written:" TO JC-LABEL
           MOVE POSTINGS-WRITTEN TO JC-COUNT
           WRITE JournalReportLine FROM JournalCountLine
               AFTER ADVANCING 1 LINE
           IF ORPHAN-LINES > ZERO
              MOVE " Records ignored:" TO JC-LABEL
              MOVE ORPHAN-LINES TO JC-COUNT
              WRITE JournalReportLine FROM JournalCountLine
                  AFTER ADVANCING 1 LINE
           END-IF.

       LOAD-CHART-TABLE.
           MOVE ZERO TO CHART-TABLE-COUNT
           MOVE 'N' TO CHART-EOF
           OPEN INPUT ChartOfAccounts
           PERFORM READ-CHART-RECORD UNTIL END-OF-CHART
           CLOSE ChartOfAccounts.

       READ-CHART-RECORD.
           READ ChartOfAccounts
              AT END
                 SET END-OF-CHART TO TRUE
              NOT AT END
                 IF CHART-TABLE-COUNT >= CHART-TABLE-MAX
                    DISPLAY "*** CHART OF ACCOUNTS LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO CHART-TABLE-COUNT
                 MOVE CO-ACCOUNT TO CH-ACCOUNT(CHART-TABLE-COUNT)
                 MOVE CO-STATUS TO CH-STATUS(CHART-TABLE-COUNT)
           END-READ.

       LOOKUP-CHART-ACCOUNT.
           MOVE ZERO TO WS-CHART-IDX
           PERFORM FIND-CHART-ACCOUNT
               VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-TABLE-COUNT.

       FIND-CHART-ACCOUNT.
           IF CH-ACCOUNT(CHART-IDX) = WS-LOOKUP-ACCOUNT
              MOVE CHART-IDX TO WS-CHART-IDX
           END-IF.

       ADD-ONE-DAY.
           ADD 1 TO WS-STEP-DAY
           PERFORM GET-STEP-MONTH-DAYS
           IF WS-STEP-DAY > WS-MONTH-DAYS
              MOVE 1 TO WS-STEP-DAY
              ADD 1 TO WS-STEP-MONTH
              IF WS-STEP-MONTH > 12
                 MOVE 1 TO WS-STEP-MONTH
                 ADD 1 TO WS-STEP-YEAR
              END-IF
           END-IF.

       GET-STEP-MONTH-DAYS.
           EVALUATE WS-STEP-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 PERFORM SET-STEP-FEBRUARY-DAYS
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SET-STEP-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS
           DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE 29 TO WS-MONTH-DAYS
              DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-REM
                  REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 28 TO WS-MONTH-DAYS
                 DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE 29 TO WS-MONTH-DAYS
                 END-IF
              END-IF
           END-IF.
