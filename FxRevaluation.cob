       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxRevaluation.
       AUTHOR. ismail.
      * Month-end revaluation of foreign currency balances.
      * Open group bookings billed in a foreign currency (from
      * GroupFxOpenItems.Dat, written by GroupReceivables) are carried
      * at their contracted rate, and unpaid foreign supplier invoices
      * (PaymentApproval.Dat) at the rate on the invoice date.  Each is
      * restated at the ExchangeRate.Dat rate for the month-end date
      * keyed, and the report lists old rate, new rate and difference
      * for every item.
      * The net unrealised gain or loss on receivables and on payables
      * goes to AddTransactions.Dat through GlAccountMap.Dat:
      *   FXRVRG  receivables gain  Dr debtors         Cr unrealised FX
      *   FXRVRL  receivables loss  Dr unrealised FX   Cr debtors
      *   FXRVPG  payables gain     Dr creditors       Cr unrealised FX
      *   FXRVPL  payables loss     Dr unrealised FX   Cr creditors
      * dated the month end with reference RVyyyymm, and is reversed
      * in full on the first day of the next month under reference
      * RRyyyymm, so that each month is restated from the original
      * rates.  A month is revalued once only (FxRevaluations.Dat).
      * All four sources must be on the account map before anything
      * is posted, so that a month is never part posted and then
      * barred from being run again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GroupFxOpenItems
               ASSIGN TO "GroupFxOpenItems.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PaymentApproval
               ASSIGN TO "PaymentApproval.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExchangeRateFile ASSIGN TO "ExchangeRate.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AccountMapFile ASSIGN TO "GlAccountMap.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransactionFile ASSIGN TO "AddTransactions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RevaluationHistory
               ASSIGN TO "FxRevaluations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RevaluationReport ASSIGN TO "FxRevaluationReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GroupFxOpenItems.
       COPY GRPFXOI.

       FD PaymentApproval.
       COPY PAYAPPR.

       FD ExchangeRateFile.
       01 ExchangeRateRecord.
           02 ER-CurrencyCode    PIC 99.
           02 ER-RateToHome      PIC 9(3)V9999.
           02 ER-AsOfDate        PIC 9(8).

       FD AccountMapFile.
       01 AccountMapRec.
           02 GM-SOURCE       PIC X(8).
           02 FILLER          PIC X.
           02 GM-DR-ACCOUNT   PIC X(6).
           02 FILLER          PIC X.
           02 GM-CR-ACCOUNT   PIC X(6).

       FD TransactionFile.
       01 TransactionRecord.
           02 TX-Account       PIC X(6).
           02 TX-DrCr          PIC X.
           02 TX-Amount        PIC 9(5).
           02 TX-Reference     PIC X(8).
           02 TX-Date          PIC 9(8).

      * One record per month revalued.
       FD RevaluationHistory.
       01 RevaluationHistoryRec.
           02 RH-MONTH         PIC 9(6).
           02 FILLER           PIC X.
           02 RH-REVAL-DATE    PIC 9(8).
           02 FILLER           PIC X.
           02 RH-RUN-DATE      PIC 9(8).

       FD RevaluationReport.
       01 RevaluationLine      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-REVAL-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-REVAL-SPLIT REDEFINES WS-REVAL-DATE.
           02 WS-REVAL-MONTH    PIC 9(6).
           02 FILLER            PIC 99.
       01 WS-REVERSAL-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-REVAL-REF.
           02 WS-REF-PREFIX     PIC XX VALUE "RV".
           02 WS-REF-MONTH      PIC 9(6).
       01 WS-REVERSAL-REF.
           02 FILLER            PIC XX VALUE "RR".
           02 WS-REV-REF-MONTH  PIC 9(6).

       01 HISTORY-EOF           PIC X VALUE 'N'.
           88 END-OF-HISTORY    VALUE 'Y'.
       01 WS-MONTH-DONE         PIC X VALUE 'N'.
           88 MONTH-ALREADY-REVALUED VALUE 'Y'.

       01 ITEMS-EOF             PIC X VALUE 'N'.
           88 END-OF-ITEMS      VALUE 'Y'.
       01 APPROVAL-EOF          PIC X VALUE 'N'.
           88 END-OF-APPROVALS  VALUE 'Y'.

      * Every rate on ExchangeRate.Dat is held; an item's old and new
      * rates are taken for its own date and the month end.
       01 FX-RATE-EOF           PIC X VALUE 'N'.
           88 END-OF-FX-RATES   VALUE 'Y'.
       01 RATE-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 RATE-IDX              PIC 9(4) VALUE ZERO.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 2000 TIMES.
               03 XR-CURRENCY    PIC 99.
               03 XR-RATE        PIC 9(3)V9999.
               03 XR-AS-OF       PIC 9(8).
       01 WS-FX-CURRENCY        PIC 99 VALUE ZERO.
       01 WS-FX-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-FX-RATE            PIC 9(3)V9999 VALUE ZEROS.
       01 WS-FX-AS-OF           PIC 9(8) VALUE ZEROS.

       01 MAP-EOF               PIC X VALUE 'N'.
           88 END-OF-MAP        VALUE 'Y'.
       01 MAP-TABLE-MAX         PIC 99 VALUE 50.
       01 MAP-TABLE-COUNT       PIC 99 VALUE ZERO.
       01 MAP-IDX               PIC 99 VALUE ZERO.
       01 WS-MAP-FOUND          PIC X VALUE 'N'.
           88 MAP-SOURCE-FOUND  VALUE 'Y'.
       01 WS-LOOKUP-SOURCE      PIC X(8) VALUE SPACES.
       01 WS-DR-ACCOUNT         PIC X(6) VALUE SPACES.
       01 WS-CR-ACCOUNT         PIC X(6) VALUE SPACES.
       01 MAP-TABLE.
           02 MAP-ENTRY OCCURS 50 TIMES.
               03 MP-SOURCE      PIC X(8).
               03 MP-DR-ACCOUNT  PIC X(6).
               03 MP-CR-ACCOUNT  PIC X(6).

       01 WS-POST-VALUE         PIC 9(11)V99 VALUE ZEROS.
       01 WS-POST-NOTE          PIC X(16) VALUE SPACES.
       01 WS-POST-AMOUNT        PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-TOO-BIG     PIC X VALUE 'N'.
           88 AMOUNT-TOO-BIG    VALUE 'Y'.
       01 POSTINGS-WRITTEN      PIC 9(5) VALUE ZERO.
       01 POSTINGS-HELD         PIC 9(5) VALUE ZERO.

      * Date stepping, for the day after the month end.
       01 WS-STEP-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-STEP-SPLIT REDEFINES WS-STEP-DATE.
           02 WS-STEP-YEAR      PIC 9(4).
           02 WS-STEP-MONTH     PIC 99.
           02 WS-STEP-DAY       PIC 99.
       01 WS-MONTH-DAYS         PIC 99 VALUE ZERO.
       01 WS-LEAP-REM           PIC 9(4) VALUE ZERO.

       01 WS-ITEM-CLASS         PIC X(3) VALUE SPACES.
       01 WS-ITEM-REF           PIC X(8) VALUE SPACES.
       01 WS-ITEM-NAME          PIC X(20) VALUE SPACES.
       01 WS-ITEM-CURRENCY      PIC 99 VALUE ZERO.
       01 WS-FOREIGN-AMOUNT     PIC 9(9)V99 VALUE ZEROS.
       01 WS-OLD-RATE           PIC 9(3)V9999 VALUE ZEROS.
       01 WS-OLD-HOME           PIC 9(11)V99 VALUE ZEROS.
       01 WS-NEW-RATE           PIC 9(3)V9999 VALUE ZEROS.
       01 WS-NEW-HOME           PIC 9(11)V99 VALUE ZEROS.
      * Movement in the home value of the item, gain or loss signed
      * from the company's side.
       01 WS-ITEM-GAIN          PIC S9(11)V99 VALUE ZEROS.
       01 WS-CLASS-GAIN         PIC S9(11)V99 VALUE ZEROS.

       01 RECEIVABLE-COUNT      PIC 9(5) VALUE ZERO.
       01 RECEIVABLE-GAIN       PIC S9(11)V99 VALUE ZEROS.
       01 PAYABLE-COUNT         PIC 9(5) VALUE ZERO.
       01 PAYABLE-GAIN          PIC S9(11)V99 VALUE ZEROS.
       01 RECEIVABLE-NOTE       PIC X(16) VALUE SPACES.
       01 PAYABLE-NOTE          PIC X(16) VALUE SPACES.

       COPY DATEVAL.

       01 RevalHeading1.
           02 FILLER            PIC X(44)
               VALUE " Foreign Currency Revaluation at Month End ".
           02 RH1-DATE          PIC 9(8).
           02 FILLER            PIC X(15) VALUE "   Reversed on ".
           02 RH1-REVERSAL      PIC 9(8).
       01 RevalHeading2         PIC X(132)
           VALUE " Typ Ref      Name                 Cur       Foreign"
           & "  Old rate       Old home  New rate       New home"
           & "     Difference".
       01 RevalDetailLine.
           02 FILLER            PIC X VALUE SPACE.
           02 RD-CLASS          PIC X(3).
           02 FILLER            PIC X VALUE SPACE.
           02 RD-REF            PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 RD-NAME           PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 RD-CURRENCY       PIC 99.
           02 FILLER            PIC X VALUE SPACE.
           02 RD-FOREIGN        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 RD-OLD-RATE       PIC ZZ9.9999.
           02 FILLER            PIC X VALUE SPACE.
           02 RD-OLD-HOME       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 RD-NEW-RATE       PIC ZZ9.9999.
           02 FILLER            PIC X VALUE SPACE.
           02 RD-NEW-HOME       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 RD-DIFFERENCE     PIC ----,---,--9.99.
       01 RevalClassLine.
           02 RC-LABEL          PIC X(40).
           02 RC-COUNT          PIC ZZZZ9.
           02 FILLER            PIC X(18) VALUE "  net gain/loss: ".
           02 RC-GAIN           PIC ----,---,--9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 RC-POST-NOTE      PIC X(16).
       01 RevalCountLine.
           02 RN-LABEL          PIC X(30).
           02 RN-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       RunFxRevaluation.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Month-end date to revalue at (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           IF NOT DV-DATE-VALID
              DISPLAY "Invalid revaluation date."
              STOP RUN
           END-IF
           MOVE DV-DATE-OUT TO WS-REVAL-DATE
           MOVE WS-REVAL-DATE TO WS-STEP-DATE
           PERFORM ADD-ONE-DAY
           IF WS-STEP-DAY NOT = 1
              DISPLAY "Revaluation date is not a month end."
              STOP RUN
           END-IF
           MOVE WS-STEP-DATE TO WS-REVERSAL-DATE
           MOVE WS-REVAL-MONTH TO WS-REF-MONTH
           MOVE WS-REVAL-MONTH TO WS-REV-REF-MONTH
           PERFORM CHECK-REVALUATION-HISTORY
           IF MONTH-ALREADY-REVALUED
              DISPLAY "*** MONTH " WS-REVAL-MONTH " ALREADY REVALUED"
                  " - RUN ABANDONED ***"
              STOP RUN
           END-IF
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM CHECK-ACCOUNT-MAP
           OPEN OUTPUT RevaluationReport
           MOVE WS-REVAL-DATE TO RH1-DATE
           MOVE WS-REVERSAL-DATE TO RH1-REVERSAL
           WRITE RevaluationLine FROM RevalHeading1
               AFTER ADVANCING PAGE
           WRITE RevaluationLine FROM RevalHeading2
               AFTER ADVANCING 2 LINES
           PERFORM REVALUE-RECEIVABLES
           PERFORM REVALUE-PAYABLES
           PERFORM POST-REVALUATION
           PERFORM WRITE-REVALUATION-TOTALS
           CLOSE RevaluationReport
           PERFORM RECORD-REVALUATION
           DISPLAY "Revaluation complete for " WS-REVAL-MONTH
           DISPLAY "Receivables revalued:  " RECEIVABLE-COUNT
           DISPLAY "Payables revalued:     " PAYABLE-COUNT
           DISPLAY "Ledger postings:       " POSTINGS-WRITTEN
           IF POSTINGS-HELD > ZERO
              DISPLAY "Postings held:         " POSTINGS-HELD
           END-IF
           STOP RUN.

       CHECK-REVALUATION-HISTORY.
           MOVE 'N' TO WS-MONTH-DONE
           MOVE 'N' TO HISTORY-EOF
           OPEN INPUT RevaluationHistory
           PERFORM READ-REVALUATION-HISTORY UNTIL END-OF-HISTORY
           CLOSE RevaluationHistory.

       READ-REVALUATION-HISTORY.
           READ RevaluationHistory
              AT END
                 SET END-OF-HISTORY TO TRUE
              NOT AT END
                 IF RH-MONTH = WS-REVAL-MONTH
                    SET MONTH-ALREADY-REVALUED TO TRUE
                 END-IF
           END-READ.

       RECORD-REVALUATION.
           OPEN EXTEND RevaluationHistory
           MOVE SPACES TO RevaluationHistoryRec
           MOVE WS-REVAL-MONTH TO RH-MONTH
           MOVE WS-REVAL-DATE TO RH-REVAL-DATE
           MOVE WS-TODAY-DATE TO RH-RUN-DATE
           WRITE RevaluationHistoryRec
           CLOSE RevaluationHistory.

      *****************************************************************
      * Receivables.  A booking's old value is its outstanding balance
      * at the contracted rate; a rise in home value is a gain.
      *****************************************************************
       REVALUE-RECEIVABLES.
           MOVE ZERO TO RECEIVABLE-GAIN
           MOVE 'N' TO ITEMS-EOF
           OPEN INPUT GroupFxOpenItems
           PERFORM READ-FX-OPEN-ITEM UNTIL END-OF-ITEMS
           CLOSE GroupFxOpenItems.

       READ-FX-OPEN-ITEM.
           READ GroupFxOpenItems
              AT END
                 SET END-OF-ITEMS TO TRUE
              NOT AT END
                 IF GF-CURRENCY NOT = ZERO
                    PERFORM REVALUE-ONE-RECEIVABLE
                 END-IF
           END-READ.

       REVALUE-ONE-RECEIVABLE.
           MOVE "REC" TO WS-ITEM-CLASS
           MOVE GF-REF TO WS-ITEM-REF
           MOVE GF-ORGANIZATION TO WS-ITEM-NAME
           MOVE GF-CURRENCY TO WS-ITEM-CURRENCY
           MOVE GF-FOREIGN-AMOUNT TO WS-FOREIGN-AMOUNT
           MOVE GF-CONTRACT-RATE TO WS-OLD-RATE
           MOVE GF-HOME-AMOUNT TO WS-OLD-HOME
           PERFORM RESTATE-AT-MONTH-END
           COMPUTE WS-ITEM-GAIN = WS-NEW-HOME - WS-OLD-HOME
           ADD WS-ITEM-GAIN TO RECEIVABLE-GAIN
           ADD 1 TO RECEIVABLE-COUNT
           PERFORM WRITE-REVALUATION-LINE.

      *****************************************************************
      * Payables.  An unpaid foreign invoice's old value is taken at
      * the rate on its invoice date; one approved before invoice
      * dates were kept is carried at the month-end rate and shows no
      * difference.  A rise in home value is a loss.
      *****************************************************************
       REVALUE-PAYABLES.
           MOVE ZERO TO PAYABLE-GAIN
           MOVE 'N' TO APPROVAL-EOF
           OPEN INPUT PaymentApproval
           PERFORM READ-APPROVAL-FILE UNTIL END-OF-APPROVALS
           CLOSE PaymentApproval.

       READ-APPROVAL-FILE.
           READ PaymentApproval
              AT END
                 SET END-OF-APPROVALS TO TRUE
              NOT AT END
                 IF NOT PA-PAID
                    AND PA-CURRENCY-CODE NUMERIC
                    AND PA-CURRENCY-CODE NOT = ZERO
                    PERFORM REVALUE-ONE-PAYABLE
                 END-IF
           END-READ.

       REVALUE-ONE-PAYABLE.
           MOVE "PAY" TO WS-ITEM-CLASS
           MOVE PA-INVOICE-NO TO WS-ITEM-REF
           MOVE SPACES TO WS-ITEM-NAME
           STRING "PO " PA-PO-NUMBER DELIMITED BY SIZE
               INTO WS-ITEM-NAME
           MOVE PA-CURRENCY-CODE TO WS-ITEM-CURRENCY
           MOVE PA-AMOUNT TO WS-FOREIGN-AMOUNT
           MOVE WS-ITEM-CURRENCY TO WS-FX-CURRENCY
           IF PA-INVOICE-DATE NUMERIC
              AND PA-INVOICE-DATE NOT = ZERO
              MOVE PA-INVOICE-DATE TO WS-FX-DATE
           ELSE
              MOVE WS-REVAL-DATE TO WS-FX-DATE
           END-IF
           PERFORM GET-FX-RATE
           MOVE WS-FX-RATE TO WS-OLD-RATE
           COMPUTE WS-OLD-HOME ROUNDED =
               WS-FOREIGN-AMOUNT * WS-OLD-RATE
           PERFORM RESTATE-AT-MONTH-END
           COMPUTE WS-ITEM-GAIN = WS-OLD-HOME - WS-NEW-HOME
           ADD WS-ITEM-GAIN TO PAYABLE-GAIN
           ADD 1 TO PAYABLE-COUNT
           PERFORM WRITE-REVALUATION-LINE.

       RESTATE-AT-MONTH-END.
           MOVE WS-ITEM-CURRENCY TO WS-FX-CURRENCY
           MOVE WS-REVAL-DATE TO WS-FX-DATE
           PERFORM GET-FX-RATE
           MOVE WS-FX-RATE TO WS-NEW-RATE
           COMPUTE WS-NEW-HOME ROUNDED =
               WS-FOREIGN-AMOUNT * WS-NEW-RATE.

       WRITE-REVALUATION-LINE.
           MOVE WS-ITEM-CLASS TO RD-CLASS
           MOVE WS-ITEM-REF TO RD-REF
           MOVE WS-ITEM-NAME TO RD-NAME
           MOVE WS-ITEM-CURRENCY TO RD-CURRENCY
           MOVE WS-FOREIGN-AMOUNT TO RD-FOREIGN
           MOVE WS-OLD-RATE TO RD-OLD-RATE
           MOVE WS-OLD-HOME TO RD-OLD-HOME
           MOVE WS-NEW-RATE TO RD-NEW-RATE
           MOVE WS-NEW-HOME TO RD-NEW-HOME
           MOVE WS-ITEM-GAIN TO RD-DIFFERENCE
           WRITE RevaluationLine FROM RevalDetailLine
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * Postings.  The net gain or loss of each class is posted at the
      * month end and reversed the next day.
      *****************************************************************
       POST-REVALUATION.
           OPEN EXTEND TransactionFile
           MOVE RECEIVABLE-GAIN TO WS-CLASS-GAIN
           IF WS-CLASS-GAIN < ZERO
              MOVE "FXRVRL" TO WS-LOOKUP-SOURCE
           ELSE
              MOVE "FXRVRG" TO WS-LOOKUP-SOURCE
           END-IF
           PERFORM POST-CLASS-GAIN
           MOVE WS-POST-NOTE TO RECEIVABLE-NOTE
           MOVE PAYABLE-GAIN TO WS-CLASS-GAIN
           IF WS-CLASS-GAIN < ZERO
              MOVE "FXRVPL" TO WS-LOOKUP-SOURCE
           ELSE
              MOVE "FXRVPG" TO WS-LOOKUP-SOURCE
           END-IF
           PERFORM POST-CLASS-GAIN
           MOVE WS-POST-NOTE TO PAYABLE-NOTE
           CLOSE TransactionFile.

       POST-CLASS-GAIN.
           MOVE SPACES TO WS-POST-NOTE
           PERFORM LOOKUP-ACCOUNT-MAP
           IF WS-CLASS-GAIN < ZERO
              COMPUTE WS-POST-VALUE = ZERO - WS-CLASS-GAIN
           ELSE
              MOVE WS-CLASS-GAIN TO WS-POST-VALUE
           END-IF
           PERFORM POST-LEDGER-PAIR.

      * Posts WS-POST-VALUE, in whole currency units, to the accounts
      * found for WS-LOOKUP-SOURCE, with its reversal.
       POST-LEDGER-PAIR.
           MOVE 'N' TO WS-AMOUNT-TOO-BIG
           COMPUTE WS-POST-AMOUNT ROUNDED = WS-POST-VALUE
               ON SIZE ERROR
                   SET AMOUNT-TOO-BIG TO TRUE
                   MOVE ZERO TO WS-POST-AMOUNT
           END-COMPUTE
           EVALUATE TRUE
              WHEN WS-POST-AMOUNT = ZERO AND NOT AMOUNT-TOO-BIG
                 MOVE "NIL VALUE" TO WS-POST-NOTE
              WHEN NOT MAP-SOURCE-FOUND
                 ADD 1 TO POSTINGS-HELD
                 MOVE "NO ACCOUNT MAP" TO WS-POST-NOTE
              WHEN AMOUNT-TOO-BIG
                 ADD 1 TO POSTINGS-HELD
                 MOVE "TOO LARGE-HELD" TO WS-POST-NOTE
                 DISPLAY "*** " WS-LOOKUP-SOURCE " AMOUNT "
                     WS-POST-VALUE " EXCEEDS THE LEDGER "
                     "TRANSACTION SIZE - NOT POSTED ***"
              WHEN OTHER
                 PERFORM WRITE-POSTING-PAIR
                 MOVE "POSTED" TO WS-POST-NOTE
           END-EVALUATE.

       WRITE-POSTING-PAIR.
           MOVE WS-DR-ACCOUNT TO TX-Account
           MOVE 'D' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-REVAL-REF TO TX-Reference
           MOVE WS-REVAL-DATE TO TX-Date
           WRITE TransactionRecord
           MOVE WS-CR-ACCOUNT TO TX-Account
           MOVE 'C' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-REVAL-REF TO TX-Reference
           MOVE WS-REVAL-DATE TO TX-Date
           WRITE TransactionRecord
           MOVE WS-CR-ACCOUNT TO TX-Account
           MOVE 'D' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-REVERSAL-REF TO TX-Reference
           MOVE WS-REVERSAL-DATE TO TX-Date
           WRITE TransactionRecord
           MOVE WS-DR-ACCOUNT TO TX-Account
           MOVE 'C' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-REVERSAL-REF TO TX-Reference
           MOVE WS-REVERSAL-DATE TO TX-Date
           WRITE TransactionRecord
           ADD 4 TO POSTINGS-WRITTEN.

       WRITE-REVALUATION-TOTALS.
           MOVE " Foreign receivables revalued:" TO RC-LABEL
           MOVE RECEIVABLE-COUNT TO RC-COUNT
           MOVE RECEIVABLE-GAIN TO RC-GAIN
           MOVE RECEIVABLE-NOTE TO RC-POST-NOTE
           WRITE RevaluationLine FROM RevalClassLine
               AFTER ADVANCING 3 LINES
           MOVE " Foreign payables revalued:" TO RC-LABEL
           MOVE PAYABLE-COUNT TO RC-COUNT
           MOVE PAYABLE-GAIN TO RC-GAIN
           MOVE PAYABLE-NOTE TO RC-POST-NOTE
           WRITE RevaluationLine FROM RevalClassLine
               AFTER ADVANCING 1 LINE
           MOVE " Ledger postings written:" TO RN-LABEL
           MOVE POSTINGS-WRITTEN TO RN-COUNT
           WRITE RevaluationLine FROM RevalCountLine
               AFTER ADVANCING 2 LINES
           MOVE " Postings held:" TO RN-LABEL
           MOVE POSTINGS-HELD TO RN-COUNT
           WRITE RevaluationLine FROM RevalCountLine
               AFTER ADVANCING 1 LINE.

       LOAD-FX-RATES.
           MOVE ZERO TO RATE-TABLE-COUNT
           MOVE 'N' TO FX-RATE-EOF
           OPEN INPUT ExchangeRateFile
           PERFORM READ-FX-RATE UNTIL END-OF-FX-RATES
           CLOSE ExchangeRateFile.

       READ-FX-RATE.
           READ ExchangeRateFile
              AT END
                 SET END-OF-FX-RATES TO TRUE
              NOT AT END
                 IF RATE-TABLE-COUNT >= RATE-TABLE-MAX
                    DISPLAY "*** EXCHANGE RATE FILE LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO RATE-TABLE-COUNT
                 MOVE ER-CurrencyCode TO XR-CURRENCY(RATE-TABLE-COUNT)
                 MOVE ER-RateToHome TO XR-RATE(RATE-TABLE-COUNT)
                 MOVE ER-AsOfDate TO XR-AS-OF(RATE-TABLE-COUNT)
           END-READ.

      * The rate for a day is the latest one dated on or before it;
      * a currency with only later rates takes the earliest of
      * those, and one with no rates at all is taken at par.
       GET-FX-RATE.
           MOVE 1 TO WS-FX-RATE
           MOVE ZERO TO WS-FX-AS-OF
           PERFORM CONSIDER-FX-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT.

       CONSIDER-FX-RATE.
           IF XR-CURRENCY(RATE-IDX) = WS-FX-CURRENCY
              AND XR-RATE(RATE-IDX) > ZERO
              EVALUATE TRUE
                 WHEN WS-FX-AS-OF = ZERO
                 WHEN XR-AS-OF(RATE-IDX) <= WS-FX-DATE
                    AND (XR-AS-OF(RATE-IDX) > WS-FX-AS-OF
                      OR WS-FX-AS-OF > WS-FX-DATE)
                 WHEN XR-AS-OF(RATE-IDX) > WS-FX-DATE
                    AND WS-FX-AS-OF > XR-AS-OF(RATE-IDX)
                    MOVE XR-RATE(RATE-IDX) TO WS-FX-RATE
                    MOVE XR-AS-OF(RATE-IDX) TO WS-FX-AS-OF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO MAP-TABLE-COUNT
           MOVE 'N' TO MAP-EOF
           OPEN INPUT AccountMapFile
           PERFORM READ-ACCOUNT-MAP UNTIL END-OF-MAP
           CLOSE AccountMapFile.

       READ-ACCOUNT-MAP.
           READ AccountMapFile
              AT END
                 SET END-OF-MAP TO TRUE
              NOT AT END
                 IF MAP-TABLE-COUNT < MAP-TABLE-MAX
                    ADD 1 TO MAP-TABLE-COUNT
                    MOVE GM-SOURCE TO MP-SOURCE(MAP-TABLE-COUNT)
                    MOVE GM-DR-ACCOUNT
                        TO MP-DR-ACCOUNT(MAP-TABLE-COUNT)
                    MOVE GM-CR-ACCOUNT
                        TO MP-CR-ACCOUNT(MAP-TABLE-COUNT)
                 END-IF
           END-READ.

       CHECK-ACCOUNT-MAP.
           MOVE "FXRVRG" TO WS-LOOKUP-SOURCE
           PERFORM REQUIRE-ACCOUNT-MAP
           MOVE "FXRVRL" TO WS-LOOKUP-SOURCE
           PERFORM REQUIRE-ACCOUNT-MAP
           MOVE "FXRVPG" TO WS-LOOKUP-SOURCE
           PERFORM REQUIRE-ACCOUNT-MAP
           MOVE "FXRVPL" TO WS-LOOKUP-SOURCE
           PERFORM REQUIRE-ACCOUNT-MAP.

       REQUIRE-ACCOUNT-MAP.
           PERFORM LOOKUP-ACCOUNT-MAP
           IF NOT MAP-SOURCE-FOUND
              DISPLAY "*** " WS-LOOKUP-SOURCE " NOT ON ACCOUNT MAP - "
                  "RUN ABANDONED, NOTHING POSTED ***"
              STOP RUN
           END-IF.

       LOOKUP-ACCOUNT-MAP.
           MOVE 'N' TO WS-MAP-FOUND
           MOVE SPACES TO WS-DR-ACCOUNT
           MOVE SPACES TO WS-CR-ACCOUNT
           PERFORM FIND-ACCOUNT-MAP
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-TABLE-COUNT.

       FIND-ACCOUNT-MAP.
           IF MP-SOURCE(MAP-IDX) = WS-LOOKUP-SOURCE
              SET MAP-SOURCE-FOUND TO TRUE
              MOVE MP-DR-ACCOUNT(MAP-IDX) TO WS-DR-ACCOUNT
              MOVE MP-CR-ACCOUNT(MAP-IDX) TO WS-CR-ACCOUNT
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

       COPY DATEVALP.
