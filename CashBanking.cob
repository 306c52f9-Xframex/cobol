       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashBanking.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BankDeposits ASSIGN TO "BankDeposits.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AncillaryJournal
               ASSIGN TO "AncillaryJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RetailJournal
               ASSIGN TO "RetailJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExchangeRateFile ASSIGN TO "ExchangeRate.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CardSettlement
               ASSIGN TO "CardSettlement.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BankStatement ASSIGN TO "BankStatement.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DepositSlips ASSIGN TO "DepositSlips.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BankMatchReport ASSIGN TO "BankMatch.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BankDeposits.
       COPY BANKDEP.

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

       FD ExchangeRateFile.
       01 ExchangeRateRecord.
           02 ER-CurrencyCode    PIC 99.
           02 ER-RateToHome      PIC 9(3)V9999.
           02 ER-AsOfDate        PIC 9(8).

       FD CardSettlement.
       01 CardSettlementRec.
           02 CS-TRANS-ID      PIC 9(6).
           02 FILLER           PIC X.
           02 CS-AMOUNT        PIC 9(5)V99.
           02 FILLER           PIC X.
           02 CS-AUTH-CODE     PIC X(6).
           02 FILLER           PIC X.
           02 CS-DATE          PIC 9(8).

      * Bank statement lines as keyed from the bank's file.  Type C
      * is a counter credit (cash deposit, reference normally the
      * deposit number), K a card acquirer settlement credit; other
      * types are debits and charges and are not matched here.
       FD BankStatement.
       01 BankStatementRec.
           02 BS-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 BS-TYPE          PIC X.
           02 FILLER           PIC X.
           02 BS-REFERENCE     PIC X(10).
           02 BS-REF-NUMBER REDEFINES BS-REFERENCE.
               03 BS-REF-DEPOSIT-NO PIC 9(6).
               03 FILLER       PIC X(4).
           02 FILLER           PIC X.
           02 BS-AMOUNT        PIC 9(7)V99.

       FD DepositSlips.
       01 DepositSlipLine      PIC X(70).

       FD BankMatchReport.
       01 BankMatchLine        PIC X(80).

       WORKING-STORAGE SECTION.
       01 RUN-MODE             PIC X VALUE SPACE.
           88 PREPARE-MODE     VALUE 'P' 'p'.
           88 MATCH-MODE       VALUE 'M' 'm'.

       01 DEPOSIT-EOF          PIC X VALUE 'N'.
           88 END-OF-DEPOSITS  VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 ANCILLARY-EOF        PIC X VALUE 'N'.
           88 END-OF-ANCILLARY VALUE 'Y'.
       01 RETAIL-EOF           PIC X VALUE 'N'.
           88 END-OF-RETAIL    VALUE 'Y'.
       01 FX-RATE-EOF          PIC X VALUE 'N'.
           88 END-OF-FX-RATES  VALUE 'Y'.
       01 SETTLE-EOF           PIC X VALUE 'N'.
           88 END-OF-SETTLEMENT VALUE 'Y'.
       01 STATEMENT-EOF        PIC X VALUE 'N'.
           88 END-OF-STATEMENT VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-TAKINGS-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-LOG-PRICE         PIC 999V99 VALUE ZEROS.
       01 WS-FX-TENDERED       PIC 9(7)V99 VALUE ZEROS.
       01 WS-HIGHEST-DEPOSIT   PIC 9(6) VALUE ZERO.
       01 WS-DATE-BANKED       PIC X VALUE 'N'.
           88 DATE-ALREADY-BANKED VALUE 'Y'.

       01 CASHIER-TABLE-MAX    PIC 99 VALUE 50.
       01 CASHIER-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 CASHIER-IDX          PIC 99 VALUE ZERO.
       01 WS-CASHIER-IDX       PIC 99 VALUE ZERO.
       01 WS-LOOKUP-CASHIER    PIC X(4) VALUE SPACES.
       01 CASHIER-SITE-TABLE.
           02 CASHIER-SITE-ENTRY OCCURS 50 TIMES.
               03 CM-CASHIER-ID PIC X(4).
               03 CM-SITE       PIC X(3).

       01 SITE-TABLE-MAX       PIC 99 VALUE 20.
       01 SITE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 SITE-IDX             PIC 99 VALUE ZERO.
       01 WS-SITE-IDX          PIC 99 VALUE ZERO.
       01 WS-LOOKUP-SITE       PIC X(3) VALUE SPACES.
       01 SITE-TABLE.
           02 SITE-ENTRY OCCURS 20 TIMES.
               03 ST-SITE       PIC X(3).
               03 ST-CASH       PIC S9(7)V99.
               03 ST-FX-HOME    PIC 9(7)V99.

       01 HOLDING-TABLE-MAX    PIC 99 VALUE 50.
       01 HOLDING-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 HOLDING-IDX          PIC 99 VALUE ZERO.
       01 WS-HOLDING-IDX       PIC 99 VALUE ZERO.
       01 FX-HOLDING-TABLE.
           02 FX-HOLDING-ENTRY OCCURS 50 TIMES.
               03 FH-SITE       PIC X(3).
               03 FH-CURRENCY   PIC 99.
               03 FH-FOREIGN    PIC 9(7)V99.
               03 FH-RATE       PIC 9(3)V9999.
               03 FH-HOME       PIC 9(7)V99.

       01 RATE-TABLE-MAX       PIC 99 VALUE 50.
       01 RATE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 RATE-IDX             PIC 99 VALUE ZERO.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 50 TIMES.
               03 XR-CURRENCY   PIC 99.
               03 XR-RATE       PIC 9(3)V9999.
               03 XR-AS-OF      PIC 9(8).

       01 CARD-BATCH-TOTAL     PIC 9(7)V99 VALUE ZEROS.
       01 CARD-BATCH-ITEMS     PIC 9(5) VALUE ZERO.

       01 DEPOSIT-TABLE-MAX    PIC 9(4) VALUE 2000.
       01 DEPOSIT-TABLE-COUNT  PIC 9(4) VALUE ZERO.
       01 DEPOSIT-IDX          PIC 9(4) VALUE ZERO.
       01 WS-DEPOSIT-IDX       PIC 9(4) VALUE ZERO.
       01 DEPOSIT-TABLE.
           02 DEPOSIT-ENTRY OCCURS 2000 TIMES.
               03 DR-DEPOSIT-NO  PIC 9(6).
               03 DR-KIND        PIC X.
               03 DR-TAKINGS-DATE PIC 9(8).
               03 DR-SITE        PIC X(3).
               03 DR-CASH-AMOUNT PIC 9(7)V99.
               03 DR-FX-AMOUNT   PIC 9(7)V99.
               03 DR-AMOUNT      PIC 9(7)V99.
               03 DR-STATUS      PIC X.
                   88 DR-OUTSTANDING VALUE 'O'.
                   88 DR-MATCHED     VALUE 'M'.
               03 DR-BANK-DATE   PIC 9(8).

       01 WS-MATCH-KIND        PIC X VALUE SPACE.
       01 WS-MATCH-RESULT      PIC X(16) VALUE SPACES.

       01 WS-WORK-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           02 WS-WORK-YEAR     PIC 9(4).
           02 WS-WORK-MONTH    PIC 99.
           02 WS-WORK-DAY      PIC 99.
       01 WS-MONTH-DAYS        PIC 99 VALUE ZERO.
       01 WS-LEAP-REM          PIC 9(4) VALUE ZERO.
       01 WS-AGE-DAYS          PIC 9(3) VALUE ZERO.

       01 DEPOSITS-MADE        PIC 9(5) VALUE ZERO.
       01 DEPOSITS-VALUE       PIC 9(9)V99 VALUE ZEROS.
       01 CREDITS-READ         PIC 9(5) VALUE ZERO.
       01 CREDITS-MATCHED      PIC 9(5) VALUE ZERO.
       01 CREDITS-UNMATCHED    PIC 9(5) VALUE ZERO.
       01 CREDITS-REPEATED     PIC 9(5) VALUE ZERO.
       01 DEPOSITS-OUTSTANDING PIC 9(5) VALUE ZERO.
       01 OUTSTANDING-VALUE    PIC 9(9)V99 VALUE ZEROS.

       01 SlipHeading.
           02 FILLER           PIC X(14) VALUE " Deposit slip ".
           02 SH-DEPOSIT-NO    PIC 9(6).
           02 FILLER           PIC X(8) VALUE "   Site ".
           02 SH-SITE          PIC X(3).
           02 FILLER           PIC X(12) VALUE "   Takings ".
           02 SH-DATE          PIC 9(8).
       01 SlipCashLine.
           02 FILLER           PIC X(40)
               VALUE "   Notes and coin".
           02 SC-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01 SlipFxLine.
           02 FILLER           PIC X(12) VALUE "   FX notes ".
           02 SF-CURRENCY      PIC 99.
           02 FILLER           PIC X VALUE SPACE.
           02 SF-FOREIGN       PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(3) VALUE " @ ".
           02 SF-RATE          PIC ZZ9.9999.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 SF-HOME          PIC Z,ZZZ,ZZ9.99.
       01 SlipTotalLine.
           02 FILLER           PIC X(40)
               VALUE "   Total deposit".
           02 STL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
       01 SlipCardLine.
           02 FILLER           PIC X(23)
               VALUE " Card settlement batch ".
           02 SK-DEPOSIT-NO    PIC 9(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SK-ITEMS         PIC ZZZZ9.
           02 FILLER           PIC X(4) VALUE " tx ".
           02 SK-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01 SlipTrailer.
           02 FILLER           PIC X(19) VALUE " Deposits made up: ".
           02 STR-COUNT        PIC ZZZZ9.
           02 FILLER           PIC X(10) VALUE "   Value: ".
           02 STR-VALUE        PIC ZZ,ZZZ,ZZ9.99.

       01 MatchHeading1.
           02 FILLER           PIC X(36)
               VALUE " Bank Statement Matching - run on ".
           02 MH-DATE          PIC 9(8).
       01 MatchHeading2        PIC X(80)
           VALUE " Statement credits not matched to a deposit or batch".
       01 MatchHeading3        PIC X(80) VALUE
           " Date      Type  Reference        Amount   Age  Reason".
       01 MatchHeading4        PIC X(80)
           VALUE " Deposits and card batches not yet credited".
       01 MatchHeading5        PIC X(80)
           VALUE " Deposit Kind Takings   Site        Amount   Age".

       01 UnmatchedCreditLine.
           02 FILLER           PIC X VALUE SPACE.
           02 UC-DATE          PIC 9(8).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 UC-TYPE          PIC X.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 UC-REFERENCE     PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 UC-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 UC-AGE           PIC ZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 UC-REASON        PIC X(16).

       01 OutstandingLine.
           02 FILLER           PIC X VALUE SPACE.
           02 OL-DEPOSIT-NO    PIC 9(6).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 OL-KIND          PIC X.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 OL-TAKINGS-DATE  PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 OL-SITE          PIC X(3).
           02 FILLER           PIC X VALUE SPACE.
           02 OL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 OL-AGE           PIC ZZ9.

       01 MatchTrailer1.
           02 FILLER           PIC X(18) VALUE " Credits matched: ".
           02 MT-MATCHED       PIC ZZZZ9.
           02 FILLER           PIC X(14) VALUE "  Unmatched: ".
           02 MT-UNMATCHED     PIC ZZZZ9.
           02 FILLER           PIC X(22)
               VALUE "  Already matched: ".
           02 MT-REPEATED      PIC ZZZZ9.
       01 MatchTrailer2.
           02 FILLER           PIC X(23)
               VALUE " Deposits outstanding: ".
           02 MT-OUTSTANDING   PIC ZZZZ9.
           02 FILLER           PIC X(10) VALUE "   Value: ".
           02 MT-OUT-VALUE     PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunCashBanking.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "(P)repare deposits or (M)atch bank statement: "
               WITH NO ADVANCING
           ACCEPT RUN-MODE
           EVALUATE TRUE
              WHEN PREPARE-MODE
                 PERFORM PREPARE-DEPOSITS
              WHEN MATCH-MODE
                 PERFORM MATCH-BANK-STATEMENT
              WHEN OTHER
                 DISPLAY "Run mode must be P or M."
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * Deposit preparation.  Cash per site is the day's cash-tender
      * admissions less cash refunds, ancillary takings (rung up in
      * cash at the cashier's site) and cash retail sales.  Foreign
      * notes are banked at the day's ExchangeRate.Dat rate.
      *****************************************************************
       PREPARE-DEPOSITS.
           DISPLAY "Takings date to bank (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-TAKINGS-DATE
           PERFORM SCAN-DEPOSIT-REGISTER
           EVALUATE TRUE
              WHEN WS-TAKINGS-DATE > WS-TODAY-DATE
                 DISPLAY "Takings date cannot be in the future."
              WHEN DATE-ALREADY-BANKED
                 DISPLAY "Deposits already made up for "
                     WS-TAKINGS-DATE " - run abandoned."
              WHEN OTHER
                 PERFORM LOAD-FX-RATES
                 PERFORM TOTAL-LOG-CASH
                 PERFORM TOTAL-ANCILLARY-CASH
                 PERFORM TOTAL-RETAIL-CASH
                 PERFORM TOTAL-CARD-BATCH
                 PERFORM WRITE-DEPOSITS
                 DISPLAY "Deposits made up:   " DEPOSITS-MADE
                 DISPLAY "Deposit value:      " DEPOSITS-VALUE
           END-EVALUATE.

       SCAN-DEPOSIT-REGISTER.
           MOVE 'N' TO DEPOSIT-EOF
           OPEN INPUT BankDeposits
           PERFORM READ-DEPOSIT-FOR-SCAN UNTIL END-OF-DEPOSITS
           CLOSE BankDeposits.

       READ-DEPOSIT-FOR-SCAN.
           READ BankDeposits
              AT END
                 SET END-OF-DEPOSITS TO TRUE
              NOT AT END
                 IF BD-DEPOSIT-NO > WS-HIGHEST-DEPOSIT
                    MOVE BD-DEPOSIT-NO TO WS-HIGHEST-DEPOSIT
                 END-IF
                 IF BD-TAKINGS-DATE = WS-TAKINGS-DATE
                    SET DATE-ALREADY-BANKED TO TRUE
                 END-IF
           END-READ.

      * The rate used is the latest one dated on or before the
      * takings day; a currency with only later rates takes the
      * earliest of those.
       LOAD-FX-RATES.
           MOVE 'N' TO FX-RATE-EOF
           OPEN INPUT ExchangeRateFile
           PERFORM READ-FX-RATE UNTIL END-OF-FX-RATES
           CLOSE ExchangeRateFile.

       READ-FX-RATE.
           READ ExchangeRateFile
              AT END
                 SET END-OF-FX-RATES TO TRUE
              NOT AT END
                 PERFORM STORE-FX-RATE
           END-READ.

       STORE-FX-RATE.
           MOVE ZERO TO RATE-IDX
           PERFORM FIND-FX-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT
                  OR XR-CURRENCY(RATE-IDX) = ER-CurrencyCode
           IF RATE-IDX > RATE-TABLE-COUNT
              IF RATE-TABLE-COUNT >= RATE-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO RATE-TABLE-COUNT
              MOVE RATE-TABLE-COUNT TO RATE-IDX
              MOVE ER-CurrencyCode TO XR-CURRENCY(RATE-IDX)
              MOVE ER-RateToHome TO XR-RATE(RATE-IDX)
              MOVE ER-AsOfDate TO XR-AS-OF(RATE-IDX)
           ELSE
              EVALUATE TRUE
                 WHEN ER-AsOfDate <= WS-TAKINGS-DATE
                    AND (ER-AsOfDate > XR-AS-OF(RATE-IDX)
                      OR XR-AS-OF(RATE-IDX) > WS-TAKINGS-DATE)
                    MOVE ER-RateToHome TO XR-RATE(RATE-IDX)
                    MOVE ER-AsOfDate TO XR-AS-OF(RATE-IDX)
                 WHEN ER-AsOfDate > WS-TAKINGS-DATE
                    AND XR-AS-OF(RATE-IDX) > ER-AsOfDate
                    MOVE ER-RateToHome TO XR-RATE(RATE-IDX)
                    MOVE ER-AsOfDate TO XR-AS-OF(RATE-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       FIND-FX-RATE.
           CONTINUE.

       TOTAL-LOG-CASH.
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-LOG-ENTRY UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       READ-LOG-ENTRY.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-DATE = WS-TAKINGS-DATE
                    PERFORM APPLY-LOG-ENTRY
                 END-IF
           END-READ.

      * Refunds are paid out in home cash whatever the original
      * tender was, unless it went back to a card or gift card.
       APPLY-LOG-ENTRY.
           MOVE AL-CASHIER-ID TO WS-LOOKUP-CASHIER
           MOVE AL-SITE TO WS-LOOKUP-SITE
           PERFORM NOTE-CASHIER-SITE
           PERFORM LOOKUP-SITE
           MOVE AL-PRICE TO WS-LOG-PRICE
           EVALUATE TRUE
              WHEN (AL-ENTRY-TYPE = 'A' OR AL-ENTRY-TYPE = 'T')
                 AND AL-TENDER = "CA"
                 ADD WS-LOG-PRICE TO ST-CASH(WS-SITE-IDX)
              WHEN (AL-ENTRY-TYPE = 'A' OR AL-ENTRY-TYPE = 'T')
                 AND AL-TENDER = "FX"
                 PERFORM ADD-FX-HOLDING
              WHEN AL-ENTRY-TYPE = 'R'
                 AND (AL-TENDER = "CA" OR AL-TENDER = "FX")
                 SUBTRACT WS-LOG-PRICE FROM ST-CASH(WS-SITE-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       NOTE-CASHIER-SITE.
           PERFORM LOOKUP-CASHIER
           IF WS-CASHIER-IDX = ZERO
              IF CASHIER-TABLE-COUNT >= CASHIER-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO CASHIER-TABLE-COUNT
              MOVE WS-LOOKUP-CASHIER
                  TO CM-CASHIER-ID(CASHIER-TABLE-COUNT)
              MOVE WS-LOOKUP-SITE TO CM-SITE(CASHIER-TABLE-COUNT)
           END-IF.

       LOOKUP-CASHIER.
           MOVE ZERO TO WS-CASHIER-IDX
           PERFORM FIND-CASHIER
               VARYING CASHIER-IDX FROM 1 BY 1
               UNTIL CASHIER-IDX > CASHIER-TABLE-COUNT.

       FIND-CASHIER.
           IF CM-CASHIER-ID(CASHIER-IDX) = WS-LOOKUP-CASHIER
              MOVE CASHIER-IDX TO WS-CASHIER-IDX
           END-IF.

       LOOKUP-SITE.
           MOVE ZERO TO WS-SITE-IDX
           PERFORM FIND-SITE
               VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-TABLE-COUNT
           IF WS-SITE-IDX = ZERO
              IF SITE-TABLE-COUNT >= SITE-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO SITE-TABLE-COUNT
              MOVE SITE-TABLE-COUNT TO WS-SITE-IDX
              MOVE WS-LOOKUP-SITE TO ST-SITE(WS-SITE-IDX)
              MOVE ZERO TO ST-CASH(WS-SITE-IDX)
              MOVE ZERO TO ST-FX-HOME(WS-SITE-IDX)
           END-IF.

       FIND-SITE.
           IF ST-SITE(SITE-IDX) = WS-LOOKUP-SITE
              MOVE SITE-IDX TO WS-SITE-IDX
           END-IF.

       ADD-FX-HOLDING.
           MOVE ZERO TO WS-HOLDING-IDX
           PERFORM FIND-FX-HOLDING
               VARYING HOLDING-IDX FROM 1 BY 1
               UNTIL HOLDING-IDX > HOLDING-TABLE-COUNT
           IF WS-HOLDING-IDX = ZERO
              IF HOLDING-TABLE-COUNT >= HOLDING-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO HOLDING-TABLE-COUNT
              MOVE HOLDING-TABLE-COUNT TO WS-HOLDING-IDX
              MOVE AL-SITE TO FH-SITE(WS-HOLDING-IDX)
              MOVE AL-CURRENCY TO FH-CURRENCY(WS-HOLDING-IDX)
              MOVE ZERO TO FH-FOREIGN(WS-HOLDING-IDX)
              MOVE ZERO TO FH-RATE(WS-HOLDING-IDX)
              MOVE ZERO TO FH-HOME(WS-HOLDING-IDX)
           END-IF
           MOVE AL-TENDERED TO WS-FX-TENDERED
           ADD WS-FX-TENDERED TO FH-FOREIGN(WS-HOLDING-IDX).

       FIND-FX-HOLDING.
           IF FH-SITE(HOLDING-IDX) = AL-SITE
              AND FH-CURRENCY(HOLDING-IDX) = AL-CURRENCY
              MOVE HOLDING-IDX TO WS-HOLDING-IDX
           END-IF.

       TOTAL-ANCILLARY-CASH.
           MOVE 'N' TO ANCILLARY-EOF
           OPEN INPUT AncillaryJournal
           PERFORM READ-ANCILLARY-ENTRY UNTIL END-OF-ANCILLARY
           CLOSE AncillaryJournal.

       READ-ANCILLARY-ENTRY.
           READ AncillaryJournal
              AT END
                 SET END-OF-ANCILLARY TO TRUE
              NOT AT END
                 IF AJ-DATE = WS-TAKINGS-DATE
                    MOVE AJ-CASHIER-ID TO WS-LOOKUP-CASHIER
                    PERFORM LOOKUP-CASHIER
                    IF WS-CASHIER-IDX = ZERO
                       MOVE SPACES TO WS-LOOKUP-SITE
                    ELSE
                       MOVE CM-SITE(WS-CASHIER-IDX) TO WS-LOOKUP-SITE
                    END-IF
                    PERFORM LOOKUP-SITE
                    ADD AJ-VALUE TO ST-CASH(WS-SITE-IDX)
                 END-IF
           END-READ.

       TOTAL-RETAIL-CASH.
           MOVE 'N' TO RETAIL-EOF
           OPEN INPUT RetailJournal
           PERFORM READ-RETAIL-ENTRY UNTIL END-OF-RETAIL
           CLOSE RetailJournal.

       READ-RETAIL-ENTRY.
           READ RetailJournal
              AT END
                 SET END-OF-RETAIL TO TRUE
              NOT AT END
                 IF RJ-DATE = WS-TAKINGS-DATE
                    AND RJ-TENDER = "CA"
                    MOVE RJ-SITE TO WS-LOOKUP-SITE
                    PERFORM LOOKUP-SITE
                    ADD RJ-VALUE TO ST-CASH(WS-SITE-IDX)
                 END-IF
           END-READ.

       TOTAL-CARD-BATCH.
           MOVE 'N' TO SETTLE-EOF
           OPEN INPUT CardSettlement
           PERFORM READ-SETTLEMENT-LINE UNTIL END-OF-SETTLEMENT
           CLOSE CardSettlement.

       READ-SETTLEMENT-LINE.
           READ CardSettlement
              AT END
                 SET END-OF-SETTLEMENT TO TRUE
              NOT AT END
                 IF CS-DATE = WS-TAKINGS-DATE
                    ADD 1 TO CARD-BATCH-ITEMS
                    ADD CS-AMOUNT TO CARD-BATCH-TOTAL
                 END-IF
           END-READ.

       WRITE-DEPOSITS.
           PERFORM VALUE-FX-HOLDING
               VARYING HOLDING-IDX FROM 1 BY 1
               UNTIL HOLDING-IDX > HOLDING-TABLE-COUNT
           OPEN EXTEND BankDeposits
           OPEN OUTPUT DepositSlips
           PERFORM WRITE-SITE-DEPOSIT
               VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-TABLE-COUNT
           IF CARD-BATCH-TOTAL > ZERO
              PERFORM WRITE-CARD-BATCH
           END-IF
           MOVE DEPOSITS-MADE TO STR-COUNT
           MOVE DEPOSITS-VALUE TO STR-VALUE
           WRITE DepositSlipLine FROM SlipTrailer
               AFTER ADVANCING 2 LINES
           CLOSE DepositSlips
           CLOSE BankDeposits.

       VALUE-FX-HOLDING.
           MOVE 1.0000 TO FH-RATE(HOLDING-IDX)
           PERFORM APPLY-FX-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT
           COMPUTE FH-HOME(HOLDING-IDX) ROUNDED =
               FH-FOREIGN(HOLDING-IDX) * FH-RATE(HOLDING-IDX)
           MOVE FH-SITE(HOLDING-IDX) TO WS-LOOKUP-SITE
           PERFORM LOOKUP-SITE
           ADD FH-HOME(HOLDING-IDX) TO ST-FX-HOME(WS-SITE-IDX).

       APPLY-FX-RATE.
           IF XR-CURRENCY(RATE-IDX) = FH-CURRENCY(HOLDING-IDX)
              MOVE XR-RATE(RATE-IDX) TO FH-RATE(HOLDING-IDX)
           END-IF.

       WRITE-SITE-DEPOSIT.
           IF ST-CASH(SITE-IDX) < ZERO
              DISPLAY "Site " ST-SITE(SITE-IDX)
                  " paid out more cash than it took - notes and coin"
                  " banked as nil"
              MOVE ZERO TO ST-CASH(SITE-IDX)
           END-IF
           IF ST-CASH(SITE-IDX) > ZERO
              OR ST-FX-HOME(SITE-IDX) > ZERO
              ADD 1 TO WS-HIGHEST-DEPOSIT
              MOVE SPACES TO BankDepositRec
              MOVE WS-HIGHEST-DEPOSIT TO BD-DEPOSIT-NO
              MOVE 'C' TO BD-KIND
              MOVE WS-TAKINGS-DATE TO BD-TAKINGS-DATE
              MOVE ST-SITE(SITE-IDX) TO BD-SITE
              MOVE ST-CASH(SITE-IDX) TO BD-CASH-AMOUNT
              MOVE ST-FX-HOME(SITE-IDX) TO BD-FX-AMOUNT
              COMPUTE BD-AMOUNT =
                  ST-CASH(SITE-IDX) + ST-FX-HOME(SITE-IDX)
              MOVE 'O' TO BD-STATUS
              MOVE ZERO TO BD-BANK-DATE
              WRITE BankDepositRec
              ADD 1 TO DEPOSITS-MADE
              ADD BD-AMOUNT TO DEPOSITS-VALUE
              MOVE BD-DEPOSIT-NO TO SH-DEPOSIT-NO
              MOVE BD-SITE TO SH-SITE
              MOVE BD-TAKINGS-DATE TO SH-DATE
              WRITE DepositSlipLine FROM SlipHeading
                  AFTER ADVANCING 2 LINES
              MOVE BD-CASH-AMOUNT TO SC-AMOUNT
              WRITE DepositSlipLine FROM SlipCashLine
                  AFTER ADVANCING 1 LINE
              PERFORM WRITE-SLIP-FX-LINE
                  VARYING HOLDING-IDX FROM 1 BY 1
                  UNTIL HOLDING-IDX > HOLDING-TABLE-COUNT
              MOVE BD-AMOUNT TO STL-AMOUNT
              WRITE DepositSlipLine FROM SlipTotalLine
                  AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-SLIP-FX-LINE.
           IF FH-SITE(HOLDING-IDX) = ST-SITE(SITE-IDX)
              MOVE FH-CURRENCY(HOLDING-IDX) TO SF-CURRENCY
              MOVE FH-FOREIGN(HOLDING-IDX) TO SF-FOREIGN
              MOVE FH-RATE(HOLDING-IDX) TO SF-RATE
              MOVE FH-HOME(HOLDING-IDX) TO SF-HOME
              WRITE DepositSlipLine FROM SlipFxLine
                  AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-CARD-BATCH.
           ADD 1 TO WS-HIGHEST-DEPOSIT
           MOVE SPACES TO BankDepositRec
           MOVE WS-HIGHEST-DEPOSIT TO BD-DEPOSIT-NO
           MOVE 'K' TO BD-KIND
           MOVE WS-TAKINGS-DATE TO BD-TAKINGS-DATE
           MOVE SPACES TO BD-SITE
           MOVE ZERO TO BD-CASH-AMOUNT
           MOVE ZERO TO BD-FX-AMOUNT
           MOVE CARD-BATCH-TOTAL TO BD-AMOUNT
           MOVE 'O' TO BD-STATUS
           MOVE ZERO TO BD-BANK-DATE
           WRITE BankDepositRec
           MOVE BD-DEPOSIT-NO TO SK-DEPOSIT-NO
           MOVE CARD-BATCH-ITEMS TO SK-ITEMS
           MOVE BD-AMOUNT TO SK-AMOUNT
           WRITE DepositSlipLine FROM SlipCardLine
               AFTER ADVANCING 2 LINES.

      *****************************************************************
      * Statement matching.  A counter credit matches the outstanding
      * cash deposit its reference names, or failing that the oldest
      * outstanding deposit of the same amount banked on or before the
      * credit.  A card credit matches the oldest outstanding batch of
      * the same amount.  Credits already matched on an earlier run of
      * the same statement are passed over.
      *****************************************************************
       MATCH-BANK-STATEMENT.
           PERFORM LOAD-DEPOSIT-TABLE
           OPEN OUTPUT BankMatchReport
           MOVE WS-TODAY-DATE TO MH-DATE
           WRITE BankMatchLine FROM MatchHeading1
               AFTER ADVANCING PAGE
           WRITE BankMatchLine FROM MatchHeading2
               AFTER ADVANCING 2 LINES
           WRITE BankMatchLine FROM MatchHeading3
               AFTER ADVANCING 1 LINE
           MOVE 'N' TO STATEMENT-EOF
           OPEN INPUT BankStatement
           PERFORM READ-STATEMENT-LINE UNTIL END-OF-STATEMENT
           CLOSE BankStatement
           WRITE BankMatchLine FROM MatchHeading4
               AFTER ADVANCING 2 LINES
           WRITE BankMatchLine FROM MatchHeading5
               AFTER ADVANCING 1 LINE
           PERFORM REPORT-OUTSTANDING-DEPOSIT
               VARYING DEPOSIT-IDX FROM 1 BY 1
               UNTIL DEPOSIT-IDX > DEPOSIT-TABLE-COUNT
           MOVE CREDITS-MATCHED TO MT-MATCHED
           MOVE CREDITS-UNMATCHED TO MT-UNMATCHED
           MOVE CREDITS-REPEATED TO MT-REPEATED
           WRITE BankMatchLine FROM MatchTrailer1
               AFTER ADVANCING 2 LINES
           MOVE DEPOSITS-OUTSTANDING TO MT-OUTSTANDING
           MOVE OUTSTANDING-VALUE TO MT-OUT-VALUE
           WRITE BankMatchLine FROM MatchTrailer2
               AFTER ADVANCING 1 LINE
           CLOSE BankMatchReport
           PERFORM REWRITE-DEPOSIT-REGISTER
           DISPLAY "Statement credits read:  " CREDITS-READ
           DISPLAY "Matched:                 " CREDITS-MATCHED
           DISPLAY "Unmatched:               " CREDITS-UNMATCHED
           DISPLAY "Deposits outstanding:    " DEPOSITS-OUTSTANDING.

       LOAD-DEPOSIT-TABLE.
           MOVE ZERO TO DEPOSIT-TABLE-COUNT
           MOVE 'N' TO DEPOSIT-EOF
           OPEN INPUT BankDeposits
           PERFORM READ-DEPOSIT-FOR-TABLE UNTIL END-OF-DEPOSITS
           CLOSE BankDeposits.

       READ-DEPOSIT-FOR-TABLE.
           READ BankDeposits
              AT END
                 SET END-OF-DEPOSITS TO TRUE
              NOT AT END
                 IF DEPOSIT-TABLE-COUNT >= DEPOSIT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO DEPOSIT-TABLE-COUNT
                 MOVE BD-DEPOSIT-NO
                     TO DR-DEPOSIT-NO(DEPOSIT-TABLE-COUNT)
                 MOVE BD-KIND TO DR-KIND(DEPOSIT-TABLE-COUNT)
                 MOVE BD-TAKINGS-DATE
                     TO DR-TAKINGS-DATE(DEPOSIT-TABLE-COUNT)
                 MOVE BD-SITE TO DR-SITE(DEPOSIT-TABLE-COUNT)
                 MOVE BD-CASH-AMOUNT
                     TO DR-CASH-AMOUNT(DEPOSIT-TABLE-COUNT)
                 MOVE BD-FX-AMOUNT TO DR-FX-AMOUNT(DEPOSIT-TABLE-COUNT)
                 MOVE BD-AMOUNT TO DR-AMOUNT(DEPOSIT-TABLE-COUNT)
                 MOVE BD-STATUS TO DR-STATUS(DEPOSIT-TABLE-COUNT)
                 MOVE BD-BANK-DATE TO DR-BANK-DATE(DEPOSIT-TABLE-COUNT)
           END-READ.

       READ-STATEMENT-LINE.
           READ BankStatement
              AT END
                 SET END-OF-STATEMENT TO TRUE
              NOT AT END
                 IF BS-TYPE = 'C' OR BS-TYPE = 'K'
                    ADD 1 TO CREDITS-READ
                    PERFORM MATCH-STATEMENT-CREDIT
                 END-IF
           END-READ.

       MATCH-STATEMENT-CREDIT.
           IF BS-TYPE = 'C'
              MOVE 'C' TO WS-MATCH-KIND
           ELSE
              MOVE 'K' TO WS-MATCH-KIND
           END-IF
           MOVE ZERO TO WS-DEPOSIT-IDX
           MOVE SPACES TO WS-MATCH-RESULT
           PERFORM FIND-ALREADY-MATCHED
               VARYING DEPOSIT-IDX FROM 1 BY 1
               UNTIL DEPOSIT-IDX > DEPOSIT-TABLE-COUNT
           IF WS-DEPOSIT-IDX NOT = ZERO
              ADD 1 TO CREDITS-REPEATED
           ELSE
              IF BS-TYPE = 'C' AND BS-REF-DEPOSIT-NO NUMERIC
                 PERFORM FIND-DEPOSIT-BY-REFERENCE
                     VARYING DEPOSIT-IDX FROM 1 BY 1
                     UNTIL DEPOSIT-IDX > DEPOSIT-TABLE-COUNT
              END-IF
              IF WS-DEPOSIT-IDX = ZERO
                 AND WS-MATCH-RESULT = SPACES
                 PERFORM FIND-DEPOSIT-BY-AMOUNT
                     VARYING DEPOSIT-IDX FROM 1 BY 1
                     UNTIL DEPOSIT-IDX > DEPOSIT-TABLE-COUNT
                        OR WS-DEPOSIT-IDX NOT = ZERO
              END-IF
              IF WS-DEPOSIT-IDX = ZERO
                 IF WS-MATCH-RESULT = SPACES
                    MOVE "NO DEPOSIT" TO WS-MATCH-RESULT
                 END-IF
                 PERFORM REPORT-UNMATCHED-CREDIT
              ELSE
                 ADD 1 TO CREDITS-MATCHED
                 MOVE 'M' TO DR-STATUS(WS-DEPOSIT-IDX)
                 MOVE BS-DATE TO DR-BANK-DATE(WS-DEPOSIT-IDX)
              END-IF
           END-IF.

       FIND-ALREADY-MATCHED.
           IF DR-MATCHED(DEPOSIT-IDX)
              AND DR-KIND(DEPOSIT-IDX) = WS-MATCH-KIND
              AND DR-BANK-DATE(DEPOSIT-IDX) = BS-DATE
              AND DR-AMOUNT(DEPOSIT-IDX) = BS-AMOUNT
              MOVE DEPOSIT-IDX TO WS-DEPOSIT-IDX
           END-IF.

       FIND-DEPOSIT-BY-REFERENCE.
           IF DR-DEPOSIT-NO(DEPOSIT-IDX) = BS-REF-DEPOSIT-NO
              AND DR-KIND(DEPOSIT-IDX) = 'C'
              AND DR-OUTSTANDING(DEPOSIT-IDX)
              IF DR-AMOUNT(DEPOSIT-IDX) = BS-AMOUNT
                 MOVE DEPOSIT-IDX TO WS-DEPOSIT-IDX
              ELSE
                 MOVE "AMOUNT DIFFERS" TO WS-MATCH-RESULT
              END-IF
           END-IF.

       FIND-DEPOSIT-BY-AMOUNT.
           IF DR-KIND(DEPOSIT-IDX) = WS-MATCH-KIND
              AND DR-OUTSTANDING(DEPOSIT-IDX)
              AND DR-AMOUNT(DEPOSIT-IDX) = BS-AMOUNT
              AND DR-TAKINGS-DATE(DEPOSIT-IDX) <= BS-DATE
              MOVE DEPOSIT-IDX TO WS-DEPOSIT-IDX
           END-IF.

       REPORT-UNMATCHED-CREDIT.
           ADD 1 TO CREDITS-UNMATCHED
           MOVE BS-DATE TO UC-DATE
           MOVE BS-TYPE TO UC-TYPE
           MOVE BS-REFERENCE TO UC-REFERENCE
           MOVE BS-AMOUNT TO UC-AMOUNT
           MOVE BS-DATE TO WS-WORK-DATE
           PERFORM COUNT-AGE-DAYS
           MOVE WS-AGE-DAYS TO UC-AGE
           MOVE WS-MATCH-RESULT TO UC-REASON
           WRITE BankMatchLine FROM UnmatchedCreditLine
               AFTER ADVANCING 1 LINE.

       REPORT-OUTSTANDING-DEPOSIT.
           IF DR-OUTSTANDING(DEPOSIT-IDX)
              ADD 1 TO DEPOSITS-OUTSTANDING
              ADD DR-AMOUNT(DEPOSIT-IDX) TO OUTSTANDING-VALUE
              MOVE DR-DEPOSIT-NO(DEPOSIT-IDX) TO OL-DEPOSIT-NO
              MOVE DR-KIND(DEPOSIT-IDX) TO OL-KIND
              MOVE DR-TAKINGS-DATE(DEPOSIT-IDX) TO OL-TAKINGS-DATE
              MOVE DR-SITE(DEPOSIT-IDX) TO OL-SITE
              MOVE DR-AMOUNT(DEPOSIT-IDX) TO OL-AMOUNT
              MOVE DR-TAKINGS-DATE(DEPOSIT-IDX) TO WS-WORK-DATE
              PERFORM COUNT-AGE-DAYS
              MOVE WS-AGE-DAYS TO OL-AGE
              WRITE BankMatchLine FROM OutstandingLine
                  AFTER ADVANCING 1 LINE
           END-IF.

      * Age in days from WS-WORK-DATE to today, held at 999.
       COUNT-AGE-DAYS.
           MOVE ZERO TO WS-AGE-DAYS
           PERFORM ADD-ONE-AGE-DAY
               UNTIL WS-WORK-DATE >= WS-TODAY-DATE
                  OR WS-AGE-DAYS = 999.

       ADD-ONE-AGE-DAY.
           PERFORM ADD-ONE-DAY
           ADD 1 TO WS-AGE-DAYS.

       REWRITE-DEPOSIT-REGISTER.
           OPEN OUTPUT BankDeposits
           PERFORM WRITE-ONE-DEPOSIT
               VARYING DEPOSIT-IDX FROM 1 BY 1
               UNTIL DEPOSIT-IDX > DEPOSIT-TABLE-COUNT
           CLOSE BankDeposits.

       WRITE-ONE-DEPOSIT.
           MOVE SPACES TO BankDepositRec
           MOVE DR-DEPOSIT-NO(DEPOSIT-IDX) TO BD-DEPOSIT-NO
           MOVE DR-KIND(DEPOSIT-IDX) TO BD-KIND
           MOVE DR-TAKINGS-DATE(DEPOSIT-IDX) TO BD-TAKINGS-DATE
           MOVE DR-SITE(DEPOSIT-IDX) TO BD-SITE
           MOVE DR-CASH-AMOUNT(DEPOSIT-IDX) TO BD-CASH-AMOUNT
           MOVE DR-FX-AMOUNT(DEPOSIT-IDX) TO BD-FX-AMOUNT
           MOVE DR-AMOUNT(DEPOSIT-IDX) TO BD-AMOUNT
           MOVE DR-STATUS(DEPOSIT-IDX) TO BD-STATUS
           MOVE DR-BANK-DATE(DEPOSIT-IDX) TO BD-BANK-DATE
           WRITE BankDepositRec.

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
