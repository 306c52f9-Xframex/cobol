       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinancialStatements.
       AUTHOR. ismail.
      * Profit and loss account and balance sheet for a closed period,
      * from the balances LedgerPeriodClose carries on
      * LedgerBalances.Dat, laid out by the sections and reporting
      * lines of ChartOfAccounts.Dat.
      * The profit and loss account shows the period and the year to
      * date, each against the same period last year.  Income is
      * shown as a credit and expenses as a debit.
      * The balance sheet is at the period end against the same
      * period end last year.  Income and expense balances are never
      * cleared down on the ledger, so the profit before this
      * financial year is shown as retained profit brought forward,
      * and this year's profit to date under it; the sheet is proved
      * by total assets equalling liabilities plus equity.
      * Balances on accounts not on the chart are listed after the
      * balance sheet and will stop it balancing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartOfAccounts ASSIGN TO "ChartOfAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LedgerBalances
               ASSIGN TO "LedgerBalances.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StatementReport ASSIGN TO "FinancialStatements.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StatementSortWork ASSIGN TO "StatementSortWork.Dat".
           SELECT SortedStatement ASSIGN TO "SortedStatement.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ChartOfAccounts.
       COPY COAMAST.

       FD LedgerBalances.
       01 LedgerBalanceRec.
           02 LB-PERIOD        PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 LB-ACCOUNT       PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 LB-TYPE          PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 LB-BALANCE       PIC S9(8) SIGN LEADING SEPARATE.

       FD StatementReport.
       01 StatementLine        PIC X(110).

      * SS-TYPE-SEQ orders income before expenses, and assets before
      * liabilities before equity.
       SD StatementSortWork.
       01 StatementSortRec.
           02 SS-TYPE-SEQ      PIC 9.
           02 SS-SECTION       PIC X(20).
           02 SS-REPORT-LINE   PIC X(30).
           02 SS-ACCT-IDX      PIC 9(3).

       FD SortedStatement.
       01 SortedStatementRec.
           88 END-OF-SORTED-LINES VALUE HIGH-VALUES.
           02 SR-TYPE-SEQ      PIC 9.
           02 SR-SECTION       PIC X(20).
           02 SR-REPORT-LINE   PIC X(30).
           02 SR-ACCT-IDX      PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-IN          PIC X(6) VALUE SPACES.
       01 WS-PERIOD             PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           02 WS-PERIOD-YEAR    PIC 9(4).
           02 WS-PERIOD-MONTH   PIC 99.
       01 WS-FY-MONTH-IN        PIC X(2) VALUE SPACES.
       01 WS-FY-MONTH           PIC 99 VALUE 1.
       01 WS-FY-START           PIC 9(6) VALUE ZEROS.
       01 WS-FY-SPLIT REDEFINES WS-FY-START.
           02 WS-FY-YEAR        PIC 9(4).
           02 WS-FY-START-MONTH PIC 99.
       01 WS-LY-PERIOD          PIC 9(6) VALUE ZEROS.
       01 WS-LY-FY-START        PIC 9(6) VALUE ZEROS.

       01 BALANCE-EOF           PIC X VALUE 'N'.
           88 END-OF-BALANCES   VALUE 'Y'.
       01 WS-PERIOD-CLOSED      PIC X VALUE 'N'.
           88 PERIOD-HAS-BALANCES VALUE 'Y'.

      * Every chart account, and any account holding a balance that
      * is not on the chart, with the balances the statements need,
      * debit positive.
       01 CHART-EOF             PIC X VALUE 'N'.
           88 END-OF-CHART      VALUE 'Y'.
       01 ACCT-TABLE-MAX        PIC 9(3) VALUE 250.
       01 ACCT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01 ACCT-IDX              PIC 9(3) VALUE ZERO.
       01 WS-ACCT-IDX           PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-ACCOUNT     PIC X(6) VALUE SPACES.
       01 ACCT-TABLE.
           02 ACCT-ENTRY OCCURS 250 TIMES.
               03 SA-ACCOUNT       PIC X(6).
               03 SA-NAME          PIC X(30).
               03 SA-TYPE          PIC X.
                   88 SA-INCOME    VALUE 'I'.
                   88 SA-DEBIT-TYPE VALUE 'A' 'X'.
               03 SA-STATEMENT     PIC X.
                   88 SA-P-AND-L   VALUE 'P'.
                   88 SA-BAL-SHEET VALUE 'B'.
               03 SA-SECTION       PIC X(20).
               03 SA-REPORT-LINE   PIC X(30).
               03 SA-ON-CHART      PIC X.
                   88 SA-NOT-ON-CHART VALUE 'N'.
               03 SA-CLOSE-CUR     PIC S9(8).
               03 SA-OPEN-CUR      PIC S9(8).
               03 SA-OPEN-FY       PIC S9(8).
               03 SA-CLOSE-LY      PIC S9(8).
               03 SA-OPEN-LY       PIC S9(8).
               03 SA-OPEN-FY-LY    PIC S9(8).

       01 WS-STATEMENT          PIC X VALUE SPACE.
       01 WS-CURRENT-TYPE       PIC X VALUE SPACE.
       01 COL-IDX               PIC 9 VALUE ZERO.
       01 WS-ACCT-AMOUNTS.
           02 WS-ACCT-AMT       PIC S9(10) OCCURS 4 TIMES.
       01 WS-LINE-AMOUNTS.
           02 WS-LINE-AMT       PIC S9(10) OCCURS 4 TIMES.
       01 WS-SECTION-AMOUNTS.
           02 WS-SECTION-AMT    PIC S9(10) OCCURS 4 TIMES.
       01 WS-TYPE-AMOUNTS.
           02 WS-TYPE-AMT       PIC S9(10) OCCURS 4 TIMES.
       01 WS-INCOME-AMOUNTS.
           02 WS-INCOME-AMT     PIC S9(10) OCCURS 4 TIMES.
       01 WS-EXPENSE-AMOUNTS.
           02 WS-EXPENSE-AMT    PIC S9(10) OCCURS 4 TIMES.
       01 WS-PROFIT-AMOUNTS.
           02 WS-PROFIT-AMT     PIC S9(10) OCCURS 4 TIMES.
       01 WS-ASSET-AMOUNTS.
           02 WS-ASSET-AMT      PIC S9(10) OCCURS 2 TIMES.
       01 WS-LIABILITY-AMOUNTS.
           02 WS-LIABILITY-AMT  PIC S9(10) OCCURS 2 TIMES.
       01 WS-EQUITY-AMOUNTS.
           02 WS-EQUITY-AMT     PIC S9(10) OCCURS 2 TIMES.
       01 WS-RESERVE-AMOUNTS.
           02 WS-RESERVE-AMT    PIC S9(10) OCCURS 2 TIMES.
       01 WS-LIAB-EQUITY-AMOUNTS.
           02 WS-LIAB-EQUITY-AMT PIC S9(10) OCCURS 2 TIMES.
       01 WS-BS-DIFFERENCE      PIC S9(10) VALUE ZERO.
       01 WS-BS-BALANCED        PIC X VALUE 'Y'.
           88 BALANCE-SHEET-BALANCES VALUE 'Y'.

       01 PrevTypeSeq           PIC 9 VALUE ZERO.
       01 PrevSection           PIC X(20) VALUE SPACES.
       01 PrevReportLine        PIC X(30) VALUE SPACES.
       01 UNCHARTED-COUNT       PIC 9(3) VALUE ZERO.

       01 PnlHeading1.
           02 FILLER            PIC X(34)
               VALUE " Profit and Loss Account - period ".
           02 PH1-PERIOD        PIC 9(6).
           02 FILLER            PIC X(22)
               VALUE " (financial year from ".
           02 PH1-FY-START      PIC 9(6).
           02 FILLER            PIC X VALUE ")".
       01 PnlHeading2           PIC X(110)
           VALUE "                                          This period"
           & "  Same period LY    Year to date   YTD last year".
       01 BsHeading1.
           02 FILLER            PIC X(32)
               VALUE " Balance Sheet at end of period ".
           02 BH1-PERIOD        PIC 9(6).
       01 BsHeading2            PIC X(110)
           VALUE "                                          This period"
           & "  Same period LY".
       01 TypeHeadingLine.
           02 FILLER            PIC X VALUE SPACE.
           02 TH-LABEL          PIC X(40).
       01 SectionHeadingLine.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 SH-SECTION        PIC X(20).
       01 AmountLine.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 AL-LABEL          PIC X(36).
           02 AL-AMOUNT         PIC ---,---,---,--9 OCCURS 4 TIMES.
       01 BsAmountLine.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 BL-LABEL          PIC X(36).
           02 BL-AMOUNT         PIC ---,---,---,--9 OCCURS 2 TIMES.
       01 TotalLine.
           02 FILLER            PIC X VALUE SPACE.
           02 TL-LABEL          PIC X(40).
           02 TL-AMOUNT         PIC ---,---,---,--9 OCCURS 4 TIMES.
       01 BsTotalLine.
           02 FILLER            PIC X VALUE SPACE.
           02 BT-LABEL          PIC X(40).
           02 BT-AMOUNT         PIC ---,---,---,--9 OCCURS 2 TIMES.
       01 ProofLine             PIC X(110) VALUE SPACES.
       01 ProofDifferenceLine.
           02 FILLER            PIC X(50)
               VALUE " *** BALANCE SHEET DOES NOT BALANCE - DIFFERENCE".
           02 PD-DIFFERENCE     PIC ---,---,---,--9.
           02 FILLER            PIC X(4) VALUE " ***".
       01 UnchartedHeading      PIC X(110)
           VALUE " Balances on accounts not on the chart of accounts".
       01 UnchartedLine.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 UL-ACCOUNT        PIC X(6).
           02 FILLER            PIC X(30) VALUE SPACES.
           02 UL-AMOUNT         PIC ---,---,---,--9 OCCURS 2 TIMES.

       PROCEDURE DIVISION.
       ProduceFinancialStatements.
           DISPLAY "Period to report (YYYYMM): " WITH NO ADVANCING
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
           DISPLAY "First month of the financial year (MM, "
               "blank for January): " WITH NO ADVANCING
           ACCEPT WS-FY-MONTH-IN
           IF WS-FY-MONTH-IN NOT = SPACES
              IF WS-FY-MONTH-IN NOT NUMERIC
                 DISPLAY "Invalid month."
                 STOP RUN
              END-IF
              MOVE WS-FY-MONTH-IN TO WS-FY-MONTH
              IF WS-FY-MONTH < 1 OR WS-FY-MONTH > 12
                 DISPLAY "Invalid month."
                 STOP RUN
              END-IF
           END-IF
           MOVE WS-PERIOD-YEAR TO WS-FY-YEAR
           MOVE WS-FY-MONTH TO WS-FY-START-MONTH
           IF WS-PERIOD-MONTH < WS-FY-MONTH
              SUBTRACT 1 FROM WS-FY-YEAR
           END-IF
           COMPUTE WS-LY-PERIOD = WS-PERIOD - 100
           COMPUTE WS-LY-FY-START = WS-FY-START - 100
           PERFORM LOAD-CHART-TABLE
           PERFORM LOAD-LEDGER-BALANCES
           IF NOT PERIOD-HAS-BALANCES
              DISPLAY "*** PERIOD " WS-PERIOD " HAS NOT BEEN CLOSED - "
                  "NO BALANCES TO REPORT ***"
              STOP RUN
           END-IF
           OPEN OUTPUT StatementReport
           PERFORM PRODUCE-PROFIT-AND-LOSS
           PERFORM PRODUCE-BALANCE-SHEET
           CLOSE StatementReport
           DISPLAY "Financial statements produced for " WS-PERIOD
           IF BALANCE-SHEET-BALANCES
              DISPLAY "Balance sheet balances."
           ELSE
              DISPLAY "*** BALANCE SHEET DOES NOT BALANCE - "
                  "DIFFERENCE " WS-BS-DIFFERENCE " ***"
           END-IF
           IF UNCHARTED-COUNT > ZERO
              DISPLAY "Accounts not on the chart: " UNCHARTED-COUNT
           END-IF
           STOP RUN.

       LOAD-CHART-TABLE.
           MOVE ZERO TO ACCT-TABLE-COUNT
           MOVE 'N' TO CHART-EOF
           OPEN INPUT ChartOfAccounts
           PERFORM READ-CHART-RECORD UNTIL END-OF-CHART
           CLOSE ChartOfAccounts.

       READ-CHART-RECORD.
           READ ChartOfAccounts
              AT END
                 SET END-OF-CHART TO TRUE
              NOT AT END
                 IF ACCT-TABLE-COUNT >= ACCT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO ACCT-TABLE-COUNT
                 MOVE ACCT-TABLE-COUNT TO WS-ACCT-IDX
                 MOVE CO-ACCOUNT TO SA-ACCOUNT(WS-ACCT-IDX)
                 MOVE CO-NAME TO SA-NAME(WS-ACCT-IDX)
                 MOVE CO-TYPE TO SA-TYPE(WS-ACCT-IDX)
                 MOVE CO-STATEMENT TO SA-STATEMENT(WS-ACCT-IDX)
                 MOVE CO-SECTION TO SA-SECTION(WS-ACCT-IDX)
                 MOVE CO-REPORT-LINE TO SA-REPORT-LINE(WS-ACCT-IDX)
                 MOVE 'Y' TO SA-ON-CHART(WS-ACCT-IDX)
                 PERFORM CLEAR-ACCOUNT-BALANCES
           END-READ.

       CLEAR-ACCOUNT-BALANCES.
           MOVE ZERO TO SA-CLOSE-CUR(WS-ACCT-IDX)
           MOVE ZERO TO SA-OPEN-CUR(WS-ACCT-IDX)
           MOVE ZERO TO SA-OPEN-FY(WS-ACCT-IDX)
           MOVE ZERO TO SA-CLOSE-LY(WS-ACCT-IDX)
           MOVE ZERO TO SA-OPEN-LY(WS-ACCT-IDX)
           MOVE ZERO TO SA-OPEN-FY-LY(WS-ACCT-IDX).

       LOAD-LEDGER-BALANCES.
           MOVE 'N' TO BALANCE-EOF
           OPEN INPUT LedgerBalances
           PERFORM READ-BALANCE-RECORD UNTIL END-OF-BALANCES
           CLOSE LedgerBalances.

       READ-BALANCE-RECORD.
           READ LedgerBalances
              AT END
                 SET END-OF-BALANCES TO TRUE
              NOT AT END
                 IF LB-PERIOD = WS-PERIOD AND LB-TYPE = 'C'
                    SET PERIOD-HAS-BALANCES TO TRUE
                 END-IF
                 PERFORM TAKE-BALANCE-RECORD
           END-READ.

       TAKE-BALANCE-RECORD.
           IF (LB-TYPE = 'C'
                 AND (LB-PERIOD = WS-PERIOD
                   OR LB-PERIOD = WS-LY-PERIOD))
              OR (LB-TYPE = 'O'
                 AND (LB-PERIOD = WS-PERIOD
                   OR LB-PERIOD = WS-LY-PERIOD
                   OR LB-PERIOD = WS-FY-START
                   OR LB-PERIOD = WS-LY-FY-START))
              MOVE LB-ACCOUNT TO WS-LOOKUP-ACCOUNT
              PERFORM LOOKUP-ACCOUNT
              IF WS-ACCT-IDX = ZERO
                 PERFORM ADD-UNCHARTED-ACCOUNT
              END-IF
              PERFORM STORE-BALANCE
           END-IF.

       STORE-BALANCE.
           IF LB-TYPE = 'C'
              IF LB-PERIOD = WS-PERIOD
                 MOVE LB-BALANCE TO SA-CLOSE-CUR(WS-ACCT-IDX)
              ELSE
                 MOVE LB-BALANCE TO SA-CLOSE-LY(WS-ACCT-IDX)
              END-IF
           ELSE
              IF LB-PERIOD = WS-PERIOD
                 MOVE LB-BALANCE TO SA-OPEN-CUR(WS-ACCT-IDX)
              END-IF
              IF LB-PERIOD = WS-FY-START
                 MOVE LB-BALANCE TO SA-OPEN-FY(WS-ACCT-IDX)
              END-IF
              IF LB-PERIOD = WS-LY-PERIOD
                 MOVE LB-BALANCE TO SA-OPEN-LY(WS-ACCT-IDX)
              END-IF
              IF LB-PERIOD = WS-LY-FY-START
                 MOVE LB-BALANCE TO SA-OPEN-FY-LY(WS-ACCT-IDX)
              END-IF
           END-IF.

       ADD-UNCHARTED-ACCOUNT.
           IF ACCT-TABLE-COUNT >= ACCT-TABLE-MAX
              PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           ADD 1 TO ACCT-TABLE-COUNT
           MOVE ACCT-TABLE-COUNT TO WS-ACCT-IDX
           MOVE LB-ACCOUNT TO SA-ACCOUNT(WS-ACCT-IDX)
           MOVE SPACES TO SA-NAME(WS-ACCT-IDX)
           MOVE SPACE TO SA-TYPE(WS-ACCT-IDX)
           MOVE SPACE TO SA-STATEMENT(WS-ACCT-IDX)
           MOVE SPACES TO SA-SECTION(WS-ACCT-IDX)
           MOVE SPACES TO SA-REPORT-LINE(WS-ACCT-IDX)
           MOVE 'N' TO SA-ON-CHART(WS-ACCT-IDX)
           ADD 1 TO UNCHARTED-COUNT
           PERFORM CLEAR-ACCOUNT-BALANCES.

       LOOKUP-ACCOUNT.
           MOVE ZERO TO WS-ACCT-IDX
           PERFORM FIND-ACCOUNT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-TABLE-COUNT.

       FIND-ACCOUNT.
           IF SA-ACCOUNT(ACCT-IDX) = WS-LOOKUP-ACCOUNT
              MOVE ACCT-IDX TO WS-ACCT-IDX
           END-IF.

      *****************************************************************
      * Profit and loss account.  Columns are the period, the same
      * period last year, the year to date and last year to date.
      *****************************************************************
       PRODUCE-PROFIT-AND-LOSS.
           MOVE 'P' TO WS-STATEMENT
           MOVE ZERO TO WS-INCOME-AMOUNTS
           MOVE ZERO TO WS-EXPENSE-AMOUNTS
           MOVE WS-PERIOD TO PH1-PERIOD
           MOVE WS-FY-START TO PH1-FY-START
           WRITE StatementLine FROM PnlHeading1
               AFTER ADVANCING PAGE
           WRITE StatementLine FROM PnlHeading2
               AFTER ADVANCING 2 LINES
           SORT StatementSortWork
               ON ASCENDING KEY SS-TYPE-SEQ SS-SECTION SS-REPORT-LINE
               INPUT PROCEDURE IS RELEASE-STATEMENT-ACCOUNTS
               GIVING SortedStatement
           OPEN INPUT SortedStatement
           PERFORM READ-SORTED-LINE
           PERFORM REPORT-ONE-TYPE UNTIL END-OF-SORTED-LINES
           CLOSE SortedStatement
           PERFORM COMPUTE-PROFIT-COLUMN
               VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4
           MOVE "NET PROFIT / (LOSS)" TO TL-LABEL
           PERFORM MOVE-PROFIT-COLUMN
               VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4
           WRITE StatementLine FROM TotalLine
               AFTER ADVANCING 2 LINES.

       COMPUTE-PROFIT-COLUMN.
           COMPUTE WS-PROFIT-AMT(COL-IDX) =
               WS-INCOME-AMT(COL-IDX) - WS-EXPENSE-AMT(COL-IDX).

       MOVE-PROFIT-COLUMN.
           MOVE WS-PROFIT-AMT(COL-IDX) TO TL-AMOUNT(COL-IDX).

      *****************************************************************
      * Balance sheet.  Columns are the period end and the same period
      * end last year.
      *****************************************************************
       PRODUCE-BALANCE-SHEET.
           MOVE 'B' TO WS-STATEMENT
           MOVE ZERO TO WS-ASSET-AMOUNTS
           MOVE ZERO TO WS-LIABILITY-AMOUNTS
           MOVE ZERO TO WS-EQUITY-AMOUNTS
           MOVE ZERO TO WS-RESERVE-AMOUNTS
           MOVE WS-PERIOD TO BH1-PERIOD
           WRITE StatementLine FROM BsHeading1
               AFTER ADVANCING PAGE
           WRITE StatementLine FROM BsHeading2
               AFTER ADVANCING 2 LINES
           SORT StatementSortWork
               ON ASCENDING KEY SS-TYPE-SEQ SS-SECTION SS-REPORT-LINE
               INPUT PROCEDURE IS RELEASE-STATEMENT-ACCOUNTS
               GIVING SortedStatement
           OPEN INPUT SortedStatement
           PERFORM READ-SORTED-LINE
           PERFORM REPORT-ONE-TYPE UNTIL END-OF-SORTED-LINES
           CLOSE SortedStatement
           PERFORM ADD-RESERVE-BALANCES
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-TABLE-COUNT
           PERFORM WRITE-RESERVES-AND-PROOF.

      * Retained profit brought forward is the profit and loss
      * balance at the start of the financial year; the profit for
      * the year is what the profit and loss account showed.
       ADD-RESERVE-BALANCES.
           IF SA-P-AND-L(ACCT-IDX)
              SUBTRACT SA-OPEN-FY(ACCT-IDX) FROM WS-RESERVE-AMT(1)
              SUBTRACT SA-OPEN-FY-LY(ACCT-IDX) FROM WS-RESERVE-AMT(2)
           END-IF.

       WRITE-RESERVES-AND-PROOF.
           MOVE "RESERVES" TO SH-SECTION
           WRITE StatementLine FROM SectionHeadingLine
               AFTER ADVANCING 2 LINES
           MOVE "Retained profit brought forward" TO BL-LABEL
           MOVE WS-RESERVE-AMT(1) TO BL-AMOUNT(1)
           MOVE WS-RESERVE-AMT(2) TO BL-AMOUNT(2)
           WRITE StatementLine FROM BsAmountLine
               AFTER ADVANCING 1 LINE
           MOVE "Profit for the year to date" TO BL-LABEL
           MOVE WS-PROFIT-AMT(3) TO BL-AMOUNT(1)
           MOVE WS-PROFIT-AMT(4) TO BL-AMOUNT(2)
           WRITE StatementLine FROM BsAmountLine
               AFTER ADVANCING 1 LINE
           COMPUTE WS-EQUITY-AMT(1) = WS-EQUITY-AMT(1)
               + WS-RESERVE-AMT(1) + WS-PROFIT-AMT(3)
           COMPUTE WS-EQUITY-AMT(2) = WS-EQUITY-AMT(2)
               + WS-RESERVE-AMT(2) + WS-PROFIT-AMT(4)
           MOVE "TOTAL EQUITY" TO BT-LABEL
           MOVE WS-EQUITY-AMT(1) TO BT-AMOUNT(1)
           MOVE WS-EQUITY-AMT(2) TO BT-AMOUNT(2)
           WRITE StatementLine FROM BsTotalLine
               AFTER ADVANCING 2 LINES
           COMPUTE WS-LIAB-EQUITY-AMT(1) =
               WS-LIABILITY-AMT(1) + WS-EQUITY-AMT(1)
           COMPUTE WS-LIAB-EQUITY-AMT(2) =
               WS-LIABILITY-AMT(2) + WS-EQUITY-AMT(2)
           MOVE "TOTAL ASSETS" TO BT-LABEL
           MOVE WS-ASSET-AMT(1) TO BT-AMOUNT(1)
           MOVE WS-ASSET-AMT(2) TO BT-AMOUNT(2)
           WRITE StatementLine FROM BsTotalLine
               AFTER ADVANCING 2 LINES
           MOVE "TOTAL LIABILITIES AND EQUITY" TO BT-LABEL
           MOVE WS-LIAB-EQUITY-AMT(1) TO BT-AMOUNT(1)
           MOVE WS-LIAB-EQUITY-AMT(2) TO BT-AMOUNT(2)
           WRITE StatementLine FROM BsTotalLine
               AFTER ADVANCING 1 LINE
           COMPUTE WS-BS-DIFFERENCE =
               WS-ASSET-AMT(1) - WS-LIAB-EQUITY-AMT(1)
           IF WS-BS-DIFFERENCE = ZERO
              MOVE 'Y' TO WS-BS-BALANCED
              MOVE " Assets equal liabilities plus equity."
                  TO ProofLine
              WRITE StatementLine FROM ProofLine
                  AFTER ADVANCING 2 LINES
           ELSE
              MOVE 'N' TO WS-BS-BALANCED
              MOVE WS-BS-DIFFERENCE TO PD-DIFFERENCE
              WRITE StatementLine FROM ProofDifferenceLine
                  AFTER ADVANCING 2 LINES
           END-IF
           IF UNCHARTED-COUNT > ZERO
              WRITE StatementLine FROM UnchartedHeading
                  AFTER ADVANCING 2 LINES
              PERFORM WRITE-UNCHARTED-LINE
                  VARYING ACCT-IDX FROM 1 BY 1
                  UNTIL ACCT-IDX > ACCT-TABLE-COUNT
           END-IF.

       WRITE-UNCHARTED-LINE.
           IF SA-NOT-ON-CHART(ACCT-IDX)
              MOVE SA-ACCOUNT(ACCT-IDX) TO UL-ACCOUNT
              MOVE SA-CLOSE-CUR(ACCT-IDX) TO UL-AMOUNT(1)
              MOVE SA-CLOSE-LY(ACCT-IDX) TO UL-AMOUNT(2)
              WRITE StatementLine FROM UnchartedLine
                  AFTER ADVANCING 1 LINE
           END-IF.

      *****************************************************************
      * Statement body, common to both statements: by account type,
      * then section, then reporting line.
      *****************************************************************
       RELEASE-STATEMENT-ACCOUNTS.
           PERFORM RELEASE-ONE-ACCOUNT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-TABLE-COUNT.

       RELEASE-ONE-ACCOUNT.
           IF SA-STATEMENT(ACCT-IDX) = WS-STATEMENT
              EVALUATE SA-TYPE(ACCT-IDX)
                 WHEN 'I'
                 WHEN 'A'
                    MOVE 1 TO SS-TYPE-SEQ
                 WHEN 'X'
                 WHEN 'L'
                    MOVE 2 TO SS-TYPE-SEQ
                 WHEN OTHER
                    MOVE 3 TO SS-TYPE-SEQ
              END-EVALUATE
              MOVE SA-SECTION(ACCT-IDX) TO SS-SECTION
              MOVE SA-REPORT-LINE(ACCT-IDX) TO SS-REPORT-LINE
              MOVE ACCT-IDX TO SS-ACCT-IDX
              RELEASE StatementSortRec
           END-IF.

       READ-SORTED-LINE.
           READ SortedStatement
              AT END SET END-OF-SORTED-LINES TO TRUE
           END-READ.

       REPORT-ONE-TYPE.
           MOVE SR-TYPE-SEQ TO PrevTypeSeq
           MOVE ZERO TO WS-TYPE-AMOUNTS
           MOVE SA-TYPE(SR-ACCT-IDX) TO WS-CURRENT-TYPE
           EVALUATE SA-TYPE(SR-ACCT-IDX)
              WHEN 'I'
                 MOVE "INCOME" TO TH-LABEL
              WHEN 'X'
                 MOVE "EXPENSES" TO TH-LABEL
              WHEN 'A'
                 MOVE "ASSETS" TO TH-LABEL
              WHEN 'L'
                 MOVE "LIABILITIES" TO TH-LABEL
              WHEN OTHER
                 MOVE "EQUITY" TO TH-LABEL
           END-EVALUATE
           WRITE StatementLine FROM TypeHeadingLine
               AFTER ADVANCING 2 LINES
           PERFORM REPORT-ONE-SECTION
               UNTIL END-OF-SORTED-LINES
               OR SR-TYPE-SEQ NOT = PrevTypeSeq
           EVALUATE WS-CURRENT-TYPE
              WHEN 'I'
                 MOVE WS-TYPE-AMOUNTS TO WS-INCOME-AMOUNTS
                 MOVE "TOTAL INCOME" TO TL-LABEL
              WHEN 'X'
                 MOVE WS-TYPE-AMOUNTS TO WS-EXPENSE-AMOUNTS
                 MOVE "TOTAL EXPENSES" TO TL-LABEL
              WHEN 'A'
                 MOVE WS-TYPE-AMT(1) TO WS-ASSET-AMT(1)
                 MOVE WS-TYPE-AMT(2) TO WS-ASSET-AMT(2)
                 MOVE "TOTAL ASSETS" TO TL-LABEL
              WHEN 'L'
                 MOVE WS-TYPE-AMT(1) TO WS-LIABILITY-AMT(1)
                 MOVE WS-TYPE-AMT(2) TO WS-LIABILITY-AMT(2)
                 MOVE "TOTAL LIABILITIES" TO TL-LABEL
              WHEN OTHER
                 MOVE WS-TYPE-AMT(1) TO WS-EQUITY-AMT(1)
                 MOVE WS-TYPE-AMT(2) TO WS-EQUITY-AMT(2)
                 MOVE "TOTAL SHARE CAPITAL AND OTHER EQUITY"
                     TO TL-LABEL
           END-EVALUATE
           IF WS-STATEMENT = 'P'
              PERFORM MOVE-TYPE-COLUMN
                  VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4
              WRITE StatementLine FROM TotalLine
                  AFTER ADVANCING 2 LINES
           ELSE
              MOVE TL-LABEL TO BT-LABEL
              MOVE WS-TYPE-AMT(1) TO BT-AMOUNT(1)
              MOVE WS-TYPE-AMT(2) TO BT-AMOUNT(2)
              WRITE StatementLine FROM BsTotalLine
                  AFTER ADVANCING 2 LINES
           END-IF.

       MOVE-TYPE-COLUMN.
           MOVE WS-TYPE-AMT(COL-IDX) TO TL-AMOUNT(COL-IDX).

       REPORT-ONE-SECTION.
           MOVE SR-SECTION TO PrevSection
           MOVE ZERO TO WS-SECTION-AMOUNTS
           MOVE PrevSection TO SH-SECTION
           WRITE StatementLine FROM SectionHeadingLine
               AFTER ADVANCING 2 LINES
           PERFORM REPORT-ONE-LINE
               UNTIL END-OF-SORTED-LINES
               OR SR-TYPE-SEQ NOT = PrevTypeSeq
               OR SR-SECTION NOT = PrevSection
           MOVE SPACES TO AL-LABEL
           STRING "Total " DELIMITED BY SIZE
               PrevSection DELIMITED BY SIZE
               INTO AL-LABEL
           IF WS-STATEMENT = 'P'
              PERFORM MOVE-SECTION-COLUMN
                  VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4
              WRITE StatementLine FROM AmountLine
                  AFTER ADVANCING 1 LINE
           ELSE
              MOVE AL-LABEL TO BL-LABEL
              MOVE WS-SECTION-AMT(1) TO BL-AMOUNT(1)
              MOVE WS-SECTION-AMT(2) TO BL-AMOUNT(2)
              WRITE StatementLine FROM BsAmountLine
                  AFTER ADVANCING 1 LINE
           END-IF
           PERFORM ADD-SECTION-TO-TYPE
               VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4.

       MOVE-SECTION-COLUMN.
           MOVE WS-SECTION-AMT(COL-IDX) TO AL-AMOUNT(COL-IDX).

       ADD-SECTION-TO-TYPE.
           ADD WS-SECTION-AMT(COL-IDX) TO WS-TYPE-AMT(COL-IDX).

       REPORT-ONE-LINE.
           MOVE SR-REPORT-LINE TO PrevReportLine
           MOVE ZERO TO WS-LINE-AMOUNTS
           PERFORM ADD-ONE-ACCOUNT
               UNTIL END-OF-SORTED-LINES
               OR SR-TYPE-SEQ NOT = PrevTypeSeq
               OR SR-SECTION NOT = PrevSection
               OR SR-REPORT-LINE NOT = PrevReportLine
           MOVE PrevReportLine TO AL-LABEL
           IF WS-STATEMENT = 'P'
              PERFORM MOVE-LINE-COLUMN
                  VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4
              WRITE StatementLine FROM AmountLine
                  AFTER ADVANCING 1 LINE
           ELSE
              MOVE PrevReportLine TO BL-LABEL
              MOVE WS-LINE-AMT(1) TO BL-AMOUNT(1)
              MOVE WS-LINE-AMT(2) TO BL-AMOUNT(2)
              WRITE StatementLine FROM BsAmountLine
                  AFTER ADVANCING 1 LINE
           END-IF
           PERFORM ADD-LINE-TO-SECTION
               VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4.

       MOVE-LINE-COLUMN.
           MOVE WS-LINE-AMT(COL-IDX) TO AL-AMOUNT(COL-IDX).

       ADD-LINE-TO-SECTION.
           ADD WS-LINE-AMT(COL-IDX) TO WS-SECTION-AMT(COL-IDX).

       ADD-ONE-ACCOUNT.
           MOVE SR-ACCT-IDX TO ACCT-IDX
           PERFORM SET-ACCOUNT-AMOUNTS
           PERFORM ADD-ACCOUNT-TO-LINE
               VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4
           PERFORM READ-SORTED-LINE.

       ADD-ACCOUNT-TO-LINE.
           ADD WS-ACCT-AMT(COL-IDX) TO WS-LINE-AMT(COL-IDX).

      * An account's figures, debit positive for assets and expenses
      * and credit positive for everything else.
       SET-ACCOUNT-AMOUNTS.
           IF WS-STATEMENT = 'P'
              COMPUTE WS-ACCT-AMT(1) =
                  SA-CLOSE-CUR(ACCT-IDX) - SA-OPEN-CUR(ACCT-IDX)
              COMPUTE WS-ACCT-AMT(2) =
                  SA-CLOSE-LY(ACCT-IDX) - SA-OPEN-LY(ACCT-IDX)
              COMPUTE WS-ACCT-AMT(3) =
                  SA-CLOSE-CUR(ACCT-IDX) - SA-OPEN-FY(ACCT-IDX)
              COMPUTE WS-ACCT-AMT(4) =
                  SA-CLOSE-LY(ACCT-IDX) - SA-OPEN-FY-LY(ACCT-IDX)
           ELSE
              MOVE SA-CLOSE-CUR(ACCT-IDX) TO WS-ACCT-AMT(1)
              MOVE SA-CLOSE-LY(ACCT-IDX) TO WS-ACCT-AMT(2)
              MOVE ZERO TO WS-ACCT-AMT(3)
              MOVE ZERO TO WS-ACCT-AMT(4)
           END-IF
           IF NOT SA-DEBIT-TYPE(ACCT-IDX)
              PERFORM REVERSE-ACCOUNT-SIGN
                  VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 4
           END-IF.

       REVERSE-ACCOUNT-SIGN.
           COMPUTE WS-ACCT-AMT(COL-IDX) = ZERO - WS-ACCT-AMT(COL-IDX).

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED ***"
           STOP RUN.
