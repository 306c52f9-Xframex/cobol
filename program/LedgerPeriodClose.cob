               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClosingReport ASSIGN TO "LedgerCloseRpt.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChartOfAccounts ASSIGN TO "ChartOfAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 LP-STATUS        PIC X.

       FD ClosingReport.
       01 ClosingReportLine   PIC X(100).

       FD ChartOfAccounts.
       COPY COAMAST.

       WORKING-STORAGE SECTION.
       01 TRANS-EOF            PIC X VALUE 'N'.
               03 LP-T-PERIOD   PIC 9(6).
               03 LP-T-STATUS   PIC X.

      * A period will not close while it holds postings to accounts
      * that are not on the chart.
       01 CHART-TABLE-MAX      PIC 9(3) VALUE 200.
       01 CHART-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 CHART-IDX            PIC 9(3) VALUE ZERO.
       01 CHART-EOF            PIC X VALUE 'N'.
           88 END-OF-CHART     VALUE 'Y'.
       01 WS-CHART-IDX         PIC 9(3) VALUE ZERO.
       01 CHART-TABLE.
           02 CHART-ENTRY OCCURS 200 TIMES.
               03 CH-ACCOUNT   PIC X(6).
               03 CH-NAME      PIC X(30).
       01 UNKNOWN-ACCOUNT-POSTINGS PIC 9(6) VALUE ZERO.

       01 TRANS-IN-PERIOD      PIC 9(6) VALUE ZERO.
       01 TOTAL-DEBITS         PIC 9(9) VALUE ZERO.
       01 TOTAL-CREDITS        PIC 9(9) VALUE ZERO.
           02 FILLER           PIC X(32)
               VALUE " Ledger Period Close - period ".
           02 CH-PERIOD        PIC 9(6).
       01 ClosingHeading2      PIC X(100)
           VALUE " Account Name                            Opening"
           & "     Debits    Credits    Closing".

       01 ClosingDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-ACCOUNT       PIC X(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-NAME          PIC X(30).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 CD-OPENING       PIC -(7)9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-DEBITS        PIC ZZZZZZZ9.
              MOVE 1 TO WS-NEXT-MONTH
              ADD 1 TO WS-NEXT-YEAR
           END-IF
           PERFORM LOAD-CHART-TABLE
           PERFORM LOAD-OPENING-BALANCES
           PERFORM TOTAL-PERIOD-TRANSACTIONS
           PERFORM COMPUTE-CLOSING-BALANCES
           IF UNKNOWN-ACCOUNT-POSTINGS > ZERO
              DISPLAY "*** " UNKNOWN-ACCOUNT-POSTINGS " POSTING(S) TO "
                  "ACCOUNTS NOT ON THE CHART OF ACCOUNTS - CLOSE "
                  "ABANDONED ***"
              PERFORM WRITE-CLOSING-REPORT
              STOP RUN
           END-IF
           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
              DISPLAY "*** DEBITS DO NOT EQUAL CREDITS FOR THE "
                  "PERIOD - CLOSE ABANDONED ***"
       POST-PERIOD-TRANSACTION.
           ADD 1 TO TRANS-IN-PERIOD
           MOVE TX-Account TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-CHART-ACCOUNT
           IF WS-CHART-IDX = ZERO
              ADD 1 TO UNKNOWN-ACCOUNT-POSTINGS
              DISPLAY "Posting to account " TX-Account
                  " not on the chart of accounts, ref " TX-Reference
           END-IF
           PERFORM LOOKUP-ACCOUNT
           IF WS-FOUND-IDX NOT = ZERO
              IF TX-DrCr = 'D'
              END-IF
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
                 MOVE CO-NAME TO CH-NAME(CHART-TABLE-COUNT)
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

       FIND-ACCOUNT.
           IF AC-Account(ACCOUNT-IDX) = WS-LOOKUP-ACCOUNT
              SET ACCOUNT-FOUND TO TRUE
           CLOSE LedgerBalances.

       WRITE-ONE-CARRY-FORWARD.
           MOVE SPACES TO LedgerBalanceRec
           MOVE WS-CLOSE-PERIOD TO LB-PERIOD
           MOVE AC-Account(ACCOUNT-IDX) TO LB-ACCOUNT
           MOVE 'C' TO LB-TYPE
           END-IF.

       WRITE-ONE-PERIOD.
           MOVE SPACES TO LedgerPeriodRec
           MOVE LP-T-PERIOD(PERIOD-IDX) TO LP-PERIOD
           MOVE LP-T-STATUS(PERIOD-IDX) TO LP-STATUS
           WRITE LedgerPeriodRec.

       WRITE-CLOSING-LINE.
           MOVE AC-Account(ACCOUNT-IDX) TO CD-ACCOUNT
           MOVE AC-Account(ACCOUNT-IDX) TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-CHART-ACCOUNT
           IF WS-CHART-IDX = ZERO
              MOVE "*** NOT ON CHART OF ACCOUNTS" TO CD-NAME
           ELSE
              MOVE CH-NAME(WS-CHART-IDX) TO CD-NAME
           END-IF
           MOVE AC-Opening(ACCOUNT-IDX) TO CD-OPENING
           MOVE AC-Debits(ACCOUNT-IDX) TO CD-DEBITS
           MOVE AC-Credits(ACCOUNT-IDX) TO CD-CREDITS
