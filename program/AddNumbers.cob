               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LedgerPeriods ASSIGN TO "LedgerPeriods.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChartOfAccounts ASSIGN TO "ChartOfAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 LedgerLine            PIC X(40).

       FD TrialBalanceReport.
       01 TrialBalanceLine      PIC X(100).

       FD LedgerPeriods.
       01 LedgerPeriodRec.
           02 FILLER           PIC X.
           02 LP-STATUS        PIC X.

       FD ChartOfAccounts.
       COPY COAMAST.

       WORKING-STORAGE SECTION.
       01 RUN-CONTROL-EOF       PIC X VALUE 'N'.
           88 END-OF-RUN-CONTROL VALUE 'Y'.
               03 AC-Debits     PIC 9(8).
               03 AC-Credits    PIC 9(8).

      * Postings are accepted only to open accounts on the chart.
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
               03 CH-NAME       PIC X(30).
               03 CH-STATUS     PIC X.
                   88 CH-CLOSED VALUE 'C'.

       01 TOTAL-DEBITS          PIC 9(9) VALUE ZERO.
       01 TOTAL-CREDITS         PIC 9(9) VALUE ZERO.
       01 WS-ACCOUNT-BALANCE    PIC S9(8) VALUE ZERO.

       01 TrialBalanceHeading1  PIC X(100)
           VALUE " Trial Balance".
       01 TrialBalanceHeading2  PIC X(100)
           VALUE " Account Name                               Debits"
           & "     Credits     Balance".

       01 TrialBalanceDetail.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 TB-Account       PIC X(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 TB-Name          PIC X(30).
           02 FILLER           PIC X(4) VALUE SPACES.
           02 TB-Debits        PIC ZZZZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 TB-Credits       PIC ZZZZZZZ9.
           02 TB-Balance       PIC -(7)9.

       01 TrialBalanceTotals.
           02 FILLER           PIC X(42) VALUE " TOTAL".
           02 TT-Debits        PIC ZZZZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 TT-Credits       PIC ZZZZZZZ9.
           MOVE ZERO TO TRANSACTION-COUNT
           MOVE 'N' TO TRANSACTION-EOF
           PERFORM LOAD-PERIOD-TABLE
           PERFORM LOAD-CHART-TABLE
           OPEN INPUT TransactionFile
           PERFORM READ-TRANSACTION-FILE UNTIL END-OF-TRANSACTIONS
           CLOSE TransactionFile
               DISPLAY "Rejected transaction - account " TX-Account
                   " ref " TX-Reference
           ELSE
               MOVE TX-Account TO WS-LOOKUP-ACCOUNT
               PERFORM LOOKUP-CHART-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-CHART-IDX = ZERO
                       ADD 1 TO REJECT-COUNT
                       DISPLAY "Rejected transaction - account "
                           TX-Account " is not on the chart of "
                           "accounts, ref " TX-Reference
                   WHEN CH-CLOSED(WS-CHART-IDX)
                       ADD 1 TO REJECT-COUNT
                       DISPLAY "Rejected transaction - account "
                           TX-Account " is closed, ref " TX-Reference
                   WHEN OTHER
                       PERFORM POST-TO-ACCOUNT
               END-EVALUATE
           END-IF
           END-IF.

       POST-TO-ACCOUNT.
           PERFORM LOOKUP-ACCOUNT
           IF WS-FOUND-IDX NOT = ZERO
               IF TX-DrCr = 'D'
                   ADD TX-Amount TO AC-Debits(WS-FOUND-IDX)
                   ADD TX-Amount TO TOTAL-DEBITS
               ELSE
                   ADD TX-Amount TO AC-Credits(WS-FOUND-IDX)
                   ADD TX-Amount TO TOTAL-CREDITS
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

       CHECK-TX-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE ZEROS TO WS-TX-PERIOD

       WRITE-TRIAL-BALANCE-LINE.
           MOVE AC-Account(ACCOUNT-IDX) TO TB-Account
           MOVE AC-Account(ACCOUNT-IDX) TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-CHART-ACCOUNT
           IF WS-CHART-IDX = ZERO
               MOVE SPACES TO TB-Name
           ELSE
               MOVE CH-NAME(WS-CHART-IDX) TO TB-Name
           END-IF
           MOVE AC-Debits(ACCOUNT-IDX) TO TB-Debits
           MOVE AC-Credits(ACCOUNT-IDX) TO TB-Credits
           COMPUTE WS-ACCOUNT-BALANCE =
