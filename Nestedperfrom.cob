               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CategoryMaster ASSIGN TO "CategoryMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NestedSuspense
               ASSIGN TO "NestedSuspense.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SuspenseWork ASSIGN TO "NestedSuspenseWork.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           02 NS-Amount       PIC X(7).
           02 NS-REASON-CODE  PIC X(16).

       FD SuspenseWork.
       01 SuspenseWorkRec     PIC X(31).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch      PIC X VALUE 'N'.
           88 NO-MORE-TRANSACTIONS VALUE 'Y'.
       01 WS-TRANS-VALID       PIC X VALUE 'Y'.
           88 TRANS-IS-VALID   VALUE 'Y'.
       01 WS-TRANS-REASON      PIC X(16) VALUE SPACES.
       01 SUSPENSE-EOF         PIC X VALUE 'N'.
           88 END-OF-SUSPENSE  VALUE 'Y'.
       01 ACCEPTED-COUNT       PIC 9(6) VALUE ZERO.
       01 REJECTED-COUNT       PIC 9(6) VALUE ZERO.

               GIVING SortedTransactionFile.

       VALIDATE-TRANSACTIONS.
           PERFORM SAVE-FEED-SUSPENSE
           MOVE 'N' TO TRANS-IN-EOF
           MOVE 'N' TO SUSPENSE-EOF
           OPEN INPUT SuspenseWork
           OPEN OUTPUT NestedSuspense
           PERFORM RESTORE-FEED-SUSPENSE-ENTRY UNTIL END-OF-SUSPENSE
           CLOSE SuspenseWork
           OPEN INPUT TransactionFile
           PERFORM READ-INPUT-TRANSACTION UNTIL NO-MORE-INPUT-TRANS
           CLOSE TransactionFile
           CLOSE NestedSuspense.

       SAVE-FEED-SUSPENSE.
           MOVE 'N' TO SUSPENSE-EOF
           OPEN INPUT NestedSuspense
           OPEN OUTPUT SuspenseWork
           PERFORM SAVE-FEED-SUSPENSE-ENTRY UNTIL END-OF-SUSPENSE
           CLOSE NestedSuspense
           CLOSE SuspenseWork.

       SAVE-FEED-SUSPENSE-ENTRY.
           READ NestedSuspense
               AT END
                   SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   IF NS-REASON-CODE(1:4) = "STK-"
                       WRITE SuspenseWorkRec FROM NestedSuspenseRec
                   END-IF
           END-READ.

       RESTORE-FEED-SUSPENSE-ENTRY.
           READ SuspenseWork
               AT END
                   SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   WRITE NestedSuspenseRec FROM SuspenseWorkRec
           END-READ.

       READ-INPUT-TRANSACTION.
           READ TransactionFile
               AT END
