       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChartOfAccounts.
       AUTHOR. ismail.
      * Chart of accounts maintenance.
      * Applies ChartMaintTrans.Dat to ChartOfAccounts.Dat:
      *   A adds an account - name, type and section are required; a
      *     blank normal balance is taken from the type (debit for
      *     assets and expenses, credit otherwise), a blank statement
      *     likewise, and a blank reporting line is the account name,
      *   C changes any of the fields given,
      *   X closes an account to further postings,
      *   R reopens a closed account.
      * Every change is written to ChartMaintAudit.Dat with its
      * before and after image; rejects go to ChartMaintRejects.Dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ChartOfAccounts
               ASSIGN TO "ChartOfAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChartMaintTrans ASSIGN TO "ChartMaintTrans.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChartMaintAudit ASSIGN TO "ChartMaintAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChartMaintRejects ASSIGN TO "ChartMaintRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ChartOfAccounts.
       COPY COAMAST.

       FD ChartMaintTrans.
       01 ChartMaintTransRec.
           02 CX-ACTION        PIC X.
           02 CX-ACCOUNT       PIC X(6).
           02 CX-NAME          PIC X(30).
           02 CX-TYPE          PIC X.
           02 CX-NORMAL-BAL    PIC X.
           02 CX-STATEMENT     PIC X.
           02 CX-SECTION       PIC X(20).
           02 CX-REPORT-LINE   PIC X(30).

       FD ChartMaintAudit.
       01 ChartMaintAuditLine  PIC X(220).

       FD ChartMaintRejects.
       01 ChartMaintRejectLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 CHART-TABLE-MAX       PIC 9(3) VALUE 200.
       01 CHART-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 CHART-EOF             PIC X  VALUE 'N'.
           88 END-OF-CHART      VALUE 'Y'.
       01 CHART-IDX             PIC 9(3) VALUE ZERO.
       01 WS-ACCOUNT-FOUND      PIC X VALUE 'N'.
           88 ACCOUNT-IS-FOUND  VALUE 'Y'.
       01 WS-FOUND-IDX          PIC 9(3) VALUE ZERO.

       01 CHART-TABLE.
           02 CHART-ENTRY OCCURS 200 TIMES.
               03 CT-ACCOUNT     PIC X(6).
               03 CT-DETAILS.
                   04 CT-NAME        PIC X(30).
                   04 CT-TYPE        PIC X.
                   04 CT-NORMAL-BAL  PIC X.
                   04 CT-STATEMENT   PIC X.
                   04 CT-SECTION     PIC X(20).
                   04 CT-REPORT-LINE PIC X(30).
                   04 CT-STATUS      PIC X.
                       88 CT-IS-CLOSED VALUE 'C'.

       01 TRANS-EOF             PIC X VALUE 'N'.
           88 END-OF-TRANS      VALUE 'Y'.

       01 WS-TRANS-ACTION       PIC X VALUE SPACE.
           88 ADD-ACCOUNT-TRANS    VALUE 'A'.
           88 CHANGE-ACCOUNT-TRANS VALUE 'C'.
           88 CLOSE-ACCOUNT-TRANS  VALUE 'X'.
           88 REOPEN-ACCOUNT-TRANS VALUE 'R'.
       01 WS-TRANS-VALID        PIC X VALUE 'Y'.
           88 TRANS-IS-VALID    VALUE 'Y'.
       01 WS-REJECT-REASON      PIC X(25) VALUE SPACES.
       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.

      * The type and statement an account will have once the
      * transaction is applied, for the cross-checks.
       01 WS-NEW-TYPE           PIC X VALUE SPACE.
           88 NEW-TYPE-VALID    VALUE 'A' 'L' 'E' 'I' 'X'.
           88 NEW-TYPE-DEBIT    VALUE 'A' 'X'.
           88 NEW-TYPE-P-AND-L  VALUE 'I' 'X'.
       01 WS-NEW-STATEMENT      PIC X VALUE SPACE.

       01 WS-BEFORE-DETAILS.
           02 WS-BEFORE-NAME        PIC X(30).
           02 WS-BEFORE-TYPE        PIC X.
           02 WS-BEFORE-NORMAL-BAL  PIC X.
           02 WS-BEFORE-STATEMENT   PIC X.
           02 WS-BEFORE-SECTION     PIC X(20).
           02 WS-BEFORE-REPORT-LINE PIC X(30).
           02 WS-BEFORE-STATUS      PIC X.

       01 TRANS-READ-COUNT      PIC 9(5) VALUE ZERO.
       01 TRANS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
       01 TRANS-REJECT-COUNT    PIC 9(5) VALUE ZERO.

       01 ChartMaintAuditDetail.
           02 CA-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CA-ACCOUNT       PIC X(6).
           02 FILLER           PIC X(9) VALUE " before: ".
           02 CA-BEFORE-NAME   PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-BEFORE-TYPE   PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CA-BEFORE-NB     PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CA-BEFORE-STMT   PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CA-BEFORE-SECTION PIC X(20).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-BEFORE-LINE   PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-BEFORE-STATUS PIC X.
           02 FILLER           PIC X(8) VALUE " after: ".
           02 CA-AFTER-NAME    PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-AFTER-TYPE    PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CA-AFTER-NB      PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CA-AFTER-STMT    PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CA-AFTER-SECTION PIC X(20).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-AFTER-LINE    PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 CA-AFTER-STATUS  PIC X.

       01 ChartMaintRejectDetail.
           02 CJ-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CJ-ACCOUNT       PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 CJ-REASON        PIC X(25).

       PROCEDURE DIVISION.
       MaintainChartOfAccounts.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CHART-TABLE
           OPEN INPUT ChartMaintTrans
           OPEN OUTPUT ChartMaintAudit
           OPEN OUTPUT ChartMaintRejects
           MOVE 'N' TO TRANS-EOF
           PERFORM READ-CHART-TRANSACTION UNTIL END-OF-TRANS
           CLOSE ChartMaintTrans
           CLOSE ChartMaintAudit
           CLOSE ChartMaintRejects
           PERFORM REWRITE-CHART-MASTER
           DISPLAY "Chart of accounts maintenance complete."
           DISPLAY "Transactions read:    " TRANS-READ-COUNT
           DISPLAY "Transactions applied: " TRANS-APPLIED-COUNT
           DISPLAY "Transactions rejected:" TRANS-REJECT-COUNT
           STOP RUN.

       LOAD-CHART-TABLE.
           MOVE ZERO TO CHART-TABLE-COUNT
           MOVE 'N' TO CHART-EOF
           OPEN INPUT ChartOfAccounts
           PERFORM READ-CHART-MASTER UNTIL END-OF-CHART
           CLOSE ChartOfAccounts.

       READ-CHART-MASTER.
           READ ChartOfAccounts
              AT END
                 SET END-OF-CHART TO TRUE
              NOT AT END
                 IF CHART-TABLE-COUNT >= CHART-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO CHART-TABLE-COUNT
                 MOVE CO-ACCOUNT TO CT-ACCOUNT(CHART-TABLE-COUNT)
                 MOVE CO-NAME TO CT-NAME(CHART-TABLE-COUNT)
                 MOVE CO-TYPE TO CT-TYPE(CHART-TABLE-COUNT)
                 MOVE CO-NORMAL-BAL TO CT-NORMAL-BAL(CHART-TABLE-COUNT)
                 MOVE CO-STATEMENT TO CT-STATEMENT(CHART-TABLE-COUNT)
                 MOVE CO-SECTION TO CT-SECTION(CHART-TABLE-COUNT)
                 MOVE CO-REPORT-LINE
                     TO CT-REPORT-LINE(CHART-TABLE-COUNT)
                 MOVE CO-STATUS TO CT-STATUS(CHART-TABLE-COUNT)
           END-READ.

       READ-CHART-TRANSACTION.
           READ ChartMaintTrans
              AT END
                 SET END-OF-TRANS TO TRUE
              NOT AT END
                 ADD 1 TO TRANS-READ-COUNT
                 PERFORM APPLY-CHART-TRANSACTION
           END-READ.

       APPLY-CHART-TRANSACTION.
           MOVE CX-ACTION TO WS-TRANS-ACTION
           PERFORM VALIDATE-CHART-TRANSACTION
           IF TRANS-IS-VALID
              ADD 1 TO TRANS-APPLIED-COUNT
              EVALUATE TRUE
                 WHEN ADD-ACCOUNT-TRANS
                    PERFORM APPLY-ADD-ACCOUNT
                 WHEN CHANGE-ACCOUNT-TRANS
                    PERFORM APPLY-CHANGE-ACCOUNT
                 WHEN CLOSE-ACCOUNT-TRANS
                    PERFORM APPLY-CLOSE-ACCOUNT
                 WHEN REOPEN-ACCOUNT-TRANS
                    PERFORM APPLY-REOPEN-ACCOUNT
              END-EVALUATE
           ELSE
              ADD 1 TO TRANS-REJECT-COUNT
              PERFORM WRITE-CHART-REJECT
           END-IF.

       VALIDATE-CHART-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT ADD-ACCOUNT-TRANS AND NOT CHANGE-ACCOUNT-TRANS
              AND NOT CLOSE-ACCOUNT-TRANS
              AND NOT REOPEN-ACCOUNT-TRANS
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND CX-ACCOUNT = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "ACCOUNT CODE MISSING" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              PERFORM LOOKUP-ACCOUNT
              EVALUATE TRUE
                 WHEN ADD-ACCOUNT-TRANS AND ACCOUNT-IS-FOUND
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "DUPLICATE ACCOUNT CODE" TO WS-REJECT-REASON
                 WHEN ADD-ACCOUNT-TRANS
                    AND CHART-TABLE-COUNT >= CHART-TABLE-MAX
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "CHART TABLE FULL" TO WS-REJECT-REASON
                 WHEN NOT ADD-ACCOUNT-TRANS AND NOT ACCOUNT-IS-FOUND
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
                 WHEN CLOSE-ACCOUNT-TRANS
                    AND CT-IS-CLOSED(WS-FOUND-IDX)
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
                 WHEN REOPEN-ACCOUNT-TRANS
                    AND NOT CT-IS-CLOSED(WS-FOUND-IDX)
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "ACCOUNT NOT CLOSED" TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           IF TRANS-IS-VALID AND ADD-ACCOUNT-TRANS
              PERFORM VALIDATE-ADD-FIELDS
           END-IF
           IF TRANS-IS-VALID
              AND (ADD-ACCOUNT-TRANS OR CHANGE-ACCOUNT-TRANS)
              PERFORM VALIDATE-CLASSIFICATION
           END-IF.

       VALIDATE-ADD-FIELDS.
           IF CX-NAME = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "ACCOUNT NAME MISSING" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND CX-TYPE = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "ACCOUNT TYPE MISSING" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND CX-SECTION = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "STATEMENT SECTION MISSING" TO WS-REJECT-REASON
           END-IF.

      * The type, normal balance and statement must agree with one
      * another once the transaction is applied.
       VALIDATE-CLASSIFICATION.
           IF CX-TYPE = SPACES
              MOVE CT-TYPE(WS-FOUND-IDX) TO WS-NEW-TYPE
           ELSE
              MOVE CX-TYPE TO WS-NEW-TYPE
           END-IF
           IF CX-STATEMENT = SPACES
              IF NEW-TYPE-P-AND-L
                 MOVE 'P' TO WS-NEW-STATEMENT
              ELSE
                 MOVE 'B' TO WS-NEW-STATEMENT
              END-IF
           ELSE
              MOVE CX-STATEMENT TO WS-NEW-STATEMENT
           END-IF
           EVALUATE TRUE
              WHEN NOT NEW-TYPE-VALID
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "ACCOUNT TYPE INVALID" TO WS-REJECT-REASON
              WHEN CX-NORMAL-BAL NOT = SPACES
                 AND CX-NORMAL-BAL NOT = 'D'
                 AND CX-NORMAL-BAL NOT = 'C'
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "NORMAL BALANCE NOT D/C" TO WS-REJECT-REASON
              WHEN NEW-TYPE-P-AND-L AND WS-NEW-STATEMENT NOT = 'P'
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "STATEMENT NOT P FOR TYPE" TO WS-REJECT-REASON
              WHEN NOT NEW-TYPE-P-AND-L AND WS-NEW-STATEMENT NOT = 'B'
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "STATEMENT NOT B FOR TYPE" TO WS-REJECT-REASON
           END-EVALUATE.

       LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-ACCOUNT
               VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-TABLE-COUNT.

       FIND-ACCOUNT.
           IF CT-ACCOUNT(CHART-IDX) = CX-ACCOUNT
              SET ACCOUNT-IS-FOUND TO TRUE
              MOVE CHART-IDX TO WS-FOUND-IDX
           END-IF.

       APPLY-ADD-ACCOUNT.
           ADD 1 TO CHART-TABLE-COUNT
           MOVE CHART-TABLE-COUNT TO WS-FOUND-IDX
           MOVE SPACES TO WS-BEFORE-DETAILS
           MOVE CX-ACCOUNT TO CT-ACCOUNT(WS-FOUND-IDX)
           MOVE CX-NAME TO CT-NAME(WS-FOUND-IDX)
           MOVE WS-NEW-TYPE TO CT-TYPE(WS-FOUND-IDX)
           IF CX-NORMAL-BAL = SPACES
              IF NEW-TYPE-DEBIT
                 MOVE 'D' TO CT-NORMAL-BAL(WS-FOUND-IDX)
              ELSE
                 MOVE 'C' TO CT-NORMAL-BAL(WS-FOUND-IDX)
              END-IF
           ELSE
              MOVE CX-NORMAL-BAL TO CT-NORMAL-BAL(WS-FOUND-IDX)
           END-IF
           MOVE WS-NEW-STATEMENT TO CT-STATEMENT(WS-FOUND-IDX)
           MOVE CX-SECTION TO CT-SECTION(WS-FOUND-IDX)
           IF CX-REPORT-LINE = SPACES
              MOVE CX-NAME TO CT-REPORT-LINE(WS-FOUND-IDX)
           ELSE
              MOVE CX-REPORT-LINE TO CT-REPORT-LINE(WS-FOUND-IDX)
           END-IF
           MOVE 'A' TO CT-STATUS(WS-FOUND-IDX)
           PERFORM WRITE-CHART-AUDIT.

       APPLY-CHANGE-ACCOUNT.
           MOVE CT-DETAILS(WS-FOUND-IDX) TO WS-BEFORE-DETAILS
           IF CX-NAME NOT = SPACES
              MOVE CX-NAME TO CT-NAME(WS-FOUND-IDX)
           END-IF
           MOVE WS-NEW-TYPE TO CT-TYPE(WS-FOUND-IDX)
           MOVE WS-NEW-STATEMENT TO CT-STATEMENT(WS-FOUND-IDX)
           IF CX-NORMAL-BAL NOT = SPACES
              MOVE CX-NORMAL-BAL TO CT-NORMAL-BAL(WS-FOUND-IDX)
           END-IF
           IF CX-SECTION NOT = SPACES
              MOVE CX-SECTION TO CT-SECTION(WS-FOUND-IDX)
           END-IF
           IF CX-REPORT-LINE NOT = SPACES
              MOVE CX-REPORT-LINE TO CT-REPORT-LINE(WS-FOUND-IDX)
           END-IF
           PERFORM WRITE-CHART-AUDIT.

       APPLY-CLOSE-ACCOUNT.
           MOVE CT-DETAILS(WS-FOUND-IDX) TO WS-BEFORE-DETAILS
           MOVE 'C' TO CT-STATUS(WS-FOUND-IDX)
           PERFORM WRITE-CHART-AUDIT.

       APPLY-REOPEN-ACCOUNT.
           MOVE CT-DETAILS(WS-FOUND-IDX) TO WS-BEFORE-DETAILS
           MOVE 'A' TO CT-STATUS(WS-FOUND-IDX)
           PERFORM WRITE-CHART-AUDIT.

       WRITE-CHART-AUDIT.
           MOVE WS-TODAY-DATE TO CA-DATE
           MOVE CX-ACTION TO CA-ACTION
           MOVE CT-ACCOUNT(WS-FOUND-IDX) TO CA-ACCOUNT
           MOVE WS-BEFORE-NAME TO CA-BEFORE-NAME
           MOVE WS-BEFORE-TYPE TO CA-BEFORE-TYPE
           MOVE WS-BEFORE-NORMAL-BAL TO CA-BEFORE-NB
           MOVE WS-BEFORE-STATEMENT TO CA-BEFORE-STMT
           MOVE WS-BEFORE-SECTION TO CA-BEFORE-SECTION
           MOVE WS-BEFORE-REPORT-LINE TO CA-BEFORE-LINE
           MOVE WS-BEFORE-STATUS TO CA-BEFORE-STATUS
           MOVE CT-NAME(WS-FOUND-IDX) TO CA-AFTER-NAME
           MOVE CT-TYPE(WS-FOUND-IDX) TO CA-AFTER-TYPE
           MOVE CT-NORMAL-BAL(WS-FOUND-IDX) TO CA-AFTER-NB
           MOVE CT-STATEMENT(WS-FOUND-IDX) TO CA-AFTER-STMT
           MOVE CT-SECTION(WS-FOUND-IDX) TO CA-AFTER-SECTION
           MOVE CT-REPORT-LINE(WS-FOUND-IDX) TO CA-AFTER-LINE
           MOVE CT-STATUS(WS-FOUND-IDX) TO CA-AFTER-STATUS
           WRITE ChartMaintAuditLine FROM ChartMaintAuditDetail.

       WRITE-CHART-REJECT.
           MOVE CX-ACTION TO CJ-ACTION
           MOVE CX-ACCOUNT TO CJ-ACCOUNT
           MOVE WS-REJECT-REASON TO CJ-REASON
           WRITE ChartMaintRejectLine FROM ChartMaintRejectDetail.

       REWRITE-CHART-MASTER.
           OPEN OUTPUT ChartOfAccounts
           PERFORM WRITE-ONE-ACCOUNT
               VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > CHART-TABLE-COUNT
           CLOSE ChartOfAccounts.

       WRITE-ONE-ACCOUNT.
           MOVE SPACES TO ChartOfAccountRec
           MOVE CT-ACCOUNT(CHART-IDX) TO CO-ACCOUNT
           MOVE CT-NAME(CHART-IDX) TO CO-NAME
           MOVE CT-TYPE(CHART-IDX) TO CO-TYPE
           MOVE CT-NORMAL-BAL(CHART-IDX) TO CO-NORMAL-BAL
           MOVE CT-STATEMENT(CHART-IDX) TO CO-STATEMENT
           MOVE CT-SECTION(CHART-IDX) TO CO-SECTION
           MOVE CT-REPORT-LINE(CHART-IDX) TO CO-REPORT-LINE
           MOVE CT-STATUS(CHART-IDX) TO CO-STATUS
           WRITE ChartOfAccountRec.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
