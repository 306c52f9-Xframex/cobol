               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MemberTransactions ASSIGN TO "MemberTransactions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MemberAuditJournal
               ASSIGN TO "MemberAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MemberRejects ASSIGN TO "MemberRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 MX-EXPIRY        PIC X(8).
           02 MX-HOUSEHOLD-ID  PIC X(7).
           02 MX-ROLE          PIC X.
           02 MX-USER-ID       PIC X(8).

       FD MemberAuditJournal.
       01 MemberAuditLine      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CHKDIG.
       COPY AUTHCHK.

       01 MEMBER-TABLE-MAX      PIC 999 VALUE 200.
       01 MEMBER-TABLE-COUNT    PIC 999 VALUE ZERO.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-MEMBER-TABLE
           OPEN INPUT MemberTransactions
           OPEN EXTEND MemberAuditJournal
           OPEN OUTPUT MemberRejects
           MOVE 'N' TO TRANS-EOF
           PERFORM READ-MEMBER-TRANSACTION UNTIL END-OF-TRANSACTIONS
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              PERFORM CHECK-USER-AUTHORITY
           END-IF
           IF TRANS-IS-VALID AND NEW-MEMBER-TRANS
              PERFORM VALIDATE-NEW-FIELDS
           END-IF
              PERFORM VALIDATE-EXISTING-MEMBER
           END-IF.

       CHECK-USER-AUTHORITY.
           MOVE "MEMBERSHIPMAINT" TO AC-PROGRAM-ID
           MOVE MX-USER-ID TO AC-USER-ID
           MOVE MX-ACTION TO AC-ACTION
           IF HOUSEHOLD-TRANS
              MOVE MX-HOUSEHOLD-ID TO AC-KEY
           ELSE
              MOVE MX-MEMBER-ID TO AC-KEY
           END-IF
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS
           IF NOT AC-AUTHORISED
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-HOUSEHOLD-TRANS.
           IF MX-HOUSEHOLD-ID NOT NUMERIC
              MOVE 'N' TO WS-TRANS-VALID
