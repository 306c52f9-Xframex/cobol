       01 HeldRatesLine       PIC X(70).

       WORKING-STORAGE SECTION.
       COPY AUTHCHK.

       01 PENDING-EOF          PIC X VALUE 'N'.
           88 END-OF-PENDING   VALUE 'Y'.
       01 APPROVAL-EOF         PIC X VALUE 'N'.
       01 RATES-RELEASED       PIC 9(4) VALUE ZERO.
       01 RATES-REJECTED       PIC 9(4) VALUE ZERO.
       01 APPROVALS-UNMATCHED  PIC 9(4) VALUE ZERO.
       01 APPROVALS-REFUSED    PIC 9(4) VALUE ZERO.
       01 RATES-STILL-HELD     PIC 9(4) VALUE ZERO.

       01 ApprovalAuditDetail.
           DISPLAY "Rates released:   " RATES-RELEASED
           DISPLAY "Rates rejected:   " RATES-REJECTED
           DISPLAY "Unmatched:        " APPROVALS-UNMATCHED
           DISPLAY "Not authorised:   " APPROVALS-REFUSED
           DISPLAY "Still held:       " RATES-STILL-HELD
           STOP RUN.


       APPLY-ONE-APPROVAL.
           PERFORM LOOKUP-PENDING-RATE
           IF PENDING-FOUND
              PERFORM CHECK-APPROVER-AUTHORITY
           END-IF
           EVALUATE TRUE
              WHEN NOT PENDING-FOUND
                 ADD 1 TO APPROVALS-UNMATCHED
                 DISPLAY "No held rate for currency "
                     RA-CurrencyCode " - approval ignored"
              WHEN NOT AC-AUTHORISED
                 ADD 1 TO APPROVALS-REFUSED
                 DISPLAY "Approver " RA-APPROVER
                     " not authorised for '" RA-ACTION
                     "' on currency " RA-CurrencyCode
                     " - rate left held"
              WHEN RA-ACTION = 'A'
                 PERFORM RELEASE-PENDING-RATE
              WHEN RA-ACTION = 'R'
                     "' for currency " RA-CurrencyCode " - ignored"
           END-EVALUATE.

      * The approver must hold the action code (A release, R reject)
      * for RATEAPPROVAL on UserAuthority.Dat; a refused approval
      * leaves the rate held and is logged by AuthorityCheck.
       CHECK-APPROVER-AUTHORITY.
           MOVE "RATEAPPROVAL" TO AC-PROGRAM-ID
           MOVE RA-APPROVER TO AC-USER-ID
           MOVE RA-ACTION TO AC-ACTION
           MOVE SPACES TO AC-KEY
           STRING "CURRENCY " RA-CurrencyCode
               DELIMITED BY SIZE INTO AC-KEY
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS.

       LOOKUP-PENDING-RATE.
           MOVE 'N' TO WS-PENDING-FOUND
           MOVE ZERO TO WS-PENDING-IDX
