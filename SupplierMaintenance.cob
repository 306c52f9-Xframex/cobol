               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SupplierTrans ASSIGN TO "SupplierTrans.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CountryCurrencyMaster
               ASSIGN TO "CountryCurrencyMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SupplierAudit ASSIGN TO "SupplierAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SupplierRejects ASSIGN TO "SupplierRejects.Dat"
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.
           02 MF-PAYMENT-DAYS   PIC 9(3).
           02 MF-BANK-SORT-CODE PIC 9(6).
           02 MF-BANK-ACCOUNT   PIC 9(8).

       FD SupplierTrans.
       01 SupplierTransRec.
           02 SU-PHONE          PIC X(15).
           02 SU-LEAD-DAYS      PIC X(3).
           02 SU-MIN-ORDER-QTY  PIC X(6).
           02 SU-CURRENCY-CODE  PIC X(2).
           02 SU-CURRENCY-NUM   REDEFINES SU-CURRENCY-CODE PIC 99.
           02 SU-PAYMENT-DAYS   PIC X(3).
           02 SU-BANK-SORT-CODE PIC X(6).
           02 SU-BANK-ACCOUNT   PIC X(8).
           02 SU-USER-ID        PIC X(8).

       FD CountryCurrencyMaster.
       01 CountryCurrencyRecord.
           02 CCM-CountryCode    PIC 999.
           02 CCM-CurrencyCode   PIC 99.
           02 CCM-CurrencyName   PIC X(10).

       FD SupplierAudit.
       01 SupplierAuditLine     PIC X(120).
       01 SupplierRejectLine    PIC X(60).

       WORKING-STORAGE SECTION.
       COPY AUTHCHK.

       01 MANF-TABLE-MAX    PIC 99 VALUE 50.
       01 MANF-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 MANF-EOF          PIC X  VALUE 'N'.
               03 MT-PHONE          PIC X(15).
               03 MT-LEAD-DAYS      PIC 9(3).
               03 MT-MIN-ORDER-QTY  PIC 9(6).
               03 MT-CURRENCY-CODE  PIC 99.
               03 MT-PAYMENT-DAYS   PIC 9(3).
               03 MT-BANK-SORT-CODE PIC 9(6).
               03 MT-BANK-ACCOUNT   PIC 9(8).
               03 MT-DELETED        PIC X.
                   88 MT-IS-DELETED VALUE 'Y'.

      * Currencies a supplier may be set up in; 00 is the home
      * currency and needs no entry on the currency master.
       01 CURRENCY-TABLE-MAX    PIC 99 VALUE 50.
       01 CURRENCY-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 CURRENCY-IDX          PIC 99 VALUE ZERO.
       01 CURRENCY-EOF          PIC X VALUE 'N'.
           88 END-OF-CURRENCIES VALUE 'Y'.
       01 WS-CURRENCY-SW        PIC X VALUE 'N'.
           88 CURRENCY-KNOWN    VALUE 'Y'.
       01 WS-LOOKUP-CURRENCY    PIC 99 VALUE ZERO.
       01 CURRENCY-TABLE.
           02 CURRENCY-ENTRY OCCURS 50 TIMES.
               03 CT-CURRENCY-CODE  PIC 99.

       01 TRANS-EOF             PIC X VALUE 'N'.
           88 END-OF-TRANS      VALUE 'Y'.
       01 WS-TRANS-ACTION       PIC X VALUE SPACE.
           88 TRANS-IS-VALID    VALUE 'Y'.
       01 WS-REJECT-REASON      PIC X(25) VALUE SPACES.
       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.
      * Payment terms for a supplier set up without any.
       01 WS-STANDARD-TERMS     PIC 9(3) VALUE 30.

       01 TRANS-READ-COUNT      PIC 9(5) VALUE ZERO.
       01 TRANS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
           02 SD-LEAD-DAYS     PIC 9(3).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-MIN-ORDER-QTY PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-CURRENCY-CODE PIC 99.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-PAYMENT-DAYS  PIC 9(3).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-BANK-SORT-CODE PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-BANK-ACCOUNT  PIC 9(8).

       01 SupplierRejectDetail.
           02 SR-ACTION        PIC X.
       MaintainSuppliers.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-MANF-TABLE
           PERFORM LOAD-CURRENCY-TABLE
           OPEN INPUT SupplierTrans
           OPEN OUTPUT SupplierAudit
           OPEN OUTPUT SupplierRejects
                        TO MT-LEAD-DAYS(MANF-TABLE-COUNT)
                    MOVE MF-MIN-ORDER-QTY
                        TO MT-MIN-ORDER-QTY(MANF-TABLE-COUNT)
                    IF MF-CURRENCY-CODE NUMERIC
                       MOVE MF-CURRENCY-CODE
                           TO MT-CURRENCY-CODE(MANF-TABLE-COUNT)
                    ELSE
                       MOVE ZERO TO MT-CURRENCY-CODE(MANF-TABLE-COUNT)
                    END-IF
                    IF MF-PAYMENT-DAYS NUMERIC
                       MOVE MF-PAYMENT-DAYS
                           TO MT-PAYMENT-DAYS(MANF-TABLE-COUNT)
                    ELSE
                       MOVE WS-STANDARD-TERMS
                           TO MT-PAYMENT-DAYS(MANF-TABLE-COUNT)
                    END-IF
                    IF MF-BANK-SORT-CODE NUMERIC
                       AND MF-BANK-ACCOUNT NUMERIC
                       MOVE MF-BANK-SORT-CODE
                           TO MT-BANK-SORT-CODE(MANF-TABLE-COUNT)
                       MOVE MF-BANK-ACCOUNT
                           TO MT-BANK-ACCOUNT(MANF-TABLE-COUNT)
                    ELSE
                       MOVE ZERO TO MT-BANK-SORT-CODE(MANF-TABLE-COUNT)
                       MOVE ZERO TO MT-BANK-ACCOUNT(MANF-TABLE-COUNT)
                    END-IF
                    MOVE 'N' TO MT-DELETED(MANF-TABLE-COUNT)
                 END-IF
           END-READ.

       LOAD-CURRENCY-TABLE.
           MOVE ZERO TO CURRENCY-TABLE-COUNT
           MOVE 'N' TO CURRENCY-EOF
           OPEN INPUT CountryCurrencyMaster
           PERFORM READ-CURRENCY-MASTER UNTIL END-OF-CURRENCIES
           CLOSE CountryCurrencyMaster.

       READ-CURRENCY-MASTER.
           READ CountryCurrencyMaster
              AT END
                 SET END-OF-CURRENCIES TO TRUE
              NOT AT END
                 MOVE CCM-CurrencyCode TO WS-LOOKUP-CURRENCY
                 PERFORM LOOKUP-CURRENCY
                 IF NOT CURRENCY-KNOWN
                    IF CURRENCY-TABLE-COUNT >= CURRENCY-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO CURRENCY-TABLE-COUNT
                    MOVE CCM-CurrencyCode
                        TO CT-CURRENCY-CODE(CURRENCY-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-SW
           PERFORM FIND-CURRENCY
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > CURRENCY-TABLE-COUNT.

       FIND-CURRENCY.
           IF CT-CURRENCY-CODE(CURRENCY-IDX) = WS-LOOKUP-CURRENCY
              SET CURRENCY-KNOWN TO TRUE
           END-IF.

       READ-SUPPLIER-TRANS.
           READ SupplierTrans
              AT END
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              PERFORM CHECK-USER-AUTHORITY
           END-IF
           IF TRANS-IS-VALID AND SU-MANF-NUMBER NOT NUMERIC
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "MANF NUMBER NOT NUMERIC" TO WS-REJECT-REASON
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "NON-NUMERIC TERMS ON ADD" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND NOT DELETE-SUPPLIER
              AND SU-CURRENCY-CODE NOT = SPACES
              PERFORM VALIDATE-SUPPLIER-CURRENCY
           END-IF
           IF TRANS-IS-VALID AND NOT DELETE-SUPPLIER
              AND SU-PAYMENT-DAYS NOT = SPACES
              AND SU-PAYMENT-DAYS NOT NUMERIC
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "PAYMENT TERMS NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND NOT DELETE-SUPPLIER
              AND (SU-BANK-SORT-CODE NOT = SPACES
                   OR SU-BANK-ACCOUNT NOT = SPACES)
              AND (SU-BANK-SORT-CODE NOT NUMERIC
                   OR SU-BANK-ACCOUNT NOT NUMERIC)
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "BANK DETAILS NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              MOVE SU-MANF-NUMBER TO WS-LOOKUP-MANF
              PERFORM LOOKUP-MANF
              END-EVALUATE
           END-IF.

       CHECK-USER-AUTHORITY.
           MOVE "SUPPLIERMAINT" TO AC-PROGRAM-ID
           MOVE SU-USER-ID TO AC-USER-ID
           MOVE SU-ACTION TO AC-ACTION
           MOVE SU-MANF-NUMBER TO AC-KEY
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS
           IF NOT AC-AUTHORISED
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-SUPPLIER-CURRENCY.
           IF SU-CURRENCY-CODE NOT NUMERIC
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "CURRENCY NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
              IF SU-CURRENCY-NUM NOT = ZERO
                 MOVE SU-CURRENCY-NUM TO WS-LOOKUP-CURRENCY
                 PERFORM LOOKUP-CURRENCY
                 IF NOT CURRENCY-KNOWN
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "UNKNOWN CURRENCY CODE" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       LOOKUP-MANF.
           MOVE 'N' TO WS-MANF-FOUND
           MOVE ZERO TO WS-FOUND-IDX
           MOVE SU-PHONE TO MT-PHONE(WS-FOUND-IDX)
           MOVE SU-LEAD-DAYS TO MT-LEAD-DAYS(WS-FOUND-IDX)
           MOVE SU-MIN-ORDER-QTY TO MT-MIN-ORDER-QTY(WS-FOUND-IDX)
           IF SU-CURRENCY-CODE = SPACES
              MOVE ZERO TO MT-CURRENCY-CODE(WS-FOUND-IDX)
           ELSE
              MOVE SU-CURRENCY-NUM TO MT-CURRENCY-CODE(WS-FOUND-IDX)
           END-IF
           IF SU-PAYMENT-DAYS = SPACES
              MOVE WS-STANDARD-TERMS TO MT-PAYMENT-DAYS(WS-FOUND-IDX)
           ELSE
              MOVE SU-PAYMENT-DAYS TO MT-PAYMENT-DAYS(WS-FOUND-IDX)
           END-IF
           IF SU-BANK-SORT-CODE = SPACES
              MOVE ZERO TO MT-BANK-SORT-CODE(WS-FOUND-IDX)
              MOVE ZERO TO MT-BANK-ACCOUNT(WS-FOUND-IDX)
           ELSE
              MOVE SU-BANK-SORT-CODE TO MT-BANK-SORT-CODE(WS-FOUND-IDX)
              MOVE SU-BANK-ACCOUNT TO MT-BANK-ACCOUNT(WS-FOUND-IDX)
           END-IF
           MOVE 'N' TO MT-DELETED(WS-FOUND-IDX)
           PERFORM WRITE-SUPPLIER-AUDIT.

              AND SU-MIN-ORDER-QTY NUMERIC
              MOVE SU-MIN-ORDER-QTY TO MT-MIN-ORDER-QTY(WS-FOUND-IDX)
           END-IF
           IF SU-CURRENCY-CODE NOT = SPACES
              MOVE SU-CURRENCY-NUM TO MT-CURRENCY-CODE(WS-FOUND-IDX)
           END-IF
           IF SU-PAYMENT-DAYS NOT = SPACES
              MOVE SU-PAYMENT-DAYS TO MT-PAYMENT-DAYS(WS-FOUND-IDX)
           END-IF
           IF SU-BANK-SORT-CODE NOT = SPACES
              MOVE SU-BANK-SORT-CODE TO MT-BANK-SORT-CODE(WS-FOUND-IDX)
              MOVE SU-BANK-ACCOUNT TO MT-BANK-ACCOUNT(WS-FOUND-IDX)
           END-IF
           PERFORM WRITE-SUPPLIER-AUDIT.

       APPLY-DELETE-SUPPLIER.
           MOVE MT-PHONE(WS-FOUND-IDX) TO SD-PHONE
           MOVE MT-LEAD-DAYS(WS-FOUND-IDX) TO SD-LEAD-DAYS
           MOVE MT-MIN-ORDER-QTY(WS-FOUND-IDX) TO SD-MIN-ORDER-QTY
           MOVE MT-CURRENCY-CODE(WS-FOUND-IDX) TO SD-CURRENCY-CODE
           MOVE MT-PAYMENT-DAYS(WS-FOUND-IDX) TO SD-PAYMENT-DAYS
           MOVE MT-BANK-SORT-CODE(WS-FOUND-IDX) TO SD-BANK-SORT-CODE
           MOVE MT-BANK-ACCOUNT(WS-FOUND-IDX) TO SD-BANK-ACCOUNT
           WRITE SupplierAuditLine FROM SupplierAuditDetail.

       WRITE-SUPPLIER-REJECT.
              MOVE MT-PHONE(MANF-IDX) TO MF-PHONE
              MOVE MT-LEAD-DAYS(MANF-IDX) TO MF-LEAD-DAYS
              MOVE MT-MIN-ORDER-QTY(MANF-IDX) TO MF-MIN-ORDER-QTY
              MOVE MT-CURRENCY-CODE(MANF-IDX) TO MF-CURRENCY-CODE
              MOVE MT-PAYMENT-DAYS(MANF-IDX) TO MF-PAYMENT-DAYS
              MOVE MT-BANK-SORT-CODE(MANF-IDX) TO MF-BANK-SORT-CODE
              MOVE MT-BANK-ACCOUNT(MANF-IDX) TO MF-BANK-ACCOUNT
              WRITE ManufacturerRec
           END-IF.

