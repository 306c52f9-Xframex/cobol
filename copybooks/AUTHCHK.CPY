      *****************************************************************
      * AUTHCHK.CPY
      * Parameter block for AuthorityCheck, the shared user authority
      * check.  Callers fill program, user, action code and the key of
      * the transaction, CALL "AuthorityCheck" and reject the
      * transaction unless AC-AUTHORISED.  A refusal is written to the
      * operations error log by AuthorityCheck itself.
      *****************************************************************
       01  AUTHORITY-CHECK-PARAMS.
           02  AC-PROGRAM-ID   PIC X(20).
           02  AC-USER-ID      PIC X(8).
           02  AC-ACTION       PIC X.
           02  AC-KEY          PIC X(12).
           02  AC-RESULT       PIC X.
               88  AC-AUTHORISED     VALUE 'Y'.
               88  AC-NOT-AUTHORISED VALUE 'N'.
