       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthorityCheck.
       AUTHOR. ismail.
      * Shared user authority check for maintenance and override
      * transactions.  UserAuthority.Dat is loaded on the first call
      * and held for the rest of the run.  A user is authorised when
      * a record for the user and program lists the action code (or
      * an asterisk).  A blank user, an unknown user or a missing
      * authority file is refused; every refusal is logged through
      * ErrorLogger under the caller's program name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UserAuthorityFile
               ASSIGN TO "UserAuthority.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD UserAuthorityFile.
       COPY USRAUTH.

       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01 AUTHORITY-LOADED      PIC X VALUE 'N'.
           88 AUTHORITY-IS-LOADED VALUE 'Y'.
       01 AUTHORITY-EOF         PIC X VALUE 'N'.
           88 END-OF-AUTHORITY  VALUE 'Y'.

       01 AUTHORITY-TABLE-MAX   PIC 999 VALUE 300.
       01 AUTHORITY-TABLE-COUNT PIC 999 VALUE ZERO.
       01 AUTHORITY-IDX         PIC 999 VALUE ZERO.
       01 ACTION-IDX            PIC 99 VALUE ZERO.

       01 AUTHORITY-TABLE.
           02 AUTHORITY-ENTRY OCCURS 300 TIMES.
               03 AT-USER-ID    PIC X(8).
               03 AT-PROGRAM    PIC X(20).
               03 AT-ACTIONS    PIC X(10).
               03 AT-ACTION-LIST REDEFINES AT-ACTIONS.
                   04 AT-ACTION PIC X OCCURS 10 TIMES.

       LINKAGE SECTION.
       COPY AUTHCHK.

       PROCEDURE DIVISION USING AUTHORITY-CHECK-PARAMS.
       CheckUserAuthority.
           IF NOT AUTHORITY-IS-LOADED
              PERFORM LOAD-AUTHORITY-TABLE
           END-IF
           SET AC-NOT-AUTHORISED TO TRUE
           IF AC-USER-ID NOT = SPACES
              PERFORM CHECK-AUTHORITY-ENTRY
                  VARYING AUTHORITY-IDX FROM 1 BY 1
                  UNTIL AUTHORITY-IDX > AUTHORITY-TABLE-COUNT
                     OR AC-AUTHORISED
           END-IF
           IF AC-NOT-AUTHORISED
              PERFORM LOG-REFUSAL
           END-IF
           GOBACK.

       LOAD-AUTHORITY-TABLE.
           MOVE ZERO TO AUTHORITY-TABLE-COUNT
           MOVE 'N' TO AUTHORITY-EOF
           OPEN INPUT UserAuthorityFile
           PERFORM READ-AUTHORITY-FILE UNTIL END-OF-AUTHORITY
           CLOSE UserAuthorityFile
           SET AUTHORITY-IS-LOADED TO TRUE.

       READ-AUTHORITY-FILE.
           READ UserAuthorityFile
              AT END
                 SET END-OF-AUTHORITY TO TRUE
              NOT AT END
                 IF AUTHORITY-TABLE-COUNT >= AUTHORITY-TABLE-MAX
                    DISPLAY "*** USER AUTHORITY FILE LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO AUTHORITY-TABLE-COUNT
                 MOVE UA-USER-ID TO AT-USER-ID(AUTHORITY-TABLE-COUNT)
                 MOVE UA-PROGRAM TO AT-PROGRAM(AUTHORITY-TABLE-COUNT)
                 MOVE UA-ACTIONS TO AT-ACTIONS(AUTHORITY-TABLE-COUNT)
           END-READ.

       CHECK-AUTHORITY-ENTRY.
           IF AT-USER-ID(AUTHORITY-IDX) = AC-USER-ID
              AND AT-PROGRAM(AUTHORITY-IDX) = AC-PROGRAM-ID
              PERFORM CHECK-ACTION-CODE
                  VARYING ACTION-IDX FROM 1 BY 1
                  UNTIL ACTION-IDX > 10
           END-IF.

       CHECK-ACTION-CODE.
           IF AT-ACTION(AUTHORITY-IDX, ACTION-IDX) = '*'
              OR (AT-ACTION(AUTHORITY-IDX, ACTION-IDX) = AC-ACTION
                  AND AC-ACTION NOT = SPACE)
              SET AC-AUTHORISED TO TRUE
           END-IF.

       LOG-REFUSAL.
           MOVE AC-PROGRAM-ID TO EL-PROGRAM-ID
           MOVE 'E' TO EL-SEVERITY
           MOVE SPACES TO EL-MESSAGE
           IF AC-USER-ID = SPACES
              STRING "NO USER ID ON ACTION " AC-ACTION
                  " KEY " AC-KEY
                  DELIMITED BY SIZE INTO EL-MESSAGE
           ELSE
              STRING "USER " AC-USER-ID
                  " NOT AUTHORISED FOR ACTION " AC-ACTION
                  " KEY " AC-KEY
                  DELIMITED BY SIZE INTO EL-MESSAGE
           END-IF
           CALL "ErrorLogger" USING ERROR-LOG-PARAMS.
