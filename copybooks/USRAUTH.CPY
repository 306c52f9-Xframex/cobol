      *****************************************************************
      * USRAUTH.CPY
      * Shared record layout for UserAuthority.Dat, the table of what
      * each user may do.  One record per user per program: UA-PROGRAM
      * is the program name the caller passes to AuthorityCheck
      * (STOCKMANAGEMENT, MEMBERSHIPMAINT, COURSEMAINT, STUDENTMAINT,
      * SUPPLIERMAINT, GIFTCARDMAINT, RATEAPPROVAL, VATRETURN,
      * SUBJECTREQUESTS) and UA-ACTIONS lists the action codes
      * allowed, one character each, for example "ACD".  An asterisk
      * allows every action code.
      *****************************************************************
       01 UserAuthorityRec.
           02 UA-USER-ID          PIC X(8).
           02 FILLER              PIC X.
           02 UA-PROGRAM          PIC X(20).
           02 FILLER              PIC X.
           02 UA-ACTIONS          PIC X(10).
           02 UA-ACTION-LIST REDEFINES UA-ACTIONS.
               03 UA-ACTION       PIC X OCCURS 10 TIMES.
