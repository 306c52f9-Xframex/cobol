      *****************************************************************
      * STKAUTH.CPY
      * Shared record layout for StockAuthorizers.Dat, the stores
      * managers who may approve stock write-offs.  AU-WRITEOFF-LIMIT
      * is the largest single write-off value the manager may approve.
      *****************************************************************
       01 StockAuthorizerRec.
           02 AU-USER-ID          PIC X(8).
           02 FILLER              PIC X.
           02 AU-NAME             PIC X(20).
           02 FILLER              PIC X.
           02 AU-WRITEOFF-LIMIT   PIC 9(7)V99.
