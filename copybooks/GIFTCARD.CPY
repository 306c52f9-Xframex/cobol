      *****************************************************************
      * GIFTCARD.CPY
      * Shared record layout for GiftCards.Dat, the stored-value card
      * master.  GC-STATUS values:
      *   A active, C closed, R remitted to the state as unclaimed
      *   property (balance cleared, card no longer honoured)
      * GC-LAST-ACTIVITY is the last issue, top-up or redemption date;
      * records written before it was carried hold spaces there and
      * are treated as last active on their issue date.
      * GC-LAST-FEE-DATE is the last time a dormancy fee was charged.
      *****************************************************************
       01 GiftCardRec.
           02 GC-CARD-NO      PIC 9(8).
           02 FILLER          PIC X.
           02 GC-BALANCE      PIC 9(5)V99.
           02 FILLER          PIC X.
           02 GC-ISSUE-DATE   PIC 9(8).
           02 FILLER          PIC X.
           02 GC-STATUS       PIC X.
               88 GC-IS-ACTIVE    VALUE 'A'.
               88 GC-IS-CLOSED    VALUE 'C'.
               88 GC-IS-REMITTED  VALUE 'R'.
           02 FILLER          PIC X.
           02 GC-LAST-ACTIVITY PIC 9(8).
           02 FILLER          PIC X.
           02 GC-LAST-FEE-DATE PIC 9(8).
