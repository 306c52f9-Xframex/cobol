      *****************************************************************
      * LOYALTY.CPY
      * Shared record layout for LoyaltyLedger.Dat, the member points
      * ledger.  The ledger is append-only; a member's balance is the
      * sum of its entries.  LL-TYPE values:
      *   ERN points earned (LL-SOURCE ADM admission, ANC ancillary)
      *   REV earn reversed by a refund of the admission
      *   RDM points redeemed as gate tender (AL-TENDER LP)
      *   EXP points lapsed at LL-EXPIRY-DATE
      * ERN and REV entries carry the date the earned points lapse in
      * LL-EXPIRY-DATE; RDM and EXP entries carry zeros.
      * LL-TRANS-ID is the admission AL-TRANS-ID, zero otherwise.
      *****************************************************************
       01 LoyaltyLedgerRec.
           02 LL-MEMBER-ID    PIC 9(7).
           02 FILLER          PIC X VALUE SPACE.
           02 LL-DATE         PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 LL-TYPE         PIC X(3).
               88 LL-EARNED   VALUE "ERN".
               88 LL-REVERSED VALUE "REV".
               88 LL-REDEEMED VALUE "RDM".
               88 LL-EXPIRED  VALUE "EXP".
           02 FILLER          PIC X VALUE SPACE.
           02 LL-SOURCE       PIC X(3).
           02 FILLER          PIC X VALUE SPACE.
           02 LL-TRANS-ID     PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 LL-POINTS       PIC 9(7).
           02 FILLER          PIC X VALUE SPACE.
           02 LL-EXPIRY-DATE  PIC 9(8).
