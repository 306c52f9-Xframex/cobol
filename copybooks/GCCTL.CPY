      *****************************************************************
      * GCCTL.CPY
      * Shared record layout for GiftCardControl.Dat, the single-record
      * gift card dormancy parameter file.  A card with a balance and
      * no issue, top-up or redemption for GK-DORMANT-MONTHS is
      * dormant.  GK-FEE-AMOUNT is the dormancy fee the law allows
      * (zero where none is permitted), charged no more often than
      * every GK-FEE-INTERVAL months.  After GK-REMIT-MONTHS without
      * activity the balance is remitted to state GK-STATE as
      * unclaimed property (zero months means never remit).
      *****************************************************************
       01 GiftCardControlRec.
           02 GK-DORMANT-MONTHS PIC 9(3).
           02 FILLER            PIC X.
           02 GK-FEE-AMOUNT     PIC 9(3)V99.
           02 FILLER            PIC X.
           02 GK-FEE-INTERVAL   PIC 9(2).
           02 FILLER            PIC X.
           02 GK-REMIT-MONTHS   PIC 9(3).
           02 FILLER            PIC X.
           02 GK-STATE          PIC X(2).
