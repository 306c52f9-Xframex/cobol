      *****************************************************************
      * CASHMAST.CPY
      * Shared record layout for CashierMaster.Dat, the register of
      * cashier IDs allowed to sell at the gate, ancillary kiosks and
      * retail tills.  CM-CASHIER-ID is the id keyed as AL-CASHIER-ID,
      * AJ/RJ-CASHIER-ID and DT-CASHIER-ID.  CM-HOME-SITE uses the
      * AL-SITE codes.  CM-STATUS values:
      *   A active      I inactive (left, suspended)
      *****************************************************************
       01 CashierMasterRec.
           02 CM-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 CM-CASHIER-NAME PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 CM-HOME-SITE    PIC X(3).
           02 FILLER          PIC X VALUE SPACE.
           02 CM-STATUS       PIC X.
               88 CM-ACTIVE   VALUE 'A'.
