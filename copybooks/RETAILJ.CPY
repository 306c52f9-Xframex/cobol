      *****************************************************************
      * RETAILJ.CPY
      * Shared record layout for RetailJournal.Dat, the priced
      * retail point-of-sale journal written by RetailCapture for the
      * gift shop and kiosks.  One record per accepted sale line; the
      * stock it sold has already been taken out of Stock.dat with an
      * RTL movement.  RJ-CASHIER-ID is the same id as AL-CASHIER-ID
      * on the admissions log so the drawer cash-up can add retail to
      * gate and ancillary takings.  RJ-TENDER uses the admissions
      * tender codes: CA cash, CD card, GC gift card.
      *****************************************************************
       01 RetailJournalRec.
           02 RJ-DATE         PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 RJ-TIME         PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 RJ-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 RJ-SITE         PIC X(3).
           02 FILLER          PIC X VALUE SPACE.
           02 RJ-STOCK-NUMBER PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 RJ-QTY          PIC 9(4).
           02 FILLER          PIC X VALUE SPACE.
           02 RJ-UNIT-PRICE   PIC 9(5)V99.
           02 FILLER          PIC X VALUE SPACE.
           02 RJ-VALUE        PIC 9(7)V99.
           02 FILLER          PIC X VALUE SPACE.
           02 RJ-TENDER       PIC X(2).
