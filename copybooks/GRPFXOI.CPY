      *****************************************************************
      * GRPFXOI.CPY
      * Shared record layout for GroupFxOpenItems.Dat, rewritten by
      * each GroupReceivables run with every open group booking billed
      * in a foreign currency, and read by FxRevaluation at month end.
      * GF-HOME-AMOUNT is the home currency outstanding, carried at
      * the contracted rate; GF-FOREIGN-AMOUNT is the same balance in
      * the booking currency.
      *****************************************************************
       01 GroupFxOpenItemRec.
           02 GF-REF           PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 GF-ORGANIZATION  PIC X(20).
           02 FILLER           PIC X VALUE SPACE.
           02 GF-VISIT-DATE    PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 GF-CURRENCY      PIC 99.
           02 FILLER           PIC X VALUE SPACE.
           02 GF-CONTRACT-RATE PIC 9(3)V9999.
           02 FILLER           PIC X VALUE SPACE.
           02 GF-FOREIGN-AMOUNT PIC 9(9)V99.
           02 FILLER           PIC X VALUE SPACE.
           02 GF-HOME-AMOUNT   PIC 9(9)V99.
