      *****************************************************************
      * SHIFTROS.CPY
      * Shared record layout for ShiftRoster.Dat, the daily cashier
      * shift roster.  One record per cashier shift; a cashier on a
      * split shift has one record for each part.  RST-START-TIME and
      * RST-END-TIME are HHMM; a sale is inside the shift when its
      * AL-TIME falls at or after the start and before the end.
      *****************************************************************
       01 ShiftRosterRec.
           02 RST-DATE        PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 RST-CASHIER-ID  PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 RST-TERMINAL    PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 RST-START-TIME  PIC 9(4).
           02 FILLER          PIC X VALUE SPACE.
           02 RST-END-TIME    PIC 9(4).
