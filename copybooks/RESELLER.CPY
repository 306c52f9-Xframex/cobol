      *****************************************************************
      * RESELLER.CPY
      * Shared record layout for ResellerMaster.Dat, the travel agents
      * and online resellers allowed to sell our advance tickets.
      * RS-COMMISSION-RATE is a percentage of the ticket price.
      * RS-COMMISSION-BASIS: S commission on every ticket sold, R only
      * on tickets redeemed at the gate.  RS-DAILY-ALLOCATION is the
      * number of tickets the reseller may sell for any one visit
      * date unless ResellerAllocations.Dat sets a figure for that
      * date.  RS-STATUS: A active, I suspended (no further sales).
      *****************************************************************
       01 ResellerRec.
           02 RS-CODE             PIC X(6).
           02 FILLER              PIC X.
           02 RS-NAME             PIC X(30).
           02 FILLER              PIC X.
           02 RS-COMMISSION-RATE  PIC 99V99.
           02 FILLER              PIC X.
           02 RS-COMMISSION-BASIS PIC X.
               88 RS-PAID-ON-SOLD     VALUE 'S'.
               88 RS-PAID-ON-REDEEMED VALUE 'R'.
           02 FILLER              PIC X.
           02 RS-DAILY-ALLOCATION PIC 9(5).
           02 FILLER              PIC X.
           02 RS-STATUS           PIC X.
               88 RS-IS-ACTIVE        VALUE 'A'.
