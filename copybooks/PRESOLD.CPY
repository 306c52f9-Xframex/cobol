      *****************************************************************
      * PRESOLD.CPY
      * Shared record layout for PresoldTickets.Dat, the advance
      * ticket register.  PS-STATUS is O open (not yet used) or R
      * redeemed at the gate.  PS-RESELLER is the ResellerMaster.Dat
      * code of the agent who sold the ticket, spaces when it was sold
      * at our own ticket office.
      *****************************************************************
       01 PresoldTicketRec.
           02 PS-TICKET-NO    PIC 9(6).
           02 FILLER          PIC X.
           02 PS-VISIT-DATE   PIC 9(8).
           02 FILLER          PIC X.
           02 PS-BAND         PIC X(6).
           02 FILLER          PIC X.
           02 PS-PRICE        PIC 9(3)V99.
           02 FILLER          PIC X.
           02 PS-STATUS       PIC X.
               88 PS-IS-OPEN      VALUE 'O'.
               88 PS-IS-REDEEMED  VALUE 'R'.
           02 FILLER          PIC X.
           02 PS-RESELLER     PIC X(6).
