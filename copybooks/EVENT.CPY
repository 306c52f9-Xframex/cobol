      *****************************************************************
      * EVENT.CPY
      * Shared record layout for EventMaster.Dat, the evening events
      * (fireworks nights, Halloween and the like).  One record per
      * event date; the gate sells event tickets only on a date that
      * is on this file.  EV-START-TIME (HHMM) is when the event gate
      * opens to ticket holders.  EV-CAPACITY is the number of event
      * tickets that may be sold, counted separately from the park
      * capacity in ParkCapacity.Dat.  The event price is set per age
      * band and replaces the normal admission rate.
      *****************************************************************
       01 EventMasterRec.
           02 EV-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 EV-NAME          PIC X(30).
           02 FILLER           PIC X.
           02 EV-START-TIME    PIC 9(4).
           02 FILLER           PIC X.
           02 EV-CAPACITY      PIC 9(5).
           02 FILLER           PIC X.
           02 EV-INFANT-PRICE  PIC 9(3)V99.
           02 FILLER           PIC X.
           02 EV-CHILD-PRICE   PIC 9(3)V99.
           02 FILLER           PIC X.
           02 EV-TEEN-PRICE    PIC 9(3)V99.
           02 FILLER           PIC X.
           02 EV-ADULT-PRICE   PIC 9(3)V99.
           02 FILLER           PIC X.
           02 EV-SENIOR-PRICE  PIC 9(3)V99.
