           02 AS-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X.
           02 AS-TIME         PIC 9(6).
           02 FILLER          PIC X.
           02 AS-MEMBER-ID    PIC 9(7).

       FD AncillaryJournal.
       01 AncillaryJournalRec.
           02 AJ-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 AJ-VALUE        PIC 9(7)V99.
           02 FILLER          PIC X VALUE SPACE.
           02 AJ-MEMBER-ID    PIC 9(7).

       FD AncillaryRejects.
       01 AncillaryRejectLine PIC X(60).
           MOVE AS-QTY TO AJ-QTY
           MOVE AS-CASHIER-ID TO AJ-CASHIER-ID
           MOVE WS-SALE-VALUE TO AJ-VALUE
           IF AS-MEMBER-ID NUMERIC
              MOVE AS-MEMBER-ID TO AJ-MEMBER-ID
           ELSE
              MOVE ZERO TO AJ-MEMBER-ID
           END-IF
           WRITE AncillaryJournalRec.

       WRITE-ANCILLARY-REJECT.
