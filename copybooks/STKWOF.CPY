      *****************************************************************
      * STKWOF.CPY
      * Shared record layout for WriteOffJournal.Dat, one line for each
      * stock write-off accepted by StockManagement and read by the
      * shrinkage report.
      * WJ-REASON: D damaged, E expired, L lost or stolen, O obsolete.
      * WJ-AUTH-ID is the approving manager, blank when the write-off
      * was under the value needing approval.
      *****************************************************************
       01 WriteOffJournalRec.
           02 WJ-DATE             PIC 9(8).
           02 FILLER              PIC X.
           02 WJ-STOCK-NUMBER     PIC 9(5).
           02 FILLER              PIC X.
           02 WJ-QTY              PIC 9(6).
           02 FILLER              PIC X.
           02 WJ-REASON           PIC X.
               88 WJ-DAMAGED      VALUE 'D'.
               88 WJ-EXPIRED      VALUE 'E'.
               88 WJ-LOST         VALUE 'L'.
               88 WJ-OBSOLETE     VALUE 'O'.
           02 FILLER              PIC X.
           02 WJ-UNIT-COST        PIC 9(5)V99.
           02 FILLER              PIC X.
           02 WJ-VALUE            PIC 9(9)V99.
           02 FILLER              PIC X.
           02 WJ-CATEGORY-CODE    PIC X(4).
           02 FILLER              PIC X.
           02 WJ-USER-ID          PIC X(8).
           02 FILLER              PIC X.
           02 WJ-AUTH-ID          PIC X(8).
           02 FILLER              PIC X.
           02 WJ-DESCRIPTION      PIC X(30).
