      *****************************************************************
      * STKRTN.CPY
      * Shared record layout for ReturnsJournal.Dat, one line for each
      * department return put back into stock by StockManagement and
      * credited to the department by DeptChargeback.
      * RJ-ISSUE-DATE is the date of the original issue journal line
      * the goods are being returned against.
      *****************************************************************
       01 ReturnsJournalRec.
           02 RJ-DATE             PIC 9(8).
           02 FILLER              PIC X.
           02 RJ-STOCK-NUMBER     PIC 9(5).
           02 FILLER              PIC X.
           02 RJ-DEPARTMENT       PIC X(10).
           02 FILLER              PIC X.
           02 RJ-QTY-RETURNED     PIC 9(6).
           02 FILLER              PIC X.
           02 RJ-ISSUE-DATE       PIC 9(8).
           02 FILLER              PIC X.
           02 RJ-NEW-BALANCE      PIC 9(6).
