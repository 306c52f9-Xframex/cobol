      *****************************************************************
      * STKVALH.CPY
      * Shared record layout for StockValuationHistory.Dat.  Every
      * stock valuation run by StockManagement appends one line with
      * the date it was taken and the total inventory value, so the
      * inventory ledger postings can be reconciled to the valuation
      * for a given date.
      *****************************************************************
       01 ValuationHistoryRec.
           02 VH-DATE             PIC 9(8).
           02 FILLER              PIC X.
           02 VH-TOTAL-VALUE      PIC 9(8)V99.
