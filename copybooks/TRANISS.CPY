      *****************************************************************
      * TRANISS.CPY
      * Shared record layout for TranscriptIssues.Dat, one record
      * added by TranscriptPrint for every transcript printed.  Read
      * by GradeChange to find transcripts that must be reissued.
      *****************************************************************
       01 TranscriptIssueRec.
           02 TI-STUDENT-ID      PIC 9(8).
           02 FILLER             PIC X.
           02 TI-PRINT-DATE      PIC 9(8).
