      *****************************************************************
      * GRADLIST.CPY
      * Shared record layout for GraduationList.Dat, the students
      * found eligible to graduate by the DegreeAudit run.  Rewritten
      * in full by each audit run; read by TranscriptPrint to mark the
      * award on the student's transcript.
      * GL-PROGRAMME is the programme code held on the student master.
      * GL-CLASSIFICATION is the award class from the credit-weighted
      * average mark of the courses passed:
      *   1ST 70 and over, 2:1 60-69, 2:2 50-59, 3RD below 50.
      *****************************************************************
       01 GraduationListRec.
           02 GL-STUDENT-ID      PIC 9(8).
           02 FILLER             PIC X.
           02 GL-PROGRAMME       PIC X(5).
           02 FILLER             PIC X.
           02 GL-CLASSIFICATION  PIC X(3).
           02 FILLER             PIC X.
           02 GL-AVERAGE-MARK    PIC 9(3)V99.
           02 FILLER             PIC X.
           02 GL-CREDITS         PIC 9(3).
           02 FILLER             PIC X.
           02 GL-AUDIT-DATE      PIC 9(8).
