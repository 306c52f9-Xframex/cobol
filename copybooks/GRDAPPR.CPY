      *****************************************************************
      * GRDAPPR.CPY
      * Shared record layout for GradeApprovers.Dat, the heads of
      * department and other staff who may release a grade change.
      *****************************************************************
       01 GradeApproverRec.
           02 GA-APPROVER-ID     PIC X(8).
           02 FILLER             PIC X.
           02 GA-NAME            PIC X(20).
