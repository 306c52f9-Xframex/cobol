      *****************************************************************
      * GRDCHG.CPY
      * Shared record layout for GradeChangePending.Dat, the grade
      * changes requested against GradesMaster.Dat and waiting for an
      * approver on GradeApprovers.Dat to release them.  Maintained by
      * GradeChange; a change leaves the file when it is approved or
      * declined.
      * GC-REASON-CODE is one of:
      *   MC marking error corrected   RM re-mark after review
      *   CL clerical / keying error   AP appeal upheld
      *   LA late assessment taken into account
      *****************************************************************
       01 GradeChangePendingRec.
           02 GC-STUDENT-ID      PIC X(8).
           02 FILLER             PIC X.
           02 GC-COURSE-CODE     PIC X(5).
           02 FILLER             PIC X.
           02 GC-PERIOD          PIC X(5).
           02 FILLER             PIC X.
           02 GC-NEW-MARK        PIC 9(3).
           02 FILLER             PIC X.
           02 GC-NEW-GRADE       PIC X.
           02 FILLER             PIC X.
           02 GC-REASON-CODE     PIC X(2).
           02 FILLER             PIC X.
           02 GC-REQUESTER       PIC X(8).
           02 FILLER             PIC X.
           02 GC-REQUEST-DATE    PIC 9(8).
