      *****************************************************************
      * STANDCTL.CPY
      * Shared record layout for StandingControl.Dat, the thresholds
      * used by AcademicStanding and the probation course limit
      * applied by EnrollmentMaintenance.  Each field falls back to
      * its default when the file or the field is missing:
      *   SK-WARNING-GPA     period GPA below this - warning     2.00
      *   SK-PROBATION-GPA   cumulative GPA below this - probation
      *                                                          2.00
      *   SK-WITHDRAW-GPA    cumulative GPA below this - withdraw 1.00
      *   SK-PROBATION-MAX   courses allowed while on probation     2
      *****************************************************************
       01 StandingControlRec.
           02 SK-WARNING-GPA     PIC 9V99.
           02 FILLER             PIC X.
           02 SK-PROBATION-GPA   PIC 9V99.
           02 FILLER             PIC X.
           02 SK-WITHDRAW-GPA    PIC 9V99.
           02 FILLER             PIC X.
           02 SK-PROBATION-MAX   PIC 9(2).
