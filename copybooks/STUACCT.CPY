      *****************************************************************
      * STUACCT.CPY
      * Shared record layout for StudentAccounts.Dat, the fee account
      * of every student billed by TuitionBilling.  One record per
      * StudentId, maintained by StudentAccounts from the postings on
      * StudentLedger.Dat.
      * SA-BALANCE is what the student owes, negative when the account
      * is in credit.  SA-OVERDUE is the part of it on invoices past
      * their payment terms at the last posting run.
      * SA-HOLD-STATUS: H the student is on financial hold, set when
      * SA-OVERDUE goes over the hold limit on StudentAccountCtl.Dat
      * and cleared when it is brought back within it.  Students on
      * hold cannot be added to or transferred between courses by
      * EnrollmentMaintenance.
      *****************************************************************
       01 StudentAccountRec.
           02 SA-STUDENT-ID      PIC 9(8).
           02 FILLER             PIC X.
           02 SA-CAMPUS          PIC X(3).
           02 FILLER             PIC X.
           02 SA-BALANCE         PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 FILLER             PIC X.
           02 SA-OVERDUE         PIC 9(7)V99.
           02 FILLER             PIC X.
           02 SA-HOLD-STATUS     PIC X.
               88 SA-ON-HOLD     VALUE 'H'.
               88 SA-NOT-ON-HOLD VALUE ' ' 'C'.
           02 FILLER             PIC X.
           02 SA-HOLD-DATE       PIC 9(8).
           02 FILLER             PIC X.
           02 SA-LAST-PAYMENT    PIC 9(8).
