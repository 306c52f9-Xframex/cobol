      *****************************************************************
      * CORREXT.CPY
      * Shared record layout for CorrespondenceExtract.Dat, the print
      * and mail extract written by StudentCorrespondence.  One record
      * per event to be notified, carrying the contact details to
      * send it to.
      * CE-CHANNEL    E e-mail to CE-EMAIL
      *               P post to the address lines
      * CE-EVENT-TYPE ABSENCE  attendance below target on a course
      *               FEEHOLD  financial hold on the fee account
      *               RESULT   grade for a course in the period
      *               WAITLIST place on the waiting list for a course
      *****************************************************************
       01 CorrespondenceExtractRec.
           02 CE-STUDENT-ID      PIC X(8).
           02 FILLER             PIC X.
           02 CE-STUDENT-NAME    PIC X(25).
           02 FILLER             PIC X.
           02 CE-CHANNEL         PIC X.
               88 CE-BY-EMAIL    VALUE 'E'.
               88 CE-BY-POST     VALUE 'P'.
           02 FILLER             PIC X.
           02 CE-EMAIL           PIC X(40).
           02 FILLER             PIC X.
           02 CE-ADDRESS-1       PIC X(30).
           02 FILLER             PIC X.
           02 CE-ADDRESS-2       PIC X(30).
           02 FILLER             PIC X.
           02 CE-TOWN            PIC X(20).
           02 FILLER             PIC X.
           02 CE-POSTCODE        PIC X(8).
           02 FILLER             PIC X.
           02 CE-EVENT-TYPE      PIC X(8).
           02 FILLER             PIC X.
           02 CE-EVENT-DETAIL    PIC X(50).
           02 FILLER             PIC X.
           02 CE-EXTRACT-DATE    PIC 9(8).
