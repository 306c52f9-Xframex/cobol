      *****************************************************************
      * STUCONT.CPY
      * Shared record layout for StudentContacts.Dat, the contact
      * details of the students on the student master
      * (Listing5-6-TData.Dat).  One record per StudentId, maintained
      * by StudentMaintenance through K transactions and rewritten in
      * full by each run; read by StudentCorrespondence to address
      * letters and e-mails.
      * Spaces in a field mean the detail is not held.
      *****************************************************************
       01 StudentContactRec.
           02 CN-STUDENT-ID      PIC X(8).
           02 FILLER             PIC X.
           02 CN-ADDRESS-1       PIC X(30).
           02 FILLER             PIC X.
           02 CN-ADDRESS-2       PIC X(30).
           02 FILLER             PIC X.
           02 CN-TOWN            PIC X(20).
           02 FILLER             PIC X.
           02 CN-POSTCODE        PIC X(8).
           02 FILLER             PIC X.
           02 CN-EMAIL           PIC X(40).
           02 FILLER             PIC X.
           02 CN-PHONE           PIC X(15).
           02 FILLER             PIC X.
           02 CN-EMERG-NAME      PIC X(25).
           02 FILLER             PIC X.
           02 CN-EMERG-PHONE     PIC X(15).
           02 FILLER             PIC X.
           02 CN-EMERG-RELATION  PIC X(10).
           02 FILLER             PIC X.
           02 CN-LAST-UPDATED    PIC 9(8).
