      *****************************************************************
      * INSTRUCT.CPY
      * Shared record layout for Instructors.Dat, the instructor
      * master.  IN-CONTRACT-HOURS is the weekly teaching contact
      * time in the instructor's contract, in hours.
      *****************************************************************
       01 InstructorRec.
           02 IN-INSTRUCTOR-ID   PIC X(6).
           02 FILLER             PIC X.
           02 IN-NAME            PIC X(25).
           02 FILLER             PIC X.
           02 IN-HOME-CAMPUS     PIC X(3).
           02 FILLER             PIC X.
           02 IN-CONTRACT-HOURS  PIC 9(2)V9.
