      *****************************************************************
      * COURSCHD.CPY
      * Shared record layout for CourseSchedule.Dat, one record for
      * each weekly teaching session of a course: the day (1 Monday
      * to 7 Sunday), start and end times as HHMM, the room, the
      * instructor taking it (Instructors.Dat) and the term it runs
      * in.  Read by TimetableClash and TeachingLoad.
      *****************************************************************
       01 CourseScheduleRec.
           02 CS-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X.
           02 CS-DAY           PIC 9.
           02 FILLER           PIC X.
           02 CS-START-TIME    PIC 9(4).
           02 FILLER           PIC X.
           02 CS-END-TIME      PIC 9(4).
           02 FILLER           PIC X.
           02 CS-ROOM          PIC X(4).
           02 FILLER           PIC X.
           02 CS-INSTRUCTOR-ID PIC X(6).
           02 FILLER           PIC X.
           02 CS-TERM          PIC X(5).
