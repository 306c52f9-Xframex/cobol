      *****************************************************************
      * STUAGE.CPY
      * Student age groups used in the statutory enrolment census.
      * The age is worked out from the date of birth on the student
      * master as at the census date.  The band codes reported to the
      * authority are:
      *   01 under 18   02 18-20   03 21-24   04 25-29
      *   05 30 and over           99 date of birth not held
      *****************************************************************
       01 STUDENT-AGE          PIC 9(3).
           88 AGE-UNDER-18     VALUE 0  THRU 17.
           88 AGE-18-TO-20     VALUE 18 THRU 20.
           88 AGE-21-TO-24     VALUE 21 THRU 24.
           88 AGE-25-TO-29     VALUE 25 THRU 29.
           88 AGE-30-AND-OVER  VALUE 30 THRU 999.
