       DATA DIVISION.
       FILE SECTION.
       FD PresoldTickets.
       COPY PRESOLD.

       FD BreakageReport.
       01 BreakageLine        PIC X(60).
