           02 SV-INTERVAL-MILES PIC 9(6).

       FD ServiceHistory.
       COPY SVCHIST.

       FD ServiceDueReport.
       01 ServiceDueLine      PIC X(80).
