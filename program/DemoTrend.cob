       DATA DIVISION.
       FILE SECTION.
       FD DemoHistory.
       COPY DEMOHIST.

       FD DemoTrendReport.
       01 DemoTrendLine        PIC X(75).
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF DH-BAND-SUMMARY
                       ADD 1 TO PERIODS-READ
                       IF PERIODS-READ > 1
                           PERFORM ROLL-LATEST-INTO-PRIOR
                       END-IF
                       PERFORM STORE-LATEST-PERIOD
                   END-IF
           END-READ.

       ROLL-LATEST-INTO-PRIOR.
