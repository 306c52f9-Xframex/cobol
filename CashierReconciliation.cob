           SELECT OPTIONAL AncillaryJournal
               ASSIGN TO "AncillaryJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RetailJournal
               ASSIGN TO "RetailJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ShiftRoster ASSIGN TO "ShiftRoster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 AJ-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X.
           02 AJ-VALUE        PIC 9(7)V99.
           02 FILLER          PIC X.
           02 AJ-MEMBER-ID    PIC 9(7).

       FD RetailJournal.
       COPY RETAILJ.

       FD ShiftRoster.
       COPY SHIFTROS.

       WORKING-STORAGE SECTION.
       01 LOG-EOF              PIC X VALUE 'N'.
               03 CS-DECLARED     PIC 9(7)V99.
               03 CS-DECLARED-SW  PIC X.
                   88 CS-HAS-DECLARED VALUE 'Y'.
               03 CS-ROSTER-MINUTES PIC 9(5).

       01 WS-OVER-SHORT        PIC S9(7)V99 VALUE ZEROS.

               VALUE " Cashier Cash-Up Reconciliation - ".
           02 RH-DATE          PIC 9(8).
       01 ReconHeading2        PIC X(70)
           VALUE " Cashier   Log Takings     Declared   Over/Short"
           & "             Hours".

       01 ReconDetailLine.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RD-OVER-SHORT    PIC -(6)9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RD-FLAG          PIC X(12).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RD-ROSTER-HOURS  PIC ZZ9.99.

       01 ReconTotalLine.
           02 FILLER           PIC X(8)  VALUE " TOTAL".
               VALUE " Ancillary takings included: ".
           02 AT-ANCILLARY     PIC ZZ,ZZZ,ZZ9.99.

       01 ROSTER-EOF           PIC X VALUE 'N'.
           88 END-OF-ROSTER    VALUE 'Y'.
       01 WS-SHIFT-MINUTES     PIC S9(5) VALUE ZERO.
       01 WS-SHIFT-START       PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-START-R REDEFINES WS-SHIFT-START.
           02 WS-START-HH      PIC 99.
           02 WS-START-MM      PIC 99.
       01 WS-SHIFT-END         PIC 9(4) VALUE ZERO.
       01 WS-SHIFT-END-R REDEFINES WS-SHIFT-END.
           02 WS-END-HH        PIC 99.
           02 WS-END-MM        PIC 99.
       01 WS-ROSTER-HOURS      PIC 999V99 VALUE ZERO.

       01 RETAIL-EOF           PIC X VALUE 'N'.
           88 END-OF-RETAIL    VALUE 'Y'.
       01 TOTAL-RETAIL         PIC 9(8)V99 VALUE ZEROS.

       01 RetailTotalLine.
           02 FILLER           PIC X(30)
               VALUE " Retail takings included:    ".
           02 RTT-RETAIL       PIC ZZ,ZZZ,ZZ9.99.

       01 FX-RATE-EOF          PIC X VALUE 'N'.
           88 END-OF-FX-RATES  VALUE 'Y'.
       01 FX-POS-TABLE-MAX     PIC 99 VALUE 20.
           ACCEPT WS-RECON-DATE
           PERFORM TOTAL-LOG-BY-CASHIER
           PERFORM TOTAL-ANCILLARY-BY-CASHIER
           PERFORM TOTAL-RETAIL-BY-CASHIER
           PERFORM LOAD-DECLARED-TAKINGS
           PERFORM TOTAL-ROSTERED-HOURS
           PERFORM WRITE-RECON-REPORT
           STOP RUN.

                 END-IF
           END-READ.

       TOTAL-RETAIL-BY-CASHIER.
           MOVE 'N' TO RETAIL-EOF
           OPEN INPUT RetailJournal
           PERFORM TALLY-RETAIL-ENTRY UNTIL END-OF-RETAIL
           CLOSE RetailJournal.

       TALLY-RETAIL-ENTRY.
           READ RetailJournal
              AT END
                 SET END-OF-RETAIL TO TRUE
              NOT AT END
                 IF RJ-DATE = WS-RECON-DATE
                    MOVE RJ-CASHIER-ID TO WS-LOOKUP-CASHIER
                    PERFORM LOOKUP-CASHIER
                    IF NOT CASHIER-FOUND
                       PERFORM ADD-CASHIER-ENTRY
                    END-IF
                    IF WS-FOUND-IDX NOT = ZERO
                       ADD RJ-VALUE TO CS-LOG-TAKINGS(WS-FOUND-IDX)
                       ADD RJ-VALUE TO TOTAL-RETAIL
                    END-IF
                 END-IF
           END-READ.

       TOTAL-LOG-BY-CASHIER.
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           IF NOT CASHIER-FOUND
              PERFORM ADD-CASHIER-ENTRY
           END-IF
           IF AL-TENDER = "FX"
              AND (AL-ENTRY-TYPE = 'A' OR AL-ENTRY-TYPE = 'T')
              PERFORM TALLY-FX-POSITION
           END-IF
           IF WS-FOUND-IDX NOT = ZERO
              MOVE ZERO TO CS-LOG-TAKINGS(CASHIER-TABLE-COUNT)
              MOVE ZERO TO CS-DECLARED(CASHIER-TABLE-COUNT)
              MOVE 'N' TO CS-DECLARED-SW(CASHIER-TABLE-COUNT)
              MOVE ZERO TO CS-ROSTER-MINUTES(CASHIER-TABLE-COUNT)
              MOVE CASHIER-TABLE-COUNT TO WS-FOUND-IDX
           END-IF.

                 END-IF
           END-READ.

      * Shift length in minutes from the HHMM start and end times.
       TOTAL-ROSTERED-HOURS.
           MOVE 'N' TO ROSTER-EOF
           OPEN INPUT ShiftRoster
           PERFORM READ-SHIFT-ROSTER UNTIL END-OF-ROSTER
           CLOSE ShiftRoster.

       READ-SHIFT-ROSTER.
           READ ShiftRoster
              AT END
                 SET END-OF-ROSTER TO TRUE
              NOT AT END
                 IF RST-DATE = WS-RECON-DATE
                    MOVE RST-CASHIER-ID TO WS-LOOKUP-CASHIER
                    PERFORM LOOKUP-CASHIER
                    IF NOT CASHIER-FOUND
                       PERFORM ADD-CASHIER-ENTRY
                    END-IF
                    MOVE RST-START-TIME TO WS-SHIFT-START
                    MOVE RST-END-TIME TO WS-SHIFT-END
                    COMPUTE WS-SHIFT-MINUTES =
                        (WS-END-HH * 60 + WS-END-MM)
                      - (WS-START-HH * 60 + WS-START-MM)
                    IF WS-FOUND-IDX NOT = ZERO
                       AND WS-SHIFT-MINUTES > ZERO
                       ADD WS-SHIFT-MINUTES
                           TO CS-ROSTER-MINUTES(WS-FOUND-IDX)
                    END-IF
                 END-IF
           END-READ.

       TALLY-FX-POSITION.
           MOVE 'N' TO WS-FX-POS-FOUND
           MOVE ZERO TO WS-FX-POS-IDX
           MOVE TOTAL-ANCILLARY TO AT-ANCILLARY
           WRITE CashierReconLine FROM AncillaryTotalLine
               AFTER ADVANCING 1 LINE
           MOVE TOTAL-RETAIL TO RTT-RETAIL
           WRITE CashierReconLine FROM RetailTotalLine
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-FX-POSITION
           CLOSE CashierReconReport.

           COMPUTE WS-OVER-SHORT =
               CS-DECLARED(CASHIER-IDX) - CS-LOG-TAKINGS(CASHIER-IDX)
           MOVE WS-OVER-SHORT TO RD-OVER-SHORT
           COMPUTE WS-ROSTER-HOURS ROUNDED =
               CS-ROSTER-MINUTES(CASHIER-IDX) / 60
           MOVE WS-ROSTER-HOURS TO RD-ROSTER-HOURS
           EVALUATE TRUE
              WHEN NOT CS-HAS-DECLARED(CASHIER-IDX)
                 MOVE "NO DECLARE" TO RD-FLAG
