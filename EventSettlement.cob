       IDENTIFICATION DIVISION.
       PROGRAM-ID. EventSettlement.
       AUTHOR. ismail.

      * Settles the evening events held between two dates: for each
      * event on the event master, the tickets sold (T entries on the
      * admissions log for the event date), the ticket holders scanned
      * in at the event gate (S entries) and the ticket revenue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EventMaster ASSIGN TO "EventMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EventReport ASSIGN TO "EventSettlement.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EventMaster.
       COPY EVENT.

       FD AdmissionsLog.
       COPY ADMLOG.

       FD EventReport.
       01 EventReportLine      PIC X(100).

       WORKING-STORAGE SECTION.
       01 EVENT-EOF            PIC X VALUE 'N'.
           88 END-OF-EVENTS    VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.

       01 WS-FROM-DATE         PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE           PIC 9(8) VALUE ZERO.
       01 WS-LOG-PRICE         PIC 9(3)V99 VALUE ZERO.
       01 WS-NO-SHOWS          PIC S9(5) VALUE ZERO.
       01 WS-FILL-PCT          PIC 9(3)V9 VALUE ZERO.

       01 EVENT-TABLE-MAX      PIC 999 VALUE 366.
       01 EVENT-TABLE-COUNT    PIC 999 VALUE ZERO.
       01 EVENT-IDX            PIC 999 VALUE ZERO.
       01 WS-EVENT-IDX         PIC 999 VALUE ZERO.
       01 EVENT-TABLE.
           02 EVENT-ENTRY OCCURS 366 TIMES.
               03 ET-DATE        PIC 9(8).
               03 ET-NAME        PIC X(30).
               03 ET-START-TIME  PIC 9(4).
               03 ET-CAPACITY    PIC 9(5).
               03 ET-SOLD        PIC 9(5).
               03 ET-ADMITTED    PIC 9(5).
               03 ET-REVENUE     PIC 9(7)V99.

       01 TOTAL-SOLD           PIC 9(7) VALUE ZERO.
       01 TOTAL-ADMITTED       PIC 9(7) VALUE ZERO.
       01 TOTAL-REVENUE        PIC 9(9)V99 VALUE ZERO.

       01 EventHeading1.
           02 FILLER           PIC X(27)
               VALUE " Event Settlement Report - ".
           02 EH-FROM-DATE     PIC 9(8).
           02 FILLER           PIC X(4) VALUE " to ".
           02 EH-TO-DATE       PIC 9(8).
       01 EventHeading2.
           02 FILLER           PIC X(41) VALUE " Date     Event".
           02 FILLER           PIC X(29)
               VALUE "Time Capacity   Sold Admitted".
           02 FILLER           PIC X(28)
               VALUE " No-show  Fill%      Revenue".
       01 EventDetailLine.
           02 FILLER           PIC X VALUE SPACE.
           02 ED-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 ED-NAME          PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 ED-START-TIME    PIC 9(4).
           02 FILLER           PIC X(4) VALUE SPACES.
           02 ED-CAPACITY      PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ED-SOLD          PIC ZZZZ9.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 ED-ADMITTED      PIC ZZZZ9.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 ED-NO-SHOWS      PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ED-FILL-PCT      PIC ZZ9.9.
           02 FILLER           PIC X VALUE SPACE.
           02 ED-REVENUE       PIC Z,ZZZ,ZZ9.99.
       01 EventTotalLine.
           02 FILLER           PIC X(41) VALUE " Total for period".
           02 FILLER           PIC X(13) VALUE SPACES.
           02 ETL-SOLD         PIC ZZZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ETL-ADMITTED     PIC ZZZZZZ9.
           02 FILLER           PIC X(15) VALUE SPACES.
           02 ETL-REVENUE      PIC ZZ,ZZZ,ZZ9.99.
       01 EventNoneLine        PIC X(50)
           VALUE " No events on the event master for this period.".

       PROCEDURE DIVISION.
       SettleEvents.
           DISPLAY "From event date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "To event date (YYYYMMDD, zero for same day): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = ZERO
              MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
              DISPLAY "To date is before the from date."
           ELSE
              PERFORM LOAD-EVENT-TABLE
              PERFORM TALLY-EVENT-TICKETS
              PERFORM WRITE-EVENT-REPORT
              DISPLAY "Event settlement complete."
              DISPLAY "Events settled:   " EVENT-TABLE-COUNT
              DISPLAY "Tickets sold:     " TOTAL-SOLD
              DISPLAY "Tickets admitted: " TOTAL-ADMITTED
              DISPLAY "Ticket revenue:   " TOTAL-REVENUE
           END-IF
           STOP RUN.

       LOAD-EVENT-TABLE.
           MOVE ZERO TO EVENT-TABLE-COUNT
           MOVE 'N' TO EVENT-EOF
           OPEN INPUT EventMaster
           PERFORM READ-EVENT-MASTER UNTIL END-OF-EVENTS
           CLOSE EventMaster.

       READ-EVENT-MASTER.
           READ EventMaster
              AT END
                 SET END-OF-EVENTS TO TRUE
              NOT AT END
                 IF EV-DATE >= WS-FROM-DATE AND EV-DATE <= WS-TO-DATE
                    IF EVENT-TABLE-COUNT >= EVENT-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO EVENT-TABLE-COUNT
                    MOVE EV-DATE TO ET-DATE(EVENT-TABLE-COUNT)
                    MOVE EV-NAME TO ET-NAME(EVENT-TABLE-COUNT)
                    MOVE EV-START-TIME
                        TO ET-START-TIME(EVENT-TABLE-COUNT)
                    MOVE EV-CAPACITY TO ET-CAPACITY(EVENT-TABLE-COUNT)
                    MOVE ZERO TO ET-SOLD(EVENT-TABLE-COUNT)
                    MOVE ZERO TO ET-ADMITTED(EVENT-TABLE-COUNT)
                    MOVE ZERO TO ET-REVENUE(EVENT-TABLE-COUNT)
                 END-IF
           END-READ.

       TALLY-EVENT-TICKETS.
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-ADMISSIONS-LOG UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       READ-ADMISSIONS-LOG.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF (AL-ENTRY-TYPE = 'T' OR AL-ENTRY-TYPE = 'S')
                    AND AL-DATE >= WS-FROM-DATE
                    AND AL-DATE <= WS-TO-DATE
                    PERFORM APPLY-EVENT-ENTRY
                 END-IF
           END-READ.

       APPLY-EVENT-ENTRY.
           MOVE ZERO TO WS-EVENT-IDX
           PERFORM FIND-EVENT
               VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-TABLE-COUNT
           IF WS-EVENT-IDX = ZERO
              DISPLAY "Event entry " AL-TRANS-ID " for " AL-DATE
                  " not on the event master - ignored"
           ELSE
              IF AL-ENTRY-TYPE = 'T'
                 MOVE AL-PRICE TO WS-LOG-PRICE
                 ADD 1 TO ET-SOLD(WS-EVENT-IDX)
                 ADD WS-LOG-PRICE TO ET-REVENUE(WS-EVENT-IDX)
              ELSE
                 ADD 1 TO ET-ADMITTED(WS-EVENT-IDX)
              END-IF
           END-IF.

       FIND-EVENT.
           IF ET-DATE(EVENT-IDX) = AL-DATE
              MOVE EVENT-IDX TO WS-EVENT-IDX
           END-IF.

       WRITE-EVENT-REPORT.
           OPEN OUTPUT EventReport
           MOVE WS-FROM-DATE TO EH-FROM-DATE
           MOVE WS-TO-DATE TO EH-TO-DATE
           WRITE EventReportLine FROM EventHeading1
               AFTER ADVANCING PAGE
           WRITE EventReportLine FROM EventHeading2
               AFTER ADVANCING 2 LINES
           IF EVENT-TABLE-COUNT = ZERO
              WRITE EventReportLine FROM EventNoneLine
                  AFTER ADVANCING 1 LINE
           END-IF
           PERFORM WRITE-EVENT-LINE
               VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-TABLE-COUNT
           MOVE TOTAL-SOLD TO ETL-SOLD
           MOVE TOTAL-ADMITTED TO ETL-ADMITTED
           MOVE TOTAL-REVENUE TO ETL-REVENUE
           WRITE EventReportLine FROM EventTotalLine
               AFTER ADVANCING 2 LINES
           CLOSE EventReport.

       WRITE-EVENT-LINE.
           MOVE ET-DATE(EVENT-IDX) TO ED-DATE
           MOVE ET-NAME(EVENT-IDX) TO ED-NAME
           MOVE ET-START-TIME(EVENT-IDX) TO ED-START-TIME
           MOVE ET-CAPACITY(EVENT-IDX) TO ED-CAPACITY
           MOVE ET-SOLD(EVENT-IDX) TO ED-SOLD
           MOVE ET-ADMITTED(EVENT-IDX) TO ED-ADMITTED
           COMPUTE WS-NO-SHOWS =
               ET-SOLD(EVENT-IDX) - ET-ADMITTED(EVENT-IDX)
           IF WS-NO-SHOWS < ZERO
              MOVE ZERO TO WS-NO-SHOWS
           END-IF
           MOVE WS-NO-SHOWS TO ED-NO-SHOWS
           IF ET-CAPACITY(EVENT-IDX) > ZERO
              COMPUTE WS-FILL-PCT ROUNDED =
                  ET-SOLD(EVENT-IDX) * 100 / ET-CAPACITY(EVENT-IDX)
           ELSE
              MOVE ZERO TO WS-FILL-PCT
           END-IF
           MOVE WS-FILL-PCT TO ED-FILL-PCT
           MOVE ET-REVENUE(EVENT-IDX) TO ED-REVENUE
           WRITE EventReportLine FROM EventDetailLine
               AFTER ADVANCING 1 LINE
           ADD ET-SOLD(EVENT-IDX) TO TOTAL-SOLD
           ADD ET-ADMITTED(EVENT-IDX) TO TOTAL-ADMITTED
           ADD ET-REVENUE(EVENT-IDX) TO TOTAL-REVENUE.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
