       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashierExceptions.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CashierMaster ASSIGN TO "CashierMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ShiftRoster ASSIGN TO "ShiftRoster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DeclaredTakings
               ASSIGN TO "DeclaredTakings.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionReport ASSIGN TO "CashierExceptions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CashierMaster.
       COPY CASHMAST.

       FD ShiftRoster.
       COPY SHIFTROS.

       FD AdmissionsLog.
       COPY ADMLOG.

       FD DeclaredTakings.
       01 DeclaredTakingsRec.
           02 DT-CASHIER-ID    PIC X(4).
           02 FILLER           PIC X.
           02 DT-DECLARED      PIC 9(7)V99.

       FD ExceptionReport.
       01 ExceptionLine        PIC X(80).

       WORKING-STORAGE SECTION.
       01 MASTER-EOF           PIC X VALUE 'N'.
           88 END-OF-MASTER    VALUE 'Y'.
       01 ROSTER-EOF           PIC X VALUE 'N'.
           88 END-OF-ROSTER    VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 TAKINGS-EOF          PIC X VALUE 'N'.
           88 END-OF-TAKINGS   VALUE 'Y'.

       01 WS-CHECK-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-SALE-TIME         PIC 9(4) VALUE ZEROS.
       01 WS-LOOKUP-CASHIER    PIC X(4) VALUE SPACES.

       01 MASTER-TABLE-MAX     PIC 9(3) VALUE 200.
       01 MASTER-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 MASTER-IDX           PIC 9(3) VALUE ZERO.
       01 WS-MASTER-IDX        PIC 9(3) VALUE ZERO.

       01 MASTER-TABLE.
           02 MASTER-ENTRY OCCURS 200 TIMES.
               03 MT-CASHIER-ID   PIC X(4).
               03 MT-CASHIER-NAME PIC X(20).
               03 MT-STATUS       PIC X.
                   88 MT-ACTIVE   VALUE 'A'.

       01 ROSTER-TABLE-MAX     PIC 9(3) VALUE 200.
       01 ROSTER-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 ROSTER-IDX           PIC 9(3) VALUE ZERO.
       01 WS-ROSTERED-SW       PIC X VALUE 'N'.
           88 CASHIER-ROSTERED VALUE 'Y'.
       01 WS-IN-SHIFT-SW       PIC X VALUE 'N'.
           88 SALE-IN-SHIFT    VALUE 'Y'.

       01 ROSTER-TABLE.
           02 ROSTER-ENTRY OCCURS 200 TIMES.
               03 RT-CASHIER-ID   PIC X(4).
               03 RT-TERMINAL     PIC X(4).
               03 RT-START-TIME   PIC 9(4).
               03 RT-END-TIME     PIC 9(4).

       01 ENTRIES-CHECKED      PIC 9(6) VALUE ZERO.
       01 EXCEPTION-COUNT      PIC 9(6) VALUE ZERO.

       01 ExcHeading1.
           02 FILLER           PIC X(31)
               VALUE " Cashier Exceptions Report for ".
           02 EH-DATE          PIC 9(8).
       01 ExcHeading2          PIC X(80)
           VALUE " Source  Trans  Time   Cashier Site Reason".

       01 ExcDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 ED-SOURCE        PIC X(7).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 ED-TRANS-ID      PIC X(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 ED-TIME          PIC X(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 ED-CASHIER-ID    PIC X(4).
           02 FILLER           PIC X(4) VALUE SPACES.
           02 ED-SITE          PIC X(3).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ED-REASON        PIC X(35).

       01 ExcTotalLine.
           02 FILLER           PIC X(18) VALUE " Entries checked: ".
           02 ET-CHECKED       PIC ZZZZZ9.
           02 FILLER           PIC X(15) VALUE "   Exceptions: ".
           02 ET-EXCEPTIONS    PIC ZZZZZ9.

       PROCEDURE DIVISION.
       ReportCashierExceptions.
           DISPLAY "Enter date to check (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-CHECK-DATE
           PERFORM LOAD-CASHIER-MASTER
           PERFORM LOAD-SHIFT-ROSTER
           OPEN OUTPUT ExceptionReport
           MOVE WS-CHECK-DATE TO EH-DATE
           WRITE ExceptionLine FROM ExcHeading1
               AFTER ADVANCING PAGE
           WRITE ExceptionLine FROM ExcHeading2
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-LOG-ENTRY UNTIL END-OF-LOG
           CLOSE AdmissionsLog
           MOVE 'N' TO TAKINGS-EOF
           OPEN INPUT DeclaredTakings
           PERFORM READ-DECLARED-TAKINGS UNTIL END-OF-TAKINGS
           CLOSE DeclaredTakings
           MOVE ENTRIES-CHECKED TO ET-CHECKED
           MOVE EXCEPTION-COUNT TO ET-EXCEPTIONS
           WRITE ExceptionLine FROM ExcTotalLine
               AFTER ADVANCING 2 LINES
           CLOSE ExceptionReport
           DISPLAY "Cashier exceptions complete. Checked: "
               ENTRIES-CHECKED " Exceptions: " EXCEPTION-COUNT
           STOP RUN.

       LOAD-CASHIER-MASTER.
           MOVE ZERO TO MASTER-TABLE-COUNT
           MOVE 'N' TO MASTER-EOF
           OPEN INPUT CashierMaster
           PERFORM READ-CASHIER-MASTER UNTIL END-OF-MASTER
           CLOSE CashierMaster.

       READ-CASHIER-MASTER.
           READ CashierMaster
              AT END
                 SET END-OF-MASTER TO TRUE
              NOT AT END
                 IF MASTER-TABLE-COUNT < MASTER-TABLE-MAX
                    ADD 1 TO MASTER-TABLE-COUNT
                    MOVE CM-CASHIER-ID
                        TO MT-CASHIER-ID(MASTER-TABLE-COUNT)
                    MOVE CM-CASHIER-NAME
                        TO MT-CASHIER-NAME(MASTER-TABLE-COUNT)
                    MOVE CM-STATUS TO MT-STATUS(MASTER-TABLE-COUNT)
                 END-IF
           END-READ.

       LOAD-SHIFT-ROSTER.
           MOVE ZERO TO ROSTER-TABLE-COUNT
           MOVE 'N' TO ROSTER-EOF
           OPEN INPUT ShiftRoster
           PERFORM READ-SHIFT-ROSTER UNTIL END-OF-ROSTER
           CLOSE ShiftRoster.

       READ-SHIFT-ROSTER.
           READ ShiftRoster
              AT END
                 SET END-OF-ROSTER TO TRUE
              NOT AT END
                 IF RST-DATE = WS-CHECK-DATE
                    AND ROSTER-TABLE-COUNT < ROSTER-TABLE-MAX
                    ADD 1 TO ROSTER-TABLE-COUNT
                    MOVE RST-CASHIER-ID
                        TO RT-CASHIER-ID(ROSTER-TABLE-COUNT)
                    MOVE RST-TERMINAL
                        TO RT-TERMINAL(ROSTER-TABLE-COUNT)
                    MOVE RST-START-TIME
                        TO RT-START-TIME(ROSTER-TABLE-COUNT)
                    MOVE RST-END-TIME
                        TO RT-END-TIME(ROSTER-TABLE-COUNT)
                 END-IF
           END-READ.

       READ-LOG-ENTRY.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-DATE = WS-CHECK-DATE
                    ADD 1 TO ENTRIES-CHECKED
                    PERFORM CHECK-LOG-ENTRY
                 END-IF
           END-READ.

       CHECK-LOG-ENTRY.
           MOVE AL-CASHIER-ID TO WS-LOOKUP-CASHIER
           PERFORM LOOKUP-MASTER
           MOVE AL-TIME(1:4) TO WS-SALE-TIME
           PERFORM CHECK-ROSTERED-SHIFT
           EVALUATE TRUE
              WHEN WS-MASTER-IDX = ZERO
                 MOVE "CASHIER NOT ON MASTER" TO ED-REASON
                 PERFORM WRITE-LOG-EXCEPTION
              WHEN NOT MT-ACTIVE(WS-MASTER-IDX)
                 MOVE "CASHIER INACTIVE" TO ED-REASON
                 PERFORM WRITE-LOG-EXCEPTION
              WHEN NOT CASHIER-ROSTERED
                 MOVE "CASHIER NOT ROSTERED TODAY" TO ED-REASON
                 PERFORM WRITE-LOG-EXCEPTION
              WHEN NOT SALE-IN-SHIFT
                 MOVE "OUTSIDE ROSTERED SHIFT" TO ED-REASON
                 PERFORM WRITE-LOG-EXCEPTION
           END-EVALUATE.

       LOOKUP-MASTER.
           MOVE ZERO TO WS-MASTER-IDX
           PERFORM FIND-MASTER
               VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > MASTER-TABLE-COUNT.

       FIND-MASTER.
           IF MT-CASHIER-ID(MASTER-IDX) = WS-LOOKUP-CASHIER
              MOVE MASTER-IDX TO WS-MASTER-IDX
           END-IF.

       CHECK-ROSTERED-SHIFT.
           MOVE 'N' TO WS-ROSTERED-SW
           MOVE 'N' TO WS-IN-SHIFT-SW
           PERFORM CHECK-ROSTER-ENTRY
               VARYING ROSTER-IDX FROM 1 BY 1
               UNTIL ROSTER-IDX > ROSTER-TABLE-COUNT.

       CHECK-ROSTER-ENTRY.
           IF RT-CASHIER-ID(ROSTER-IDX) = WS-LOOKUP-CASHIER
              SET CASHIER-ROSTERED TO TRUE
              IF WS-SALE-TIME >= RT-START-TIME(ROSTER-IDX)
                 AND WS-SALE-TIME < RT-END-TIME(ROSTER-IDX)
                 SET SALE-IN-SHIFT TO TRUE
              END-IF
           END-IF.

       WRITE-LOG-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE "LOG" TO ED-SOURCE
           MOVE AL-TRANS-ID TO ED-TRANS-ID
           MOVE SPACES TO ED-TIME
           STRING AL-TIME(1:2) ":" AL-TIME(3:2)
               DELIMITED BY SIZE INTO ED-TIME
           MOVE AL-CASHIER-ID TO ED-CASHIER-ID
           MOVE AL-SITE TO ED-SITE
           WRITE ExceptionLine FROM ExcDetailLine
               AFTER ADVANCING 1 LINE.

       READ-DECLARED-TAKINGS.
           READ DeclaredTakings
              AT END
                 SET END-OF-TAKINGS TO TRUE
              NOT AT END
                 ADD 1 TO ENTRIES-CHECKED
                 MOVE DT-CASHIER-ID TO WS-LOOKUP-CASHIER
                 PERFORM LOOKUP-MASTER
                 EVALUATE TRUE
                    WHEN WS-MASTER-IDX = ZERO
                       MOVE "DECLARING CASHIER NOT ON MASTER"
                           TO ED-REASON
                       PERFORM WRITE-DECLARED-EXCEPTION
                    WHEN NOT MT-ACTIVE(WS-MASTER-IDX)
                       MOVE "DECLARING CASHIER INACTIVE" TO ED-REASON
                       PERFORM WRITE-DECLARED-EXCEPTION
                 END-EVALUATE
           END-READ.

       WRITE-DECLARED-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE "DECLARE" TO ED-SOURCE
           MOVE SPACES TO ED-TRANS-ID
           MOVE SPACES TO ED-TIME
           MOVE DT-CASHIER-ID TO ED-CASHIER-ID
           MOVE SPACES TO ED-SITE
           WRITE ExceptionLine FROM ExcDetailLine
               AFTER ADVANCING 1 LINE.
