       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResellerSettlement.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResellerMaster ASSIGN TO "ResellerMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PresoldTickets ASSIGN TO "PresoldTickets.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ResellerStatements
               ASSIGN TO "ResellerStatements.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ResellerPayables ASSIGN TO "ResellerPayables.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ResellerMaster.
       COPY RESELLER.

       FD PresoldTickets.
       COPY PRESOLD.

       FD ResellerStatements.
       01 StatementLine        PIC X(72).

       FD ResellerPayables.
       01 ResellerPayableRec.
           02 RP-RESELLER      PIC X(6).
           02 FILLER           PIC X.
           02 RP-PERIOD        PIC 9(6).
           02 FILLER           PIC X.
           02 RP-NAME          PIC X(30).
           02 FILLER           PIC X.
           02 RP-AMOUNT        PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 RESELLER-EOF         PIC X VALUE 'N'.
           88 END-OF-RESELLERS VALUE 'Y'.
       01 PRESALE-EOF          PIC X VALUE 'N'.
           88 END-OF-PRESOLD   VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           02 WS-TODAY-MONTH-KEY PIC 9(6).
           02 FILLER           PIC 99.
       01 WS-SETTLE-MONTH      PIC 9(6) VALUE ZERO.
       01 WS-SETTLE-SPLIT REDEFINES WS-SETTLE-MONTH.
           02 WS-SETTLE-YEAR   PIC 9(4).
           02 WS-SETTLE-MM     PIC 99.
       01 WS-WORK-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
           02 WS-WORK-MONTH-KEY PIC 9(6).
           02 FILLER           PIC 99.

       01 RESELLER-TABLE-MAX   PIC 9(3) VALUE 100.
       01 RESELLER-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 RESELLER-IDX         PIC 9(3) VALUE ZERO.
       01 WS-RESELLER-IDX      PIC 9(3) VALUE ZERO.
       01 WS-NEW-RESELLER      PIC X(6) VALUE SPACES.
       01 RESELLER-TABLE.
           02 RESELLER-ENTRY OCCURS 100 TIMES.
               03 RT-CODE          PIC X(6).
               03 RT-NAME          PIC X(30).
               03 RT-RATE          PIC 99V99.
               03 RT-BASIS         PIC X.
                   88 RT-PAID-ON-SOLD VALUE 'S'.
               03 RT-SOLD          PIC 9(5).
               03 RT-SOLD-VALUE    PIC 9(7)V99.
               03 RT-REDEEMED      PIC 9(5).
               03 RT-REDEEMED-VALUE PIC 9(7)V99.
               03 RT-UNREDEEMED    PIC 9(5).
               03 RT-UNREDEEMED-VALUE PIC 9(7)V99.
               03 RT-COMMISSION    PIC 9(7)V99.

       01 TICKET-TABLE-MAX     PIC 9(4) VALUE 2000.
       01 TICKET-TABLE-COUNT   PIC 9(4) VALUE ZERO.
       01 TICKET-IDX           PIC 9(4) VALUE ZERO.
       01 TICKET-TABLE.
           02 TICKET-ENTRY OCCURS 2000 TIMES.
               03 TK-TICKET-NO     PIC 9(6).
               03 TK-VISIT-DATE    PIC 9(8).
               03 TK-BAND          PIC X(6).
               03 TK-PRICE         PIC 9(3)V99.
               03 TK-STATUS        PIC X.
                   88 TK-IS-REDEEMED VALUE 'R'.
               03 TK-RESELLER-IDX  PIC 9(3).
               03 TK-COMMISSION    PIC 9(5)V99.

       01 STATEMENTS-WRITTEN   PIC 9(3) VALUE ZERO.
       01 PAYABLES-WRITTEN     PIC 9(3) VALUE ZERO.
       01 TOTAL-COMMISSION     PIC 9(9)V99 VALUE ZEROS.

       01 StatementHeading1.
           02 FILLER           PIC X(37)
               VALUE " Reseller Commission Statement for ".
           02 SH1-YEAR         PIC 9(4).
           02 FILLER           PIC X VALUE "/".
           02 SH1-MONTH        PIC 99.
       01 StatementHeading2.
           02 FILLER           PIC X(11) VALUE " Reseller: ".
           02 SH2-CODE         PIC X(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SH2-NAME         PIC X(30).
       01 StatementHeading3.
           02 FILLER           PIC X(19)
               VALUE " Commission rate: ".
           02 SH3-RATE         PIC Z9.99.
           02 FILLER           PIC X(14) VALUE "%  payable on ".
           02 SH3-BASIS        PIC X(25).
       01 StatementHeading4    PIC X(72) VALUE
           " Ticket  Visit Date  Band     Price  Status     Commission".

       01 StatementDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-TICKET-NO     PIC 9(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-VISIT-DATE    PIC 9(8).
           02 FILLER           PIC X(4) VALUE SPACES.
           02 SD-BAND          PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-PRICE         PIC ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-STATUS        PIC X(10).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SD-COMMISSION    PIC ZZ,ZZ9.99.

       01 StatementTotal.
           02 FILLER           PIC X VALUE SPACE.
           02 ST-LABEL         PIC X(20).
           02 ST-COUNT         PIC ZZZZ9.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 ST-VALUE         PIC Z,ZZZ,ZZ9.99.
       01 StatementOwed.
           02 FILLER           PIC X(30)
               VALUE " Commission owed".
           02 SO-AMOUNT        PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SettleResellerCommission.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Settlement month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-SETTLE-MONTH
           EVALUATE TRUE
              WHEN WS-SETTLE-MM < 1 OR WS-SETTLE-MM > 12
                 DISPLAY "Invalid settlement month."
              WHEN WS-SETTLE-MONTH NOT < WS-TODAY-MONTH-KEY
                 DISPLAY "Settlement month has not yet ended."
              WHEN OTHER
                 PERFORM LOAD-RESELLER-TABLE
                 PERFORM LOAD-MONTH-TICKETS
                 PERFORM COMPUTE-COMMISSION
                 OPEN OUTPUT ResellerStatements
                 OPEN OUTPUT ResellerPayables
                 PERFORM WRITE-RESELLER-STATEMENT
                     VARYING RESELLER-IDX FROM 1 BY 1
                     UNTIL RESELLER-IDX > RESELLER-TABLE-COUNT
                 CLOSE ResellerPayables
                 CLOSE ResellerStatements
                 DISPLAY "Reseller settlement complete."
                 DISPLAY "Tickets settled:     " TICKET-TABLE-COUNT
                 DISPLAY "Statements written:  " STATEMENTS-WRITTEN
                 DISPLAY "Payables written:    " PAYABLES-WRITTEN
                 DISPLAY "Commission owed:     " TOTAL-COMMISSION
           END-EVALUATE
           STOP RUN.

       LOAD-RESELLER-TABLE.
           MOVE ZERO TO RESELLER-TABLE-COUNT
           MOVE 'N' TO RESELLER-EOF
           OPEN INPUT ResellerMaster
           PERFORM READ-RESELLER UNTIL END-OF-RESELLERS
           CLOSE ResellerMaster.

       READ-RESELLER.
           READ ResellerMaster
              AT END
                 SET END-OF-RESELLERS TO TRUE
              NOT AT END
                 MOVE RS-CODE TO WS-NEW-RESELLER
                 PERFORM ADD-RESELLER-ENTRY
                 MOVE RS-NAME TO RT-NAME(RESELLER-TABLE-COUNT)
                 MOVE RS-COMMISSION-RATE
                     TO RT-RATE(RESELLER-TABLE-COUNT)
                 MOVE RS-COMMISSION-BASIS
                     TO RT-BASIS(RESELLER-TABLE-COUNT)
           END-READ.

       ADD-RESELLER-ENTRY.
           IF RESELLER-TABLE-COUNT >= RESELLER-TABLE-MAX
              PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           ADD 1 TO RESELLER-TABLE-COUNT
           MOVE WS-NEW-RESELLER TO RT-CODE(RESELLER-TABLE-COUNT)
           MOVE ZERO TO RT-RATE(RESELLER-TABLE-COUNT)
           MOVE 'R' TO RT-BASIS(RESELLER-TABLE-COUNT)
           MOVE ZERO TO RT-SOLD(RESELLER-TABLE-COUNT)
           MOVE ZERO TO RT-SOLD-VALUE(RESELLER-TABLE-COUNT)
           MOVE ZERO TO RT-REDEEMED(RESELLER-TABLE-COUNT)
           MOVE ZERO TO RT-REDEEMED-VALUE(RESELLER-TABLE-COUNT)
           MOVE ZERO TO RT-UNREDEEMED(RESELLER-TABLE-COUNT)
           MOVE ZERO TO RT-UNREDEEMED-VALUE(RESELLER-TABLE-COUNT)
           MOVE ZERO TO RT-COMMISSION(RESELLER-TABLE-COUNT).

      * Tickets settle in the month of their visit date, by which
      * time each has either been redeemed or gone unused.
       LOAD-MONTH-TICKETS.
           MOVE ZERO TO TICKET-TABLE-COUNT
           MOVE 'N' TO PRESALE-EOF
           OPEN INPUT PresoldTickets
           PERFORM READ-PRESOLD-TICKET UNTIL END-OF-PRESOLD
           CLOSE PresoldTickets.

       READ-PRESOLD-TICKET.
           READ PresoldTickets
              AT END
                 SET END-OF-PRESOLD TO TRUE
              NOT AT END
                 MOVE PS-VISIT-DATE TO WS-WORK-DATE
                 IF PS-RESELLER NOT = SPACES
                    AND WS-WORK-MONTH-KEY = WS-SETTLE-MONTH
                    PERFORM STORE-MONTH-TICKET
                 END-IF
           END-READ.

       STORE-MONTH-TICKET.
           IF TICKET-TABLE-COUNT >= TICKET-TABLE-MAX
              PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           PERFORM LOOKUP-RESELLER
           IF WS-RESELLER-IDX = ZERO
              MOVE PS-RESELLER TO WS-NEW-RESELLER
              PERFORM ADD-RESELLER-ENTRY
              MOVE "*** NOT ON RESELLER MASTER ***"
                  TO RT-NAME(RESELLER-TABLE-COUNT)
              MOVE RESELLER-TABLE-COUNT TO WS-RESELLER-IDX
           END-IF
           ADD 1 TO TICKET-TABLE-COUNT
           MOVE PS-TICKET-NO TO TK-TICKET-NO(TICKET-TABLE-COUNT)
           MOVE PS-VISIT-DATE TO TK-VISIT-DATE(TICKET-TABLE-COUNT)
           MOVE PS-BAND TO TK-BAND(TICKET-TABLE-COUNT)
           MOVE PS-PRICE TO TK-PRICE(TICKET-TABLE-COUNT)
           MOVE PS-STATUS TO TK-STATUS(TICKET-TABLE-COUNT)
           MOVE WS-RESELLER-IDX TO TK-RESELLER-IDX(TICKET-TABLE-COUNT)
           MOVE ZERO TO TK-COMMISSION(TICKET-TABLE-COUNT)
           ADD 1 TO RT-SOLD(WS-RESELLER-IDX)
           ADD PS-PRICE TO RT-SOLD-VALUE(WS-RESELLER-IDX)
           IF PS-IS-REDEEMED
              ADD 1 TO RT-REDEEMED(WS-RESELLER-IDX)
              ADD PS-PRICE TO RT-REDEEMED-VALUE(WS-RESELLER-IDX)
           ELSE
              ADD 1 TO RT-UNREDEEMED(WS-RESELLER-IDX)
              ADD PS-PRICE TO RT-UNREDEEMED-VALUE(WS-RESELLER-IDX)
           END-IF.

       LOOKUP-RESELLER.
           MOVE ZERO TO WS-RESELLER-IDX
           PERFORM FIND-RESELLER
               VARYING RESELLER-IDX FROM 1 BY 1
               UNTIL RESELLER-IDX > RESELLER-TABLE-COUNT.

       FIND-RESELLER.
           IF RT-CODE(RESELLER-IDX) = PS-RESELLER
              MOVE RESELLER-IDX TO WS-RESELLER-IDX
           END-IF.

       COMPUTE-COMMISSION.
           PERFORM COMPUTE-TICKET-COMMISSION
               VARYING TICKET-IDX FROM 1 BY 1
               UNTIL TICKET-IDX > TICKET-TABLE-COUNT.

       COMPUTE-TICKET-COMMISSION.
           MOVE TK-RESELLER-IDX(TICKET-IDX) TO WS-RESELLER-IDX
           IF RT-PAID-ON-SOLD(WS-RESELLER-IDX)
              OR TK-IS-REDEEMED(TICKET-IDX)
              COMPUTE TK-COMMISSION(TICKET-IDX) ROUNDED =
                  TK-PRICE(TICKET-IDX) * RT-RATE(WS-RESELLER-IDX)
                  / 100
              ADD TK-COMMISSION(TICKET-IDX)
                  TO RT-COMMISSION(WS-RESELLER-IDX)
           END-IF.

       WRITE-RESELLER-STATEMENT.
           IF RT-SOLD(RESELLER-IDX) > ZERO
              ADD 1 TO STATEMENTS-WRITTEN
              MOVE WS-SETTLE-YEAR TO SH1-YEAR
              MOVE WS-SETTLE-MM TO SH1-MONTH
              WRITE StatementLine FROM StatementHeading1
                  AFTER ADVANCING PAGE
              MOVE RT-CODE(RESELLER-IDX) TO SH2-CODE
              MOVE RT-NAME(RESELLER-IDX) TO SH2-NAME
              WRITE StatementLine FROM StatementHeading2
                  AFTER ADVANCING 2 LINES
              MOVE RT-RATE(RESELLER-IDX) TO SH3-RATE
              IF RT-PAID-ON-SOLD(RESELLER-IDX)
                 MOVE "every ticket sold" TO SH3-BASIS
              ELSE
                 MOVE "tickets redeemed only" TO SH3-BASIS
              END-IF
              WRITE StatementLine FROM StatementHeading3
                  AFTER ADVANCING 1 LINE
              WRITE StatementLine FROM StatementHeading4
                  AFTER ADVANCING 2 LINES
              PERFORM WRITE-STATEMENT-DETAIL
                  VARYING TICKET-IDX FROM 1 BY 1
                  UNTIL TICKET-IDX > TICKET-TABLE-COUNT
              MOVE "Tickets sold" TO ST-LABEL
              MOVE RT-SOLD(RESELLER-IDX) TO ST-COUNT
              MOVE RT-SOLD-VALUE(RESELLER-IDX) TO ST-VALUE
              WRITE StatementLine FROM StatementTotal
                  AFTER ADVANCING 2 LINES
              MOVE "Redeemed" TO ST-LABEL
              MOVE RT-REDEEMED(RESELLER-IDX) TO ST-COUNT
              MOVE RT-REDEEMED-VALUE(RESELLER-IDX) TO ST-VALUE
              WRITE StatementLine FROM StatementTotal
                  AFTER ADVANCING 1 LINE
              MOVE "Unredeemed" TO ST-LABEL
              MOVE RT-UNREDEEMED(RESELLER-IDX) TO ST-COUNT
              MOVE RT-UNREDEEMED-VALUE(RESELLER-IDX) TO ST-VALUE
              WRITE StatementLine FROM StatementTotal
                  AFTER ADVANCING 1 LINE
              MOVE RT-COMMISSION(RESELLER-IDX) TO SO-AMOUNT
              WRITE StatementLine FROM StatementOwed
                  AFTER ADVANCING 2 LINES
              ADD RT-COMMISSION(RESELLER-IDX) TO TOTAL-COMMISSION
              IF RT-COMMISSION(RESELLER-IDX) > ZERO
                 PERFORM WRITE-RESELLER-PAYABLE
              END-IF
           END-IF.

       WRITE-STATEMENT-DETAIL.
           IF TK-RESELLER-IDX(TICKET-IDX) = RESELLER-IDX
              MOVE TK-TICKET-NO(TICKET-IDX) TO SD-TICKET-NO
              MOVE TK-VISIT-DATE(TICKET-IDX) TO SD-VISIT-DATE
              MOVE TK-BAND(TICKET-IDX) TO SD-BAND
              MOVE TK-PRICE(TICKET-IDX) TO SD-PRICE
              IF TK-IS-REDEEMED(TICKET-IDX)
                 MOVE "REDEEMED" TO SD-STATUS
              ELSE
                 MOVE "UNUSED" TO SD-STATUS
              END-IF
              MOVE TK-COMMISSION(TICKET-IDX) TO SD-COMMISSION
              WRITE StatementLine FROM StatementDetail
                  AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-RESELLER-PAYABLE.
           MOVE SPACES TO ResellerPayableRec
           MOVE RT-CODE(RESELLER-IDX) TO RP-RESELLER
           MOVE WS-SETTLE-MONTH TO RP-PERIOD
           MOVE RT-NAME(RESELLER-IDX) TO RP-NAME
           MOVE RT-COMMISSION(RESELLER-IDX) TO RP-AMOUNT
           WRITE ResellerPayableRec
           ADD 1 TO PAYABLES-WRITTEN.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
