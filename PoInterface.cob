       IDENTIFICATION DIVISION.
       PROGRAM-ID. PoInterface.
       AUTHOR. ismail.
      * Supplier purchase order interface.  Send mode writes every
      * order line not yet sent to the supplier to PoInterface.Dat,
      * one HDR/TRL batch per supplier, and marks the lines as
      * awaiting acknowledgement.  Acknowledge mode reads the
      * suppliers' replies from PoAcknowledgements.Dat, where each
      * line is accepted, changed or rejected with a promised date,
      * and updates the order book.  Chase mode lists lines still
      * unacknowledged after a given number of days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OutstandingOrders ASSIGN TO "OutstandingOrders.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ManufacturerFile ASSIGN TO "Manufacturer.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT PoInterfaceFile ASSIGN TO "PoInterface.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SupplierAcks
               ASSIGN TO "PoAcknowledgements.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AckReport ASSIGN TO "PoAckReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AckRejects ASSIGN TO "PoAckRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChaseList ASSIGN TO "PoChaseList.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OutstandingOrders.
       COPY OUTORD.

       FD ManufacturerFile.
       01 ManufacturerRec.
           02 MF-MANF-NUMBER    PIC 9(4).
           02 MF-MANF-NAME      PIC X(20).
           02 MF-CONTACT-NAME   PIC X(20).
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.

       FD StockFile.
       COPY STOCK.

      * PI-LINE-ACTION: O order the line, C cancel a line the supplier
      * was sent earlier.  PI-REQUIRED-DATE is the order date plus
      * the supplier's lead time.  PI-UNIT-PRICE is in the currency
      * of PI-CURRENCY-CODE, 00 being the home currency.
       FD PoInterfaceFile.
       01 PoInterfaceRec.
           02 PI-PO-NUMBER     PIC 9(6).
           02 PI-LINE-ACTION   PIC X.
           02 PI-STOCK-NUMBER  PIC 9(5).
           02 PI-DESCRIPTION   PIC X(30).
           02 PI-UOM           PIC X(4).
           02 PI-QTY           PIC 9(6).
           02 PI-UNIT-PRICE    PIC 9(5)V99.
           02 PI-ORDER-DATE    PIC 9(8).
           02 PI-REQUIRED-DATE PIC 9(8).
           02 PI-CURRENCY-CODE PIC 99.
       01 PoInterfaceControl.
           02 PIC-REC-TYPE     PIC X(4).
               88 PIC-HEADER-REC  VALUE "HDR ".
               88 PIC-TRAILER-REC VALUE "TRL ".
           02 PIC-FILE-ID      PIC X(12).
           02 PIC-DATE         PIC 9(8).
           02 PIC-MANF-NUMBER  PIC 9(4).
       01 PoInterfaceTrailerView.
           02 FILLER           PIC X(4).
           02 PIC-REC-COUNT    PIC 9(7).
           02 PIC-HASH-TOTAL   PIC 9(12).

      * SA-ACTION: A accepted as ordered, M changed (SA-QTY is the
      * quantity the supplier will deliver), R rejected.  The trailer
      * hash is the sum of the PO numbers in the batch.
       FD SupplierAcks.
       01 SupplierAckRec.
           02 SA-PO-NUMBER     PIC X(6).
           02 SA-STOCK-NUMBER  PIC X(5).
           02 SA-ACTION        PIC X.
           02 SA-QTY           PIC X(6).
           02 SA-PROMISED-DATE PIC X(8).
           02 SA-REASON        PIC X(20).
       01 SupplierAckControl.
           02 SAC-REC-TYPE     PIC X(4).
               88 SAC-HEADER-REC  VALUE "HDR ".
               88 SAC-TRAILER-REC VALUE "TRL ".
           02 SAC-FILE-ID      PIC X(12).
           02 SAC-DATE         PIC 9(8).
           02 SAC-MANF-NUMBER  PIC 9(4).
       01 SupplierAckTrailerView.
           02 FILLER           PIC X(4).
           02 SAC-REC-COUNT    PIC 9(7).
           02 SAC-HASH-TOTAL   PIC 9(12).

       FD AckReport.
       01 AckReportLine        PIC X(100).

       FD AckRejects.
       01 AckRejectLine        PIC X(80).

       FD ChaseList.
       01 ChaseListLine        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY DATEVAL.

       01 ORDER-EOF            PIC X VALUE 'N'.
           88 END-OF-ORDERS    VALUE 'Y'.
       01 MANF-EOF             PIC X VALUE 'N'.
           88 END-OF-MANF      VALUE 'Y'.
       01 ACK-EOF              PIC X VALUE 'N'.
           88 END-OF-ACKS      VALUE 'Y'.

       01 RUN-MODE             PIC X VALUE SPACE.
           88 SEND-MODE        VALUE 'S' 's'.
           88 ACKNOWLEDGE-MODE VALUE 'A' 'a'.
           88 CHASE-MODE       VALUE 'C' 'c'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-CHASE-DAYS        PIC 9(3) VALUE ZEROS.

       01 ORDER-TABLE-MAX      PIC 9(4) VALUE 1000.
       01 ORDER-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01 ORDER-IDX            PIC 9(4) VALUE ZERO.
       01 GROUP-IDX            PIC 9(4) VALUE ZERO.
       01 WS-ORDER-FOUND       PIC X VALUE 'N'.
           88 ORDER-FOUND      VALUE 'Y'.
       01 WS-ORDER-IDX         PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-PO         PIC 9(6) VALUE ZEROS.
       01 WS-LOOKUP-STOCK      PIC 9(5) VALUE ZEROS.

       01 ORDER-TABLE.
           02 ORD-ENTRY OCCURS 1000 TIMES.
               03 ORD-PO-NUMBER    PIC 9(6).
               03 ORD-MANF-NUMBER  PIC 9(4).
               03 ORD-STOCK-NUMBER PIC 9(5).
               03 ORD-QTY-ORDERED  PIC 9(6).
               03 ORD-ORDER-DATE   PIC 9(8).
               03 ORD-STATUS       PIC X.
                   88 ORD-IS-OPEN      VALUE 'O'.
                   88 ORD-IS-CANCELLED VALUE 'C'.
               03 ORD-UNIT-PRICE   PIC 9(5)V99.
               03 ORD-ACK-STATUS   PIC X.
                   88 ORD-NOT-SENT     VALUE SPACE.
                   88 ORD-AWAITING-ACK VALUE 'S'.
               03 ORD-SENT-DATE    PIC 9(8).
               03 ORD-PROMISED-DATE PIC 9(8).
               03 ORD-CURRENCY-CODE PIC 99.
               03 ORD-PICKED       PIC X.
                   88 ORD-IS-PICKED VALUE 'Y'.

       01 SUPP-TABLE-MAX       PIC 99 VALUE 50.
       01 SUPP-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 SUPP-IDX             PIC 99 VALUE ZERO.
       01 WS-SUPP-FOUND        PIC X VALUE 'N'.
           88 SUPPLIER-FOUND   VALUE 'Y'.
       01 WS-SUPP-IDX          PIC 99 VALUE ZERO.
       01 WS-LOOKUP-MANF       PIC 9(4) VALUE ZEROS.

       01 SUPPLIER-TABLE.
           02 SUPP-ENTRY OCCURS 50 TIMES.
               03 SP-MANF-NUMBER  PIC 9(4).
               03 SP-MANF-NAME    PIC X(20).
               03 SP-CONTACT-NAME PIC X(20).
               03 SP-PHONE        PIC X(15).
               03 SP-LEAD-DAYS    PIC 9(3).

       01 WS-LINE-QUALIFIES    PIC X VALUE 'N'.
           88 LINE-QUALIFIES   VALUE 'Y'.
       01 WS-GROUP-MANF        PIC 9(4) VALUE ZEROS.

       01 WS-STEP-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-STEP-SPLIT REDEFINES WS-STEP-DATE.
           02 WS-STEP-YEAR     PIC 9(4).
           02 WS-STEP-MONTH    PIC 99.
           02 WS-STEP-DAY      PIC 99.
       01 WS-DAY-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-MONTH-DAYS        PIC 99 VALUE ZERO.
       01 WS-LEAP-REM          PIC 9(4) VALUE ZERO.
       01 WS-WAIT-DAYS         PIC 9(3) VALUE ZERO.

       01 BATCH-REC-COUNT      PIC 9(7) VALUE ZERO.
       01 BATCH-HASH           PIC 9(12) VALUE ZERO.
       01 BATCH-OPEN-SW        PIC X VALUE 'N'.
           88 BATCH-IS-OPEN    VALUE 'Y'.
       01 WS-BATCH-MANF        PIC 9(4) VALUE ZEROS.
       01 WS-PO-HASH           PIC 9(6) VALUE ZEROS.

       01 WS-ACK-VALID         PIC X VALUE 'Y'.
           88 ACK-IS-VALID     VALUE 'Y'.
       01 WS-REJECT-REASON     PIC X(25) VALUE SPACES.
       01 WS-BEFORE-QTY        PIC 9(6) VALUE ZEROS.

       01 BATCHES-SENT         PIC 9(5) VALUE ZERO.
       01 LINES-SENT           PIC 9(5) VALUE ZERO.
       01 ACKS-READ            PIC 9(5) VALUE ZERO.
       01 ACKS-APPLIED         PIC 9(5) VALUE ZERO.
       01 ACKS-REJECTED        PIC 9(5) VALUE ZERO.
       01 LINES-TO-CHASE       PIC 9(5) VALUE ZERO.

       01 AckHeading1          PIC X(100)
           VALUE " Supplier Acknowledgements Applied".
       01 AckHeading2          PIC X(100)
           VALUE " PO     Stock Manf Act  Ordered Confirmed Promised"
           & "  Result".

       01 AckDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-PO-NUMBER     PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-MANF-NUMBER   PIC 9(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AD-ACTION        PIC X.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 AD-BEFORE-QTY    PIC ZZZZZ9.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 AD-AFTER-QTY     PIC ZZZZZ9.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-PROMISED-DATE PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AD-RESULT        PIC X(30).

       01 AckRejectDetail.
           02 AR-MANF-NUMBER   PIC 9(4).
           02 FILLER           PIC X VALUE SPACE.
           02 AR-PO-NUMBER     PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 AR-STOCK-NUMBER  PIC X(5).
           02 FILLER           PIC X VALUE SPACE.
           02 AR-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 AR-REASON        PIC X(25).

       01 ChaseHeading1.
           02 FILLER           PIC X(37)
               VALUE " Purchase Orders Unacknowledged After".
           02 CH-DAYS          PIC ZZ9.
           02 FILLER           PIC X(16) VALUE " Days - as at ".
           02 CH-DATE          PIC 9(8).
       01 ChaseHeading2        PIC X(100)
           VALUE "    PO     Stock    Qty   Sent     Waiting".

       01 ChaseSupplierLine.
           02 FILLER           PIC X(10) VALUE " Supplier ".
           02 CS-MANF-NUMBER   PIC 9(4).
           02 FILLER           PIC X VALUE SPACE.
           02 CS-MANF-NAME     PIC X(20).
           02 FILLER           PIC X(9) VALUE " Contact ".
           02 CS-CONTACT-NAME  PIC X(20).
           02 FILLER           PIC X VALUE SPACE.
           02 CS-PHONE         PIC X(15).

       01 ChaseDetail.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 CD-PO-NUMBER     PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 CD-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 CD-QTY           PIC ZZZZZ9.
           02 FILLER           PIC X VALUE SPACE.
           02 CD-SENT-DATE     PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-WAIT-DAYS     PIC ZZ9.
           02 FILLER           PIC X(5) VALUE " days".

       01 ChaseTrailer.
           02 FILLER           PIC X(22) VALUE " Order lines to chase:".
           02 CT-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       RunPoInterface.
           DISPLAY "Run (S)end orders, (A)cknowledgements or "
               "(C)hase list: " WITH NO ADVANCING
           ACCEPT RUN-MODE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           EVALUATE TRUE
              WHEN SEND-MODE
                 PERFORM LOAD-SUPPLIER-TABLE
                 PERFORM LOAD-ORDER-TABLE
                 PERFORM SEND-ORDER-LINES
                 PERFORM REWRITE-ORDER-FILE
                 DISPLAY "PO interface written."
                 DISPLAY "Supplier batches:   " BATCHES-SENT
                 DISPLAY "Order lines sent:   " LINES-SENT
              WHEN ACKNOWLEDGE-MODE
                 PERFORM LOAD-ORDER-TABLE
                 PERFORM CHECK-ACK-CONTROLS
                 PERFORM APPLY-ACKNOWLEDGEMENTS
                 PERFORM REWRITE-ORDER-FILE
                 DISPLAY "Acknowledgement run complete."
                 DISPLAY "Acknowledgements read:    " ACKS-READ
                 DISPLAY "Acknowledgements applied: " ACKS-APPLIED
                 DISPLAY "Acknowledgements rejected:" ACKS-REJECTED
              WHEN CHASE-MODE
                 DISPLAY "Chase lines unacknowledged after (days): "
                     WITH NO ADVANCING
                 ACCEPT WS-CHASE-DAYS
                 PERFORM LOAD-SUPPLIER-TABLE
                 PERFORM LOAD-ORDER-TABLE
                 PERFORM PRODUCE-CHASE-LIST
                 DISPLAY "Chase list produced. Lines to chase: "
                     LINES-TO-CHASE
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
           END-EVALUATE
           STOP RUN.

       LOAD-SUPPLIER-TABLE.
           MOVE ZERO TO SUPP-TABLE-COUNT
           MOVE 'N' TO MANF-EOF
           OPEN INPUT ManufacturerFile
           PERFORM READ-MANUFACTURER-FILE UNTIL END-OF-MANF
           CLOSE ManufacturerFile.

       READ-MANUFACTURER-FILE.
           READ ManufacturerFile
              AT END
                 SET END-OF-MANF TO TRUE
              NOT AT END
                 IF SUPP-TABLE-COUNT >= SUPP-TABLE-MAX
                    DISPLAY "*** MANUFACTURER FILE LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO SUPP-TABLE-COUNT
                 MOVE MF-MANF-NUMBER
                     TO SP-MANF-NUMBER(SUPP-TABLE-COUNT)
                 MOVE MF-MANF-NAME
                     TO SP-MANF-NAME(SUPP-TABLE-COUNT)
                 MOVE MF-CONTACT-NAME
                     TO SP-CONTACT-NAME(SUPP-TABLE-COUNT)
                 MOVE MF-PHONE TO SP-PHONE(SUPP-TABLE-COUNT)
                 MOVE MF-LEAD-DAYS
                     TO SP-LEAD-DAYS(SUPP-TABLE-COUNT)
           END-READ.

       LOOKUP-SUPPLIER.
           MOVE 'N' TO WS-SUPP-FOUND
           MOVE ZERO TO WS-SUPP-IDX
           PERFORM FIND-SUPPLIER
               VARYING SUPP-IDX FROM 1 BY 1
               UNTIL SUPP-IDX > SUPP-TABLE-COUNT.

       FIND-SUPPLIER.
           IF SP-MANF-NUMBER(SUPP-IDX) = WS-LOOKUP-MANF
              SET SUPPLIER-FOUND TO TRUE
              MOVE SUPP-IDX TO WS-SUPP-IDX
           END-IF.

       LOAD-ORDER-TABLE.
           MOVE ZERO TO ORDER-TABLE-COUNT
           MOVE 'N' TO ORDER-EOF
           OPEN INPUT OutstandingOrders
           PERFORM READ-ORDER-FILE UNTIL END-OF-ORDERS
           CLOSE OutstandingOrders.

       READ-ORDER-FILE.
           READ OutstandingOrders
              AT END
                 SET END-OF-ORDERS TO TRUE
              NOT AT END
                 IF ORDER-TABLE-COUNT >= ORDER-TABLE-MAX
                    DISPLAY "*** ORDER FILE LARGER THAN WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO ORDER-TABLE-COUNT
                 MOVE OO-PO-NUMBER
                     TO ORD-PO-NUMBER(ORDER-TABLE-COUNT)
                 MOVE OO-MANF-NUMBER
                     TO ORD-MANF-NUMBER(ORDER-TABLE-COUNT)
                 MOVE OO-STOCK-NUMBER
                     TO ORD-STOCK-NUMBER(ORDER-TABLE-COUNT)
                 MOVE OO-QTY-ORDERED
                     TO ORD-QTY-ORDERED(ORDER-TABLE-COUNT)
                 MOVE OO-ORDER-DATE
                     TO ORD-ORDER-DATE(ORDER-TABLE-COUNT)
                 MOVE OO-STATUS TO ORD-STATUS(ORDER-TABLE-COUNT)
                 MOVE ZERO TO ORD-UNIT-PRICE(ORDER-TABLE-COUNT)
                 IF OO-UNIT-PRICE IS NUMERIC
                    MOVE OO-UNIT-PRICE
                        TO ORD-UNIT-PRICE(ORDER-TABLE-COUNT)
                 END-IF
                 MOVE OO-ACK-STATUS
                     TO ORD-ACK-STATUS(ORDER-TABLE-COUNT)
                 MOVE ZERO TO ORD-SENT-DATE(ORDER-TABLE-COUNT)
                 IF OO-SENT-DATE IS NUMERIC
                    MOVE OO-SENT-DATE
                        TO ORD-SENT-DATE(ORDER-TABLE-COUNT)
                 END-IF
                 MOVE ZERO TO ORD-PROMISED-DATE(ORDER-TABLE-COUNT)
                 IF OO-PROMISED-DATE IS NUMERIC
                    MOVE OO-PROMISED-DATE
                        TO ORD-PROMISED-DATE(ORDER-TABLE-COUNT)
                 END-IF
                 MOVE ZERO TO ORD-CURRENCY-CODE(ORDER-TABLE-COUNT)
                 IF OO-CURRENCY-CODE IS NUMERIC
                    MOVE OO-CURRENCY-CODE
                        TO ORD-CURRENCY-CODE(ORDER-TABLE-COUNT)
                 END-IF
                 MOVE 'N' TO ORD-PICKED(ORDER-TABLE-COUNT)
           END-READ.

      *****************************************************************
      * Send mode.  Lines are grouped by supplier: the first unsent
      * line found for a supplier opens that supplier's batch and
      * picks up every other unsent line for the same supplier.  A
      * line cancelled after it was sent goes out as a cancellation.
      *****************************************************************
       SEND-ORDER-LINES.
           OPEN INPUT StockFile
           OPEN OUTPUT PoInterfaceFile
           PERFORM SEND-SUPPLIER-BATCH
               VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-TABLE-COUNT
           CLOSE PoInterfaceFile
           CLOSE StockFile.

       CHECK-LINE-TO-SEND.
           MOVE 'N' TO WS-LINE-QUALIFIES
           IF ORD-NOT-SENT(GROUP-IDX)
              AND NOT ORD-IS-PICKED(GROUP-IDX)
              IF ORD-IS-OPEN(GROUP-IDX)
                 OR (ORD-IS-CANCELLED(GROUP-IDX)
                     AND ORD-SENT-DATE(GROUP-IDX) NOT = ZERO)
                 SET LINE-QUALIFIES TO TRUE
              END-IF
           END-IF.

       SEND-SUPPLIER-BATCH.
           MOVE ORDER-IDX TO GROUP-IDX
           PERFORM CHECK-LINE-TO-SEND
           IF LINE-QUALIFIES
              MOVE ORD-MANF-NUMBER(ORDER-IDX) TO WS-GROUP-MANF
              MOVE WS-GROUP-MANF TO WS-LOOKUP-MANF
              PERFORM LOOKUP-SUPPLIER
              MOVE SPACES TO PoInterfaceControl
              MOVE "HDR " TO PIC-REC-TYPE
              MOVE "PURCHORDERS" TO PIC-FILE-ID
              MOVE WS-TODAY-DATE TO PIC-DATE
              MOVE WS-GROUP-MANF TO PIC-MANF-NUMBER
              WRITE PoInterfaceControl
              MOVE ZERO TO BATCH-REC-COUNT
              MOVE ZERO TO BATCH-HASH
              PERFORM SEND-GROUP-LINE
                  VARYING GROUP-IDX FROM ORDER-IDX BY 1
                  UNTIL GROUP-IDX > ORDER-TABLE-COUNT
              MOVE SPACES TO PoInterfaceTrailerView
              MOVE "TRL " TO PoInterfaceTrailerView(1:4)
              MOVE BATCH-REC-COUNT TO PIC-REC-COUNT
              MOVE BATCH-HASH TO PIC-HASH-TOTAL
              WRITE PoInterfaceTrailerView
              ADD 1 TO BATCHES-SENT
           END-IF.

       SEND-GROUP-LINE.
           PERFORM CHECK-LINE-TO-SEND
           IF LINE-QUALIFIES
              AND ORD-MANF-NUMBER(GROUP-IDX) = WS-GROUP-MANF
              PERFORM WRITE-INTERFACE-LINE
              SET ORD-IS-PICKED(GROUP-IDX) TO TRUE
              MOVE 'S' TO ORD-ACK-STATUS(GROUP-IDX)
              MOVE WS-TODAY-DATE TO ORD-SENT-DATE(GROUP-IDX)
              ADD 1 TO BATCH-REC-COUNT
              ADD ORD-QTY-ORDERED(GROUP-IDX) TO BATCH-HASH
              ADD 1 TO LINES-SENT
           END-IF.

       WRITE-INTERFACE-LINE.
           MOVE SPACES TO PoInterfaceRec
           MOVE ORD-PO-NUMBER(GROUP-IDX) TO PI-PO-NUMBER
           IF ORD-IS-CANCELLED(GROUP-IDX)
              MOVE 'C' TO PI-LINE-ACTION
           ELSE
              MOVE 'O' TO PI-LINE-ACTION
           END-IF
           MOVE ORD-STOCK-NUMBER(GROUP-IDX) TO PI-STOCK-NUMBER
           MOVE ORD-STOCK-NUMBER(GROUP-IDX) TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE "ITEM NOT ON STOCK MASTER" TO PI-DESCRIPTION
              NOT INVALID KEY
                 MOVE ItemDescription TO PI-DESCRIPTION
                 MOVE UnitOfMeasure TO PI-UOM
           END-READ
           MOVE ORD-QTY-ORDERED(GROUP-IDX) TO PI-QTY
           MOVE ORD-UNIT-PRICE(GROUP-IDX) TO PI-UNIT-PRICE
           MOVE ORD-CURRENCY-CODE(GROUP-IDX) TO PI-CURRENCY-CODE
           MOVE ORD-ORDER-DATE(GROUP-IDX) TO PI-ORDER-DATE
           MOVE ORD-ORDER-DATE(GROUP-IDX) TO WS-STEP-DATE
           IF SUPPLIER-FOUND
              PERFORM ADD-ONE-DAY
                  VARYING WS-DAY-COUNT FROM 1 BY 1
                  UNTIL WS-DAY-COUNT > SP-LEAD-DAYS(WS-SUPP-IDX)
           END-IF
           MOVE WS-STEP-DATE TO PI-REQUIRED-DATE
           WRITE PoInterfaceRec.

      *****************************************************************
      * Acknowledge mode.  Every supplier batch on the file must
      * balance to its trailer before any of it is applied, so a
      * damaged file leaves the order book untouched.
      *****************************************************************
       CHECK-ACK-CONTROLS.
           MOVE 'N' TO ACK-EOF
           MOVE 'N' TO BATCH-OPEN-SW
           OPEN INPUT SupplierAcks
           PERFORM CHECK-ACK-RECORD UNTIL END-OF-ACKS
           CLOSE SupplierAcks
           IF BATCH-IS-OPEN
              DISPLAY "*** ACKNOWLEDGEMENT BATCH HAS NO "
                  "TRAILER - RUN ABANDONED ***"
              STOP RUN
           END-IF.

       CHECK-ACK-RECORD.
           READ SupplierAcks
              AT END
                 SET END-OF-ACKS TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN SAC-HEADER-REC
                       IF BATCH-IS-OPEN
                          DISPLAY "*** ACKNOWLEDGEMENT BATCH HAS NO "
                              "TRAILER - RUN ABANDONED ***"
                          STOP RUN
                       END-IF
                       SET BATCH-IS-OPEN TO TRUE
                       MOVE ZERO TO BATCH-REC-COUNT
                       MOVE ZERO TO BATCH-HASH
                    WHEN SAC-TRAILER-REC
                       IF NOT BATCH-IS-OPEN
                          OR SAC-REC-COUNT NOT = BATCH-REC-COUNT
                          OR SAC-HASH-TOTAL NOT = BATCH-HASH
                          DISPLAY "*** ACKNOWLEDGEMENT TRAILER DOES "
                              "NOT BALANCE - RUN ABANDONED ***"
                          STOP RUN
                       END-IF
                       MOVE 'N' TO BATCH-OPEN-SW
                    WHEN OTHER
                       IF NOT BATCH-IS-OPEN
                          DISPLAY "*** ACKNOWLEDGEMENT LINE OUTSIDE "
                              "A BATCH - RUN ABANDONED ***"
                          STOP RUN
                       END-IF
                       ADD 1 TO BATCH-REC-COUNT
                       IF SA-PO-NUMBER IS NUMERIC
                          MOVE SA-PO-NUMBER TO WS-PO-HASH
                          ADD WS-PO-HASH TO BATCH-HASH
                       END-IF
                 END-EVALUATE
           END-READ.

       APPLY-ACKNOWLEDGEMENTS.
           MOVE 'N' TO ACK-EOF
           OPEN INPUT SupplierAcks
           OPEN OUTPUT AckReport
           OPEN OUTPUT AckRejects
           WRITE AckReportLine FROM AckHeading1
               AFTER ADVANCING PAGE
           WRITE AckReportLine FROM AckHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-ACKNOWLEDGEMENT UNTIL END-OF-ACKS
           CLOSE SupplierAcks
           CLOSE AckReport
           CLOSE AckRejects.

       READ-ACKNOWLEDGEMENT.
           READ SupplierAcks
              AT END
                 SET END-OF-ACKS TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN SAC-HEADER-REC
                       MOVE SAC-MANF-NUMBER TO WS-BATCH-MANF
                    WHEN SAC-TRAILER-REC
                       CONTINUE
                    WHEN OTHER
                       ADD 1 TO ACKS-READ
                       PERFORM APPLY-ONE-ACK
                 END-EVALUATE
           END-READ.

       APPLY-ONE-ACK.
           PERFORM VALIDATE-ACK
           IF ACK-IS-VALID
              ADD 1 TO ACKS-APPLIED
              MOVE ORD-QTY-ORDERED(WS-ORDER-IDX) TO WS-BEFORE-QTY
              EVALUATE SA-ACTION
                 WHEN 'A'
                    MOVE 'A' TO ORD-ACK-STATUS(WS-ORDER-IDX)
                    MOVE DV-DATE-OUT
                        TO ORD-PROMISED-DATE(WS-ORDER-IDX)
                    MOVE "ACCEPTED" TO AD-RESULT
                 WHEN 'M'
                    MOVE 'M' TO ORD-ACK-STATUS(WS-ORDER-IDX)
                    MOVE SA-QTY TO ORD-QTY-ORDERED(WS-ORDER-IDX)
                    MOVE DV-DATE-OUT
                        TO ORD-PROMISED-DATE(WS-ORDER-IDX)
                    MOVE "CHANGED BY SUPPLIER" TO AD-RESULT
                 WHEN 'R'
                    MOVE 'R' TO ORD-ACK-STATUS(WS-ORDER-IDX)
                    MOVE 'C' TO ORD-STATUS(WS-ORDER-IDX)
                    MOVE ZERO TO ORD-PROMISED-DATE(WS-ORDER-IDX)
                    MOVE SPACES TO AD-RESULT
                    STRING "REJECTED " DELIMITED BY SIZE
                           SA-REASON DELIMITED BY SIZE
                           INTO AD-RESULT
              END-EVALUATE
              PERFORM WRITE-ACK-DETAIL
           ELSE
              ADD 1 TO ACKS-REJECTED
              PERFORM WRITE-ACK-REJECT
           END-IF.

       VALIDATE-ACK.
           MOVE 'Y' TO WS-ACK-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF SA-ACTION NOT = 'A' AND SA-ACTION NOT = 'M'
              AND SA-ACTION NOT = 'R'
              MOVE 'N' TO WS-ACK-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF ACK-IS-VALID
              AND (SA-PO-NUMBER NOT NUMERIC
                   OR SA-STOCK-NUMBER NOT NUMERIC)
              MOVE 'N' TO WS-ACK-VALID
              MOVE "PO/STOCK NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF ACK-IS-VALID AND SA-ACTION = 'M'
              IF SA-QTY NOT NUMERIC
                 MOVE 'N' TO WS-ACK-VALID
                 MOVE "CHANGED QTY INVALID" TO WS-REJECT-REASON
              ELSE
                 IF SA-QTY = ZERO
                    MOVE 'N' TO WS-ACK-VALID
                    MOVE "CHANGED QTY INVALID" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF ACK-IS-VALID AND SA-ACTION NOT = 'R'
              MOVE SA-PROMISED-DATE TO DV-DATE-IN
              PERFORM VALIDATE-DATE-FIELD
              IF NOT DV-DATE-VALID
                 MOVE 'N' TO WS-ACK-VALID
                 MOVE "PROMISED DATE INVALID" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF ACK-IS-VALID
              MOVE SA-PO-NUMBER TO WS-LOOKUP-PO
              MOVE SA-STOCK-NUMBER TO WS-LOOKUP-STOCK
              PERFORM LOOKUP-ORDER-LINE
              EVALUATE TRUE
                 WHEN NOT ORDER-FOUND
                    MOVE 'N' TO WS-ACK-VALID
                    MOVE "ORDER LINE NOT ON FILE"
                        TO WS-REJECT-REASON
                 WHEN ORD-MANF-NUMBER(WS-ORDER-IDX)
                      NOT = WS-BATCH-MANF
                    MOVE 'N' TO WS-ACK-VALID
                    MOVE "NOT THIS SUPPLIER'S LINE"
                        TO WS-REJECT-REASON
                 WHEN ORD-IS-CANCELLED(WS-ORDER-IDX)
                    MOVE 'N' TO WS-ACK-VALID
                    MOVE "LINE ALREADY CANCELLED"
                        TO WS-REJECT-REASON
                 WHEN ORD-NOT-SENT(WS-ORDER-IDX)
                    MOVE 'N' TO WS-ACK-VALID
                    MOVE "LINE NOT SENT TO SUPPLIER"
                        TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

       LOOKUP-ORDER-LINE.
           MOVE 'N' TO WS-ORDER-FOUND
           MOVE ZERO TO WS-ORDER-IDX
           PERFORM FIND-ORDER-LINE
               VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-TABLE-COUNT.

       FIND-ORDER-LINE.
           IF ORD-PO-NUMBER(ORDER-IDX) = WS-LOOKUP-PO
              AND ORD-STOCK-NUMBER(ORDER-IDX) = WS-LOOKUP-STOCK
              SET ORDER-FOUND TO TRUE
              MOVE ORDER-IDX TO WS-ORDER-IDX
           END-IF.

       WRITE-ACK-DETAIL.
           MOVE ORD-PO-NUMBER(WS-ORDER-IDX) TO AD-PO-NUMBER
           MOVE ORD-STOCK-NUMBER(WS-ORDER-IDX) TO AD-STOCK-NUMBER
           MOVE ORD-MANF-NUMBER(WS-ORDER-IDX) TO AD-MANF-NUMBER
           MOVE SA-ACTION TO AD-ACTION
           MOVE WS-BEFORE-QTY TO AD-BEFORE-QTY
           MOVE ORD-QTY-ORDERED(WS-ORDER-IDX) TO AD-AFTER-QTY
           MOVE ORD-PROMISED-DATE(WS-ORDER-IDX) TO AD-PROMISED-DATE
           WRITE AckReportLine FROM AckDetail
               AFTER ADVANCING 1 LINE.

       WRITE-ACK-REJECT.
           MOVE WS-BATCH-MANF TO AR-MANF-NUMBER
           MOVE SA-PO-NUMBER TO AR-PO-NUMBER
           MOVE SA-STOCK-NUMBER TO AR-STOCK-NUMBER
           MOVE SA-ACTION TO AR-ACTION
           MOVE WS-REJECT-REASON TO AR-REASON
           WRITE AckRejectLine FROM AckRejectDetail.

      *****************************************************************
      * Chase mode.  Open lines sent to the supplier and still not
      * acknowledged more than the given number of days later are
      * listed under their supplier with the contact to chase.
      *****************************************************************
       PRODUCE-CHASE-LIST.
           OPEN OUTPUT ChaseList
           MOVE WS-CHASE-DAYS TO CH-DAYS
           MOVE WS-TODAY-DATE TO CH-DATE
           WRITE ChaseListLine FROM ChaseHeading1
               AFTER ADVANCING PAGE
           WRITE ChaseListLine FROM ChaseHeading2
               AFTER ADVANCING 2 LINES
           PERFORM CHASE-SUPPLIER-GROUP
               VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-TABLE-COUNT
           MOVE LINES-TO-CHASE TO CT-COUNT
           WRITE ChaseListLine FROM ChaseTrailer
               AFTER ADVANCING 2 LINES
           CLOSE ChaseList.

       CHECK-LINE-TO-CHASE.
           MOVE 'N' TO WS-LINE-QUALIFIES
           IF ORD-IS-OPEN(GROUP-IDX)
              AND ORD-AWAITING-ACK(GROUP-IDX)
              AND NOT ORD-IS-PICKED(GROUP-IDX)
              MOVE ORD-SENT-DATE(GROUP-IDX) TO WS-STEP-DATE
              MOVE ZERO TO WS-WAIT-DAYS
              PERFORM COUNT-ONE-WAIT-DAY
                  UNTIL WS-STEP-DATE >= WS-TODAY-DATE
                  OR WS-WAIT-DAYS >= 999
              IF WS-WAIT-DAYS > WS-CHASE-DAYS
                 SET LINE-QUALIFIES TO TRUE
              END-IF
           END-IF.

       COUNT-ONE-WAIT-DAY.
           ADD 1 TO WS-WAIT-DAYS
           PERFORM ADD-ONE-DAY.

       CHASE-SUPPLIER-GROUP.
           MOVE ORDER-IDX TO GROUP-IDX
           PERFORM CHECK-LINE-TO-CHASE
           IF LINE-QUALIFIES
              MOVE ORD-MANF-NUMBER(ORDER-IDX) TO WS-GROUP-MANF
              MOVE WS-GROUP-MANF TO WS-LOOKUP-MANF
              PERFORM LOOKUP-SUPPLIER
              MOVE WS-GROUP-MANF TO CS-MANF-NUMBER
              IF SUPPLIER-FOUND
                 MOVE SP-MANF-NAME(WS-SUPP-IDX) TO CS-MANF-NAME
                 MOVE SP-CONTACT-NAME(WS-SUPP-IDX) TO CS-CONTACT-NAME
                 MOVE SP-PHONE(WS-SUPP-IDX) TO CS-PHONE
              ELSE
                 MOVE "UNKNOWN SUPPLIER" TO CS-MANF-NAME
                 MOVE SPACES TO CS-CONTACT-NAME
                 MOVE SPACES TO CS-PHONE
              END-IF
              WRITE ChaseListLine FROM ChaseSupplierLine
                  AFTER ADVANCING 2 LINES
              PERFORM CHASE-GROUP-LINE
                  VARYING GROUP-IDX FROM ORDER-IDX BY 1
                  UNTIL GROUP-IDX > ORDER-TABLE-COUNT
           END-IF.

       CHASE-GROUP-LINE.
           IF ORD-MANF-NUMBER(GROUP-IDX) = WS-GROUP-MANF
              PERFORM CHECK-LINE-TO-CHASE
              IF LINE-QUALIFIES
                 SET ORD-IS-PICKED(GROUP-IDX) TO TRUE
                 ADD 1 TO LINES-TO-CHASE
                 MOVE ORD-PO-NUMBER(GROUP-IDX) TO CD-PO-NUMBER
                 MOVE ORD-STOCK-NUMBER(GROUP-IDX) TO CD-STOCK-NUMBER
                 MOVE ORD-QTY-ORDERED(GROUP-IDX) TO CD-QTY
                 MOVE ORD-SENT-DATE(GROUP-IDX) TO CD-SENT-DATE
                 MOVE WS-WAIT-DAYS TO CD-WAIT-DAYS
                 WRITE ChaseListLine FROM ChaseDetail
                     AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

       ADD-ONE-DAY.
           ADD 1 TO WS-STEP-DAY
           PERFORM GET-STEP-MONTH-DAYS
           IF WS-STEP-DAY > WS-MONTH-DAYS
              MOVE 1 TO WS-STEP-DAY
              ADD 1 TO WS-STEP-MONTH
              IF WS-STEP-MONTH > 12
                 MOVE 1 TO WS-STEP-MONTH
                 ADD 1 TO WS-STEP-YEAR
              END-IF
           END-IF.

       GET-STEP-MONTH-DAYS.
           EVALUATE WS-STEP-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 PERFORM SET-STEP-FEBRUARY-DAYS
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SET-STEP-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS
           DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE 29 TO WS-MONTH-DAYS
              DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-REM
                  REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 28 TO WS-MONTH-DAYS
                 DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE 29 TO WS-MONTH-DAYS
                 END-IF
              END-IF
           END-IF.

       REWRITE-ORDER-FILE.
           OPEN OUTPUT OutstandingOrders
           PERFORM WRITE-ONE-ORDER
               VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-TABLE-COUNT
           CLOSE OutstandingOrders.

       WRITE-ONE-ORDER.
           MOVE SPACES TO OutstandingOrderRec
           MOVE ORD-PO-NUMBER(ORDER-IDX) TO OO-PO-NUMBER
           MOVE ORD-MANF-NUMBER(ORDER-IDX) TO OO-MANF-NUMBER
           MOVE ORD-STOCK-NUMBER(ORDER-IDX) TO OO-STOCK-NUMBER
           MOVE ORD-QTY-ORDERED(ORDER-IDX) TO OO-QTY-ORDERED
           MOVE ORD-ORDER-DATE(ORDER-IDX) TO OO-ORDER-DATE
           MOVE ORD-STATUS(ORDER-IDX) TO OO-STATUS
           MOVE ORD-UNIT-PRICE(ORDER-IDX) TO OO-UNIT-PRICE
           MOVE ORD-ACK-STATUS(ORDER-IDX) TO OO-ACK-STATUS
           MOVE ORD-SENT-DATE(ORDER-IDX) TO OO-SENT-DATE
           MOVE ORD-PROMISED-DATE(ORDER-IDX) TO OO-PROMISED-DATE
           MOVE ORD-CURRENCY-CODE(ORDER-IDX) TO OO-CURRENCY-CODE
           WRITE OutstandingOrderRec.

       COPY DATEVALP.
