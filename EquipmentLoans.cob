       IDENTIFICATION DIVISION.
       PROGRAM-ID. EquipmentLoans.
       AUTHOR. ismail.
      * Serial number register for returnable equipment lent out from
      * stores to park departments and course tutors.
      * (P)rocess applies the day's loan transactions to the register:
      *   R registers a new serial against a stock item,
      *   O checks a serial out to a department or course code with
      *     the date it is due back,
      *   I checks it back in, recording the condition it came back in,
      *   L declares a loan lost - the item leaves stock and the
      *     holder is charged for it by DeptChargeback.
      * (O)verdue lists loans past their due-back date by holder.
      * (A)udit lists every serial by location and holder for the
      * annual equipment audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT OPTIONAL EquipmentRegister
               ASSIGN TO "EquipmentRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EquipmentLoanTrans ASSIGN TO "EquipmentLoanTrans.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EquipmentLoanJournal
               ASSIGN TO "EquipmentLoanJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EquipmentLoanRejects
               ASSIGN TO "EquipmentLoanRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockMovements ASSIGN TO "StockMovements.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EquipmentSortWork ASSIGN TO "EquipmentSortWork.Dat".
           SELECT SortedEquipment ASSIGN TO "SortedEquipment.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OverdueReport ASSIGN TO "EquipmentOverdue.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditListing ASSIGN TO "EquipmentAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD EquipmentRegister.
       COPY EQUIPREG.

       FD EquipmentLoanTrans.
       01 EquipmentLoanTransRec.
           02 ET-ACTION         PIC X.
               88 ET-REGISTER   VALUE 'R'.
               88 ET-CHECK-OUT  VALUE 'O'.
               88 ET-CHECK-IN   VALUE 'I'.
               88 ET-LOST       VALUE 'L'.
           02 FILLER            PIC X.
           02 ET-SERIAL-NUMBER  PIC X(12).
           02 FILLER            PIC X.
           02 ET-STOCK-NUMBER   PIC X(5).
           02 ET-STOCK-NUM REDEFINES ET-STOCK-NUMBER PIC 9(5).
           02 FILLER            PIC X.
           02 ET-HOLDER         PIC X(10).
           02 FILLER            PIC X.
           02 ET-DUE-DATE       PIC X(8).
           02 FILLER            PIC X.
           02 ET-CONDITION      PIC X.
               88 ET-CONDITION-VALID VALUE 'G' 'F' 'D' 'U'.
           02 FILLER            PIC X.
           02 ET-LOCATION       PIC X(20).

       FD EquipmentLoanJournal.
       01 EquipmentLoanJournalRec.
           02 LJ-DATE           PIC 9(8).
           02 FILLER            PIC X.
           02 LJ-ACTION         PIC X.
           02 FILLER            PIC X.
           02 LJ-SERIAL-NUMBER  PIC X(12).
           02 FILLER            PIC X.
           02 LJ-STOCK-NUMBER   PIC 9(5).
           02 FILLER            PIC X.
           02 LJ-HOLDER         PIC X(10).
           02 FILLER            PIC X.
           02 LJ-DUE-DATE       PIC 9(8).
           02 FILLER            PIC X.
           02 LJ-CONDITION      PIC X.
           02 FILLER            PIC X.
           02 LJ-LOCATION       PIC X(20).

       FD EquipmentLoanRejects.
       01 EquipmentLoanRejectLine PIC X(90).

       FD StockMovements.
       01 StockMovementRec.
           02 SMV-DATE          PIC 9(8).
           02 FILLER            PIC X.
           02 SMV-TYPE          PIC X(3).
           02 FILLER            PIC X.
           02 SMV-STOCK-NUMBER  PIC 9(5).
           02 FILLER            PIC X.
           02 SMV-QTY           PIC 9(6).
           02 FILLER            PIC X.
           02 SMV-NEW-BALANCE   PIC 9(6).

       SD EquipmentSortWork.
       01 EquipmentSortRec.
           02 ES-KEY-1          PIC X(20).
           02 ES-KEY-2          PIC X(10).
           02 ES-KEY-3          PIC X(12).
           02 ES-REGISTER-DATA  PIC X(90).

       FD SortedEquipment.
       01 SortedEquipmentRec.
           88 END-OF-SORTED-EQUIPMENT VALUE HIGH-VALUES.
           02 SE-KEY-1          PIC X(20).
           02 SE-KEY-2          PIC X(10).
           02 SE-KEY-3          PIC X(12).
           02 SE-REGISTER-DATA  PIC X(90).

       FD OverdueReport.
       01 OverdueLine           PIC X(100).

       FD AuditListing.
       01 AuditLine             PIC X(110).

       WORKING-STORAGE SECTION.
       01 RUN-MODE              PIC X VALUE SPACE.
           88 PROCESS-MODE      VALUE 'P' 'p'.
           88 OVERDUE-MODE      VALUE 'O' 'o'.
           88 AUDIT-MODE        VALUE 'A' 'a'.

       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.

       01 REGISTER-EOF          PIC X VALUE 'N'.
           88 END-OF-REGISTER   VALUE 'Y'.
       01 TRANS-EOF             PIC X VALUE 'N'.
           88 END-OF-LOAN-TRANS VALUE 'Y'.

       01 EQT-TABLE-MAX         PIC 9(4) VALUE 2000.
       01 EQT-TABLE-COUNT       PIC 9(4) VALUE ZERO.
       01 EQT-IDX               PIC 9(4) VALUE ZERO.
       01 WS-EQT-IDX            PIC 9(4) VALUE ZERO.
       01 EQUIPMENT-TABLE.
           02 EQT-ENTRY OCCURS 2000 TIMES.
               03 EQT-REGISTER-DATA PIC X(90).

       01 WS-REJECT-REASON      PIC X(40) VALUE SPACES.
       01 WS-LOAN-HOLDER        PIC X(10) VALUE SPACES.

       01 TRANS-READ            PIC 9(5) VALUE ZERO.
       01 TRANS-APPLIED         PIC 9(5) VALUE ZERO.
       01 TRANS-REJECTED        PIC 9(5) VALUE ZERO.

       COPY DATEVAL.

       01 WS-STEP-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-STEP-SPLIT REDEFINES WS-STEP-DATE.
           02 WS-STEP-YEAR      PIC 9(4).
           02 WS-STEP-MONTH     PIC 99.
           02 WS-STEP-DAY       PIC 99.
       01 WS-MONTH-DAYS         PIC 99 VALUE ZERO.
       01 WS-LEAP-REM           PIC 9(4) VALUE ZERO.
       01 WS-DAYS-OVERDUE       PIC 9(3) VALUE ZERO.

       01 PrevHolder            PIC X(10) VALUE SPACES.
       01 PrevLocation          PIC X(20) VALUE SPACES.
       01 HOLDER-OVERDUE        PIC 9(5) VALUE ZERO.
       01 TOTAL-OVERDUE         PIC 9(5) VALUE ZERO.
       01 HOLDERS-OVERDUE       PIC 9(5) VALUE ZERO.
       01 LOCATION-ITEMS        PIC 9(5) VALUE ZERO.
       01 TOTAL-ITEMS           PIC 9(5) VALUE ZERO.
       01 WS-DESCRIPTION        PIC X(30) VALUE SPACES.

       01 LoanRejectDetail.
           02 LR-ACTION         PIC X.
           02 FILLER            PIC X VALUE SPACE.
           02 LR-SERIAL-NUMBER  PIC X(12).
           02 FILLER            PIC X VALUE SPACE.
           02 LR-STOCK-NUMBER   PIC X(5).
           02 FILLER            PIC X VALUE SPACE.
           02 LR-HOLDER         PIC X(10).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 LR-REASON         PIC X(40).

       01 OverdueHeading1.
           02 FILLER            PIC X(33)
               VALUE " Equipment Loans Overdue - as at".
           02 OH-DATE           PIC 9(8).
       01 OverdueHeading2       PIC X(100)
           VALUE " Serial       Stock Description                    Ou"
           & "t Date  Due Back  Days Over".

       01 OverdueHolderLine.
           02 FILLER            PIC X(9) VALUE " Holder  ".
           02 OD-HOLDER         PIC X(10).

       01 OverdueDetail.
           02 FILLER            PIC X VALUE SPACE.
           02 OD-SERIAL-NUMBER  PIC X(12).
           02 FILLER            PIC X VALUE SPACE.
           02 OD-STOCK-NUMBER   PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 OD-DESCRIPTION    PIC X(30).
           02 FILLER            PIC X VALUE SPACE.
           02 OD-OUT-DATE       PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 OD-DUE-DATE       PIC 9(8).
           02 FILLER            PIC X(5) VALUE SPACES.
           02 OD-DAYS-OVERDUE   PIC ZZ9.
           02 OD-OVER-FLAG      PIC X VALUE SPACE.

       01 OverdueHolderTotal.
           02 FILLER            PIC X(22) VALUE "   Items overdue:".
           02 OT-COUNT          PIC ZZZZ9.

       01 OverdueTrailer.
           02 FILLER            PIC X(18) VALUE " Holders overdue: ".
           02 OR-HOLDERS        PIC ZZZZ9.
           02 FILLER            PIC X(18) VALUE "  Items overdue:  ".
           02 OR-ITEMS          PIC ZZZZ9.

       01 AuditHeading1.
           02 FILLER            PIC X(47)
               VALUE " Equipment Audit Listing by Location and Holder".
           02 FILLER            PIC X(7) VALUE " as at ".
           02 AH-DATE           PIC 9(8).
       01 AuditHeading2         PIC X(110)
           VALUE " Holder     Serial       Stock Description          "
           & "          Status   Cond  Due Back".

       01 AuditLocationLine.
           02 FILLER            PIC X(11) VALUE " Location  ".
           02 AL-LOCATION       PIC X(20).

       01 AuditDetail.
           02 FILLER            PIC X VALUE SPACE.
           02 AD-HOLDER         PIC X(10).
           02 FILLER            PIC X VALUE SPACE.
           02 AD-SERIAL-NUMBER  PIC X(12).
           02 FILLER            PIC X VALUE SPACE.
           02 AD-STOCK-NUMBER   PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 AD-DESCRIPTION    PIC X(30).
           02 FILLER            PIC X VALUE SPACE.
           02 AD-STATUS         PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 AD-CONDITION      PIC X.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 AD-DUE-DATE       PIC X(8).

       01 AuditLocationTotal.
           02 FILLER            PIC X(22) VALUE "   Items at location:".
           02 AT-COUNT          PIC ZZZZ9.

       01 AuditTrailer.
           02 FILLER            PIC X(22) VALUE " Serials on register:".
           02 AR-ITEMS          PIC ZZZZ9.

       PROCEDURE DIVISION.
       RunEquipmentLoans.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Run (P)rocess loans, (O)verdue report or "
               WITH NO ADVANCING
           DISPLAY "(A)udit listing: " WITH NO ADVANCING
           ACCEPT RUN-MODE
           EVALUATE TRUE
              WHEN PROCESS-MODE
                 PERFORM PROCESS-LOAN-TRANSACTIONS
              WHEN OVERDUE-MODE
                 PERFORM PRODUCE-OVERDUE-REPORT
              WHEN AUDIT-MODE
                 PERFORM PRODUCE-AUDIT-LISTING
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * Process mode.  The register is held in the table while the
      * transactions are applied and written back whole at the end.
      *****************************************************************
       PROCESS-LOAN-TRANSACTIONS.
           PERFORM LOAD-EQUIPMENT-TABLE
           OPEN I-O StockFile
           OPEN INPUT EquipmentLoanTrans
           OPEN EXTEND EquipmentLoanJournal
           OPEN OUTPUT EquipmentLoanRejects
           OPEN EXTEND StockMovements
           MOVE 'N' TO TRANS-EOF
           PERFORM READ-LOAN-TRANS UNTIL END-OF-LOAN-TRANS
           CLOSE StockFile
           CLOSE EquipmentLoanTrans
           CLOSE EquipmentLoanJournal
           CLOSE EquipmentLoanRejects
           CLOSE StockMovements
           PERFORM REWRITE-EQUIPMENT-REGISTER
           DISPLAY "Equipment loan run complete."
           DISPLAY "Transactions read:     " TRANS-READ
           DISPLAY "Transactions applied:  " TRANS-APPLIED
           DISPLAY "Transactions rejected: " TRANS-REJECTED.

       LOAD-EQUIPMENT-TABLE.
           MOVE ZERO TO EQT-TABLE-COUNT
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT EquipmentRegister
           PERFORM READ-EQUIPMENT-REGISTER UNTIL END-OF-REGISTER
           CLOSE EquipmentRegister.

       READ-EQUIPMENT-REGISTER.
           READ EquipmentRegister
              AT END
                 SET END-OF-REGISTER TO TRUE
              NOT AT END
                 IF EQT-TABLE-COUNT >= EQT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO EQT-TABLE-COUNT
                 MOVE EquipmentRegisterRec
                     TO EQT-REGISTER-DATA(EQT-TABLE-COUNT)
           END-READ.

       READ-LOAN-TRANS.
           READ EquipmentLoanTrans
              AT END
                 SET END-OF-LOAN-TRANS TO TRUE
              NOT AT END
                 ADD 1 TO TRANS-READ
                 PERFORM APPLY-LOAN-TRANS
           END-READ.

       APPLY-LOAN-TRANS.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-SERIAL
           EVALUATE TRUE
              WHEN ET-SERIAL-NUMBER = SPACES
                 MOVE "no serial number on transaction"
                     TO WS-REJECT-REASON
              WHEN ET-REGISTER
                 PERFORM APPLY-REGISTER
              WHEN WS-EQT-IDX = ZERO
                 MOVE "serial number not on register"
                     TO WS-REJECT-REASON
              WHEN ET-CHECK-OUT
                 PERFORM APPLY-CHECK-OUT
              WHEN ET-CHECK-IN
                 PERFORM APPLY-CHECK-IN
              WHEN ET-LOST
                 PERFORM APPLY-LOST
              WHEN OTHER
                 MOVE "action must be R, O, I or L" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO TRANS-APPLIED
              PERFORM WRITE-LOAN-JOURNAL
           ELSE
              ADD 1 TO TRANS-REJECTED
              PERFORM WRITE-LOAN-REJECT
           END-IF.

      * Leaves the matching serial in EquipmentRegisterRec and its
      * table position in WS-EQT-IDX, zero when it is not registered.
       FIND-SERIAL.
           MOVE ZERO TO WS-EQT-IDX
           PERFORM CHECK-ONE-SERIAL
               VARYING EQT-IDX FROM 1 BY 1
               UNTIL EQT-IDX > EQT-TABLE-COUNT
               OR WS-EQT-IDX NOT = ZERO
           IF WS-EQT-IDX NOT = ZERO
              MOVE EQT-REGISTER-DATA(WS-EQT-IDX)
                  TO EquipmentRegisterRec
              MOVE EQ-HOLDER TO WS-LOAN-HOLDER
           END-IF.

       CHECK-ONE-SERIAL.
           IF EQT-REGISTER-DATA(EQT-IDX)(1:12) = ET-SERIAL-NUMBER
              MOVE EQT-IDX TO WS-EQT-IDX
           END-IF.

       APPLY-REGISTER.
           EVALUATE TRUE
              WHEN WS-EQT-IDX NOT = ZERO
                 MOVE "serial number already registered"
                     TO WS-REJECT-REASON
              WHEN ET-STOCK-NUMBER NOT NUMERIC
                 MOVE "stock number not numeric" TO WS-REJECT-REASON
              WHEN ET-CONDITION NOT = SPACE
                AND NOT ET-CONDITION-VALID
                 MOVE "condition must be G, F, D or U"
                     TO WS-REJECT-REASON
              WHEN EQT-TABLE-COUNT >= EQT-TABLE-MAX
                 MOVE "register full - serial not added"
                     TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              MOVE ET-STOCK-NUM TO StockNumber
              READ StockFile
                 INVALID KEY
                    MOVE "serial for unknown stock number"
                        TO WS-REJECT-REASON
              END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE SPACES TO EquipmentRegisterRec
              MOVE ET-SERIAL-NUMBER TO EQ-SERIAL-NUMBER
              MOVE ET-STOCK-NUM TO EQ-STOCK-NUMBER
              SET EQ-IN-STORES TO TRUE
              IF ET-LOCATION = SPACES
                 MOVE "STORES" TO EQ-LOCATION
              ELSE
                 MOVE ET-LOCATION TO EQ-LOCATION
              END-IF
              MOVE ZERO TO EQ-OUT-DATE
              MOVE ZERO TO EQ-DUE-DATE
              MOVE ZERO TO EQ-RETURN-DATE
              MOVE ZERO TO EQ-LOST-DATE
              IF ET-CONDITION = SPACE
                 MOVE 'G' TO EQ-CONDITION
              ELSE
                 MOVE ET-CONDITION TO EQ-CONDITION
              END-IF
              ADD 1 TO EQT-TABLE-COUNT
              MOVE EquipmentRegisterRec
                  TO EQT-REGISTER-DATA(EQT-TABLE-COUNT)
           END-IF.

       APPLY-CHECK-OUT.
           MOVE ET-DUE-DATE TO DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           EVALUATE TRUE
              WHEN EQ-ON-LOAN
                 MOVE "already out on loan" TO WS-REJECT-REASON
              WHEN EQ-LOST
                 MOVE "serial written off as lost" TO WS-REJECT-REASON
              WHEN EQ-CONDITION = 'U'
                 MOVE "item is unserviceable" TO WS-REJECT-REASON
              WHEN ET-HOLDER = SPACES
                 MOVE "no department or course to lend to"
                     TO WS-REJECT-REASON
              WHEN NOT DV-DATE-VALID
                 MOVE "due-back date not a valid date"
                     TO WS-REJECT-REASON
              WHEN DV-DATE-OUT < WS-TODAY-DATE
                 MOVE "due-back date already past" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              SET EQ-ON-LOAN TO TRUE
              MOVE ET-HOLDER TO EQ-HOLDER
              IF ET-LOCATION = SPACES
                 MOVE ET-HOLDER TO EQ-LOCATION
              ELSE
                 MOVE ET-LOCATION TO EQ-LOCATION
              END-IF
              MOVE WS-TODAY-DATE TO EQ-OUT-DATE
              MOVE DV-DATE-OUT TO EQ-DUE-DATE
              PERFORM SAVE-REGISTER-ENTRY
           END-IF.

       APPLY-CHECK-IN.
           EVALUATE TRUE
              WHEN NOT EQ-ON-LOAN
                 MOVE "serial is not out on loan" TO WS-REJECT-REASON
              WHEN NOT ET-CONDITION-VALID
                 MOVE "condition must be G, F, D or U"
                     TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              SET EQ-IN-STORES TO TRUE
              MOVE SPACES TO EQ-HOLDER
              IF ET-LOCATION = SPACES
                 MOVE "STORES" TO EQ-LOCATION
              ELSE
                 MOVE ET-LOCATION TO EQ-LOCATION
              END-IF
              MOVE ZERO TO EQ-DUE-DATE
              MOVE WS-TODAY-DATE TO EQ-RETURN-DATE
              MOVE ET-CONDITION TO EQ-CONDITION
              PERFORM SAVE-REGISTER-ENTRY
           END-IF.

      * A loan that is never coming back leaves stock as an issue to
      * its holder; DeptChargeback charges the holder at unit cost.
       APPLY-LOST.
           IF NOT EQ-ON-LOAN
              MOVE "only a serial on loan can be lost"
                  TO WS-REJECT-REASON
           ELSE
              MOVE EQ-STOCK-NUMBER TO StockNumber
              READ StockFile
                 INVALID KEY
                    MOVE "stock item no longer on master"
                        TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF QtyInStock = ZERO
                       MOVE "no stock on master to write off"
                           TO WS-REJECT-REASON
                    END-IF
              END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
              SUBTRACT 1 FROM QtyInStock
              REWRITE StockRec
              MOVE SPACES TO StockMovementRec
              MOVE WS-TODAY-DATE TO SMV-DATE
              MOVE "ISS" TO SMV-TYPE
              MOVE StockNumber TO SMV-STOCK-NUMBER
              MOVE 1 TO SMV-QTY
              MOVE QtyInStock TO SMV-NEW-BALANCE
              WRITE StockMovementRec
              SET EQ-LOST TO TRUE
              MOVE WS-TODAY-DATE TO EQ-LOST-DATE
              PERFORM SAVE-REGISTER-ENTRY
           END-IF.

       SAVE-REGISTER-ENTRY.
           MOVE EquipmentRegisterRec TO EQT-REGISTER-DATA(WS-EQT-IDX).

       WRITE-LOAN-JOURNAL.
           MOVE SPACES TO EquipmentLoanJournalRec
           MOVE WS-TODAY-DATE TO LJ-DATE
           MOVE ET-ACTION TO LJ-ACTION
           MOVE EQ-SERIAL-NUMBER TO LJ-SERIAL-NUMBER
           MOVE EQ-STOCK-NUMBER TO LJ-STOCK-NUMBER
           MOVE EQ-HOLDER TO LJ-HOLDER
           IF ET-CHECK-IN
              MOVE WS-LOAN-HOLDER TO LJ-HOLDER
           END-IF
           MOVE EQ-DUE-DATE TO LJ-DUE-DATE
           MOVE EQ-CONDITION TO LJ-CONDITION
           MOVE EQ-LOCATION TO LJ-LOCATION
           WRITE EquipmentLoanJournalRec.

       WRITE-LOAN-REJECT.
           MOVE ET-ACTION TO LR-ACTION
           MOVE ET-SERIAL-NUMBER TO LR-SERIAL-NUMBER
           MOVE ET-STOCK-NUMBER TO LR-STOCK-NUMBER
           MOVE ET-HOLDER TO LR-HOLDER
           MOVE WS-REJECT-REASON TO LR-REASON
           WRITE EquipmentLoanRejectLine FROM LoanRejectDetail.

       REWRITE-EQUIPMENT-REGISTER.
           OPEN OUTPUT EquipmentRegister
           PERFORM WRITE-ONE-REGISTER-ENTRY
               VARYING EQT-IDX FROM 1 BY 1
               UNTIL EQT-IDX > EQT-TABLE-COUNT
           CLOSE EquipmentRegister.

       WRITE-ONE-REGISTER-ENTRY.
           MOVE EQT-REGISTER-DATA(EQT-IDX) TO EquipmentRegisterRec
           WRITE EquipmentRegisterRec.

      *****************************************************************
      * Overdue report.  Loans past their due-back date, by holder and
      * then by how long they have been due.
      *****************************************************************
       PRODUCE-OVERDUE-REPORT.
           SORT EquipmentSortWork
               ON ASCENDING KEY ES-KEY-2 ES-KEY-1 ES-KEY-3
               INPUT PROCEDURE IS SELECT-OVERDUE-LOANS
               GIVING SortedEquipment
           OPEN INPUT StockFile
           OPEN INPUT SortedEquipment
           OPEN OUTPUT OverdueReport
           MOVE WS-TODAY-DATE TO OH-DATE
           WRITE OverdueLine FROM OverdueHeading1
               AFTER ADVANCING PAGE
           WRITE OverdueLine FROM OverdueHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-SORTED-EQUIPMENT
           PERFORM REPORT-ONE-HOLDER UNTIL END-OF-SORTED-EQUIPMENT
           MOVE HOLDERS-OVERDUE TO OR-HOLDERS
           MOVE TOTAL-OVERDUE TO OR-ITEMS
           WRITE OverdueLine FROM OverdueTrailer
               AFTER ADVANCING 2 LINES
           CLOSE StockFile
           CLOSE SortedEquipment
           CLOSE OverdueReport
           DISPLAY "Overdue report produced. Items overdue: "
               TOTAL-OVERDUE.

       SELECT-OVERDUE-LOANS.
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT EquipmentRegister
           PERFORM READ-REGISTER-FOR-OVERDUE UNTIL END-OF-REGISTER
           CLOSE EquipmentRegister.

       READ-REGISTER-FOR-OVERDUE.
           READ EquipmentRegister
              AT END
                 SET END-OF-REGISTER TO TRUE
              NOT AT END
                 IF EQ-ON-LOAN AND EQ-DUE-DATE < WS-TODAY-DATE
                    MOVE EQ-DUE-DATE TO ES-KEY-1
                    MOVE EQ-HOLDER TO ES-KEY-2
                    MOVE EQ-SERIAL-NUMBER TO ES-KEY-3
                    MOVE EquipmentRegisterRec TO ES-REGISTER-DATA
                    RELEASE EquipmentSortRec
                 END-IF
           END-READ.

       READ-SORTED-EQUIPMENT.
           READ SortedEquipment
              AT END SET END-OF-SORTED-EQUIPMENT TO TRUE
           END-READ.

       REPORT-ONE-HOLDER.
           MOVE SE-KEY-2 TO PrevHolder
           MOVE ZERO TO HOLDER-OVERDUE
           ADD 1 TO HOLDERS-OVERDUE
           MOVE PrevHolder TO OD-HOLDER
           WRITE OverdueLine FROM OverdueHolderLine
               AFTER ADVANCING 2 LINES
           PERFORM REPORT-ONE-OVERDUE
               UNTIL END-OF-SORTED-EQUIPMENT
               OR SE-KEY-2 NOT = PrevHolder
           MOVE HOLDER-OVERDUE TO OT-COUNT
           WRITE OverdueLine FROM OverdueHolderTotal
               AFTER ADVANCING 1 LINE.

       REPORT-ONE-OVERDUE.
           MOVE SE-REGISTER-DATA TO EquipmentRegisterRec
           PERFORM LOOKUP-DESCRIPTION
           MOVE EQ-DUE-DATE TO WS-STEP-DATE
           MOVE ZERO TO WS-DAYS-OVERDUE
           PERFORM COUNT-ONE-OVERDUE-DAY
               UNTIL WS-STEP-DATE >= WS-TODAY-DATE
               OR WS-DAYS-OVERDUE >= 999
           MOVE EQ-SERIAL-NUMBER TO OD-SERIAL-NUMBER
           MOVE EQ-STOCK-NUMBER TO OD-STOCK-NUMBER
           MOVE WS-DESCRIPTION TO OD-DESCRIPTION
           MOVE EQ-OUT-DATE TO OD-OUT-DATE
           MOVE EQ-DUE-DATE TO OD-DUE-DATE
           MOVE WS-DAYS-OVERDUE TO OD-DAYS-OVERDUE
           IF WS-DAYS-OVERDUE >= 999
              MOVE '+' TO OD-OVER-FLAG
           ELSE
              MOVE SPACE TO OD-OVER-FLAG
           END-IF
           WRITE OverdueLine FROM OverdueDetail
               AFTER ADVANCING 1 LINE
           ADD 1 TO HOLDER-OVERDUE
           ADD 1 TO TOTAL-OVERDUE
           PERFORM READ-SORTED-EQUIPMENT.

       COUNT-ONE-OVERDUE-DAY.
           ADD 1 TO WS-DAYS-OVERDUE
           PERFORM ADD-ONE-DAY.

       LOOKUP-DESCRIPTION.
           MOVE EQ-STOCK-NUMBER TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE "*** UNKNOWN STOCK ITEM ***" TO WS-DESCRIPTION
              NOT INVALID KEY
                 MOVE ItemDescription TO WS-DESCRIPTION
           END-READ.

      *****************************************************************
      * Audit listing.  Every serial on the register, by where it is
      * kept and who holds it, so the audit team can walk the sites.
      *****************************************************************
       PRODUCE-AUDIT-LISTING.
           SORT EquipmentSortWork
               ON ASCENDING KEY ES-KEY-1 ES-KEY-2 ES-KEY-3
               INPUT PROCEDURE IS SELECT-AUDIT-SERIALS
               GIVING SortedEquipment
           OPEN INPUT StockFile
           OPEN INPUT SortedEquipment
           OPEN OUTPUT AuditListing
           MOVE WS-TODAY-DATE TO AH-DATE
           WRITE AuditLine FROM AuditHeading1
               AFTER ADVANCING PAGE
           WRITE AuditLine FROM AuditHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-SORTED-EQUIPMENT
           PERFORM AUDIT-ONE-LOCATION UNTIL END-OF-SORTED-EQUIPMENT
           MOVE TOTAL-ITEMS TO AR-ITEMS
           WRITE AuditLine FROM AuditTrailer
               AFTER ADVANCING 2 LINES
           CLOSE StockFile
           CLOSE SortedEquipment
           CLOSE AuditListing
           DISPLAY "Equipment audit listing produced. Serials: "
               TOTAL-ITEMS.

      * Lost serials are no longer anywhere to be audited.
       SELECT-AUDIT-SERIALS.
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT EquipmentRegister
           PERFORM READ-REGISTER-FOR-AUDIT UNTIL END-OF-REGISTER
           CLOSE EquipmentRegister.

       READ-REGISTER-FOR-AUDIT.
           READ EquipmentRegister
              AT END
                 SET END-OF-REGISTER TO TRUE
              NOT AT END
                 IF NOT EQ-LOST
                    MOVE EQ-LOCATION TO ES-KEY-1
                    MOVE EQ-HOLDER TO ES-KEY-2
                    MOVE EQ-SERIAL-NUMBER TO ES-KEY-3
                    MOVE EquipmentRegisterRec TO ES-REGISTER-DATA
                    RELEASE EquipmentSortRec
                 END-IF
           END-READ.

       AUDIT-ONE-LOCATION.
           MOVE SE-KEY-1 TO PrevLocation
           MOVE ZERO TO LOCATION-ITEMS
           MOVE PrevLocation TO AL-LOCATION
           WRITE AuditLine FROM AuditLocationLine
               AFTER ADVANCING 2 LINES
           PERFORM AUDIT-ONE-SERIAL
               UNTIL END-OF-SORTED-EQUIPMENT
               OR SE-KEY-1 NOT = PrevLocation
           MOVE LOCATION-ITEMS TO AT-COUNT
           WRITE AuditLine FROM AuditLocationTotal
               AFTER ADVANCING 1 LINE.

       AUDIT-ONE-SERIAL.
           MOVE SE-REGISTER-DATA TO EquipmentRegisterRec
           PERFORM LOOKUP-DESCRIPTION
           IF EQ-HOLDER = SPACES
              MOVE "STORES" TO AD-HOLDER
           ELSE
              MOVE EQ-HOLDER TO AD-HOLDER
           END-IF
           MOVE EQ-SERIAL-NUMBER TO AD-SERIAL-NUMBER
           MOVE EQ-STOCK-NUMBER TO AD-STOCK-NUMBER
           MOVE WS-DESCRIPTION TO AD-DESCRIPTION
           MOVE EQ-CONDITION TO AD-CONDITION
           IF EQ-ON-LOAN
              MOVE "ON LOAN" TO AD-STATUS
              MOVE EQ-DUE-DATE TO AD-DUE-DATE
           ELSE
              MOVE "IN STORE" TO AD-STATUS
              MOVE SPACES TO AD-DUE-DATE
           END-IF
           WRITE AuditLine FROM AuditDetail
               AFTER ADVANCING 1 LINE
           ADD 1 TO LOCATION-ITEMS
           ADD 1 TO TOTAL-ITEMS
           PERFORM READ-SORTED-EQUIPMENT.

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

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** EQUIPMENT REGISTER LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.

       COPY DATEVALP.
