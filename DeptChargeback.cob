               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransactionFile ASSIGN TO "AddTransactions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReturnsJournal
               ASSIGN TO "ReturnsJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EquipmentRegister
               ASSIGN TO "EquipmentRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChargebackReport ASSIGN TO "DeptChargeback.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           02 FILLER           PIC X(12).

       FD StockFile.
       COPY STOCK.

       FD DeptAccountMap.
       01 DeptAccountMapRec.
           02 TX-Reference     PIC X(8).
           02 TX-Date          PIC 9(8).

       FD ReturnsJournal.
       COPY STKRTN.

       FD EquipmentRegister.
       COPY EQUIPREG.

       FD ChargebackReport.
       01 ChargebackLine      PIC X(100).

       WORKING-STORAGE SECTION.
       01 JOURNAL-EOF          PIC X VALUE 'N'.
           88 END-OF-JOURNAL   VALUE 'Y'.
       01 RETURNS-EOF          PIC X VALUE 'N'.
           88 END-OF-RETURNS   VALUE 'Y'.
       01 MAP-EOF              PIC X VALUE 'N'.
           88 END-OF-MAP       VALUE 'Y'.
       01 REGISTER-EOF         PIC X VALUE 'N'.
           88 END-OF-REGISTER  VALUE 'Y'.

       01 WS-CHARGE-MONTH      PIC 9(6) VALUE ZEROS.
       01 WS-RECORD-MONTH      PIC 9(6) VALUE ZEROS.
       01 WS-DEPT-FOUND        PIC X VALUE 'N'.
           88 DEPT-FOUND       VALUE 'Y'.
       01 WS-DEPT-IDX          PIC 99 VALUE ZERO.
       01 WS-TALLY-DEPT        PIC X(10) VALUE SPACES.

       01 DEPT-TABLE.
           02 DEPT-ENTRY OCCURS 30 TIMES.
               03 DP-DEPARTMENT PIC X(10).
               03 DP-QTY        PIC 9(7).
               03 DP-VALUE      PIC 9(9)V99.
               03 DP-RETURN-VALUE PIC 9(9)V99.
               03 DP-LOST-VALUE PIC 9(9)V99.

       01 WS-LINE-VALUE        PIC 9(9)V99 VALUE ZEROS.
       01 WS-NET-VALUE         PIC S9(9)V99 VALUE ZEROS.
       01 WS-POST-AMOUNT       PIC 9(5) VALUE ZERO.
       01 WS-DEBIT-ACCOUNT     PIC X(6) VALUE SPACES.
       01 WS-CREDIT-ACCOUNT    PIC X(6) VALUE SPACES.
       01 WS-AMOUNT-TOO-BIG    PIC X VALUE 'N'.
           88 AMOUNT-TOO-BIG   VALUE 'Y'.
       01 TOTAL-CHARGED        PIC S9(9)V99 VALUE ZEROS.
       01 POSTINGS-WRITTEN     PIC 9(4) VALUE ZERO.
       01 UNMAPPED-DEPTS       PIC 9(3) VALUE ZERO.

           02 FILLER           PIC X(38)
               VALUE " Departmental Consumption Chargeback ".
           02 CH-MONTH         PIC 9(6).
       01 ChargebackHeading2.
           02 FILLER           PIC X(43)
               VALUE " Department   Account      Qty        Value".
           02 FILLER           PIC X(12) VALUE "  Lost Equip".
           02 FILLER           PIC X(23)
               VALUE "  Returned          Net".

       01 ChargebackDetail.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-VALUE         PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-LOST-VALUE    PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-RETURN-VALUE  PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-NET-VALUE     PIC -ZZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 CD-NOTE          PIC X(12).

       01 ChargebackTrailer.
           02 FILLER           PIC X(17) VALUE " Total charged: ".
           02 CT-TOTAL         PIC -,---,--9.99.
           02 FILLER           PIC X(12) VALUE " Postings: ".
           02 CT-POSTINGS      PIC ZZZ9.

           PERFORM LOAD-ACCOUNT-MAP
           OPEN INPUT StockFile
           PERFORM TALLY-MONTH-ISSUES
           PERFORM TALLY-MONTH-RETURNS
           PERFORM TALLY-MONTH-LOST-EQUIPMENT
           CLOSE StockFile
           OPEN EXTEND TransactionFile
           OPEN OUTPUT ChargebackReport
                 END-IF
           END-READ.

      * Stock a department returns to stores is credited at the same
      * unit cost its issues are charged at.
       TALLY-MONTH-RETURNS.
           MOVE 'N' TO RETURNS-EOF
           OPEN INPUT ReturnsJournal
           PERFORM READ-RETURNS-LINE UNTIL END-OF-RETURNS
           CLOSE ReturnsJournal.

       READ-RETURNS-LINE.
           READ ReturnsJournal
              AT END
                 SET END-OF-RETURNS TO TRUE
              NOT AT END
                 MOVE RJ-DATE(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-CHARGE-MONTH
                    PERFORM VALUE-ONE-RETURN
                 END-IF
           END-READ.

       VALUE-ONE-RETURN.
           MOVE RJ-STOCK-NUMBER TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE ZERO TO WS-LINE-VALUE
              NOT INVALID KEY
                 COMPUTE WS-LINE-VALUE =
                     RJ-QTY-RETURNED * UnitCost
           END-READ
           MOVE RJ-DEPARTMENT TO WS-TALLY-DEPT
           PERFORM LOCATE-DEPT-ENTRY
           IF WS-DEPT-IDX NOT = ZERO
              ADD WS-LINE-VALUE TO DP-RETURN-VALUE(WS-DEPT-IDX)
           END-IF.

      * Returnable equipment a department or course has lost is charged
      * to it at unit cost in the month the loan was declared lost.
       TALLY-MONTH-LOST-EQUIPMENT.
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT EquipmentRegister
           PERFORM READ-REGISTER-ENTRY UNTIL END-OF-REGISTER
           CLOSE EquipmentRegister.

       READ-REGISTER-ENTRY.
           READ EquipmentRegister
              AT END
                 SET END-OF-REGISTER TO TRUE
              NOT AT END
                 IF EQ-LOST
                    MOVE EQ-LOST-DATE(1:6) TO WS-RECORD-MONTH
                    IF WS-RECORD-MONTH = WS-CHARGE-MONTH
                       PERFORM VALUE-ONE-LOST-ITEM
                    END-IF
                 END-IF
           END-READ.

       VALUE-ONE-LOST-ITEM.
           MOVE EQ-STOCK-NUMBER TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE ZERO TO WS-LINE-VALUE
              NOT INVALID KEY
                 MOVE UnitCost TO WS-LINE-VALUE
           END-READ
           MOVE EQ-HOLDER TO WS-TALLY-DEPT
           PERFORM LOCATE-DEPT-ENTRY
           IF WS-DEPT-IDX NOT = ZERO
              ADD WS-LINE-VALUE TO DP-LOST-VALUE(WS-DEPT-IDX)
           END-IF.

       VALUE-ONE-ISSUE.
           MOVE IJ-STOCK-NUMBER TO StockNumber
           READ StockFile
           PERFORM TALLY-DEPT-CONSUMPTION.

       TALLY-DEPT-CONSUMPTION.
           MOVE IJ-DEPARTMENT TO WS-TALLY-DEPT
           PERFORM LOCATE-DEPT-ENTRY
           IF WS-DEPT-IDX NOT = ZERO
              ADD IJ-QTY-ISSUED TO DP-QTY(WS-DEPT-IDX)
              ADD WS-LINE-VALUE TO DP-VALUE(WS-DEPT-IDX)
           END-IF.

       LOCATE-DEPT-ENTRY.
           MOVE 'N' TO WS-DEPT-FOUND
           MOVE ZERO TO WS-DEPT-IDX
           PERFORM FIND-DEPT
           IF NOT DEPT-FOUND
              IF DEPT-TABLE-COUNT < DEPT-TABLE-MAX
                 ADD 1 TO DEPT-TABLE-COUNT
                 MOVE WS-TALLY-DEPT
                     TO DP-DEPARTMENT(DEPT-TABLE-COUNT)
                 MOVE ZERO TO DP-QTY(DEPT-TABLE-COUNT)
                 MOVE ZERO TO DP-VALUE(DEPT-TABLE-COUNT)
                 MOVE ZERO TO DP-RETURN-VALUE(DEPT-TABLE-COUNT)
                 MOVE ZERO TO DP-LOST-VALUE(DEPT-TABLE-COUNT)
                 MOVE DEPT-TABLE-COUNT TO WS-DEPT-IDX
              END-IF
           END-IF.

       FIND-DEPT.
           IF DP-DEPARTMENT(DEPT-IDX) = WS-TALLY-DEPT
              SET DEPT-FOUND TO TRUE
              MOVE DEPT-IDX TO WS-DEPT-IDX
           END-IF.
           MOVE WS-DEPT-ACCOUNT TO CD-ACCOUNT
           MOVE DP-QTY(DEPT-IDX) TO CD-QTY
           MOVE DP-VALUE(DEPT-IDX) TO CD-VALUE
           MOVE DP-LOST-VALUE(DEPT-IDX) TO CD-LOST-VALUE
           MOVE DP-RETURN-VALUE(DEPT-IDX) TO CD-RETURN-VALUE
           COMPUTE WS-NET-VALUE =
               DP-VALUE(DEPT-IDX) + DP-LOST-VALUE(DEPT-IDX)
               - DP-RETURN-VALUE(DEPT-IDX)
           MOVE WS-NET-VALUE TO CD-NET-VALUE
           MOVE 'N' TO WS-AMOUNT-TOO-BIG
           COMPUTE WS-POST-AMOUNT ROUNDED = WS-NET-VALUE
               ON SIZE ERROR
                   SET AMOUNT-TOO-BIG TO TRUE
                   MOVE ZERO TO WS-POST-AMOUNT
              WHEN NOT MAP-FOUND
                 ADD 1 TO UNMAPPED-DEPTS
                 MOVE "NO ACCOUNT" TO CD-NOTE
              WHEN WS-NET-VALUE = ZERO
                 MOVE "NO VALUE" TO CD-NOTE
              WHEN AMOUNT-TOO-BIG
                 MOVE "NOT POSTED" TO CD-NOTE
                 DISPLAY "*** CHARGE FOR " DP-DEPARTMENT(DEPT-IDX)
                     " EXCEEDS THE LEDGER TRANSACTION SIZE - "
                     "NOT POSTED ***"
              WHEN WS-NET-VALUE < ZERO
                 MOVE "CREDITED" TO CD-NOTE
                 MOVE WS-STORES-ACCOUNT TO WS-DEBIT-ACCOUNT
                 MOVE WS-DEPT-ACCOUNT TO WS-CREDIT-ACCOUNT
                 PERFORM WRITE-CHARGEBACK-POSTING
              WHEN OTHER
                 MOVE "POSTED" TO CD-NOTE
                 MOVE WS-DEPT-ACCOUNT TO WS-DEBIT-ACCOUNT
                 MOVE WS-STORES-ACCOUNT TO WS-CREDIT-ACCOUNT
                 PERFORM WRITE-CHARGEBACK-POSTING
           END-EVALUATE
           WRITE ChargebackLine FROM ChargebackDetail

       WRITE-CHARGEBACK-POSTING.
           ADD 1 TO POSTINGS-WRITTEN
           ADD WS-NET-VALUE TO TOTAL-CHARGED
           MOVE WS-DEBIT-ACCOUNT TO TX-Account
           MOVE 'D' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE "DEPTCHG" TO TX-Reference
           MOVE WS-TODAY-DATE TO TX-Date
           WRITE TransactionRecord
           MOVE WS-CREDIT-ACCOUNT TO TX-Account
           MOVE 'C' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE "DEPTCHG" TO TX-Reference
