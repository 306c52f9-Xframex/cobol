               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MovementReport ASSIGN TO "MovementReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StockNumber.

       DATA DIVISION.
       FILE SECTION.
           02 SMV-NEW-BALANCE   PIC 9(6).

       FD MovementReport.
       01 MovementReportLine    PIC X(105).

       FD StockFile.
       COPY STOCK.

       WORKING-STORAGE SECTION.
       01 LEDGER-EOF           PIC X VALUE 'N'.
           02 FILLER           PIC X(37)
               VALUE " Monthly Stock Movement Report - ".
           02 MH-MONTH         PIC 9(6).
       01 MovementHeading2.
           02 FILLER           PIC X(74)
               VALUE " Stock    Opening       In      Out  Closing"
               & "  QuarNet  Trfs  ReorderChgs".
           02 FILLER           PIC X(11) VALUE "Description".

       01 MovementDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 MV-TRANSFERS     PIC ZZZ9.
           02 FILLER           PIC X(6) VALUE SPACES.
           02 MV-REQ-CHANGES   PIC ZZZ9.
           02 FILLER           PIC X(11) VALUE SPACES.
           02 MV-DESCRIPTION   PIC X(30).

       PROCEDURE DIVISION.
       ReportStockMovements.
           PERFORM TALLY-MOVEMENT UNTIL END-OF-LEDGER
           CLOSE StockMovements
           OPEN OUTPUT MovementReport
           OPEN INPUT StockFile
           MOVE WS-REPORT-MONTH TO MH-MONTH
           WRITE MovementReportLine FROM MovementHeading1
               AFTER ADVANCING PAGE
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-TABLE-COUNT
           CLOSE MovementReport
           CLOSE StockFile
           STOP RUN.

       TALLY-MOVEMENT.
              EVALUATE SMV-TYPE
                 WHEN "RCP"
                 WHEN "QRL"
                 WHEN "RTN"
                    PERFORM SET-OPENING-FROM-RECEIPT
                    ADD SMV-QTY TO ITM-QTY-IN(WS-FOUND-IDX)
                    MOVE SMV-NEW-BALANCE TO ITM-CLOSING(WS-FOUND-IDX)
                    END-IF
                 WHEN "ISS"
                 WHEN "EXP"
                 WHEN "WOF"
                 WHEN "RTL"
                    PERFORM SET-OPENING-FROM-ISSUE
                    ADD SMV-QTY TO ITM-QTY-OUT(WS-FOUND-IDX)
                    MOVE SMV-NEW-BALANCE TO ITM-CLOSING(WS-FOUND-IDX)
           MOVE ITM-QUAR-NET(ITEM-IDX) TO MV-QUAR-NET
           MOVE ITM-TRANSFERS(ITEM-IDX) TO MV-TRANSFERS
           MOVE ITM-REQ-CHANGES(ITEM-IDX) TO MV-REQ-CHANGES
           MOVE ITM-STOCK-NUMBER(ITEM-IDX) TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE "** NOT ON STOCK MASTER **" TO MV-DESCRIPTION
              NOT INVALID KEY
                 MOVE ItemDescription TO MV-DESCRIPTION
           END-READ
           WRITE MovementReportLine FROM MovementDetailLine
               AFTER ADVANCING 1 LINE.
