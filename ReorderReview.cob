       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD StockMovements.
       01 StockMovementRec.
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.

       FD ReorderProposals.
       01 ReorderProposalRec.
              AT END
                 SET END-OF-MOVEMENTS TO TRUE
              NOT AT END
                 IF SMV-TYPE = "ISS" OR SMV-TYPE = "RTL"
                    OR SMV-TYPE = "RTN"
                    PERFORM TALLY-STOCK-USAGE
                 END-IF
           END-READ.
                 MOVE USAGE-TABLE-COUNT TO WS-USAGE-IDX
              END-IF
           END-IF
      * Stock returned by a department was never consumed, so it
      * comes back off the usage.
           IF WS-USAGE-IDX NOT = ZERO
              IF SMV-TYPE = "RTN"
                 IF SMV-QTY > US-ISSUED(WS-USAGE-IDX)
                    MOVE ZERO TO US-ISSUED(WS-USAGE-IDX)
                 ELSE
                    SUBTRACT SMV-QTY FROM US-ISSUED(WS-USAGE-IDX)
                 END-IF
              ELSE
                 ADD SMV-QTY TO US-ISSUED(WS-USAGE-IDX)
              END-IF
           END-IF.

       FIND-USAGE-ENTRY.
