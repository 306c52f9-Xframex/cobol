               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExchangeRateFile ASSIGN TO "ExchangeRate.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GroupFxOpenItems ASSIGN TO "GroupFxOpenItems.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 ER-RateToHome      PIC 9(3)V9999.
           02 ER-AsOfDate        PIC 9(8).

       FD GroupFxOpenItems.
       COPY GRPFXOI.

       WORKING-STORAGE SECTION.
       01 BOOKING-TABLE-MAX    PIC 99 VALUE 50.
       01 BOOKING-TABLE-COUNT  PIC 99 VALUE ZERO.

       WRITE-RECEIVABLES-REPORT.
           OPEN OUTPUT ReceivablesReport
           OPEN OUTPUT GroupFxOpenItems
           WRITE ReceivablesLine FROM ReceivablesHeading1
               AFTER ADVANCING PAGE
           WRITE ReceivablesLine FROM ReceivablesHeading2
           WRITE ReceivablesLine FROM FxTrailerLine
               AFTER ADVANCING 1 LINE
           CLOSE ReceivablesReport
           CLOSE GroupFxOpenItems
           DISPLAY "Open group receivables: " OPEN-RECEIVABLES.

       WRITE-BOOKING-LINE.
               AFTER ADVANCING 1 LINE
           IF BK-CONTRACT-RATE(BOOKING-IDX) > ZERO
              PERFORM WRITE-FX-CONTRACT-LINE
              IF WS-OUTSTANDING > ZERO
                 PERFORM WRITE-FX-OPEN-ITEM
              END-IF
           END-IF.

       WRITE-FX-CONTRACT-LINE.
           MOVE WS-FX-GAIN-LOSS TO FX-GAIN-LOSS
           WRITE ReceivablesLine FROM FxContractDetail
               AFTER ADVANCING 1 LINE.

      * An open foreign booking is passed on for month-end
      * revaluation, its balance restated in the booking currency at
      * the contracted rate.
       WRITE-FX-OPEN-ITEM.
           MOVE SPACES TO GroupFxOpenItemRec
           MOVE BK-REF(BOOKING-IDX) TO GF-REF
           MOVE BK-ORGANIZATION(BOOKING-IDX) TO GF-ORGANIZATION
           MOVE BK-VISIT-DATE(BOOKING-IDX) TO GF-VISIT-DATE
           MOVE BK-CURRENCY(BOOKING-IDX) TO GF-CURRENCY
           MOVE BK-CONTRACT-RATE(BOOKING-IDX) TO GF-CONTRACT-RATE
           COMPUTE GF-FOREIGN-AMOUNT ROUNDED =
               WS-OUTSTANDING / BK-CONTRACT-RATE(BOOKING-IDX)
           MOVE WS-OUTSTANDING TO GF-HOME-AMOUNT
           WRITE GroupFxOpenItemRec.
