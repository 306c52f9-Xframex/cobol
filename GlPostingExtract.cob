       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BandTotalsFile ASSIGN TO "BandTotals.Dat".
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VatRegister ASSIGN TO "VatRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GroupBookings ASSIGN TO "GroupBookings.Dat"
       FD BandTotalsFile.
       COPY BANDTOT.

       FD AdmissionsLog.
       COPY ADMLOG.

       FD VatRegister.
       COPY VATREG.

       WORKING-STORAGE SECTION.
       01 HISTORY-EOF          PIC X VALUE 'N'.
           88 END-OF-HISTORY   VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 REGISTER-EOF         PIC X VALUE 'N'.
           88 END-OF-REGISTER  VALUE 'Y'.
       01 BOOKINGS-EOF         PIC X VALUE 'N'.
               03 BK-MONTH      PIC 9(6).

       01 ADMIT-REVENUE        PIC 9(9)V99 VALUE ZEROS.
       01 EVENT-REVENUE        PIC 9(9)V99 VALUE ZEROS.
       01 WS-TICKET-PRICE      PIC 9(4)V99 VALUE ZEROS.
       01 VAT-OUTPUT           PIC S9(9)V99 VALUE ZEROS.
       01 PARK-VAT-OUTPUT      PIC S9(9)V99 VALUE ZEROS.
       01 GROUP-INVOICED       PIC 9(9)V99 VALUE ZEROS.
       01 GROUP-RECEIPTS       PIC 9(9)V99 VALUE ZEROS.
       01 WS-LINE-VAT          PIC 9(5)V99 VALUE ZEROS.
           PERFORM LOAD-RATE-TABLE
           PERFORM LOOKUP-GROUP-BAND-PRICES
           PERFORM TOTAL-ADMISSIONS-REVENUE
           PERFORM TOTAL-EVENT-REVENUE
           PERFORM TOTAL-VAT-OUTPUT
           PERFORM TOTAL-GROUP-ACTIVITY
           OPEN EXTEND TransactionFile
           MOVE ADMIT-REVENUE TO WS-SOURCE-AMOUNT
           MOVE "ADMIT" TO WS-REFERENCE
           PERFORM POST-ONE-SOURCE
           MOVE "EVENT" TO WS-LOOKUP-SOURCE
           MOVE EVENT-REVENUE TO WS-SOURCE-AMOUNT
           MOVE "EVENT" TO WS-REFERENCE
           PERFORM POST-ONE-SOURCE
           MOVE "VATOUT" TO WS-LOOKUP-SOURCE
           MOVE VAT-OUTPUT TO WS-SOURCE-AMOUNT
           MOVE "VATOUT" TO WS-REFERENCE
           PERFORM POST-ONE-SOURCE
           MOVE "PARKVAT" TO WS-LOOKUP-SOURCE
           MOVE PARK-VAT-OUTPUT TO WS-SOURCE-AMOUNT
           MOVE "PARKVAT" TO WS-REFERENCE
           PERFORM POST-ONE-SOURCE
           MOVE "GRPINV" TO WS-LOOKUP-SOURCE
           MOVE GROUP-INVOICED TO WS-SOURCE-AMOUNT
           MOVE "GRPINV" TO WS-REFERENCE
                 END-IF
           END-READ.

      * Event tickets are kept out of the band totals, so their
      * takings are picked up from the admissions log.
       TOTAL-EVENT-REVENUE.
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM TALLY-EVENT-TICKET UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       TALLY-EVENT-TICKET.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 MOVE AL-DATE(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-POST-MONTH
                    AND AL-ENTRY-TYPE = 'T'
                    MOVE AL-PRICE TO WS-TICKET-PRICE
                    ADD WS-TICKET-PRICE TO EVENT-REVENUE
                 END-IF
           END-READ.

       TOTAL-VAT-OUTPUT.
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT VatRegister
                 MOVE VRG-Date(1:6) TO WS-RECORD-MONTH
                 IF WS-RECORD-MONTH = WS-POST-MONTH
                    MOVE VRG-VAT TO WS-LINE-VAT
                    IF VRG-Customer(1:5) = "PARK-"
                       PERFORM TALLY-PARK-VAT-LINE
                    ELSE
                       IF VRG-DocType = 'C'
                          SUBTRACT WS-LINE-VAT FROM VAT-OUTPUT
                       ELSE
                          ADD WS-LINE-VAT TO VAT-OUTPUT
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      * Park takings are booked to revenue VAT-inclusive (the gate
      * takings through ADMIT and EVENT), so their VAT is moved out of
      * revenue under its own source rather than raised again with
      * VATOUT.
       TALLY-PARK-VAT-LINE.
           IF VRG-DocType = 'C'
              SUBTRACT WS-LINE-VAT FROM PARK-VAT-OUTPUT
           ELSE
              ADD WS-LINE-VAT TO PARK-VAT-OUTPUT
           END-IF.

       TOTAL-GROUP-ACTIVITY.
           MOVE 'N' TO BOOKINGS-EOF
           OPEN INPUT GroupBookings
