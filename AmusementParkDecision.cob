               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PresaleCounterFile
               ASSIGN TO "PresaleCounter.Dat".
           SELECT OPTIONAL ResellerMaster
               ASSIGN TO "ResellerMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ResellerAllocations
               ASSIGN TO "ResellerAllocations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventMaster ASSIGN TO "EventMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PricingCalendar
               ASSIGN TO "PricingCalendar.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SupervisorFile ASSIGN TO "Supervisors.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoyaltyControl
               ASSIGN TO "LoyaltyControl.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoyaltyLedger ASSIGN TO "LoyaltyLedger.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 RideVoucherLine     PIC X(50).

       FD VoucherMaster.
       COPY VOUCHER.

       FD VoucherRedemptions.
       01 VoucherRedemptionRec.
           02 VRD-DISCOUNT        PIC 9(3)V99.

       FD PresoldTickets.
       COPY PRESOLD.

       FD ResellerMaster.
       COPY RESELLER.

       FD ResellerAllocations.
       01 ResellerAllocationRec.
           02 RA-RESELLER     PIC X(6).
           02 FILLER          PIC X.
           02 RA-VISIT-DATE   PIC 9(8).
           02 FILLER          PIC X.
           02 RA-ALLOCATION   PIC 9(5).

       FD EventMaster.
       COPY EVENT.

       FD PresaleCounterFile.
       01 PresaleCounterRec.
           02 PCAL-FACTOR     PIC 9V99.

       FD GiftCardFile.
       COPY GIFTCARD.

       FD GiftCardRedemptions.
       01 GiftCardRedemptionRec.
           02 AJ-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X.
           02 AJ-VALUE        PIC 9(7)V99.
           02 FILLER          PIC X.
           02 AJ-MEMBER-ID    PIC 9(7).

       FD LoyaltyControl.
       COPY LOYCTL.

       FD LoyaltyLedger.
       COPY LOYALTY.

       FD SupervisorFile.
       01 SupervisorRec.
           88 REDEEM-MODE        VALUE 'D' 'd'.
           88 COMP-MODE          VALUE 'C' 'c'.
           88 OVERRIDE-MODE      VALUE 'O' 'o'.
           88 EVENT-SALE-MODE    VALUE 'T' 't'.
           88 EVENT-SCAN-MODE    VALUE 'S' 's'.

       01 WS-NEXT-TRANS-ID    PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-TYPE       PIC X VALUE 'A'.
           88 GATE-REENTRY-EVENT VALUE 'E' 'e'.
       01 WS-GATE-TRANS-ID    PIC 9(6) VALUE ZERO.

       01 EVENT-EOF           PIC X VALUE 'N'.
           88 END-OF-EVENTS   VALUE 'Y'.
       01 WS-EVENT-FOUND      PIC X VALUE 'N'.
           88 EVENT-IS-FOUND  VALUE 'Y'.
       01 WS-EVENT-NAME       PIC X(30) VALUE SPACES.
       01 WS-EVENT-START-TIME PIC 9(4) VALUE ZERO.
       01 WS-EVENT-CAPACITY   PIC 9(5) VALUE ZERO.
       01 WS-EVENT-SOLD       PIC 9(5) VALUE ZERO.
       01 WS-EVENT-PRICES.
           02 WS-EVENT-INFANT-PRICE PIC 999V99 VALUE ZEROS.
           02 WS-EVENT-CHILD-PRICE  PIC 999V99 VALUE ZEROS.
           02 WS-EVENT-TEEN-PRICE   PIC 999V99 VALUE ZEROS.
           02 WS-EVENT-ADULT-PRICE  PIC 999V99 VALUE ZEROS.
           02 WS-EVENT-SENIOR-PRICE PIC 999V99 VALUE ZEROS.
       01 WS-EVENT-TICKET-ID  PIC 9(6) VALUE ZERO.
       01 WS-EVENT-TICKET-SW  PIC X VALUE 'N'.
           88 EVENT-TICKET-FOUND   VALUE 'Y'.
       01 WS-EVENT-SCANNED-SW PIC X VALUE 'N'.
           88 EVENT-TICKET-SCANNED VALUE 'Y'.
       01 WS-SCAN-HHMM        PIC 9(4) VALUE ZERO.

       01 PRESALE-TABLE-MAX     PIC 9(3) VALUE 500.
       01 PRESALE-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 PRESALE-IDX           PIC 9(3) VALUE ZERO.
           88 PRESOLD-TICKET-FOUND VALUE 'Y'.
       01 WS-TICKET-IDX         PIC 9(3) VALUE ZERO.
       01 WS-NEXT-TICKET-NO     PIC 9(6) VALUE ZERO.
       01 RESELLER-EOF          PIC X VALUE 'N'.
           88 END-OF-RESELLERS  VALUE 'Y'.
       01 ALLOCATION-EOF        PIC X VALUE 'N'.
           88 END-OF-ALLOCATIONS VALUE 'Y'.
       01 WS-RESELLER-CODE      PIC X(6) VALUE SPACES.
       01 WS-RESELLER-FOUND     PIC X VALUE 'N'.
           88 RESELLER-FOUND    VALUE 'Y'.
       01 WS-RESELLER-ACTIVE    PIC X VALUE 'N'.
           88 RESELLER-IS-ACTIVE VALUE 'A'.
       01 WS-RESELLER-ALLOCATION PIC 9(5) VALUE ZERO.
       01 WS-RESELLER-SOLD      PIC 9(5) VALUE ZERO.
       01 WS-PRESALE-ALLOWED    PIC X VALUE 'Y'.
           88 PRESALE-ALLOWED   VALUE 'Y'.
       01 WS-VISIT-DATE         PIC 9(8) VALUE ZEROS.

       01 CALENDAR-TABLE-MAX    PIC 99 VALUE 60.
           88 GIFT-CARD-APPLIED VALUE 'Y'.
       01 WS-GIFT-CARD-DEBIT    PIC 9(5)V99 VALUE ZEROS.

       01 LOYALTY-EOF           PIC X VALUE 'N'.
           88 END-OF-LOYALTY    VALUE 'Y'.
       01 WS-LOYALTY-SCHEME     PIC X VALUE 'N'.
           88 LOYALTY-SCHEME-ACTIVE VALUE 'Y'.
       01 WS-LOYALTY-BALANCE    PIC S9(8) VALUE ZERO.
       01 WS-LOYALTY-ANSWER     PIC X VALUE 'N'.
           88 REDEEM-LOYALTY-POINTS VALUE 'Y' 'y'.
       01 WS-POINTS-NEEDED      PIC 9(8) VALUE ZERO.
       01 WS-POINTS-REDEEMED    PIC 9(7) VALUE ZERO.
       01 WS-POINTS-DEBIT       PIC 9(5)V99 VALUE ZEROS.
       01 WS-LOYALTY-APPLIED    PIC X VALUE 'N'.
           88 LOYALTY-POINTS-APPLIED VALUE 'Y'.

       01 WS-TENDER-ANSWER      PIC X VALUE 'C'.
           88 CASH-TENDER-ANSWER VALUE 'C' 'c'.
           88 CARD-TENDER-ANSWER VALUE 'D' 'd'.
               03 GCT-ISSUE-DATE PIC 9(8).
               03 GCT-STATUS     PIC X.
                   88 GCT-IS-CLOSED VALUE 'C'.
                   88 GCT-IS-REMITTED VALUE 'R'.
               03 GCT-LAST-ACTIVITY PIC 9(8).
               03 GCT-LAST-FEE-DATE PIC 9(8).

       01 TIER-HEADING          PIC X(40)
           VALUE " Revenue by calendar tier".
               03 PST-PRICE       PIC 9(3)V99.
               03 PST-STATUS      PIC X.
                   88 PST-IS-REDEEMED VALUE 'R'.
               03 PST-RESELLER    PIC X(6).

       01 WS-REFUND-TRANS-ID  PIC 9(6) VALUE ZERO.
       01 WS-REASON-CODE      PIC X(10) VALUE SPACES.
       01 RideVoucherNone      PIC X(40)
           VALUE "   No rides available for this ticket".

       01 VOUCHER-TABLE-MAX     PIC 9(3) VALUE 999.
       01 VOUCHER-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 VOUCHER-EOF           PIC X  VALUE 'N'.
           88 END-OF-VOUCHERS   VALUE 'Y'.
       01 VOUCHER-IDX           PIC 9(4) VALUE ZERO.
       01 WS-VOUCHER-CODE       PIC X(8) VALUE SPACES.
       01 WS-VOUCHER-FOUND      PIC X VALUE 'N'.
           88 VOUCHER-CODE-FOUND VALUE 'Y'.
       01 WS-VOUCHER-IDX        PIC 9(3) VALUE ZERO.
       01 WS-VOUCHER-APPLIED    PIC X VALUE 'N'.
           88 VOUCHER-IS-APPLIED VALUE 'Y'.
       01 WS-VOUCHER-DISCOUNT   PIC 999V99 VALUE ZEROS.
           88 END-OF-REDEMPTIONS VALUE 'Y'.

       01 VOUCHER-TABLE.
           02 VOUCHER-ENTRY OCCURS 999 TIMES.
               03 VT-CODE             PIC X(8).
               03 VT-DISC-TYPE        PIC X.
               03 VT-DISC-VALUE       PIC 9(3)V99.
           PERFORM LOAD-VOUCHER-TABLE
           PERFORM LOAD-REDEMPTION-COUNTS
           PERFORM LOAD-GIFT-CARD-TABLE
           PERFORM LOAD-LOYALTY-CONTROL
           PERFORM INIT-BAND-TOTALS
           PERFORM LOAD-TRANS-COUNTER
           PERFORM LOAD-PARK-CAPACITY
                  WITH NO ADVANCING
              DISPLAY "(V)oid/refund, gate (E)xit/re-entry, "
                  WITH NO ADVANCING
              DISPLAY "(P)re-sale, re(D)emption, (C)omp, "
                  WITH NO ADVANCING
              DISPLAY "(O)verride, event (T)icket "
                  WITH NO ADVANCING
              DISPLAY "or event (S)can mode: " WITH NO ADVANCING
              ACCEPT RUN-MODE
           END-IF

                 PERFORM PROCESS-COMP-ADMISSION
              WHEN OVERRIDE-MODE
                 PERFORM PROCESS-PRICE-OVERRIDE
              WHEN EVENT-SALE-MODE
                 PERFORM PROCESS-EVENT-SALE
              WHEN EVENT-SCAN-MODE
                 PERFORM PROCESS-EVENT-SCAN
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
                 MOVE 'E' TO EL-SEVERITY
           PERFORM CHECK-MEMBERSHIP
           PERFORM CHECK-VOUCHER
           PERFORM CHECK-GIFT-CARD
           PERFORM CHECK-LOYALTY-POINTS
           PERFORM CONVERT-PRICE-IF-FOREIGN
           PERFORM DISPLAY-PRICE
           PERFORM ACCEPT-FOREIGN-TENDER
              AT END
                 SET END-OF-VOUCHERS TO TRUE
              NOT AT END
                 IF VOUCHER-TABLE-COUNT >= VOUCHER-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO VOUCHER-TABLE-COUNT
                 MOVE VM-CODE TO VT-CODE(VOUCHER-TABLE-COUNT)
                 MOVE VM-DISC-TYPE
                     TO VT-DISC-TYPE(VOUCHER-TABLE-COUNT)
                 MOVE VM-DISC-VALUE
                     TO VT-DISC-VALUE(VOUCHER-TABLE-COUNT)
                 MOVE VM-VALID-FROM
                     TO VT-VALID-FROM(VOUCHER-TABLE-COUNT)
                 MOVE VM-VALID-TO
                     TO VT-VALID-TO(VOUCHER-TABLE-COUNT)
                 MOVE VM-MAX-REDEMPTIONS
                     TO VT-MAX-REDEMPTIONS(VOUCHER-TABLE-COUNT)
                 MOVE ZERO
                     TO VT-REDEEMED-COUNT(VOUCHER-TABLE-COUNT)
           END-READ.

       LOAD-REDEMPTION-COUNTS.
                     TO GCT-ISSUE-DATE(GIFT-CARD-TABLE-COUNT)
                 MOVE GC-STATUS
                     TO GCT-STATUS(GIFT-CARD-TABLE-COUNT)
                 IF GC-LAST-ACTIVITY NUMERIC
                    AND GC-LAST-ACTIVITY NOT = ZERO
                    MOVE GC-LAST-ACTIVITY
                        TO GCT-LAST-ACTIVITY(GIFT-CARD-TABLE-COUNT)
                 ELSE
                    MOVE GC-ISSUE-DATE
                        TO GCT-LAST-ACTIVITY(GIFT-CARD-TABLE-COUNT)
                 END-IF
                 IF GC-LAST-FEE-DATE NUMERIC
                    MOVE GC-LAST-FEE-DATE
                        TO GCT-LAST-FEE-DATE(GIFT-CARD-TABLE-COUNT)
                 ELSE
                    MOVE ZERO
                        TO GCT-LAST-FEE-DATE(GIFT-CARD-TABLE-COUNT)
                 END-IF
           END-READ.

       CHECK-GIFT-CARD.
                 WHEN GCT-IS-CLOSED(WS-GIFT-CARD-IDX)
                    DISPLAY "Gift card " WS-GIFT-CARD-NO
                        " is closed - ignored"
                 WHEN GCT-IS-REMITTED(WS-GIFT-CARD-IDX)
                    DISPLAY "Gift card " WS-GIFT-CARD-NO
                        " balance remitted as unclaimed - ignored"
                 WHEN GCT-BALANCE(WS-GIFT-CARD-IDX) = ZERO
                    DISPLAY "Gift card " WS-GIFT-CARD-NO
                        " has no balance - ignored"
           SUBTRACT WS-GIFT-CARD-DEBIT FROM WS-PRICE
           SUBTRACT WS-GIFT-CARD-DEBIT
               FROM GCT-BALANCE(WS-GIFT-CARD-IDX)
           MOVE WS-TODAY-DATE TO GCT-LAST-ACTIVITY(WS-GIFT-CARD-IDX)
           SET GIFT-CARD-APPLIED TO TRUE
           DISPLAY "Gift card covers " WS-GIFT-CARD-DEBIT
               " $ - remaining balance "
           CLOSE GiftCardFile.

       WRITE-ONE-GIFT-CARD.
           MOVE SPACES TO GiftCardRec
           MOVE GCT-CARD-NO(GIFT-CARD-IDX) TO GC-CARD-NO
           MOVE GCT-BALANCE(GIFT-CARD-IDX) TO GC-BALANCE
           MOVE GCT-ISSUE-DATE(GIFT-CARD-IDX) TO GC-ISSUE-DATE
           MOVE GCT-STATUS(GIFT-CARD-IDX) TO GC-STATUS
           MOVE GCT-LAST-ACTIVITY(GIFT-CARD-IDX) TO GC-LAST-ACTIVITY
           MOVE GCT-LAST-FEE-DATE(GIFT-CARD-IDX) TO GC-LAST-FEE-DATE
           WRITE GiftCardRec.

       CONVERT-PRICE-IF-FOREIGN.
           MOVE WS-PRICE TO PT-PRICE
           WRITE PricedTicketRec.

       LOAD-LOYALTY-CONTROL.
           MOVE 'N' TO WS-LOYALTY-SCHEME
           MOVE 'N' TO LOYALTY-EOF
           OPEN INPUT LoyaltyControl
           READ LoyaltyControl
              AT END
                 SET END-OF-LOYALTY TO TRUE
           END-READ
           CLOSE LoyaltyControl
           IF NOT END-OF-LOYALTY AND LC-POINT-VALUE > ZERO
              SET LOYALTY-SCHEME-ACTIVE TO TRUE
           END-IF.

       CHECK-LOYALTY-POINTS.
           MOVE 'N' TO WS-LOYALTY-APPLIED
           MOVE ZERO TO WS-POINTS-REDEEMED
           MOVE ZERO TO WS-POINTS-DEBIT
           IF LOYALTY-SCHEME-ACTIVE AND MEMBERSHIP-IS-ACTIVE
              AND WS-PRICE > ZERO
              PERFORM TOTAL-LOYALTY-BALANCE
              IF WS-LOYALTY-BALANCE > ZERO
                 DISPLAY "Member has " WS-LOYALTY-BALANCE
                     " points - redeem? (Y/N): " WITH NO ADVANCING
                 ACCEPT WS-LOYALTY-ANSWER
                 IF REDEEM-LOYALTY-POINTS
                    PERFORM APPLY-LOYALTY-TENDER
                 END-IF
              END-IF
           END-IF.

       TOTAL-LOYALTY-BALANCE.
           MOVE ZERO TO WS-LOYALTY-BALANCE
           MOVE 'N' TO LOYALTY-EOF
           OPEN INPUT LoyaltyLedger
           PERFORM SCAN-LOYALTY-LEDGER UNTIL END-OF-LOYALTY
           CLOSE LoyaltyLedger.

       SCAN-LOYALTY-LEDGER.
           READ LoyaltyLedger
              AT END
                 SET END-OF-LOYALTY TO TRUE
              NOT AT END
                 IF LL-MEMBER-ID = WS-MEMBER-ID
                    IF LL-EARNED
                       ADD LL-POINTS TO WS-LOYALTY-BALANCE
                    ELSE
                       SUBTRACT LL-POINTS FROM WS-LOYALTY-BALANCE
                    END-IF
                 END-IF
           END-READ.

      * Points are taken in whole points; a part-covered price leaves
      * the remainder to be paid by the tender already chosen.
       APPLY-LOYALTY-TENDER.
           COMPUTE WS-POINTS-NEEDED = WS-PRICE / LC-POINT-VALUE
           IF WS-POINTS-NEEDED * LC-POINT-VALUE < WS-PRICE
              ADD 1 TO WS-POINTS-NEEDED
           END-IF
           IF WS-LOYALTY-BALANCE >= WS-POINTS-NEEDED
              MOVE WS-POINTS-NEEDED TO WS-POINTS-REDEEMED
              MOVE WS-PRICE TO WS-POINTS-DEBIT
           ELSE
              MOVE WS-LOYALTY-BALANCE TO WS-POINTS-REDEEMED
              COMPUTE WS-POINTS-DEBIT =
                  WS-POINTS-REDEEMED * LC-POINT-VALUE
           END-IF
           IF WS-POINTS-DEBIT > ZERO
              SUBTRACT WS-POINTS-DEBIT FROM WS-PRICE
              SET LOYALTY-POINTS-APPLIED TO TRUE
              DISPLAY "Loyalty points cover " WS-POINTS-DEBIT
                  " $ - " WS-POINTS-REDEEMED " points redeemed"
           END-IF.

       WRITE-LOYALTY-REDEMPTION.
           MOVE WS-MEMBER-ID TO LL-MEMBER-ID
           MOVE WS-TODAY-DATE TO LL-DATE
           MOVE "RDM" TO LL-TYPE
           MOVE "ADM" TO LL-SOURCE
           MOVE AL-TRANS-ID TO LL-TRANS-ID
           MOVE WS-POINTS-REDEEMED TO LL-POINTS
           MOVE ZERO TO LL-EXPIRY-DATE
           OPEN EXTEND LoyaltyLedger
           WRITE LoyaltyLedgerRec
           CLOSE LoyaltyLedger
           MOVE 'N' TO WS-LOYALTY-APPLIED.

       WRITE-ADMISSIONS-LOG.
           ADD 1 TO WS-NEXT-TRANS-ID
           MOVE WS-TODAY-DATE TO AL-DATE
           MOVE ZERO TO AL-TENDERED
           MOVE ZERO TO AL-ORIG-PRICE
           MOVE SPACES TO AL-SUPER-ID
           EVALUATE TRUE
              WHEN LOYALTY-POINTS-APPLIED AND WS-PRICE = ZERO
                 MOVE "LP" TO AL-TENDER
              WHEN GIFT-CARD-APPLIED AND WS-PRICE = ZERO
                 MOVE "GC" TO AL-TENDER
              WHEN OTHER
                 MOVE WS-TENDER-TYPE TO AL-TENDER
           END-EVALUATE
           IF WS-TENDER-TYPE = "FX"
              MOVE WS-TENDER-CURRENCY TO AL-CURRENCY
              MOVE WS-TENDERED-AMOUNT TO AL-TENDERED
           IF GIFT-CARD-APPLIED
              PERFORM WRITE-GIFT-CARD-REDEMPTION
           END-IF
           IF LOYALTY-POINTS-APPLIED
              PERFORM WRITE-LOYALTY-REDEMPTION
           END-IF
           PERFORM SAVE-TRANS-COUNTER
           PERFORM ACCUMULATE-BAND-TOTAL
           PERFORM PRINT-RIDE-VOUCHER
                 SET END-OF-LOG-SCAN TO TRUE
              NOT AT END
                 IF AL-DATE = WS-TODAY-DATE
                    EVALUATE AL-ENTRY-TYPE
                       WHEN 'R'
                       WHEN 'X'
                          SUBTRACT 1 FROM WS-IN-PARK-COUNT
                       WHEN 'T'
                          CONTINUE
                       WHEN OTHER
                          ADD 1 TO WS-IN-PARK-COUNT
                    END-EVALUATE
                 END-IF
           END-READ.

                 DISPLAY "Park is closed on " WS-VISIT-DATE
                     " - ticket not sold."
              WHEN OTHER
                 PERFORM CHECK-RESELLER-SALE
                 IF PRESALE-ALLOWED
                    PERFORM SELL-ADVANCE-TICKET
                 END-IF
           END-EVALUATE.

      * A ticket sold through a reseller must be for an active
      * reseller with allocation left for the visit date.
       CHECK-RESELLER-SALE.
           MOVE 'Y' TO WS-PRESALE-ALLOWED
           DISPLAY "Reseller code (blank if sold direct): "
               WITH NO ADVANCING
           ACCEPT WS-RESELLER-CODE
           IF WS-RESELLER-CODE NOT = SPACES
              PERFORM LOOKUP-RESELLER
              EVALUATE TRUE
                 WHEN NOT RESELLER-FOUND
                    DISPLAY "Reseller " WS-RESELLER-CODE
                        " not on master - ticket not sold."
                    PERFORM LOG-RESELLER-REJECT
                 WHEN NOT RESELLER-IS-ACTIVE
                    DISPLAY "Reseller " WS-RESELLER-CODE
                        " is suspended - ticket not sold."
                    PERFORM LOG-RESELLER-REJECT
                 WHEN OTHER
                    PERFORM LOOKUP-RESELLER-ALLOCATION
                    PERFORM COUNT-RESELLER-SOLD
                    IF WS-RESELLER-SOLD >= WS-RESELLER-ALLOCATION
                       DISPLAY "Reseller " WS-RESELLER-CODE
                           " allocation of " WS-RESELLER-ALLOCATION
                           " for " WS-VISIT-DATE
                           " used up - ticket not sold."
                       PERFORM LOG-RESELLER-REJECT
                    END-IF
              END-EVALUATE
           END-IF.

       LOOKUP-RESELLER.
           MOVE 'N' TO WS-RESELLER-FOUND
           MOVE 'N' TO RESELLER-EOF
           OPEN INPUT ResellerMaster
           PERFORM READ-RESELLER
               UNTIL END-OF-RESELLERS OR RESELLER-FOUND
           CLOSE ResellerMaster.

       READ-RESELLER.
           READ ResellerMaster
              AT END
                 SET END-OF-RESELLERS TO TRUE
              NOT AT END
                 IF RS-CODE = WS-RESELLER-CODE
                    SET RESELLER-FOUND TO TRUE
                    MOVE RS-STATUS TO WS-RESELLER-ACTIVE
                    MOVE RS-DAILY-ALLOCATION
                        TO WS-RESELLER-ALLOCATION
                 END-IF
           END-READ.

       LOOKUP-RESELLER-ALLOCATION.
           MOVE 'N' TO ALLOCATION-EOF
           OPEN INPUT ResellerAllocations
           PERFORM READ-RESELLER-ALLOCATION UNTIL END-OF-ALLOCATIONS
           CLOSE ResellerAllocations.

       READ-RESELLER-ALLOCATION.
           READ ResellerAllocations
              AT END
                 SET END-OF-ALLOCATIONS TO TRUE
              NOT AT END
                 IF RA-RESELLER = WS-RESELLER-CODE
                    AND RA-VISIT-DATE = WS-VISIT-DATE
                    MOVE RA-ALLOCATION TO WS-RESELLER-ALLOCATION
                 END-IF
           END-READ.

       COUNT-RESELLER-SOLD.
           MOVE ZERO TO WS-RESELLER-SOLD
           PERFORM LOAD-PRESALE-TABLE
           PERFORM COUNT-ONE-RESELLER-TICKET
               VARYING PRESALE-IDX FROM 1 BY 1
               UNTIL PRESALE-IDX > PRESALE-TABLE-COUNT.

       COUNT-ONE-RESELLER-TICKET.
           IF PST-RESELLER(PRESALE-IDX) = WS-RESELLER-CODE
              AND PST-VISIT-DATE(PRESALE-IDX) = WS-VISIT-DATE
              ADD 1 TO WS-RESELLER-SOLD
           END-IF.

       LOG-RESELLER-REJECT.
           MOVE 'N' TO WS-PRESALE-ALLOWED
           ADD 1 TO JL-RECORDS-REJECTED
           MOVE 'W' TO EL-SEVERITY
           MOVE SPACES TO EL-MESSAGE
           STRING "RESELLER " WS-RESELLER-CODE
               " PRESALE REFUSED FOR " WS-VISIT-DATE
               DELIMITED BY SIZE INTO EL-MESSAGE
           CALL "ErrorLogger" USING ERROR-LOG-PARAMS.

       SELL-ADVANCE-TICKET.
           DISPLAY 'Enter visitor AGE: ' WITH NO ADVANCING
           ACCEPT AGE
           ADD 1 TO WS-NEXT-TICKET-NO
           PERFORM SAVE-PRESALE-COUNTER
           OPEN EXTEND PresoldTickets
           MOVE SPACES TO PresoldTicketRec
           MOVE WS-NEXT-TICKET-NO TO PS-TICKET-NO
           MOVE WS-VISIT-DATE TO PS-VISIT-DATE
           MOVE WS-BAND TO PS-BAND
           MOVE WS-PRICE TO PS-PRICE
           MOVE 'O' TO PS-STATUS
           MOVE WS-RESELLER-CODE TO PS-RESELLER
           WRITE PresoldTicketRec
           CLOSE PresoldTickets
           ADD 1 TO JL-RECORDS-WRITTEN
                 MOVE PS-BAND TO PST-BAND(PRESALE-TABLE-COUNT)
                 MOVE PS-PRICE TO PST-PRICE(PRESALE-TABLE-COUNT)
                 MOVE PS-STATUS TO PST-STATUS(PRESALE-TABLE-COUNT)
                 MOVE PS-RESELLER
                     TO PST-RESELLER(PRESALE-TABLE-COUNT)
           END-READ.

       LOOKUP-PRESOLD-TICKET.
           CLOSE PresoldTickets.

       WRITE-ONE-PRESOLD.
           MOVE SPACES TO PresoldTicketRec
           MOVE PST-TICKET-NO(PRESALE-IDX) TO PS-TICKET-NO
           MOVE PST-VISIT-DATE(PRESALE-IDX) TO PS-VISIT-DATE
           MOVE PST-BAND(PRESALE-IDX) TO PS-BAND
           MOVE PST-PRICE(PRESALE-IDX) TO PS-PRICE
           MOVE PST-STATUS(PRESALE-IDX) TO PS-STATUS
           MOVE PST-RESELLER(PRESALE-IDX) TO PS-RESELLER
           WRITE PresoldTicketRec.

      * Event tickets are sold on the event day only, at the event
      * price for the visitor's band, up to the event capacity.  They
      * do not count towards the park capacity until scanned in.
       PROCESS-EVENT-SALE.
           PERFORM LOAD-EVENT-MASTER
           IF NOT EVENT-IS-FOUND
              DISPLAY "No event on the event master for today - "
                  "ticket not sold."
              MOVE "EVENT TICKET REFUSED - NO EVENT TODAY"
                  TO EL-MESSAGE
              PERFORM LOG-EVENT-REJECT
           ELSE
              PERFORM COUNT-EVENT-TICKETS
              IF WS-EVENT-SOLD >= WS-EVENT-CAPACITY
                 DISPLAY "*** " WS-EVENT-NAME " IS SOLD OUT ("
                     WS-EVENT-CAPACITY " TICKETS) ***"
                 MOVE "EVENT TICKET REFUSED - EVENT SOLD OUT"
                     TO EL-MESSAGE
                 PERFORM LOG-EVENT-REJECT
              ELSE
                 PERFORM SELL-EVENT-TICKET
              END-IF
           END-IF.

       LOAD-EVENT-MASTER.
           MOVE 'N' TO WS-EVENT-FOUND
           MOVE 'N' TO EVENT-EOF
           OPEN INPUT EventMaster
           PERFORM READ-EVENT-MASTER
               UNTIL END-OF-EVENTS OR EVENT-IS-FOUND
           CLOSE EventMaster.

       READ-EVENT-MASTER.
           READ EventMaster
              AT END
                 SET END-OF-EVENTS TO TRUE
              NOT AT END
                 IF EV-DATE = WS-TODAY-DATE
                    SET EVENT-IS-FOUND TO TRUE
                    MOVE EV-NAME TO WS-EVENT-NAME
                    MOVE EV-START-TIME TO WS-EVENT-START-TIME
                    MOVE EV-CAPACITY TO WS-EVENT-CAPACITY
                    MOVE EV-INFANT-PRICE TO WS-EVENT-INFANT-PRICE
                    MOVE EV-CHILD-PRICE TO WS-EVENT-CHILD-PRICE
                    MOVE EV-TEEN-PRICE TO WS-EVENT-TEEN-PRICE
                    MOVE EV-ADULT-PRICE TO WS-EVENT-ADULT-PRICE
                    MOVE EV-SENIOR-PRICE TO WS-EVENT-SENIOR-PRICE
                 END-IF
           END-READ.

       COUNT-EVENT-TICKETS.
           MOVE ZERO TO WS-EVENT-SOLD
           CLOSE AdmissionsLog
           OPEN INPUT AdmissionsLog
           MOVE 'N' TO LOG-SCAN-EOF
           PERFORM COUNT-ONE-EVENT-TICKET UNTIL END-OF-LOG-SCAN
           CLOSE AdmissionsLog
           OPEN EXTEND AdmissionsLog.

       COUNT-ONE-EVENT-TICKET.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG-SCAN TO TRUE
              NOT AT END
                 IF AL-DATE = WS-TODAY-DATE AND AL-ENTRY-TYPE = 'T'
                    ADD 1 TO WS-EVENT-SOLD
                 END-IF
           END-READ.

       SELL-EVENT-TICKET.
           DISPLAY 'Enter visitor AGE: ' WITH NO ADVANCING
           ACCEPT AGE
           MOVE ZERO TO HeightOfPerson
           PERFORM ACCEPT-TENDER-TYPE
           PERFORM SET-EVENT-BAND-PRICE
           PERFORM WRITE-EVENT-TICKET-ENTRY
           ADD 1 TO WS-EVENT-SOLD
           DISPLAY "Event ticket " WS-NEXT-TRANS-ID " - "
               WS-EVENT-NAME
           DISPLAY "Price: " WS-PRICE " $ - event gate opens at "
               WS-EVENT-START-TIME.

       SET-EVENT-BAND-PRICE.
           EVALUATE TRUE
              WHEN INFANT
                 MOVE "INFANT" TO WS-BAND
                 MOVE WS-EVENT-INFANT-PRICE TO WS-PRICE
              WHEN CHILD
                 MOVE "CHILD " TO WS-BAND
                 MOVE WS-EVENT-CHILD-PRICE TO WS-PRICE
              WHEN TEEN
                 MOVE "TEEN  " TO WS-BAND
                 MOVE WS-EVENT-TEEN-PRICE TO WS-PRICE
              WHEN ADULT
                 MOVE "ADULT " TO WS-BAND
                 MOVE WS-EVENT-ADULT-PRICE TO WS-PRICE
              WHEN SENIOR
                 MOVE "SENIOR" TO WS-BAND
                 MOVE WS-EVENT-SENIOR-PRICE TO WS-PRICE
           END-EVALUATE.

       WRITE-EVENT-TICKET-ENTRY.
           MOVE SPACES TO AdmissionsLogRec
           ADD 1 TO WS-NEXT-TRANS-ID
           MOVE WS-TODAY-DATE TO AL-DATE
           PERFORM STAMP-LOG-TIME
           MOVE AGE TO AL-AGE
           MOVE ZERO TO AL-HEIGHT
           MOVE WS-BAND TO AL-BAND
           MOVE WS-PRICE TO AL-PRICE
           MOVE WS-NEXT-TRANS-ID TO AL-TRANS-ID
           MOVE 'T' TO AL-ENTRY-TYPE
           MOVE ZERO TO AL-REF-TRANS-ID
           MOVE "EVENT" TO AL-REASON-CODE
           MOVE WS-CASHIER-ID TO AL-CASHIER-ID
           MOVE ZERO TO AL-MEMBER-ID
           MOVE WS-CAL-TIER TO AL-TIER
           MOVE WS-SITE-CODE TO AL-SITE
           MOVE SPACES TO AL-AUTH-CODE
           MOVE ZERO TO AL-CURRENCY
           MOVE ZERO TO AL-TENDERED
           MOVE ZERO TO AL-ORIG-PRICE
           MOVE SPACES TO AL-SUPER-ID
           MOVE WS-TENDER-TYPE TO AL-TENDER
           WRITE AdmissionsLogRec
           ADD 1 TO JL-RECORDS-WRITTEN
           PERFORM SAVE-TRANS-COUNTER.

      * Ticket holders are scanned in at the event gate from the
      * event start time; each ticket admits once.
       PROCESS-EVENT-SCAN.
           PERFORM LOAD-EVENT-MASTER
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:4) TO WS-SCAN-HHMM
           EVALUATE TRUE
              WHEN NOT EVENT-IS-FOUND
                 DISPLAY "No event on the event master for today."
                 MOVE "EVENT SCAN REFUSED - NO EVENT TODAY"
                     TO EL-MESSAGE
                 PERFORM LOG-EVENT-REJECT
              WHEN WS-SCAN-HHMM < WS-EVENT-START-TIME
                 DISPLAY "Event gate for " WS-EVENT-NAME
                     " opens at " WS-EVENT-START-TIME
                 MOVE "EVENT SCAN REFUSED - BEFORE EVENT START"
                     TO EL-MESSAGE
                 PERFORM LOG-EVENT-REJECT
              WHEN OTHER
                 PERFORM RECORD-EVENT-SCAN
           END-EVALUATE.

       RECORD-EVENT-SCAN.
           DISPLAY "Enter event ticket transaction id: "
               WITH NO ADVANCING
           ACCEPT WS-EVENT-TICKET-ID
           PERFORM FIND-EVENT-TICKET
           EVALUATE TRUE
              WHEN NOT EVENT-TICKET-FOUND
                 DISPLAY "No event ticket sold today with id "
                     WS-EVENT-TICKET-ID " - rejected."
                 MOVE "EVENT SCAN REFUSED - TICKET NOT FOUND"
                     TO EL-MESSAGE
                 PERFORM LOG-EVENT-REJECT
              WHEN EVENT-TICKET-SCANNED
                 DISPLAY "Event ticket " WS-EVENT-TICKET-ID
                     " already admitted - rejected."
                 MOVE "EVENT SCAN REFUSED - TICKET ALREADY USED"
                     TO EL-MESSAGE
                 PERFORM LOG-EVENT-REJECT
              WHEN OTHER
                 PERFORM WRITE-EVENT-SCAN-ENTRY
                 DISPLAY "Admitted to " WS-EVENT-NAME " on ticket "
                     WS-EVENT-TICKET-ID
           END-EVALUATE.

       FIND-EVENT-TICKET.
           MOVE 'N' TO WS-EVENT-TICKET-SW
           MOVE 'N' TO WS-EVENT-SCANNED-SW
           CLOSE AdmissionsLog
           OPEN INPUT AdmissionsLog
           MOVE 'N' TO LOG-SCAN-EOF
           PERFORM SCAN-FOR-EVENT-TICKET UNTIL END-OF-LOG-SCAN
           CLOSE AdmissionsLog
           OPEN EXTEND AdmissionsLog.

       SCAN-FOR-EVENT-TICKET.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG-SCAN TO TRUE
              NOT AT END
                 IF AL-DATE = WS-TODAY-DATE
                    IF AL-ENTRY-TYPE = 'T'
                       AND AL-TRANS-ID = WS-EVENT-TICKET-ID
                       SET EVENT-TICKET-FOUND TO TRUE
                       MOVE AL-AGE TO WS-FOUND-AGE
                       MOVE AL-BAND TO WS-FOUND-BAND
                    END-IF
                    IF AL-ENTRY-TYPE = 'S'
                       AND AL-REF-TRANS-ID = WS-EVENT-TICKET-ID
                       SET EVENT-TICKET-SCANNED TO TRUE
                    END-IF
                 END-IF
           END-READ.

       WRITE-EVENT-SCAN-ENTRY.
           MOVE SPACES TO AdmissionsLogRec
           ADD 1 TO WS-NEXT-TRANS-ID
           MOVE WS-TODAY-DATE TO AL-DATE
           PERFORM STAMP-LOG-TIME
           MOVE WS-FOUND-AGE TO AL-AGE
           MOVE ZERO TO AL-HEIGHT
           MOVE WS-FOUND-BAND TO AL-BAND
           MOVE ZERO TO AL-PRICE
           MOVE WS-NEXT-TRANS-ID TO AL-TRANS-ID
           MOVE 'S' TO AL-ENTRY-TYPE
           MOVE WS-EVENT-TICKET-ID TO AL-REF-TRANS-ID
           MOVE "EVENT" TO AL-REASON-CODE
           MOVE WS-CASHIER-ID TO AL-CASHIER-ID
           MOVE ZERO TO AL-MEMBER-ID
           MOVE WS-CAL-TIER TO AL-TIER
           MOVE WS-SITE-CODE TO AL-SITE
           MOVE SPACES TO AL-AUTH-CODE
           MOVE ZERO TO AL-CURRENCY
           MOVE ZERO TO AL-TENDERED
           MOVE ZERO TO AL-ORIG-PRICE
           MOVE SPACES TO AL-SUPER-ID
           MOVE SPACES TO AL-TENDER
           WRITE AdmissionsLogRec
           ADD 1 TO JL-RECORDS-WRITTEN
           PERFORM SAVE-TRANS-COUNTER
           ADD 1 TO WS-IN-PARK-COUNT.

       LOG-EVENT-REJECT.
           ADD 1 TO JL-RECORDS-REJECTED
           MOVE 'W' TO EL-SEVERITY
           CALL "ErrorLogger" USING ERROR-LOG-PARAMS.

       REVERSE-BAND-TOTAL.
           PERFORM REVERSE-ONE-BAND
               VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5.
