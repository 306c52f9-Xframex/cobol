       IDENTIFICATION DIVISION.
       PROGRAM-ID. GiftCardDormancy.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GiftCardControl ASSIGN TO "GiftCardControl.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GiftCardFile ASSIGN TO "GiftCards.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GiftCardRedemptions
               ASSIGN TO "GiftCardRedemptions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GiftCardAudit
               ASSIGN TO "GiftCardAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UnclaimedExtract
               ASSIGN TO "UnclaimedProperty.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DormancyReport ASSIGN TO "GiftCardDormancy.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GiftCardControl.
       COPY GCCTL.

       FD GiftCardFile.
       COPY GIFTCARD.

       FD GiftCardRedemptions.
       01 GiftCardRedemptionRec.
           02 GRD-DATE        PIC 9(8).
           02 FILLER          PIC X.
           02 GRD-CARD-NO     PIC 9(8).
           02 FILLER          PIC X.
           02 GRD-TRANS-ID    PIC 9(6).
           02 FILLER          PIC X.
           02 GRD-AMOUNT      PIC 9(5)V99.

       FD GiftCardAudit.
       01 GiftCardAuditLine   PIC X(70).

      * One record per card remitted, accumulated across runs; the
      * filing for a period is the records with that remit date.
       FD UnclaimedExtract.
       01 UnclaimedPropertyRec.
           02 UP-STATE         PIC X(2).
           02 FILLER           PIC X.
           02 UP-REMIT-DATE    PIC 9(8).
           02 FILLER           PIC X.
           02 UP-CARD-NO       PIC 9(8).
           02 FILLER           PIC X.
           02 UP-ISSUE-DATE    PIC 9(8).
           02 FILLER           PIC X.
           02 UP-LAST-ACTIVITY PIC 9(8).
           02 FILLER           PIC X.
           02 UP-AMOUNT        PIC 9(5)V99.

       FD DormancyReport.
       01 DormancyLine         PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-EOF          PIC X VALUE 'N'.
           88 END-OF-CONTROL   VALUE 'Y'.
       01 CARD-EOF             PIC X VALUE 'N'.
           88 END-OF-CARDS     VALUE 'Y'.
       01 REDEMPTION-EOF       PIC X VALUE 'N'.
           88 END-OF-REDEMPTIONS VALUE 'Y'.

       01 CARD-TABLE-MAX       PIC 9(3) VALUE 500.
       01 CARD-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 CARD-IDX             PIC 9(3) VALUE ZERO.
       01 WS-FOUND-IDX         PIC 9(3) VALUE ZERO.

       01 CARD-TABLE.
           02 CARD-ENTRY OCCURS 500 TIMES.
               03 CD-CARD-NO    PIC 9(8).
               03 CD-BALANCE    PIC 9(5)V99.
               03 CD-ISSUE-DATE PIC 9(8).
               03 CD-STATUS     PIC X.
                   88 CD-IS-ACTIVE   VALUE 'A'.
               03 CD-LAST-ACTIVITY PIC 9(8).
               03 CD-LAST-FEE-DATE PIC 9(8).

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           02 WS-TODAY-YEAR    PIC 9(4).
           02 WS-TODAY-MONTH   PIC 99.
           02 WS-TODAY-DAY     PIC 99.
       01 WS-DORMANT-CUTOFF    PIC 9(8) VALUE ZEROS.
       01 WS-REMIT-CUTOFF      PIC 9(8) VALUE ZEROS.
       01 WS-FEE-CUTOFF        PIC 9(8) VALUE ZEROS.
       01 WS-OFFSET-MONTHS     PIC 9(3) VALUE ZERO.
       01 WS-MONTH-COUNT       PIC 9(6) VALUE ZERO.

       01 WS-WORK-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           02 WS-WORK-YEAR     PIC 9(4).
           02 WS-WORK-MONTH    PIC 99.
           02 WS-WORK-DAY      PIC 99.
       01 WS-MONTH-DAYS        PIC 99 VALUE ZERO.
       01 WS-LEAP-REM          PIC 9(4) VALUE ZERO.
       01 WS-MONTHS-INACTIVE   PIC 9(4) VALUE ZERO.

       01 WS-BEFORE-BALANCE    PIC 9(5)V99 VALUE ZEROS.
       01 WS-FEE-CHARGED       PIC 9(5)V99 VALUE ZEROS.
       01 WS-AUDIT-ACTION      PIC X VALUE SPACE.

       01 DORMANT-COUNT        PIC 9(5) VALUE ZERO.
       01 DORMANT-VALUE        PIC 9(8)V99 VALUE ZEROS.
       01 FEE-COUNT            PIC 9(5) VALUE ZERO.
       01 FEE-VALUE            PIC 9(8)V99 VALUE ZEROS.
       01 REMIT-COUNT          PIC 9(5) VALUE ZERO.
       01 REMIT-VALUE          PIC 9(8)V99 VALUE ZEROS.
       01 ACTIVITY-UPDATES     PIC 9(5) VALUE ZERO.

       01 GiftCardAuditDetail.
           02 GA-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 GA-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 GA-CARD-NO       PIC 9(8).
           02 FILLER           PIC X(9) VALUE " before: ".
           02 GA-BEFORE        PIC ZZZZ9.99.
           02 FILLER           PIC X(8) VALUE " after: ".
           02 GA-AFTER         PIC ZZZZ9.99.

       01 DormancyHeading1.
           02 FILLER           PIC X(35)
               VALUE " Gift Card Dormancy Review run on ".
           02 DH-DATE          PIC 9(8).
       01 DormancyHeading2.
           02 FILLER           PIC X(24)
               VALUE " Dormant after (months):".
           02 DH-DORMANT       PIC ZZ9.
           02 FILLER           PIC X(8) VALUE "   Fee: ".
           02 DH-FEE           PIC ZZ9.99.
           02 FILLER           PIC X(22)
               VALUE "   Remit after (mths):".
           02 DH-REMIT         PIC ZZ9.
       01 DormancyHeading3.
           02 FILLER           PIC X(40)
               VALUE " Card No   Issued    Last Used  Months".
           02 FILLER           PIC X(40)
               VALUE "   Balance      Fee  Action".

       01 DormancyDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 DD-CARD-NO       PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 DD-ISSUE-DATE    PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 DD-LAST-ACTIVITY PIC 9(8).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 DD-MONTHS        PIC ZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 DD-BALANCE       PIC ZZ,ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 DD-FEE           PIC ZZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 DD-ACTION        PIC X(12).

       01 DormancyTrailer1.
           02 FILLER           PIC X(16) VALUE " Dormant cards: ".
           02 DT-DORMANT       PIC ZZZZ9.
           02 FILLER           PIC X(20) VALUE "   Balance held: ".
           02 DT-DORMANT-VALUE PIC ZZ,ZZZ,ZZ9.99.
       01 DormancyTrailer2.
           02 FILLER           PIC X(16) VALUE " Fees charged: ".
           02 DT-FEES          PIC ZZZZ9.
           02 FILLER           PIC X(20) VALUE "   Fee value: ".
           02 DT-FEE-VALUE     PIC ZZ,ZZZ,ZZ9.99.
       01 DormancyTrailer3.
           02 FILLER           PIC X(16) VALUE " Cards remitted:".
           02 DT-REMITTED      PIC ZZZZ9.
           02 FILLER           PIC X(20) VALUE "   Remitted value: ".
           02 DT-REMIT-VALUE   PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       ReviewDormantGiftCards.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-DORMANCY-CONTROL
           PERFORM LOAD-CARD-TABLE
           PERFORM APPLY-REDEMPTION-ACTIVITY
           PERFORM SET-CUTOFF-DATES
           OPEN EXTEND GiftCardAudit
           OPEN EXTEND UnclaimedExtract
           OPEN OUTPUT DormancyReport
           MOVE WS-TODAY-DATE TO DH-DATE
           MOVE GK-DORMANT-MONTHS TO DH-DORMANT
           MOVE GK-FEE-AMOUNT TO DH-FEE
           MOVE GK-REMIT-MONTHS TO DH-REMIT
           WRITE DormancyLine FROM DormancyHeading1
               AFTER ADVANCING PAGE
           WRITE DormancyLine FROM DormancyHeading2
               AFTER ADVANCING 1 LINE
           WRITE DormancyLine FROM DormancyHeading3
               AFTER ADVANCING 2 LINES
           PERFORM REVIEW-ONE-CARD
               VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > CARD-TABLE-COUNT
           MOVE DORMANT-COUNT TO DT-DORMANT
           MOVE DORMANT-VALUE TO DT-DORMANT-VALUE
           WRITE DormancyLine FROM DormancyTrailer1
               AFTER ADVANCING 2 LINES
           MOVE FEE-COUNT TO DT-FEES
           MOVE FEE-VALUE TO DT-FEE-VALUE
           WRITE DormancyLine FROM DormancyTrailer2
               AFTER ADVANCING 1 LINE
           MOVE REMIT-COUNT TO DT-REMITTED
           MOVE REMIT-VALUE TO DT-REMIT-VALUE
           WRITE DormancyLine FROM DormancyTrailer3
               AFTER ADVANCING 1 LINE
           CLOSE DormancyReport
           CLOSE UnclaimedExtract
           CLOSE GiftCardAudit
           PERFORM REWRITE-CARD-FILE
           DISPLAY "Gift card dormancy review complete."
           DISPLAY "Last-use dates brought forward: " ACTIVITY-UPDATES
           DISPLAY "Dormant cards:                  " DORMANT-COUNT
           DISPLAY "Dormancy fees charged:          " FEE-COUNT
           DISPLAY "Cards remitted as unclaimed:    " REMIT-COUNT
           STOP RUN.

       LOAD-DORMANCY-CONTROL.
           MOVE 'N' TO CONTROL-EOF
           OPEN INPUT GiftCardControl
           READ GiftCardControl
              AT END
                 SET END-OF-CONTROL TO TRUE
           END-READ
           CLOSE GiftCardControl
           IF END-OF-CONTROL
              DISPLAY "*** GIFT CARD CONTROL RECORD MISSING - "
                  "RUN ABANDONED ***"
              STOP RUN
           END-IF
           IF GK-DORMANT-MONTHS = ZERO
              DISPLAY "*** GIFT CARD DORMANCY PERIOD IS ZERO - "
                  "RUN ABANDONED ***"
              STOP RUN
           END-IF
           IF GK-FEE-INTERVAL = ZERO
              MOVE 1 TO GK-FEE-INTERVAL
           END-IF.

       LOAD-CARD-TABLE.
           MOVE ZERO TO CARD-TABLE-COUNT
           MOVE 'N' TO CARD-EOF
           OPEN INPUT GiftCardFile
           PERFORM READ-CARD-FILE UNTIL END-OF-CARDS
           CLOSE GiftCardFile.

       READ-CARD-FILE.
           READ GiftCardFile
              AT END
                 SET END-OF-CARDS TO TRUE
              NOT AT END
                 IF CARD-TABLE-COUNT >= CARD-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO CARD-TABLE-COUNT
                 MOVE GC-CARD-NO TO CD-CARD-NO(CARD-TABLE-COUNT)
                 MOVE GC-BALANCE TO CD-BALANCE(CARD-TABLE-COUNT)
                 MOVE GC-ISSUE-DATE
                     TO CD-ISSUE-DATE(CARD-TABLE-COUNT)
                 MOVE GC-STATUS TO CD-STATUS(CARD-TABLE-COUNT)
                 IF GC-LAST-ACTIVITY NUMERIC
                    AND GC-LAST-ACTIVITY NOT = ZERO
                    MOVE GC-LAST-ACTIVITY
                        TO CD-LAST-ACTIVITY(CARD-TABLE-COUNT)
                 ELSE
                    MOVE GC-ISSUE-DATE
                        TO CD-LAST-ACTIVITY(CARD-TABLE-COUNT)
                 END-IF
                 IF GC-LAST-FEE-DATE NUMERIC
                    MOVE GC-LAST-FEE-DATE
                        TO CD-LAST-FEE-DATE(CARD-TABLE-COUNT)
                 ELSE
                    MOVE ZERO TO CD-LAST-FEE-DATE(CARD-TABLE-COUNT)
                 END-IF
           END-READ.

      * Redemptions logged at the gate also count as use; this picks
      * up any the card master has not yet been told about.
       APPLY-REDEMPTION-ACTIVITY.
           MOVE 'N' TO REDEMPTION-EOF
           OPEN INPUT GiftCardRedemptions
           PERFORM READ-REDEMPTION UNTIL END-OF-REDEMPTIONS
           CLOSE GiftCardRedemptions.

       READ-REDEMPTION.
           READ GiftCardRedemptions
              AT END
                 SET END-OF-REDEMPTIONS TO TRUE
              NOT AT END
                 PERFORM LOOKUP-CARD
                 IF WS-FOUND-IDX NOT = ZERO
                    AND GRD-DATE > CD-LAST-ACTIVITY(WS-FOUND-IDX)
                    MOVE GRD-DATE TO CD-LAST-ACTIVITY(WS-FOUND-IDX)
                    ADD 1 TO ACTIVITY-UPDATES
                 END-IF
           END-READ.

       LOOKUP-CARD.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-CARD
               VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > CARD-TABLE-COUNT.

       FIND-CARD.
           IF CD-CARD-NO(CARD-IDX) = GRD-CARD-NO
              MOVE CARD-IDX TO WS-FOUND-IDX
           END-IF.

       SET-CUTOFF-DATES.
           MOVE GK-DORMANT-MONTHS TO WS-OFFSET-MONTHS
           PERFORM SET-MONTHS-BEFORE-TODAY
           MOVE WS-WORK-DATE TO WS-DORMANT-CUTOFF
           MOVE GK-FEE-INTERVAL TO WS-OFFSET-MONTHS
           PERFORM SET-MONTHS-BEFORE-TODAY
           MOVE WS-WORK-DATE TO WS-FEE-CUTOFF
           IF GK-REMIT-MONTHS = ZERO
              MOVE ZERO TO WS-REMIT-CUTOFF
           ELSE
              MOVE GK-REMIT-MONTHS TO WS-OFFSET-MONTHS
              PERFORM SET-MONTHS-BEFORE-TODAY
              MOVE WS-WORK-DATE TO WS-REMIT-CUTOFF
           END-IF.

       SET-MONTHS-BEFORE-TODAY.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE
           COMPUTE WS-MONTH-COUNT =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1
               - WS-OFFSET-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH
           PERFORM GET-MONTH-DAYS
           IF WS-WORK-DAY > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           END-IF.

      *****************************************************************
      * Only active cards still holding value are reviewed.  A card
      * past the remittance period is remitted outright; otherwise a
      * dormant card is listed and charged the fee if one is allowed
      * and none has been taken within the fee interval.
      *****************************************************************
       REVIEW-ONE-CARD.
           IF CD-IS-ACTIVE(CARD-IDX)
              AND CD-BALANCE(CARD-IDX) > ZERO
              AND CD-LAST-ACTIVITY(CARD-IDX) <= WS-DORMANT-CUTOFF
              MOVE CD-BALANCE(CARD-IDX) TO WS-BEFORE-BALANCE
              MOVE ZERO TO WS-FEE-CHARGED
              MOVE SPACES TO DD-ACTION
              IF CD-LAST-ACTIVITY(CARD-IDX) <= WS-REMIT-CUTOFF
                 PERFORM REMIT-CARD-BALANCE
              ELSE
                 ADD 1 TO DORMANT-COUNT
                 MOVE "DORMANT" TO DD-ACTION
                 IF GK-FEE-AMOUNT > ZERO
                    AND CD-LAST-FEE-DATE(CARD-IDX) <= WS-FEE-CUTOFF
                    PERFORM CHARGE-DORMANCY-FEE
                 END-IF
                 ADD CD-BALANCE(CARD-IDX) TO DORMANT-VALUE
              END-IF
              PERFORM WRITE-DORMANCY-DETAIL
           END-IF.

       CHARGE-DORMANCY-FEE.
           IF CD-BALANCE(CARD-IDX) > GK-FEE-AMOUNT
              MOVE GK-FEE-AMOUNT TO WS-FEE-CHARGED
           ELSE
              MOVE CD-BALANCE(CARD-IDX) TO WS-FEE-CHARGED
           END-IF
           SUBTRACT WS-FEE-CHARGED FROM CD-BALANCE(CARD-IDX)
           MOVE WS-TODAY-DATE TO CD-LAST-FEE-DATE(CARD-IDX)
           ADD 1 TO FEE-COUNT
           ADD WS-FEE-CHARGED TO FEE-VALUE
           MOVE "DORMANT FEE" TO DD-ACTION
           MOVE 'F' TO WS-AUDIT-ACTION
           PERFORM WRITE-CARD-AUDIT.

       REMIT-CARD-BALANCE.
           MOVE SPACES TO UnclaimedPropertyRec
           MOVE GK-STATE TO UP-STATE
           MOVE WS-TODAY-DATE TO UP-REMIT-DATE
           MOVE CD-CARD-NO(CARD-IDX) TO UP-CARD-NO
           MOVE CD-ISSUE-DATE(CARD-IDX) TO UP-ISSUE-DATE
           MOVE CD-LAST-ACTIVITY(CARD-IDX) TO UP-LAST-ACTIVITY
           MOVE CD-BALANCE(CARD-IDX) TO UP-AMOUNT
           WRITE UnclaimedPropertyRec
           ADD 1 TO REMIT-COUNT
           ADD CD-BALANCE(CARD-IDX) TO REMIT-VALUE
           MOVE ZERO TO CD-BALANCE(CARD-IDX)
           MOVE 'R' TO CD-STATUS(CARD-IDX)
           MOVE "REMITTED" TO DD-ACTION
           MOVE 'U' TO WS-AUDIT-ACTION
           PERFORM WRITE-CARD-AUDIT.

       WRITE-CARD-AUDIT.
           MOVE WS-TODAY-DATE TO GA-DATE
           MOVE WS-AUDIT-ACTION TO GA-ACTION
           MOVE CD-CARD-NO(CARD-IDX) TO GA-CARD-NO
           MOVE WS-BEFORE-BALANCE TO GA-BEFORE
           MOVE CD-BALANCE(CARD-IDX) TO GA-AFTER
           WRITE GiftCardAuditLine FROM GiftCardAuditDetail.

       WRITE-DORMANCY-DETAIL.
           PERFORM COUNT-MONTHS-INACTIVE
           MOVE CD-CARD-NO(CARD-IDX) TO DD-CARD-NO
           MOVE CD-ISSUE-DATE(CARD-IDX) TO DD-ISSUE-DATE
           MOVE CD-LAST-ACTIVITY(CARD-IDX) TO DD-LAST-ACTIVITY
           MOVE WS-MONTHS-INACTIVE TO DD-MONTHS
           MOVE WS-BEFORE-BALANCE TO DD-BALANCE
           MOVE WS-FEE-CHARGED TO DD-FEE
           WRITE DormancyLine FROM DormancyDetail
               AFTER ADVANCING 1 LINE.

      * Whole months from last use to today.
       COUNT-MONTHS-INACTIVE.
           MOVE CD-LAST-ACTIVITY(CARD-IDX) TO WS-WORK-DATE
           COMPUTE WS-MONTHS-INACTIVE =
               (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
               - (WS-WORK-YEAR * 12 + WS-WORK-MONTH)
           IF WS-TODAY-DAY < WS-WORK-DAY
              AND WS-MONTHS-INACTIVE > ZERO
              SUBTRACT 1 FROM WS-MONTHS-INACTIVE
           END-IF.

       REWRITE-CARD-FILE.
           OPEN OUTPUT GiftCardFile
           PERFORM WRITE-ONE-CARD
               VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > CARD-TABLE-COUNT
           CLOSE GiftCardFile.

       WRITE-ONE-CARD.
           MOVE SPACES TO GiftCardRec
           MOVE CD-CARD-NO(CARD-IDX) TO GC-CARD-NO
           MOVE CD-BALANCE(CARD-IDX) TO GC-BALANCE
           MOVE CD-ISSUE-DATE(CARD-IDX) TO GC-ISSUE-DATE
           MOVE CD-STATUS(CARD-IDX) TO GC-STATUS
           MOVE CD-LAST-ACTIVITY(CARD-IDX) TO GC-LAST-ACTIVITY
           MOVE CD-LAST-FEE-DATE(CARD-IDX) TO GC-LAST-FEE-DATE
           WRITE GiftCardRec.

       GET-MONTH-DAYS.
           EVALUATE WS-WORK-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 PERFORM SET-FEBRUARY-DAYS
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE 29 TO WS-MONTH-DAYS
              DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-REM
                  REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 28 TO WS-MONTH-DAYS
                 DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE 29 TO WS-MONTH-DAYS
                 END-IF
              END-IF
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
