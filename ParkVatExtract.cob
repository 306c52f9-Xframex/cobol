       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParkVatExtract.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AncillaryJournal
               ASSIGN TO "AncillaryJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GiftCardRedemptions
               ASSIGN TO "GiftCardRedemptions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ParkVatCodes ASSIGN TO "ParkVatCodes.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VatRateFile ASSIGN TO "VatRates.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VatRegister ASSIGN TO "VatRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AdmissionsLog.
       COPY ADMLOG.

       FD AncillaryJournal.
       01 AncillaryJournalRec.
           02 AJ-DATE         PIC 9(8).
           02 FILLER          PIC X.
           02 AJ-ITEM-CODE    PIC X(4).
           02 FILLER          PIC X.
           02 AJ-QTY          PIC 9(3).
           02 FILLER          PIC X.
           02 AJ-CASHIER-ID   PIC X(4).
           02 FILLER          PIC X.
           02 AJ-VALUE        PIC 9(7)V99.
           02 FILLER          PIC X.
           02 AJ-MEMBER-ID    PIC 9(7).

       FD GiftCardRedemptions.
       01 GiftCardRedemptionRec.
           02 GRD-DATE        PIC 9(8).
           02 FILLER          PIC X.
           02 GRD-CARD-NO     PIC 9(8).
           02 FILLER          PIC X.
           02 GRD-TRANS-ID    PIC 9(6).
           02 FILLER          PIC X.
           02 GRD-AMOUNT      PIC 9(5)V99.

      * Rate code per park revenue type: ADM gate admissions, ANC
      * ancillary sales, GCR gift card redemptions at the gate.  An
      * ANC row carrying an item code overrides the ANC default for
      * that item.  Gift card loads are not takings and have no row.
       FD ParkVatCodes.
       01 ParkVatCodeRec.
           02 PV-REVENUE-TYPE PIC X(3).
           02 FILLER          PIC X.
           02 PV-ITEM-CODE    PIC X(4).
           02 FILLER          PIC X.
           02 PV-RATE-CODE    PIC X.

       FD VatRateFile.
       01 VatRateRecord.
           02 VR-RateCode  PIC X.
           02 VR-Rate      PIC 9V999.
           02 VR-EffFrom   PIC 9(8).
           02 VR-EffTo     PIC 9(8).

       FD VatRegister.
       COPY VATREG.

       WORKING-STORAGE SECTION.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 ANCILLARY-EOF        PIC X VALUE 'N'.
           88 END-OF-ANCILLARY VALUE 'Y'.
       01 REDEMPTION-EOF       PIC X VALUE 'N'.
           88 END-OF-REDEMPTIONS VALUE 'Y'.
       01 CODE-EOF             PIC X VALUE 'N'.
           88 END-OF-CODES     VALUE 'Y'.
       01 RATE-EOF             PIC X VALUE 'N'.
           88 END-OF-RATES     VALUE 'Y'.
       01 REGISTER-EOF         PIC X VALUE 'N'.
           88 END-OF-REGISTER  VALUE 'Y'.

       01 WS-TAKINGS-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-ALREADY-EXTRACTED PIC X VALUE 'N'.
           88 DATE-ALREADY-EXTRACTED VALUE 'Y'.
       01 WS-PARK-CUSTOMER     PIC X(5) VALUE "PARK-".

       01 CODE-TABLE-MAX       PIC 99 VALUE 50.
       01 CODE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 CODE-IDX             PIC 99 VALUE ZERO.
       01 CODE-TABLE.
           02 CODE-ENTRY OCCURS 50 TIMES.
               03 CT-REVENUE-TYPE PIC X(3).
               03 CT-ITEM-CODE    PIC X(4).
               03 CT-RATE-CODE    PIC X.

       01 WS-REVENUE-TYPE      PIC X(3) VALUE SPACES.
       01 WS-ITEM-CODE         PIC X(4) VALUE SPACES.
       01 WS-RATE-CODE         PIC X VALUE SPACE.
       01 WS-ITEM-RATE-CODE    PIC X VALUE SPACE.
       01 WS-ADM-RATE-CODE     PIC X VALUE SPACE.

       01 RATE-TABLE-MAX       PIC 99 VALUE 10.
       01 RATE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 RATE-IDX             PIC 99 VALUE ZERO.
       01 WS-RATE-FOUND        PIC X VALUE 'N'.
           88 VAT-RATE-FOUND   VALUE 'Y'.
       01 WS-EFFECTIVE-RATE    PIC 9V999 VALUE ZEROES.
       01 VAT-RATE-TABLE.
           02 VRT-ENTRY OCCURS 10 TIMES.
               03 VRT-RateCode PIC X.
               03 VRT-Rate     PIC 9V999.
               03 VRT-EffFrom  PIC 9(8).
               03 VRT-EffTo    PIC 9(8).

      * Takings are summed per revenue type and rate code; each bucket
      * becomes one or more VAT-inclusive register lines.
       01 BUCKET-TABLE-MAX     PIC 99 VALUE 20.
       01 BUCKET-TABLE-COUNT   PIC 99 VALUE ZERO.
       01 BUCKET-IDX           PIC 99 VALUE ZERO.
       01 WS-BUCKET-IDX        PIC 99 VALUE ZERO.
       01 BUCKET-TABLE.
           02 BUCKET-ENTRY OCCURS 20 TIMES.
               03 BK-REVENUE-TYPE PIC X(3).
               03 BK-RATE-CODE    PIC X.
               03 BK-TTC          PIC S9(8)V99.

       01 WS-AMOUNT            PIC S9(8)V99 VALUE ZEROS.
       01 WS-PAID-PRICE        PIC 999V99 VALUE ZEROS.
       01 WS-REMAINING-TTC     PIC 9(8)V99 VALUE ZEROS.
       01 WS-LINE-TTC          PIC 9(5)V99 VALUE ZEROS.
       01 WS-LINE-HT           PIC 9(5)V99 VALUE ZEROS.
       01 WS-LINE-VAT          PIC 9(5)V99 VALUE ZEROS.
       01 WS-DOC-TYPE          PIC X VALUE 'P'.
      * VRG-TTC holds at most 99999.99; larger takings are split.
       01 WS-LINE-LIMIT        PIC 9(5)V99 VALUE 90000.00.

       01 LINES-WRITTEN        PIC 9(5) VALUE ZERO.
       01 UNCODED-COUNT        PIC 9(5) VALUE ZERO.
       01 TOTAL-TTC            PIC S9(9)V99 VALUE ZEROS.
       01 TOTAL-VAT            PIC S9(9)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       ExtractParkVat.
           DISPLAY "Takings date to extract (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-TAKINGS-DATE
           PERFORM CHECK-ALREADY-EXTRACTED
           IF DATE-ALREADY-EXTRACTED
              DISPLAY "*** PARK TAKINGS FOR " WS-TAKINGS-DATE
                  " ALREADY ON THE VAT REGISTER - RUN ABANDONED ***"
              STOP RUN
           END-IF
           PERFORM LOAD-PARK-VAT-CODES
           PERFORM LOAD-VAT-RATE-TABLE
           PERFORM TOTAL-ADMISSIONS
           PERFORM TOTAL-ANCILLARY-SALES
           PERFORM TOTAL-GIFT-CARD-REDEMPTIONS
           OPEN EXTEND VatRegister
           PERFORM WRITE-BUCKET-LINES
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > BUCKET-TABLE-COUNT
           CLOSE VatRegister
           DISPLAY "Park VAT register lines written: " LINES-WRITTEN
           DISPLAY "VAT-inclusive takings:           " TOTAL-TTC
           DISPLAY "Output VAT:                      " TOTAL-VAT
           DISPLAY "Entries with no rate code:       " UNCODED-COUNT
           STOP RUN.

       CHECK-ALREADY-EXTRACTED.
           MOVE 'N' TO WS-ALREADY-EXTRACTED
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT VatRegister
           PERFORM READ-REGISTER-LINE UNTIL END-OF-REGISTER
           CLOSE VatRegister.

       READ-REGISTER-LINE.
           READ VatRegister
              AT END
                 SET END-OF-REGISTER TO TRUE
              NOT AT END
                 IF VRG-Date = WS-TAKINGS-DATE
                    AND VRG-Customer(1:5) = WS-PARK-CUSTOMER
                    SET DATE-ALREADY-EXTRACTED TO TRUE
                 END-IF
           END-READ.

       LOAD-PARK-VAT-CODES.
           MOVE ZERO TO CODE-TABLE-COUNT
           MOVE 'N' TO CODE-EOF
           OPEN INPUT ParkVatCodes
           PERFORM READ-PARK-VAT-CODE UNTIL END-OF-CODES
           CLOSE ParkVatCodes.

       READ-PARK-VAT-CODE.
           READ ParkVatCodes
              AT END
                 SET END-OF-CODES TO TRUE
              NOT AT END
                 IF CODE-TABLE-COUNT >= CODE-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO CODE-TABLE-COUNT
                 MOVE PV-REVENUE-TYPE
                     TO CT-REVENUE-TYPE(CODE-TABLE-COUNT)
                 MOVE PV-ITEM-CODE TO CT-ITEM-CODE(CODE-TABLE-COUNT)
                 MOVE PV-RATE-CODE TO CT-RATE-CODE(CODE-TABLE-COUNT)
           END-READ.

       LOAD-VAT-RATE-TABLE.
           MOVE ZERO TO RATE-TABLE-COUNT
           MOVE 'N' TO RATE-EOF
           OPEN INPUT VatRateFile
           PERFORM READ-VAT-RATE-FILE UNTIL END-OF-RATES
           CLOSE VatRateFile.

       READ-VAT-RATE-FILE.
           READ VatRateFile
               AT END
                   SET END-OF-RATES TO TRUE
               NOT AT END
                   IF RATE-TABLE-COUNT < RATE-TABLE-MAX
                       ADD 1 TO RATE-TABLE-COUNT
                       MOVE VR-RateCode
                           TO VRT-RateCode(RATE-TABLE-COUNT)
                       MOVE VR-Rate
                           TO VRT-Rate(RATE-TABLE-COUNT)
                       MOVE VR-EffFrom
                           TO VRT-EffFrom(RATE-TABLE-COUNT)
                       MOVE VR-EffTo
                           TO VRT-EffTo(RATE-TABLE-COUNT)
                   END-IF
           END-READ.

      * Net paid admissions: the price actually taken at the gate,
      * less refunds given on the day.  Gift card cover is not in
      * AL-PRICE and is picked up from the redemption file instead.
       TOTAL-ADMISSIONS.
           MOVE "ADM" TO WS-REVENUE-TYPE
           MOVE SPACES TO WS-ITEM-CODE
           PERFORM LOOKUP-RATE-CODE
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-ADMISSIONS-LOG UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       READ-ADMISSIONS-LOG.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-DATE = WS-TAKINGS-DATE
                    MOVE AL-PRICE TO WS-PAID-PRICE
                    EVALUATE AL-ENTRY-TYPE
                       WHEN 'A'
                       WHEN 'T'
                          MOVE WS-PAID-PRICE TO WS-AMOUNT
                          PERFORM ADD-TO-BUCKET
                       WHEN 'R'
                          COMPUTE WS-AMOUNT = ZERO - WS-PAID-PRICE
                          PERFORM ADD-TO-BUCKET
                    END-EVALUATE
                 END-IF
           END-READ.

       TOTAL-ANCILLARY-SALES.
           MOVE 'N' TO ANCILLARY-EOF
           OPEN INPUT AncillaryJournal
           PERFORM READ-ANCILLARY-JOURNAL UNTIL END-OF-ANCILLARY
           CLOSE AncillaryJournal.

       READ-ANCILLARY-JOURNAL.
           READ AncillaryJournal
              AT END
                 SET END-OF-ANCILLARY TO TRUE
              NOT AT END
                 IF AJ-DATE = WS-TAKINGS-DATE
                    MOVE "ANC" TO WS-REVENUE-TYPE
                    MOVE AJ-ITEM-CODE TO WS-ITEM-CODE
                    PERFORM LOOKUP-RATE-CODE
                    MOVE AJ-VALUE TO WS-AMOUNT
                    PERFORM ADD-TO-BUCKET
                 END-IF
           END-READ.

      * Redemptions follow the admission rate unless GCR has its own.
       TOTAL-GIFT-CARD-REDEMPTIONS.
           MOVE "ADM" TO WS-REVENUE-TYPE
           MOVE SPACES TO WS-ITEM-CODE
           PERFORM LOOKUP-RATE-CODE
           MOVE WS-RATE-CODE TO WS-ADM-RATE-CODE
           MOVE "GCR" TO WS-REVENUE-TYPE
           PERFORM LOOKUP-RATE-CODE
           IF WS-RATE-CODE = SPACE
              MOVE WS-ADM-RATE-CODE TO WS-RATE-CODE
           END-IF
           MOVE 'N' TO REDEMPTION-EOF
           OPEN INPUT GiftCardRedemptions
           PERFORM READ-GIFT-CARD-REDEMPTION UNTIL END-OF-REDEMPTIONS
           CLOSE GiftCardRedemptions.

       READ-GIFT-CARD-REDEMPTION.
           READ GiftCardRedemptions
              AT END
                 SET END-OF-REDEMPTIONS TO TRUE
              NOT AT END
                 IF GRD-DATE = WS-TAKINGS-DATE
                    MOVE GRD-AMOUNT TO WS-AMOUNT
                    PERFORM ADD-TO-BUCKET
                 END-IF
           END-READ.

       LOOKUP-RATE-CODE.
           MOVE SPACE TO WS-RATE-CODE
           MOVE SPACE TO WS-ITEM-RATE-CODE
           PERFORM FIND-RATE-CODE
               VARYING CODE-IDX FROM 1 BY 1
               UNTIL CODE-IDX > CODE-TABLE-COUNT
           IF WS-ITEM-RATE-CODE NOT = SPACE
              MOVE WS-ITEM-RATE-CODE TO WS-RATE-CODE
           END-IF.

       FIND-RATE-CODE.
           IF CT-REVENUE-TYPE(CODE-IDX) = WS-REVENUE-TYPE
              IF CT-ITEM-CODE(CODE-IDX) = SPACES
                 MOVE CT-RATE-CODE(CODE-IDX) TO WS-RATE-CODE
              ELSE
                 IF CT-ITEM-CODE(CODE-IDX) = WS-ITEM-CODE
                    MOVE CT-RATE-CODE(CODE-IDX) TO WS-ITEM-RATE-CODE
                 END-IF
              END-IF
           END-IF.

       ADD-TO-BUCKET.
           IF WS-RATE-CODE = SPACE
              ADD 1 TO UNCODED-COUNT
           ELSE
              MOVE ZERO TO WS-BUCKET-IDX
              PERFORM FIND-BUCKET
                  VARYING BUCKET-IDX FROM 1 BY 1
                  UNTIL BUCKET-IDX > BUCKET-TABLE-COUNT
              IF WS-BUCKET-IDX = ZERO
                 IF BUCKET-TABLE-COUNT >= BUCKET-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO BUCKET-TABLE-COUNT
                 MOVE BUCKET-TABLE-COUNT TO WS-BUCKET-IDX
                 MOVE WS-REVENUE-TYPE
                     TO BK-REVENUE-TYPE(WS-BUCKET-IDX)
                 MOVE WS-RATE-CODE TO BK-RATE-CODE(WS-BUCKET-IDX)
                 MOVE ZERO TO BK-TTC(WS-BUCKET-IDX)
              END-IF
              ADD WS-AMOUNT TO BK-TTC(WS-BUCKET-IDX)
           END-IF.

       FIND-BUCKET.
           IF BK-REVENUE-TYPE(BUCKET-IDX) = WS-REVENUE-TYPE
              AND BK-RATE-CODE(BUCKET-IDX) = WS-RATE-CODE
              MOVE BUCKET-IDX TO WS-BUCKET-IDX
           END-IF.

      * A day where refunds exceed takings is written as a credit.
       WRITE-BUCKET-LINES.
           MOVE BK-RATE-CODE(BUCKET-IDX) TO WS-RATE-CODE
           PERFORM LOOKUP-EFFECTIVE-RATE
           IF NOT VAT-RATE-FOUND
              DISPLAY "No VAT rate for code " WS-RATE-CODE
                  " on " WS-TAKINGS-DATE " - "
                  BK-REVENUE-TYPE(BUCKET-IDX) " takings not extracted"
              ADD 1 TO UNCODED-COUNT
           ELSE
              IF BK-TTC(BUCKET-IDX) < ZERO
                 MOVE 'C' TO WS-DOC-TYPE
                 COMPUTE WS-REMAINING-TTC = ZERO - BK-TTC(BUCKET-IDX)
              ELSE
                 MOVE 'P' TO WS-DOC-TYPE
                 MOVE BK-TTC(BUCKET-IDX) TO WS-REMAINING-TTC
              END-IF
              PERFORM WRITE-REGISTER-LINE
                  UNTIL WS-REMAINING-TTC = ZERO
           END-IF.

       LOOKUP-EFFECTIVE-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE ZEROES TO WS-EFFECTIVE-RATE
           PERFORM FIND-EFFECTIVE-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT.

       FIND-EFFECTIVE-RATE.
           IF VRT-RateCode(RATE-IDX) = WS-RATE-CODE
               AND WS-TAKINGS-DATE >= VRT-EffFrom(RATE-IDX)
               AND WS-TAKINGS-DATE <= VRT-EffTo(RATE-IDX)
               SET VAT-RATE-FOUND TO TRUE
               MOVE VRT-Rate(RATE-IDX) TO WS-EFFECTIVE-RATE
           END-IF.

       WRITE-REGISTER-LINE.
           IF WS-REMAINING-TTC > WS-LINE-LIMIT
              MOVE WS-LINE-LIMIT TO WS-LINE-TTC
           ELSE
              MOVE WS-REMAINING-TTC TO WS-LINE-TTC
           END-IF
           SUBTRACT WS-LINE-TTC FROM WS-REMAINING-TTC
           COMPUTE WS-LINE-HT ROUNDED =
               WS-LINE-TTC / (1 + WS-EFFECTIVE-RATE)
           COMPUTE WS-LINE-VAT = WS-LINE-TTC - WS-LINE-HT
           MOVE SPACES TO VatRegisterRec
           MOVE WS-TAKINGS-DATE TO VRG-Date
           MOVE WS-LINE-HT TO VRG-HT
           MOVE WS-RATE-CODE TO VRG-RateCode
           MOVE WS-EFFECTIVE-RATE TO VRG-Rate
           MOVE WS-LINE-VAT TO VRG-VAT
           MOVE WS-LINE-TTC TO VRG-TTC
           MOVE WS-DOC-TYPE TO VRG-DocType
           MOVE ZERO TO VRG-Country
           MOVE SPACE TO VRG-RevChg
           MOVE ZERO TO VRG-OrigDate
           MOVE SPACES TO VRG-InvNo
           STRING WS-PARK-CUSTOMER BK-REVENUE-TYPE(BUCKET-IDX)
               DELIMITED BY SIZE INTO VRG-Customer
           WRITE VatRegisterRec
           ADD 1 TO LINES-WRITTEN
           IF WS-DOC-TYPE = 'C'
              SUBTRACT WS-LINE-TTC FROM TOTAL-TTC
              SUBTRACT WS-LINE-VAT FROM TOTAL-VAT
           ELSE
              ADD WS-LINE-TTC TO TOTAL-TTC
              ADD WS-LINE-VAT TO TOTAL-VAT
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.
