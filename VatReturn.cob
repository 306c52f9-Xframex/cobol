               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VatPeriods ASSIGN TO "VatPeriods.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InputVatRegister
               ASSIGN TO "InputVatRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UnmatchedInvoices
               ASSIGN TO "UnmatchedInvoices.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER           PIC X VALUE SPACE.
           02 VP-STATUS        PIC X.

       FD InputVatRegister.
       COPY PURVREG.

       FD UnmatchedInvoices.
       COPY UNMATINV.

       WORKING-STORAGE SECTION.
       COPY AUTHCHK.

       01 REGISTER-EOF         PIC X VALUE 'N'.
           88 END-OF-REGISTER  VALUE 'Y'.


       01 WS-FINALIZE-ANSWER   PIC X VALUE 'N'.
           88 FINALIZE-PERIOD  VALUE 'Y' 'y'.
       01 WS-CLOSE-USER-ID     PIC X(8) VALUE SPACES.
       01 PERIOD-TABLE-MAX     PIC 99 VALUE 24.
       01 PERIOD-TABLE-COUNT   PIC 99 VALUE ZERO.
       01 PERIOD-IDX           PIC 99 VALUE ZERO.
           02 ZERO-HT          PIC S9(9)V99 VALUE ZEROES.
           02 ZERO-VAT         PIC S9(9)V99 VALUE ZEROES.

       01 INPUT-VAT-EOF        PIC X VALUE 'N'.
           88 END-OF-INPUT-VAT VALUE 'Y'.
       01 INPUT-HT             PIC S9(9)V99 VALUE ZEROES.
       01 INPUT-VAT            PIC S9(9)V99 VALUE ZEROES.
       01 OUTPUT-VAT           PIC S9(9)V99 VALUE ZEROES.
       01 INPUT-LINES-IN-PERIOD PIC 9(6) VALUE ZERO.

       01 UNMATCHED-EOF        PIC X VALUE 'N'.
           88 END-OF-UNMATCHED VALUE 'Y'.
       01 UNMATCHED-IN-PERIOD  PIC 9(5) VALUE ZERO.

      * One entry for each month of the return, built from the
      * period dates before the registers are read.
       01 SUMMARY-TABLE-MAX    PIC 99 VALUE 24.
       01 SUMMARY-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 SUMMARY-IDX          PIC 99 VALUE ZERO.
       01 WS-SUMMARY-IDX       PIC 99 VALUE ZERO.
       01 WS-SUMMARY-PERIOD    PIC 9(6) VALUE ZEROS.
       01 WS-SUMMARY-SPLIT REDEFINES WS-SUMMARY-PERIOD.
           02 WS-SUMMARY-YEAR  PIC 9(4).
           02 WS-SUMMARY-MONTH PIC 99.
       01 WS-LINE-PERIOD       PIC 9(6) VALUE ZEROS.
       01 WS-NET-PAYABLE       PIC S9(9)V99 VALUE ZEROES.
       01 PERIOD-SUMMARY-TABLE.
           02 SUMMARY-ENTRY OCCURS 24 TIMES.
               03 PS-PERIOD     PIC 9(6).
               03 PS-OUTPUT-VAT PIC S9(9)V99.
               03 PS-INPUT-VAT  PIC S9(9)V99.

       01 LINES-IN-PERIOD      PIC 9(6) VALUE ZERO.
       01 RATE-MISMATCH-COUNT  PIC 9(5) VALUE ZERO.
       01 UNKNOWN-CODE-COUNT   PIC 9(5) VALUE ZERO.
               03 CY-HT         PIC S9(9)V99.
               03 CY-VAT        PIC S9(9)V99.
               03 CY-REVCHG-HT  PIC S9(9)V99.
       01 REVCHG-TOTAL-HT      PIC S9(9)V99 VALUE ZEROES.

       01 CountrySectionHeading PIC X(70)
           VALUE " Per-country analysis (000 = domestic)".
           02 CY-OUT-VAT       PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 CY-OUT-REVCHG    PIC ZZZ,ZZZ,ZZ9.99-.
       01 RevChgTotalLine.
           02 FILLER           PIC X(41)
               VALUE " Total reverse-charged net".
           02 RT-OUT-REVCHG    PIC ZZZ,ZZZ,ZZ9.99-.

       01 ReturnHeading1.
           02 FILLER           PIC X(25)
           02 FILLER           PIC X(13) VALUE "  effective: ".
           02 MM-EFFECTIVE     PIC 9.999.

       01 SummarySectionHeading PIC X(70)
           VALUE " Output tax, input tax and net payable by month".
       01 SummaryColHeads      PIC X(70)
           VALUE " Period       Output tax       Input tax     Net pay"
           & "able".

       01 SummaryDetailLine.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 PS-OUT-PERIOD    PIC X(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PS-OUT-OUTPUT    PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PS-OUT-INPUT     PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PS-OUT-NET       PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 PS-OUT-DIRECTION PIC X(9).

       01 UnmatchedHeading     PIC X(70)
           VALUE " Supplier invoices in the period still unmatched".
       01 UnmatchedDetailLine.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 UL-INVOICE-NO    PIC X(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 UL-INVOICE-DATE  PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 UL-PO-NUMBER     PIC 9(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 UL-REASON        PIC X(20).

       01 ControlCountLine.
           02 CC-LABEL         PIC X(30).
           02 CC-COUNT         PIC Z(5)9.
           MOVE WS-TO-DATE TO RH-TO
           WRITE VatReturnLine FROM ReturnHeading1
               AFTER ADVANCING PAGE
           PERFORM BUILD-PERIOD-SUMMARY
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT VatRegister
           PERFORM TALLY-REGISTER-LINE UNTIL END-OF-REGISTER
           CLOSE VatRegister
           MOVE 'N' TO INPUT-VAT-EOF
           OPEN INPUT InputVatRegister
           PERFORM TALLY-INPUT-VAT-LINE UNTIL END-OF-INPUT-VAT
           CLOSE InputVatRegister
           PERFORM WRITE-RETURN-BOXES
           PERFORM WRITE-PERIOD-SUMMARY
           PERFORM WRITE-COUNTRY-ANALYSIS
           PERFORM LIST-UNMATCHED-INVOICES
           PERFORM WRITE-CONTROL-PAGE
           CLOSE VatReturnReport
           DISPLAY "Finalize and close the period(s)? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-FINALIZE-ANSWER
           IF FINALIZE-PERIOD
              DISPLAY "Enter your user ID: " WITH NO ADVANCING
              ACCEPT WS-CLOSE-USER-ID
              PERFORM CHECK-CLOSE-AUTHORITY
              EVALUATE TRUE
                 WHEN NOT AC-AUTHORISED
                    DISPLAY "*** USER NOT AUTHORISED TO CLOSE VAT "
                        "PERIODS - PERIOD NOT CLOSED ***"
                 WHEN UNMATCHED-IN-PERIOD > ZERO
                    DISPLAY "*** " UNMATCHED-IN-PERIOD " SUPPLIER "
                        "INVOICE(S) IN THE PERIOD STILL UNMATCHED - "
                        "PERIOD NOT CLOSED ***"
                 WHEN OTHER
                    PERFORM CLOSE-RETURN-PERIODS
                    DISPLAY "Periods closed this run: "
                        PERIODS-CLOSED
              END-EVALUATE
           END-IF
           STOP RUN.

      * Closing periods is action C for VATRETURN on
      * UserAuthority.Dat.
       CHECK-CLOSE-AUTHORITY.
           MOVE "VATRETURN" TO AC-PROGRAM-ID
           MOVE WS-CLOSE-USER-ID TO AC-USER-ID
           MOVE 'C' TO AC-ACTION
           MOVE SPACES TO AC-KEY
           STRING "VAT " WS-FROM-DATE(1:6)
               DELIMITED BY SIZE INTO AC-KEY
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS.

       CLOSE-RETURN-PERIODS.
           PERFORM LOAD-PERIOD-TABLE
           MOVE WS-FROM-DATE(1:6) TO WS-CLOSE-PERIOD
           CLOSE VatPeriods.

       WRITE-ONE-PERIOD.
           MOVE SPACES TO VatPeriodRec
           MOVE PE-PERIOD(PERIOD-IDX) TO VP-PERIOD
           MOVE PE-STATUS(PERIOD-IDX) TO VP-STATUS
           WRITE VatPeriodRec.
               WHEN OTHER
                   ADD 1 TO UNKNOWN-CODE-COUNT
           END-EVALUATE
           ADD WS-SIGNED-VAT TO OUTPUT-VAT
           MOVE VRG-Date(1:6) TO WS-LINE-PERIOD
           PERFORM LOCATE-SUMMARY-PERIOD
           IF WS-SUMMARY-IDX NOT = ZERO
               ADD WS-SIGNED-VAT TO PS-OUTPUT-VAT(WS-SUMMARY-IDX)
           END-IF
           PERFORM TALLY-COUNTRY-ANALYSIS
           PERFORM CHECK-STORED-RATE.

       TALLY-INPUT-VAT-LINE.
           READ InputVatRegister
               AT END
                   SET END-OF-INPUT-VAT TO TRUE
               NOT AT END
                   IF PVR-Date >= WS-FROM-DATE
                       AND PVR-Date <= WS-TO-DATE
                       PERFORM APPLY-INPUT-VAT-LINE
                   END-IF
           END-READ.

       APPLY-INPUT-VAT-LINE.
           ADD 1 TO INPUT-LINES-IN-PERIOD
           ADD PVR-Net TO INPUT-HT
           ADD PVR-VAT TO INPUT-VAT
           MOVE PVR-Date(1:6) TO WS-LINE-PERIOD
           PERFORM LOCATE-SUMMARY-PERIOD
           IF WS-SUMMARY-IDX NOT = ZERO
               ADD PVR-VAT TO PS-INPUT-VAT(WS-SUMMARY-IDX)
           END-IF.

       BUILD-PERIOD-SUMMARY.
           MOVE ZERO TO SUMMARY-TABLE-COUNT
           MOVE WS-FROM-DATE(1:6) TO WS-SUMMARY-PERIOD
           MOVE WS-TO-DATE(1:6) TO WS-LAST-PERIOD
           PERFORM ADD-SUMMARY-PERIOD
               UNTIL WS-SUMMARY-PERIOD > WS-LAST-PERIOD
               OR SUMMARY-TABLE-COUNT >= SUMMARY-TABLE-MAX.

       ADD-SUMMARY-PERIOD.
           ADD 1 TO SUMMARY-TABLE-COUNT
           MOVE WS-SUMMARY-PERIOD TO PS-PERIOD(SUMMARY-TABLE-COUNT)
           MOVE ZERO TO PS-OUTPUT-VAT(SUMMARY-TABLE-COUNT)
           MOVE ZERO TO PS-INPUT-VAT(SUMMARY-TABLE-COUNT)
           ADD 1 TO WS-SUMMARY-MONTH
           IF WS-SUMMARY-MONTH > 12
              MOVE 1 TO WS-SUMMARY-MONTH
              ADD 1 TO WS-SUMMARY-YEAR
           END-IF.

       LOCATE-SUMMARY-PERIOD.
           MOVE ZERO TO WS-SUMMARY-IDX
           PERFORM FIND-SUMMARY-PERIOD
               VARYING SUMMARY-IDX FROM 1 BY 1
               UNTIL SUMMARY-IDX > SUMMARY-TABLE-COUNT.

       FIND-SUMMARY-PERIOD.
           IF PS-PERIOD(SUMMARY-IDX) = WS-LINE-PERIOD
              MOVE SUMMARY-IDX TO WS-SUMMARY-IDX
           END-IF.

       TALLY-COUNTRY-ANALYSIS.
           MOVE 'N' TO WS-CTRY-FOUND
           MOVE ZERO TO WS-CTRY-IDX
                 MOVE CTRY-TABLE-COUNT TO WS-CTRY-IDX
              END-IF
           END-IF
           IF VRG-RevChg = 'R'
              ADD WS-SIGNED-HT TO REVCHG-TOTAL-HT
           END-IF
           IF WS-CTRY-IDX NOT = ZERO
              ADD WS-SIGNED-HT TO CY-HT(WS-CTRY-IDX)
              ADD WS-SIGNED-VAT TO CY-VAT(WS-CTRY-IDX)
           MOVE ZERO-HT TO RB-HT
           MOVE ZERO-VAT TO RB-VAT
           WRITE VatReturnLine FROM ReturnBoxLine
               AFTER ADVANCING 1 LINE
           MOVE 4 TO RB-BOX
           MOVE "INPUT TAX" TO RB-LABEL
           MOVE INPUT-HT TO RB-HT
           MOVE INPUT-VAT TO RB-VAT
           WRITE VatReturnLine FROM ReturnBoxLine
               AFTER ADVANCING 1 LINE.

      * Net payable is output tax less input tax; a negative figure
      * is a repayment due from the authority.
       WRITE-PERIOD-SUMMARY.
           WRITE VatReturnLine FROM SummarySectionHeading
               AFTER ADVANCING 2 LINES
           WRITE VatReturnLine FROM SummaryColHeads
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-SUMMARY-LINE
               VARYING SUMMARY-IDX FROM 1 BY 1
               UNTIL SUMMARY-IDX > SUMMARY-TABLE-COUNT
           MOVE "TOTAL " TO PS-OUT-PERIOD
           MOVE OUTPUT-VAT TO PS-OUT-OUTPUT
           MOVE INPUT-VAT TO PS-OUT-INPUT
           COMPUTE WS-NET-PAYABLE = OUTPUT-VAT - INPUT-VAT
           PERFORM WRITE-SUMMARY-DETAIL.

       WRITE-SUMMARY-LINE.
           MOVE PS-PERIOD(SUMMARY-IDX) TO PS-OUT-PERIOD
           MOVE PS-OUTPUT-VAT(SUMMARY-IDX) TO PS-OUT-OUTPUT
           MOVE PS-INPUT-VAT(SUMMARY-IDX) TO PS-OUT-INPUT
           COMPUTE WS-NET-PAYABLE = PS-OUTPUT-VAT(SUMMARY-IDX)
               - PS-INPUT-VAT(SUMMARY-IDX)
           PERFORM WRITE-SUMMARY-DETAIL.

       WRITE-SUMMARY-DETAIL.
           MOVE WS-NET-PAYABLE TO PS-OUT-NET
           IF WS-NET-PAYABLE < ZERO
              MOVE "REPAYABLE" TO PS-OUT-DIRECTION
           ELSE
              MOVE "PAYABLE" TO PS-OUT-DIRECTION
           END-IF
           WRITE VatReturnLine FROM SummaryDetailLine
               AFTER ADVANCING 1 LINE.

       LIST-UNMATCHED-INVOICES.
           MOVE ZERO TO UNMATCHED-IN-PERIOD
           MOVE 'N' TO UNMATCHED-EOF
           OPEN INPUT UnmatchedInvoices
           PERFORM READ-UNMATCHED-INVOICE UNTIL END-OF-UNMATCHED
           CLOSE UnmatchedInvoices.

       READ-UNMATCHED-INVOICE.
           READ UnmatchedInvoices
               AT END
                   SET END-OF-UNMATCHED TO TRUE
               NOT AT END
                   IF UI-INVOICE-DATE >= WS-FROM-DATE
                       AND UI-INVOICE-DATE <= WS-TO-DATE
                       PERFORM WRITE-UNMATCHED-LINE
                   END-IF
           END-READ.

       WRITE-UNMATCHED-LINE.
           IF UNMATCHED-IN-PERIOD = ZERO
              WRITE VatReturnLine FROM UnmatchedHeading
                  AFTER ADVANCING 2 LINES
           END-IF
           ADD 1 TO UNMATCHED-IN-PERIOD
           MOVE UI-INVOICE-NO TO UL-INVOICE-NO
           MOVE UI-INVOICE-DATE TO UL-INVOICE-DATE
           MOVE UI-PO-NUMBER TO UL-PO-NUMBER
           MOVE UI-REASON TO UL-REASON
           WRITE VatReturnLine FROM UnmatchedDetailLine
               AFTER ADVANCING 1 LINE.

       WRITE-COUNTRY-ANALYSIS.
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-COUNTRY-LINE
               VARYING CTRY-IDX FROM 1 BY 1
               UNTIL CTRY-IDX > CTRY-TABLE-COUNT
           MOVE REVCHG-TOTAL-HT TO RT-OUT-REVCHG
           WRITE VatReturnLine FROM RevChgTotalLine
               AFTER ADVANCING 2 LINES.

       WRITE-COUNTRY-LINE.
           MOVE CY-COUNTRY(CTRY-IDX) TO CY-OUT-COUNTRY
               AFTER ADVANCING 1 LINE
           MOVE " Unknown rate codes:          " TO CC-LABEL
           MOVE UNKNOWN-CODE-COUNT TO CC-COUNT
           WRITE VatReturnLine FROM ControlCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Input VAT lines in period:   " TO CC-LABEL
           MOVE INPUT-LINES-IN-PERIOD TO CC-COUNT
           WRITE VatReturnLine FROM ControlCountLine
               AFTER ADVANCING 1 LINE
           MOVE " Unmatched supplier invoices: " TO CC-LABEL
           MOVE UNMATCHED-IN-PERIOD TO CC-COUNT
           WRITE VatReturnLine FROM ControlCountLine
               AFTER ADVANCING 1 LINE
           WRITE VatReturnLine FROM SignOffLine
