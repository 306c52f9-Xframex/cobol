       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoiceMatching.
       AUTHOR. ismail.
      * Three-way match of supplier invoices against the order book
      * and goods received.  Invoices, orders and receipts are all
      * in the supplier's currency.  For approved invoices from a
      * foreign-currency supplier the exchange gain or loss between
      * the rate on the goods received date and the rate on the
      * invoice date is reported.
      * Each invoice carries its net, VAT rate code and VAT amount;
      * the code must hold a rate on VatRates.Dat for the invoice
      * date and the VAT must be the net at that rate.  Approved
      * invoices go to the input VAT register and held ones to the
      * unmatched invoice file for VatReturn.
      * An approved invoice already on the supplier payment history
      * is written to PaymentApproval.Dat marked paid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PaymentApproval ASSIGN TO "PaymentApproval.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ExchangeRateFile
               ASSIGN TO "ExchangeRate.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InvoiceMatchReport
               ASSIGN TO "InvoiceMatchReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VatRateFile ASSIGN TO "VatRates.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InputVatRegister
               ASSIGN TO "InputVatRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UnmatchedInvoices
               ASSIGN TO "UnmatchedInvoices.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SupplierPayments
               ASSIGN TO "SupplierPayments.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 SV-QTY           PIC 9(6).
           02 FILLER           PIC X.
           02 SV-UNIT-PRICE    PIC 9(5)V99.
           02 FILLER           PIC X.
           02 SV-INVOICE-DATE  PIC 9(8).
           02 FILLER           PIC X.
           02 SV-NET           PIC 9(7)V99.
           02 FILLER           PIC X.
           02 SV-VAT-CODE      PIC X.
           02 FILLER           PIC X.
           02 SV-VAT-AMOUNT    PIC 9(7)V99.

       FD OutstandingOrders.
       COPY OUTORD.

       FD GoodsReceived.
       01 GoodsReceivedRec.
           02 GRC-HASH-TOTAL   PIC 9(12).

       FD PaymentApproval.
       COPY PAYAPPR.

       FD ExchangeRateFile.
       01 ExchangeRateRecord.
           02 ER-CurrencyCode    PIC 99.
           02 ER-RateToHome      PIC 9(3)V9999.
           02 ER-AsOfDate        PIC 9(8).

       FD InvoiceMatchReport.
       01 InvoiceMatchLine     PIC X(80).

       FD VatRateFile.
       01 VatRateRecord.
           02 VR-RateCode      PIC X.
           02 VR-Rate          PIC 9V999.
           02 VR-EffFrom       PIC 9(8).
           02 VR-EffTo         PIC 9(8).

       FD InputVatRegister.
       COPY PURVREG.

       FD UnmatchedInvoices.
       COPY UNMATINV.

       FD SupplierPayments.
       COPY SUPPAY.

       WORKING-STORAGE SECTION.
       01 INVOICE-EOF          PIC X VALUE 'N'.
           88 END-OF-INVOICES  VALUE 'Y'.
           88 GR-TRAILER-SEEN  VALUE 'Y'.

       01 WS-TOLERANCE         PIC 9(3)V99 VALUE ZEROS.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-RECEIPT-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-INVOICE-DATE      PIC 9(8) VALUE ZEROS.

      * Every rate on ExchangeRate.Dat is held, as receipts and
      * invoices are converted at the rates of different days.
       01 FX-RATE-EOF          PIC X VALUE 'N'.
           88 END-OF-FX-RATES  VALUE 'Y'.
       01 RATE-TABLE-MAX       PIC 9(4) VALUE 2000.
       01 RATE-TABLE-COUNT     PIC 9(4) VALUE ZERO.
       01 RATE-IDX             PIC 9(4) VALUE ZERO.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 2000 TIMES.
               03 XR-CURRENCY   PIC 99.
               03 XR-RATE       PIC 9(3)V9999.
               03 XR-AS-OF      PIC 9(8).
       01 WS-FX-CURRENCY       PIC 99 VALUE ZERO.
       01 WS-FX-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-FX-RATE           PIC 9(3)V9999 VALUE ZEROS.
       01 WS-FX-AS-OF          PIC 9(8) VALUE ZEROS.
       01 WS-RECEIPT-RATE      PIC 9(3)V9999 VALUE ZEROS.
       01 WS-INVOICE-RATE      PIC 9(3)V9999 VALUE ZEROS.
       01 WS-FX-DIFF           PIC S9(9)V99 VALUE ZEROS.
       01 WS-NET-FX-DIFF       PIC S9(9)V99 VALUE ZEROS.

       01 FXD-TABLE-MAX        PIC 9(4) VALUE 1000.
       01 FXD-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 FXD-IDX              PIC 9(4) VALUE ZERO.
       01 FX-DIFFERENCE-TABLE.
           02 FXD-ENTRY OCCURS 1000 TIMES.
               03 FXD-INVOICE-NO    PIC X(8).
               03 FXD-PO-NUMBER     PIC 9(6).
               03 FXD-STOCK-NUMBER  PIC 9(5).
               03 FXD-CURRENCY      PIC 99.
               03 FXD-VALUE         PIC 9(9)V99.
               03 FXD-RECEIPT-RATE  PIC 9(3)V9999.
               03 FXD-INVOICE-RATE  PIC 9(3)V9999.
               03 FXD-DIFF          PIC S9(9)V99.

       01 ORDER-TABLE-MAX      PIC 9(4) VALUE 1000.
       01 ORDER-TABLE-COUNT    PIC 9(4) VALUE ZERO.
               03 ORD-RCPT-COST    PIC 9(5)V99.
               03 ORD-STATUS       PIC X.
                   88 ORD-IS-CANCELLED VALUE 'C'.
               03 ORD-CURRENCY     PIC 99.

       01 VAT-RATE-EOF         PIC X VALUE 'N'.
           88 END-OF-VAT-RATES VALUE 'Y'.
       01 VAT-RATE-TABLE-MAX   PIC 99 VALUE 10.
       01 VAT-RATE-TABLE-COUNT PIC 99 VALUE ZERO.
       01 VAT-RATE-IDX         PIC 99 VALUE ZERO.
       01 VAT-RATE-TABLE.
           02 VRT-ENTRY OCCURS 10 TIMES.
               03 VRT-RateCode PIC X.
               03 VRT-Rate     PIC 9V999.
               03 VRT-EffFrom  PIC 9(8).
               03 VRT-EffTo    PIC 9(8).
       01 WS-VAT-RATE-FOUND    PIC X VALUE 'N'.
           88 VAT-RATE-FOUND   VALUE 'Y'.
       01 WS-VAT-RATE          PIC 9V999 VALUE ZEROS.
       01 WS-VAT-EXCEPTION     PIC X(20) VALUE SPACES.
       01 WS-VAT-EXPECTED      PIC 9(7)V99 VALUE ZEROS.
       01 WS-VAT-DIFF          PIC S9(9)V99 VALUE ZEROS.
       01 WS-VAT-ROUNDING      PIC 9V99 VALUE 0.01.
       01 WS-HOME-RATE         PIC 9(3)V9999 VALUE ZEROS.

      * Invoice numbers already on the input VAT register, so that
      * an invoice resubmitted in a later batch is not claimed twice.
       01 PVR-EOF              PIC X VALUE 'N'.
           88 END-OF-INPUT-VAT VALUE 'Y'.
       01 PVR-TABLE-MAX        PIC 9(4) VALUE 5000.
       01 PVR-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 PVR-IDX              PIC 9(4) VALUE ZERO.
       01 PVR-TABLE.
           02 PVR-ENTRY OCCURS 5000 TIMES.
               03 PVT-INVOICE-NO   PIC X(8).
       01 WS-PVR-FOUND         PIC X VALUE 'N'.
           88 ALREADY-ON-REGISTER VALUE 'Y'.

      * Invoices already paid, from the supplier payment history.
       01 PAID-EOF             PIC X VALUE 'N'.
           88 END-OF-PAYMENTS  VALUE 'Y'.
       01 PAID-TABLE-MAX       PIC 9(4) VALUE 5000.
       01 PAID-TABLE-COUNT     PIC 9(4) VALUE ZERO.
       01 PAID-IDX             PIC 9(4) VALUE ZERO.
       01 PAID-TABLE.
           02 PAID-ENTRY OCCURS 5000 TIMES.
               03 PD-INVOICE-NO    PIC X(8).
               03 PD-PAID-DATE     PIC 9(8).

       01 INPUT-VAT-WRITTEN    PIC 9(5) VALUE ZERO.
       01 INVOICES-READ        PIC 9(5) VALUE ZERO.
       01 INVOICES-APPROVED    PIC 9(5) VALUE ZERO.
       01 INVOICES-HELD        PIC 9(5) VALUE ZERO.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 MD-EXCEPTION     PIC X(20).

       01 FxHeading1           PIC X(80)
           VALUE " Exchange Differences on Approved Invoices".
       01 FxHeading2           PIC X(80)
           VALUE " Invoice   PO No   Stock  Cur Inv Value Rcpt Rate"
           & "   Inv Rate  Gain/Loss".

       01 FxDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 FXL-INVOICE-NO   PIC X(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FXL-PO-NUMBER    PIC 9(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FXL-STOCK-NUMBER PIC 9(5).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FXL-CURRENCY     PIC 99.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 FXL-VALUE        PIC ZZZZZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FXL-RECEIPT-RATE PIC ZZ9.9999.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 FXL-INVOICE-RATE PIC ZZ9.9999.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 FXL-DIFF         PIC ZZZZZ9.99.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 FXL-GAIN-LOSS    PIC X(4).

       01 FxTotalLine.
           02 FILLER           PIC X(45)
               VALUE " Net exchange difference in home currency:".
           02 FXT-DIFF         PIC ZZZZZZZZ9.99.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 FXT-GAIN-LOSS    PIC X(4).

       01 MatchTrailer.
           02 FILLER           PIC X(17) VALUE " Invoices read: ".
           02 MT-READ          PIC ZZZZ9.
           DISPLAY "Line value tolerance for price differences: "
               WITH NO ADVANCING
           ACCEPT WS-TOLERANCE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-RECEIPT-DATE
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-VAT-RATE-TABLE
           PERFORM LOAD-INPUT-VAT-INVOICES
           PERFORM LOAD-PAID-INVOICES
           PERFORM LOAD-ORDER-TABLE
           PERFORM APPLY-RECEIPTS-TO-ORDERS
           OPEN INPUT SupplierInvoices
           OPEN OUTPUT PaymentApproval
           OPEN OUTPUT InvoiceMatchReport
           OPEN EXTEND InputVatRegister
           OPEN OUTPUT UnmatchedInvoices
           WRITE InvoiceMatchLine FROM MatchHeading1
               AFTER ADVANCING PAGE
           WRITE InvoiceMatchLine FROM MatchHeading2
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO INVOICE-EOF
           PERFORM READ-SUPPLIER-INVOICE UNTIL END-OF-INVOICES
           IF FXD-TABLE-COUNT > ZERO
              PERFORM WRITE-EXCHANGE-DIFFERENCES
           END-IF
           MOVE INVOICES-READ TO MT-READ
           MOVE INVOICES-APPROVED TO MT-APPROVED
           MOVE INVOICES-HELD TO MT-HELD
           CLOSE SupplierInvoices
           CLOSE PaymentApproval
           CLOSE InvoiceMatchReport
           CLOSE InputVatRegister
           CLOSE UnmatchedInvoices
           DISPLAY "Invoice matching complete. Approved: "
               INVOICES-APPROVED " Held: " INVOICES-HELD
           DISPLAY "Input VAT register lines written: "
               INPUT-VAT-WRITTEN
           STOP RUN.

       LOAD-ORDER-TABLE.
                    MOVE ZERO TO ORD-RCPT-COST(ORDER-TABLE-COUNT)
                    MOVE OO-STATUS
                        TO ORD-STATUS(ORDER-TABLE-COUNT)
                    MOVE ZERO TO ORD-CURRENCY(ORDER-TABLE-COUNT)
                    IF OO-CURRENCY-CODE NUMERIC
                       MOVE OO-CURRENCY-CODE
                           TO ORD-CURRENCY(ORDER-TABLE-COUNT)
                    END-IF
                 END-IF
           END-READ.

              NOT AT END
                 EVALUATE TRUE
                    WHEN GRC-HEADER-REC
                       IF GRC-DATE NUMERIC AND GRC-DATE NOT = ZERO
                          MOVE GRC-DATE TO WS-RECEIPT-DATE
                       END-IF
                    WHEN GRC-TRAILER-REC
                       SET GR-TRAILER-SEEN TO TRUE
                       IF GRC-REC-COUNT NOT = GR-REC-COUNT
                 PERFORM MATCH-ONE-INVOICE
           END-READ.

      * Invoices with no date are taken as dated today, both for the
      * VAT rate in force and for the exchange rate.
       MATCH-ONE-INVOICE.
           MOVE WS-TODAY-DATE TO WS-INVOICE-DATE
           IF SV-INVOICE-DATE NUMERIC AND SV-INVOICE-DATE NOT = ZERO
              MOVE SV-INVOICE-DATE TO WS-INVOICE-DATE
           END-IF
           PERFORM LOOKUP-ORDER-LINE
           COMPUTE WS-INVOICE-VALUE = SV-QTY * SV-UNIT-PRICE
           PERFORM VALIDATE-INVOICE-VAT
           EVALUATE TRUE
              WHEN NOT ORDER-FOUND
                 MOVE "NO MATCHING ORDER" TO MD-EXCEPTION
              WHEN SV-QTY > ORD-QTY-RECEIVED(WS-ORDER-IDX)
                 MOVE "QTY OVER RECEIPTS" TO MD-EXCEPTION
                 PERFORM WRITE-MATCH-EXCEPTION
              WHEN WS-VAT-EXCEPTION NOT = SPACES
                 MOVE WS-VAT-EXCEPTION TO MD-EXCEPTION
                 PERFORM WRITE-MATCH-EXCEPTION
              WHEN OTHER
                 PERFORM CHECK-PRICE-TOLERANCE
           END-EVALUATE.

       APPROVE-INVOICE.
           ADD 1 TO INVOICES-APPROVED
           MOVE SPACES TO PaymentApprovalRec
           MOVE SV-INVOICE-NO TO PA-INVOICE-NO
           MOVE SV-PO-NUMBER TO PA-PO-NUMBER
           MOVE WS-INVOICE-VALUE TO PA-AMOUNT
           MOVE ORD-CURRENCY(WS-ORDER-IDX) TO PA-CURRENCY-CODE
           MOVE WS-INVOICE-DATE TO PA-INVOICE-DATE
           MOVE SPACE TO PA-STATUS
           MOVE ZEROS TO PA-PAID-DATE
           PERFORM MARK-IF-ALREADY-PAID
               VARYING PAID-IDX FROM 1 BY 1
               UNTIL PAID-IDX > PAID-TABLE-COUNT
           WRITE PaymentApprovalRec
           IF ORD-CURRENCY(WS-ORDER-IDX) NOT = ZERO
              PERFORM RECORD-EXCHANGE-DIFFERENCE
           END-IF
           PERFORM WRITE-INPUT-VAT-LINE.

      * The net must be the quantity at the invoiced price, the code
      * must carry a rate in force on the invoice date and the VAT
      * must be the net at that rate, give or take a penny of
      * rounding.
       VALIDATE-INVOICE-VAT.
           MOVE SPACES TO WS-VAT-EXCEPTION
           MOVE 'N' TO WS-VAT-RATE-FOUND
           MOVE ZEROS TO WS-VAT-RATE
           PERFORM FIND-INVOICE-VAT-RATE
               VARYING VAT-RATE-IDX FROM 1 BY 1
               UNTIL VAT-RATE-IDX > VAT-RATE-TABLE-COUNT
           EVALUATE TRUE
              WHEN SV-NET NOT NUMERIC
                 MOVE "NET NOT QTY X PRICE" TO WS-VAT-EXCEPTION
              WHEN SV-NET NOT = WS-INVOICE-VALUE
                 MOVE "NET NOT QTY X PRICE" TO WS-VAT-EXCEPTION
              WHEN NOT VAT-RATE-FOUND
                 MOVE "VAT CODE INVALID" TO WS-VAT-EXCEPTION
              WHEN SV-VAT-AMOUNT NOT NUMERIC
                 MOVE "VAT AMOUNT WRONG" TO WS-VAT-EXCEPTION
              WHEN OTHER
                 COMPUTE WS-VAT-EXPECTED ROUNDED =
                     SV-NET * WS-VAT-RATE
                 COMPUTE WS-VAT-DIFF =
                     SV-VAT-AMOUNT - WS-VAT-EXPECTED
                 IF WS-VAT-DIFF < ZERO
                    COMPUTE WS-VAT-DIFF = ZERO - WS-VAT-DIFF
                 END-IF
                 IF WS-VAT-DIFF > WS-VAT-ROUNDING
                    MOVE "VAT AMOUNT WRONG" TO WS-VAT-EXCEPTION
                 END-IF
           END-EVALUATE.

       FIND-INVOICE-VAT-RATE.
           IF VRT-RateCode(VAT-RATE-IDX) = SV-VAT-CODE
              AND WS-INVOICE-DATE >= VRT-EffFrom(VAT-RATE-IDX)
              AND WS-INVOICE-DATE <= VRT-EffTo(VAT-RATE-IDX)
              SET VAT-RATE-FOUND TO TRUE
              MOVE VRT-Rate(VAT-RATE-IDX) TO WS-VAT-RATE
           END-IF.

      * The register is kept in home currency: a foreign-currency
      * invoice is converted at the rate for the invoice date.
       WRITE-INPUT-VAT-LINE.
           MOVE 'N' TO WS-PVR-FOUND
           PERFORM FIND-REGISTERED-INVOICE
               VARYING PVR-IDX FROM 1 BY 1
               UNTIL PVR-IDX > PVR-TABLE-COUNT
           IF NOT ALREADY-ON-REGISTER
              MOVE 1 TO WS-HOME-RATE
              IF ORD-CURRENCY(WS-ORDER-IDX) NOT = ZERO
                 MOVE ORD-CURRENCY(WS-ORDER-IDX) TO WS-FX-CURRENCY
                 MOVE WS-INVOICE-DATE TO WS-FX-DATE
                 PERFORM GET-FX-RATE
                 MOVE WS-FX-RATE TO WS-HOME-RATE
              END-IF
              MOVE SPACES TO InputVatRegisterRec
              MOVE WS-INVOICE-DATE TO PVR-Date
              MOVE SV-INVOICE-NO TO PVR-InvNo
              MOVE SV-PO-NUMBER TO PVR-PoNumber
              MOVE ORD-CURRENCY(WS-ORDER-IDX) TO PVR-Currency
              COMPUTE PVR-Net ROUNDED = SV-NET * WS-HOME-RATE
              MOVE SV-VAT-CODE TO PVR-RateCode
              MOVE WS-VAT-RATE TO PVR-Rate
              COMPUTE PVR-VAT ROUNDED =
                  SV-VAT-AMOUNT * WS-HOME-RATE
              COMPUTE PVR-Gross = PVR-Net + PVR-VAT
              WRITE InputVatRegisterRec
              ADD 1 TO INPUT-VAT-WRITTEN
              IF PVR-TABLE-COUNT < PVR-TABLE-MAX
                 ADD 1 TO PVR-TABLE-COUNT
                 MOVE SV-INVOICE-NO TO PVT-INVOICE-NO(PVR-TABLE-COUNT)
              END-IF
           END-IF.

       FIND-REGISTERED-INVOICE.
           IF PVT-INVOICE-NO(PVR-IDX) = SV-INVOICE-NO
              SET ALREADY-ON-REGISTER TO TRUE
           END-IF.

      * The difference is the invoice value at the invoice date rate
      * less the same value at the goods received date rate: a rise
      * in the rate costs more home currency to settle, a loss.
       RECORD-EXCHANGE-DIFFERENCE.
           MOVE ORD-CURRENCY(WS-ORDER-IDX) TO WS-FX-CURRENCY
           MOVE WS-RECEIPT-DATE TO WS-FX-DATE
           PERFORM GET-FX-RATE
           MOVE WS-FX-RATE TO WS-RECEIPT-RATE
           MOVE WS-INVOICE-DATE TO WS-FX-DATE
           PERFORM GET-FX-RATE
           MOVE WS-FX-RATE TO WS-INVOICE-RATE
           COMPUTE WS-FX-DIFF ROUNDED = WS-INVOICE-VALUE *
               (WS-INVOICE-RATE - WS-RECEIPT-RATE)
           ADD WS-FX-DIFF TO WS-NET-FX-DIFF
           IF FXD-TABLE-COUNT < FXD-TABLE-MAX
              ADD 1 TO FXD-TABLE-COUNT
              MOVE SV-INVOICE-NO TO FXD-INVOICE-NO(FXD-TABLE-COUNT)
              MOVE SV-PO-NUMBER TO FXD-PO-NUMBER(FXD-TABLE-COUNT)
              MOVE SV-STOCK-NUMBER
                  TO FXD-STOCK-NUMBER(FXD-TABLE-COUNT)
              MOVE WS-FX-CURRENCY TO FXD-CURRENCY(FXD-TABLE-COUNT)
              MOVE WS-INVOICE-VALUE TO FXD-VALUE(FXD-TABLE-COUNT)
              MOVE WS-RECEIPT-RATE
                  TO FXD-RECEIPT-RATE(FXD-TABLE-COUNT)
              MOVE WS-INVOICE-RATE
                  TO FXD-INVOICE-RATE(FXD-TABLE-COUNT)
              MOVE WS-FX-DIFF TO FXD-DIFF(FXD-TABLE-COUNT)
           END-IF.

       WRITE-EXCHANGE-DIFFERENCES.
           WRITE InvoiceMatchLine FROM FxHeading1
               AFTER ADVANCING 3 LINES
           WRITE InvoiceMatchLine FROM FxHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-ONE-EXCHANGE-DIFFERENCE
               VARYING FXD-IDX FROM 1 BY 1
               UNTIL FXD-IDX > FXD-TABLE-COUNT
           MOVE WS-NET-FX-DIFF TO FXT-DIFF
           IF WS-NET-FX-DIFF > ZERO
              MOVE "LOSS" TO FXT-GAIN-LOSS
           ELSE
              IF WS-NET-FX-DIFF < ZERO
                 MOVE "GAIN" TO FXT-GAIN-LOSS
              ELSE
                 MOVE SPACES TO FXT-GAIN-LOSS
              END-IF
           END-IF
           WRITE InvoiceMatchLine FROM FxTotalLine
               AFTER ADVANCING 2 LINES.

       WRITE-ONE-EXCHANGE-DIFFERENCE.
           MOVE FXD-INVOICE-NO(FXD-IDX) TO FXL-INVOICE-NO
           MOVE FXD-PO-NUMBER(FXD-IDX) TO FXL-PO-NUMBER
           MOVE FXD-STOCK-NUMBER(FXD-IDX) TO FXL-STOCK-NUMBER
           MOVE FXD-CURRENCY(FXD-IDX) TO FXL-CURRENCY
           MOVE FXD-VALUE(FXD-IDX) TO FXL-VALUE
           MOVE FXD-RECEIPT-RATE(FXD-IDX) TO FXL-RECEIPT-RATE
           MOVE FXD-INVOICE-RATE(FXD-IDX) TO FXL-INVOICE-RATE
           MOVE FXD-DIFF(FXD-IDX) TO FXL-DIFF
           EVALUATE TRUE
              WHEN FXD-DIFF(FXD-IDX) > ZERO
                 MOVE "LOSS" TO FXL-GAIN-LOSS
              WHEN FXD-DIFF(FXD-IDX) < ZERO
                 MOVE "GAIN" TO FXL-GAIN-LOSS
              WHEN OTHER
                 MOVE SPACES TO FXL-GAIN-LOSS
           END-EVALUATE
           WRITE InvoiceMatchLine FROM FxDetailLine
               AFTER ADVANCING 1 LINE.

       LOAD-VAT-RATE-TABLE.
           MOVE ZERO TO VAT-RATE-TABLE-COUNT
           MOVE 'N' TO VAT-RATE-EOF
           OPEN INPUT VatRateFile
           PERFORM READ-VAT-RATE-FILE UNTIL END-OF-VAT-RATES
           CLOSE VatRateFile.

       READ-VAT-RATE-FILE.
           READ VatRateFile
              AT END
                 SET END-OF-VAT-RATES TO TRUE
              NOT AT END
                 IF VAT-RATE-TABLE-COUNT >= VAT-RATE-TABLE-MAX
                    DISPLAY "*** VAT RATE FILE LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO VAT-RATE-TABLE-COUNT
                 MOVE VR-RateCode TO VRT-RateCode(VAT-RATE-TABLE-COUNT)
                 MOVE VR-Rate TO VRT-Rate(VAT-RATE-TABLE-COUNT)
                 MOVE VR-EffFrom TO VRT-EffFrom(VAT-RATE-TABLE-COUNT)
                 MOVE VR-EffTo TO VRT-EffTo(VAT-RATE-TABLE-COUNT)
           END-READ.

       LOAD-INPUT-VAT-INVOICES.
           MOVE ZERO TO PVR-TABLE-COUNT
           MOVE 'N' TO PVR-EOF
           OPEN INPUT InputVatRegister
           PERFORM READ-INPUT-VAT-LINE UNTIL END-OF-INPUT-VAT
           CLOSE InputVatRegister.

       READ-INPUT-VAT-LINE.
           READ InputVatRegister
              AT END
                 SET END-OF-INPUT-VAT TO TRUE
              NOT AT END
                 IF PVR-TABLE-COUNT >= PVR-TABLE-MAX
                    DISPLAY "*** INPUT VAT REGISTER LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO PVR-TABLE-COUNT
                 MOVE PVR-InvNo TO PVT-INVOICE-NO(PVR-TABLE-COUNT)
           END-READ.

       MARK-IF-ALREADY-PAID.
           IF PD-INVOICE-NO(PAID-IDX) = SV-INVOICE-NO
              SET PA-PAID TO TRUE
              MOVE PD-PAID-DATE(PAID-IDX) TO PA-PAID-DATE
           END-IF.

       LOAD-PAID-INVOICES.
           MOVE ZERO TO PAID-TABLE-COUNT
           MOVE 'N' TO PAID-EOF
           OPEN INPUT SupplierPayments
           PERFORM READ-PAID-INVOICE UNTIL END-OF-PAYMENTS
           CLOSE SupplierPayments.

       READ-PAID-INVOICE.
           READ SupplierPayments
              AT END
                 SET END-OF-PAYMENTS TO TRUE
              NOT AT END
                 IF PAID-TABLE-COUNT >= PAID-TABLE-MAX
                    DISPLAY "*** SUPPLIER PAYMENT HISTORY LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO PAID-TABLE-COUNT
                 MOVE PH-INVOICE-NO TO PD-INVOICE-NO(PAID-TABLE-COUNT)
                 MOVE PH-PAID-DATE TO PD-PAID-DATE(PAID-TABLE-COUNT)
           END-READ.

       LOAD-FX-RATES.
           MOVE ZERO TO RATE-TABLE-COUNT
           MOVE 'N' TO FX-RATE-EOF
           OPEN INPUT ExchangeRateFile
           PERFORM READ-FX-RATE UNTIL END-OF-FX-RATES
           CLOSE ExchangeRateFile.

       READ-FX-RATE.
           READ ExchangeRateFile
              AT END
                 SET END-OF-FX-RATES TO TRUE
              NOT AT END
                 IF RATE-TABLE-COUNT >= RATE-TABLE-MAX
                    DISPLAY "*** EXCHANGE RATE FILE LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO RATE-TABLE-COUNT
                 MOVE ER-CurrencyCode TO XR-CURRENCY(RATE-TABLE-COUNT)
                 MOVE ER-RateToHome TO XR-RATE(RATE-TABLE-COUNT)
                 MOVE ER-AsOfDate TO XR-AS-OF(RATE-TABLE-COUNT)
           END-READ.

      * The rate for a day is the latest one dated on or before it;
      * a currency with only later rates takes the earliest of
      * those, and one with no rates at all is taken at par.
       GET-FX-RATE.
           MOVE 1 TO WS-FX-RATE
           MOVE ZERO TO WS-FX-AS-OF
           PERFORM CONSIDER-FX-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT.

       CONSIDER-FX-RATE.
           IF XR-CURRENCY(RATE-IDX) = WS-FX-CURRENCY
              AND XR-RATE(RATE-IDX) > ZERO
              EVALUATE TRUE
                 WHEN WS-FX-AS-OF = ZERO
                 WHEN XR-AS-OF(RATE-IDX) <= WS-FX-DATE
                    AND (XR-AS-OF(RATE-IDX) > WS-FX-AS-OF
                      OR WS-FX-AS-OF > WS-FX-DATE)
                 WHEN XR-AS-OF(RATE-IDX) > WS-FX-DATE
                    AND WS-FX-AS-OF > XR-AS-OF(RATE-IDX)
                    MOVE XR-RATE(RATE-IDX) TO WS-FX-RATE
                    MOVE XR-AS-OF(RATE-IDX) TO WS-FX-AS-OF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       LOOKUP-ORDER-LINE.
           MOVE 'N' TO WS-ORDER-FOUND
           MOVE SV-QTY TO MD-QTY
           MOVE SV-UNIT-PRICE TO MD-PRICE
           WRITE InvoiceMatchLine FROM MatchDetailLine
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO UnmatchedInvoiceRec
           MOVE SV-INVOICE-NO TO UI-INVOICE-NO
           MOVE WS-INVOICE-DATE TO UI-INVOICE-DATE
           MOVE SV-PO-NUMBER TO UI-PO-NUMBER
           MOVE MD-EXCEPTION TO UI-REASON
           WRITE UnmatchedInvoiceRec.
