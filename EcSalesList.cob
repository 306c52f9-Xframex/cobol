       IDENTIFICATION DIVISION.
       PROGRAM-ID. EcSalesList.
       AUTHOR. ismail.
      * EC sales list and cross-border supplies listing for a return
      * period, from the output VAT register.
      * Every register line in the period to a customer outside the
      * home country (VRG-Country not 000) is analysed by country,
      * goods and services.  Reverse-charged lines - supplies to
      * business customers abroad - make up the EC sales list,
      * totalled per country, customer VAT number and indicator
      * (0 goods, 3 services).  The customer VAT number is the one on
      * VatCertificates.Dat valid at the line date, otherwise the
      * certificate reference on CustomerMaster.Dat.
      * EcSalesList.Dat is the submission file: an HDR record, one
      * record per country, VAT number and indicator, and a TRL
      * record with the record count and value total.  Values are in
      * whole currency units, credit notes negative.
      * The listing is reconciled to the reverse-charged net that
      * VatReturn reports for the same dates; reverse-charged lines
      * with no VAT number cannot be listed and are shown as the
      * difference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VatRegister ASSIGN TO "VatRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CustomerMaster ASSIGN TO "CustomerMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VatCertificates
               ASSIGN TO "VatCertificates.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SubmissionFile ASSIGN TO "EcSalesList.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ListingReport ASSIGN TO "EcSalesListReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EcSortWork ASSIGN TO "EcSortWork.Dat".
           SELECT SortedEcLines ASSIGN TO "SortedEcLines.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VatRegister.
       COPY VATREG.

       FD CustomerMaster.
       01 CustomerMasterRec.
           02 CU-CODE          PIC X(10).
           02 FILLER           PIC X.
           02 CU-NAME          PIC X(25).
           02 FILLER           PIC X.
           02 CU-COUNTRY       PIC 999.
           02 FILLER           PIC X.
           02 CU-CERT-REF      PIC X(12).
           02 FILLER           PIC X.
           02 CU-TYPE          PIC X.

       FD VatCertificates.
       01 VatCertificateRec.
           02 VC-CUSTOMER      PIC X(10).
           02 VC-CERT-NO       PIC X(12).
           02 VC-EXPIRY        PIC 9(8).

       FD SubmissionFile.
       01 SubmissionDetailRec.
           02 SD-COUNTRY       PIC 999.
           02 FILLER           PIC X.
           02 SD-VAT-NUMBER    PIC X(12).
           02 FILLER           PIC X.
           02 SD-INDICATOR     PIC 9.
           02 FILLER           PIC X.
           02 SD-VALUE         PIC S9(11) SIGN LEADING SEPARATE.
       01 SubmissionControl.
           02 SC-REC-TYPE      PIC X(4).
               88 SC-HEADER-REC    VALUE "HDR ".
               88 SC-TRAILER-REC   VALUE "TRL ".
           02 SC-FILE-ID       PIC X(12).
           02 SC-FROM-DATE     PIC 9(8).
           02 FILLER           PIC X.
           02 SC-TO-DATE       PIC 9(8).
           02 FILLER           PIC X.
           02 SC-CREATED       PIC 9(8).
       01 SubmissionTrailer.
           02 FILLER           PIC X(4).
           02 ST-REC-COUNT     PIC 9(7).
           02 FILLER           PIC X.
           02 ST-VALUE-TOTAL   PIC S9(13) SIGN LEADING SEPARATE.

       FD ListingReport.
       01 ListingLine          PIC X(100).

       SD EcSortWork.
       01 EcSortRec.
           02 ES-COUNTRY       PIC 999.
           02 ES-VAT-NUMBER    PIC X(12).
           02 ES-INDICATOR     PIC 9.
           02 ES-CUSTOMER      PIC X(10).
           02 ES-NET           PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD SortedEcLines.
       01 SortedEcRec.
           88 END-OF-SORTED-LINES VALUE HIGH-VALUES.
           02 SE-COUNTRY       PIC 999.
           02 SE-VAT-NUMBER    PIC X(12).
           02 SE-INDICATOR     PIC 9.
           02 SE-CUSTOMER      PIC X(10).
           02 SE-NET           PIC S9(7)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       COPY DATEVAL.

       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-FROM-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-TO-DATE            PIC 9(8) VALUE ZEROS.

       01 REGISTER-EOF          PIC X VALUE 'N'.
           88 END-OF-REGISTER   VALUE 'Y'.
       01 WS-LINE-HT            PIC 9(5)V99 VALUE ZEROES.
       01 WS-LINE-VAT           PIC 9(5)V99 VALUE ZEROES.
       01 WS-SIGNED-HT          PIC S9(5)V99 VALUE ZEROES.
       01 WS-SIGNED-VAT         PIC S9(5)V99 VALUE ZEROES.
       01 WS-VAT-NUMBER         PIC X(12) VALUE SPACES.
       01 WS-CERT-EXPIRY        PIC 9(8) VALUE ZEROS.

       01 CUST-EOF              PIC X VALUE 'N'.
           88 END-OF-CUSTOMERS  VALUE 'Y'.
       01 CUST-TABLE-MAX        PIC 9(3) VALUE 200.
       01 CUST-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01 CUST-IDX              PIC 9(3) VALUE ZERO.
       01 CUSTOMER-TABLE.
           02 CUST-ENTRY OCCURS 200 TIMES.
               03 CU-T-CODE     PIC X(10).
               03 CU-T-CERT-REF PIC X(12).

       01 CERT-EOF              PIC X VALUE 'N'.
           88 END-OF-CERTS      VALUE 'Y'.
       01 CERT-TABLE-MAX        PIC 9(3) VALUE 200.
       01 CERT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01 CERT-IDX              PIC 9(3) VALUE ZERO.
       01 CERT-TABLE.
           02 CERT-ENTRY OCCURS 200 TIMES.
               03 CRT-CUSTOMER  PIC X(10).
               03 CRT-CERT-NO   PIC X(12).
               03 CRT-EXPIRY    PIC 9(8).

      * Every cross-border supply in the period, by country.
       01 CTRY-TABLE-MAX        PIC 99 VALUE 50.
       01 CTRY-TABLE-COUNT      PIC 99 VALUE ZERO.
       01 CTRY-IDX              PIC 99 VALUE ZERO.
       01 WS-CTRY-IDX           PIC 99 VALUE ZERO.
       01 COUNTRY-TABLE.
           02 CTRY-ENTRY OCCURS 50 TIMES.
               03 CY-COUNTRY      PIC 999.
               03 CY-GOODS-HT     PIC S9(9)V99.
               03 CY-SERVICES-HT  PIC S9(9)V99.
               03 CY-REVCHG-HT    PIC S9(9)V99.
               03 CY-VAT          PIC S9(9)V99.

       01 LINES-SELECTED        PIC 9(6) VALUE ZERO.
       01 REVCHG-TOTAL-HT       PIC S9(9)V99 VALUE ZERO.
       01 LISTED-TOTAL-HT       PIC S9(9)V99 VALUE ZERO.
       01 UNLISTED-TOTAL-HT     PIC S9(9)V99 VALUE ZERO.
       01 UNLISTED-TABLE-MAX    PIC 9(3) VALUE 200.
       01 UNLISTED-COUNT        PIC 9(3) VALUE ZERO.
       01 UNLISTED-IDX          PIC 9(3) VALUE ZERO.
       01 UNLISTED-TABLE.
           02 UNLISTED-ENTRY OCCURS 200 TIMES.
               03 UN-DATE       PIC 9(8).
               03 UN-INVOICE    PIC X(8).
               03 UN-CUSTOMER   PIC X(10).
               03 UN-COUNTRY    PIC 999.
               03 UN-NET        PIC S9(5)V99.
       01 WS-RECON-DIFFERENCE   PIC S9(9)V99 VALUE ZERO.
       01 WS-DISPLAY-AMOUNT     PIC ---,---,--9.99.
       01 CROSS-BORDER-TOTALS.
           02 XB-GOODS-HT       PIC S9(9)V99 VALUE ZERO.
           02 XB-SERVICES-HT    PIC S9(9)V99 VALUE ZERO.
           02 XB-REVCHG-HT      PIC S9(9)V99 VALUE ZERO.
           02 XB-VAT            PIC S9(9)V99 VALUE ZERO.

       01 PrevCountry           PIC 999 VALUE ZERO.
       01 PrevVatNumber         PIC X(12) VALUE SPACES.
       01 PrevIndicator         PIC 9 VALUE ZERO.
       01 WS-ENTRY-CUSTOMER     PIC X(10) VALUE SPACES.
       01 WS-ENTRY-NET          PIC S9(9)V99 VALUE ZERO.
       01 WS-COUNTRY-NET        PIC S9(9)V99 VALUE ZERO.
       01 WS-SUBMIT-VALUE       PIC S9(11) VALUE ZERO.
       01 SUBMISSION-COUNT      PIC 9(7) VALUE ZERO.
       01 SUBMISSION-TOTAL      PIC S9(13) VALUE ZERO.

       01 ListHeading1.
           02 FILLER            PIC X(31)
               VALUE " EC Sales List - return period ".
           02 LH1-FROM          PIC 9(8).
           02 FILLER            PIC X(4) VALUE " to ".
           02 LH1-TO            PIC 9(8).
       01 ListHeading2          PIC X(100)
           VALUE " Ctry VAT number    Customer   Ind Supply"
           & "                Net value".
       01 ListDetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 LD-COUNTRY        PIC 999.
           02 FILLER            PIC X VALUE SPACE.
           02 LD-VAT-NUMBER     PIC X(12).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 LD-CUSTOMER       PIC X(10).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 LD-INDICATOR      PIC 9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 LD-SUPPLY         PIC X(8).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 LD-NET            PIC ---,---,--9.99.
       01 ListCountryLine.
           02 FILLER            PIC X(11) VALUE "   Country ".
           02 LC-COUNTRY        PIC 999.
           02 FILLER            PIC X(32) VALUE " total".
           02 LC-NET            PIC ---,---,--9.99.
       01 ListTotalLine.
           02 LT-LABEL          PIC X(46).
           02 LT-NET            PIC ---,---,--9.99.

       01 SupplyHeading1        PIC X(100)
           VALUE " Cross-border supplies by country".
       01 SupplyHeading2        PIC X(100)
           VALUE " Ctry          Goods net     Services net"
           & "  Reverse-charged     VAT charged".
       01 SupplyDetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 SL-COUNTRY        PIC XXX.
           02 FILLER            PIC X VALUE SPACE.
           02 SL-GOODS          PIC ----,---,--9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 SL-SERVICES       PIC ----,---,--9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 SL-REVCHG         PIC ----,---,--9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 SL-VAT            PIC ----,---,--9.99.

       01 UnlistedHeading       PIC X(100)
           VALUE " Reverse-charged lines with no customer VAT number -"
           & " not listed".
       01 UnlistedDetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 UL-DATE           PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 UL-INVOICE        PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 UL-CUSTOMER       PIC X(10).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 UL-COUNTRY        PIC 999.
           02 FILLER            PIC X(9) VALUE SPACES.
           02 UL-NET            PIC ---,---,--9.99.

       01 ReconHeading          PIC X(100)
           VALUE " Reconciliation to the VAT return".
       01 ReconLine.
           02 RL-LABEL          PIC X(46).
           02 RL-AMOUNT         PIC ---,---,--9.99.
       01 ReconResultLine       PIC X(100) VALUE SPACES.
       01 ReconCountLine.
           02 RC-LABEL          PIC X(46).
           02 RC-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       ProduceEcSalesList.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Return period from (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           IF NOT DV-DATE-VALID
              DISPLAY "Invalid from date."
              STOP RUN
           END-IF
           MOVE DV-DATE-OUT TO WS-FROM-DATE
           DISPLAY "Return period to (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           IF NOT DV-DATE-VALID
              DISPLAY "Invalid to date."
              STOP RUN
           END-IF
           MOVE DV-DATE-OUT TO WS-TO-DATE
           IF WS-TO-DATE < WS-FROM-DATE
              DISPLAY "Period ends before it starts."
              STOP RUN
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-CERT-TABLE
           OPEN OUTPUT ListingReport
           OPEN OUTPUT SubmissionFile
           MOVE WS-FROM-DATE TO LH1-FROM
           MOVE WS-TO-DATE TO LH1-TO
           WRITE ListingLine FROM ListHeading1
               AFTER ADVANCING PAGE
           WRITE ListingLine FROM ListHeading2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO SubmissionControl
           MOVE "HDR " TO SC-REC-TYPE
           MOVE "ECSALESLIST" TO SC-FILE-ID
           MOVE WS-FROM-DATE TO SC-FROM-DATE
           MOVE WS-TO-DATE TO SC-TO-DATE
           MOVE WS-TODAY-DATE TO SC-CREATED
           WRITE SubmissionControl
           SORT EcSortWork
               ON ASCENDING KEY ES-COUNTRY ES-VAT-NUMBER ES-INDICATOR
               INPUT PROCEDURE IS SELECT-CROSS-BORDER-LINES
               GIVING SortedEcLines
           OPEN INPUT SortedEcLines
           PERFORM READ-SORTED-LINE
           PERFORM LIST-ONE-COUNTRY UNTIL END-OF-SORTED-LINES
           CLOSE SortedEcLines
           MOVE " Total EC sales list" TO LT-LABEL
           MOVE LISTED-TOTAL-HT TO LT-NET
           WRITE ListingLine FROM ListTotalLine
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO SubmissionTrailer
           MOVE "TRL " TO SC-REC-TYPE
           MOVE SUBMISSION-COUNT TO ST-REC-COUNT
           MOVE SUBMISSION-TOTAL TO ST-VALUE-TOTAL
           WRITE SubmissionTrailer
           CLOSE SubmissionFile
           PERFORM WRITE-SUPPLIES-BY-COUNTRY
           IF UNLISTED-COUNT > ZERO
              WRITE ListingLine FROM UnlistedHeading
                  AFTER ADVANCING 3 LINES
              PERFORM WRITE-UNLISTED-LINE
                  VARYING UNLISTED-IDX FROM 1 BY 1
                  UNTIL UNLISTED-IDX > UNLISTED-COUNT
           END-IF
           PERFORM WRITE-RECONCILIATION
           CLOSE ListingReport
           DISPLAY "EC sales list produced for " WS-FROM-DATE
               " to " WS-TO-DATE
           DISPLAY "Cross-border lines:    " LINES-SELECTED
           DISPLAY "Listing records:       " SUBMISSION-COUNT
           IF WS-RECON-DIFFERENCE = ZERO
              DISPLAY "Listing agrees to the reverse-charged net."
           ELSE
              MOVE WS-RECON-DIFFERENCE TO WS-DISPLAY-AMOUNT
              DISPLAY "*** LISTING DIFFERS FROM THE REVERSE-CHARGED "
                  "NET BY " WS-DISPLAY-AMOUNT " - "
                  UNLISTED-COUNT " LINE(S) WITH NO VAT NUMBER ***"
           END-IF
           STOP RUN.

       LOAD-CUSTOMER-TABLE.
           MOVE ZERO TO CUST-TABLE-COUNT
           MOVE 'N' TO CUST-EOF
           OPEN INPUT CustomerMaster
           PERFORM READ-CUSTOMER-RECORD UNTIL END-OF-CUSTOMERS
           CLOSE CustomerMaster.

       READ-CUSTOMER-RECORD.
           READ CustomerMaster
              AT END
                 SET END-OF-CUSTOMERS TO TRUE
              NOT AT END
                 IF CUST-TABLE-COUNT >= CUST-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO CUST-TABLE-COUNT
                 MOVE CU-CODE TO CU-T-CODE(CUST-TABLE-COUNT)
                 MOVE CU-CERT-REF TO CU-T-CERT-REF(CUST-TABLE-COUNT)
           END-READ.

       LOAD-CERT-TABLE.
           MOVE ZERO TO CERT-TABLE-COUNT
           MOVE 'N' TO CERT-EOF
           OPEN INPUT VatCertificates
           PERFORM READ-CERT-RECORD UNTIL END-OF-CERTS
           CLOSE VatCertificates.

       READ-CERT-RECORD.
           READ VatCertificates
              AT END
                 SET END-OF-CERTS TO TRUE
              NOT AT END
                 IF CERT-TABLE-COUNT >= CERT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO CERT-TABLE-COUNT
                 MOVE VC-CUSTOMER TO CRT-CUSTOMER(CERT-TABLE-COUNT)
                 MOVE VC-CERT-NO TO CRT-CERT-NO(CERT-TABLE-COUNT)
                 MOVE VC-EXPIRY TO CRT-EXPIRY(CERT-TABLE-COUNT)
           END-READ.

      *****************************************************************
      * Selection.  Cross-border lines in the period are analysed by
      * country; reverse-charged ones with a VAT number go to the
      * sort for the listing.
      *****************************************************************
       SELECT-CROSS-BORDER-LINES.
           MOVE 'N' TO REGISTER-EOF
           OPEN INPUT VatRegister
           PERFORM READ-REGISTER-LINE UNTIL END-OF-REGISTER
           CLOSE VatRegister.

       READ-REGISTER-LINE.
           READ VatRegister
              AT END
                 SET END-OF-REGISTER TO TRUE
              NOT AT END
                 IF VRG-Date >= WS-FROM-DATE
                    AND VRG-Date <= WS-TO-DATE
                    AND VRG-Country NOT = ZERO
                    PERFORM SELECT-CROSS-BORDER-LINE
                 END-IF
           END-READ.

       SELECT-CROSS-BORDER-LINE.
           ADD 1 TO LINES-SELECTED
           MOVE VRG-HT TO WS-LINE-HT
           MOVE VRG-VAT TO WS-LINE-VAT
           IF VRG-DocType = 'C'
              COMPUTE WS-SIGNED-HT = ZERO - WS-LINE-HT
              COMPUTE WS-SIGNED-VAT = ZERO - WS-LINE-VAT
           ELSE
              MOVE WS-LINE-HT TO WS-SIGNED-HT
              MOVE WS-LINE-VAT TO WS-SIGNED-VAT
           END-IF
           PERFORM TALLY-SUPPLY-COUNTRY
           IF VRG-RevChg = 'R'
              ADD WS-SIGNED-HT TO REVCHG-TOTAL-HT
              PERFORM GET-CUSTOMER-VAT-NUMBER
              IF WS-VAT-NUMBER = SPACES
                 PERFORM HOLD-UNLISTED-LINE
              ELSE
                 MOVE VRG-Country TO ES-COUNTRY
                 MOVE WS-VAT-NUMBER TO ES-VAT-NUMBER
                 IF VRG-SERVICES
                    MOVE 3 TO ES-INDICATOR
                 ELSE
                    MOVE 0 TO ES-INDICATOR
                 END-IF
                 MOVE VRG-Customer TO ES-CUSTOMER
                 MOVE WS-SIGNED-HT TO ES-NET
                 RELEASE EcSortRec
              END-IF
           END-IF.

       TALLY-SUPPLY-COUNTRY.
           MOVE ZERO TO WS-CTRY-IDX
           PERFORM FIND-SUPPLY-COUNTRY
               VARYING CTRY-IDX FROM 1 BY 1
               UNTIL CTRY-IDX > CTRY-TABLE-COUNT
           IF WS-CTRY-IDX = ZERO
              IF CTRY-TABLE-COUNT >= CTRY-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO CTRY-TABLE-COUNT
              MOVE CTRY-TABLE-COUNT TO WS-CTRY-IDX
              MOVE VRG-Country TO CY-COUNTRY(WS-CTRY-IDX)
              MOVE ZERO TO CY-GOODS-HT(WS-CTRY-IDX)
              MOVE ZERO TO CY-SERVICES-HT(WS-CTRY-IDX)
              MOVE ZERO TO CY-REVCHG-HT(WS-CTRY-IDX)
              MOVE ZERO TO CY-VAT(WS-CTRY-IDX)
           END-IF
           IF VRG-SERVICES
              ADD WS-SIGNED-HT TO CY-SERVICES-HT(WS-CTRY-IDX)
           ELSE
              ADD WS-SIGNED-HT TO CY-GOODS-HT(WS-CTRY-IDX)
           END-IF
           IF VRG-RevChg = 'R'
              ADD WS-SIGNED-HT TO CY-REVCHG-HT(WS-CTRY-IDX)
           END-IF
           ADD WS-SIGNED-VAT TO CY-VAT(WS-CTRY-IDX).

       FIND-SUPPLY-COUNTRY.
           IF CY-COUNTRY(CTRY-IDX) = VRG-Country
              MOVE CTRY-IDX TO WS-CTRY-IDX
           END-IF.

      * The certificate valid on the line date that runs longest,
      * otherwise the reference held on the customer master.
       GET-CUSTOMER-VAT-NUMBER.
           MOVE SPACES TO WS-VAT-NUMBER
           MOVE ZEROS TO WS-CERT-EXPIRY
           PERFORM FIND-CUSTOMER-CERT
               VARYING CERT-IDX FROM 1 BY 1
               UNTIL CERT-IDX > CERT-TABLE-COUNT
           IF WS-VAT-NUMBER = SPACES
              PERFORM FIND-CUSTOMER-CERT-REF
                  VARYING CUST-IDX FROM 1 BY 1
                  UNTIL CUST-IDX > CUST-TABLE-COUNT
           END-IF.

       FIND-CUSTOMER-CERT.
           IF CRT-CUSTOMER(CERT-IDX) = VRG-Customer
              AND CRT-EXPIRY(CERT-IDX) >= VRG-Date
              AND CRT-EXPIRY(CERT-IDX) > WS-CERT-EXPIRY
              AND CRT-CERT-NO(CERT-IDX) NOT = SPACES
              MOVE CRT-CERT-NO(CERT-IDX) TO WS-VAT-NUMBER
              MOVE CRT-EXPIRY(CERT-IDX) TO WS-CERT-EXPIRY
           END-IF.

       FIND-CUSTOMER-CERT-REF.
           IF CU-T-CODE(CUST-IDX) = VRG-Customer
              MOVE CU-T-CERT-REF(CUST-IDX) TO WS-VAT-NUMBER
           END-IF.

       HOLD-UNLISTED-LINE.
           IF UNLISTED-COUNT >= UNLISTED-TABLE-MAX
              PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           ADD 1 TO UNLISTED-COUNT
           ADD WS-SIGNED-HT TO UNLISTED-TOTAL-HT
           MOVE VRG-Date TO UN-DATE(UNLISTED-COUNT)
           MOVE VRG-InvNo TO UN-INVOICE(UNLISTED-COUNT)
           MOVE VRG-Customer TO UN-CUSTOMER(UNLISTED-COUNT)
           MOVE VRG-Country TO UN-COUNTRY(UNLISTED-COUNT)
           MOVE WS-SIGNED-HT TO UN-NET(UNLISTED-COUNT).

      *****************************************************************
      * Listing.  One submission record for each country, VAT number
      * and indicator.
      *****************************************************************
       READ-SORTED-LINE.
           READ SortedEcLines
              AT END SET END-OF-SORTED-LINES TO TRUE
           END-READ.

       LIST-ONE-COUNTRY.
           MOVE SE-COUNTRY TO PrevCountry
           MOVE ZERO TO WS-COUNTRY-NET
           PERFORM LIST-ONE-ENTRY
               UNTIL END-OF-SORTED-LINES
               OR SE-COUNTRY NOT = PrevCountry
           MOVE PrevCountry TO LC-COUNTRY
           MOVE WS-COUNTRY-NET TO LC-NET
           WRITE ListingLine FROM ListCountryLine
               AFTER ADVANCING 1 LINE
           ADD WS-COUNTRY-NET TO LISTED-TOTAL-HT.

       LIST-ONE-ENTRY.
           MOVE SE-VAT-NUMBER TO PrevVatNumber
           MOVE SE-INDICATOR TO PrevIndicator
           MOVE SE-CUSTOMER TO WS-ENTRY-CUSTOMER
           MOVE ZERO TO WS-ENTRY-NET
           PERFORM ADD-ENTRY-LINE
               UNTIL END-OF-SORTED-LINES
               OR SE-COUNTRY NOT = PrevCountry
               OR SE-VAT-NUMBER NOT = PrevVatNumber
               OR SE-INDICATOR NOT = PrevIndicator
           MOVE PrevCountry TO LD-COUNTRY
           MOVE PrevVatNumber TO LD-VAT-NUMBER
           MOVE WS-ENTRY-CUSTOMER TO LD-CUSTOMER
           MOVE PrevIndicator TO LD-INDICATOR
           IF PrevIndicator = 3
              MOVE "SERVICES" TO LD-SUPPLY
           ELSE
              MOVE "GOODS" TO LD-SUPPLY
           END-IF
           MOVE WS-ENTRY-NET TO LD-NET
           WRITE ListingLine FROM ListDetailLine
               AFTER ADVANCING 1 LINE
           ADD WS-ENTRY-NET TO WS-COUNTRY-NET
           COMPUTE WS-SUBMIT-VALUE ROUNDED = WS-ENTRY-NET
           MOVE SPACES TO SubmissionDetailRec
           MOVE PrevCountry TO SD-COUNTRY
           MOVE PrevVatNumber TO SD-VAT-NUMBER
           MOVE PrevIndicator TO SD-INDICATOR
           MOVE WS-SUBMIT-VALUE TO SD-VALUE
           WRITE SubmissionDetailRec
           ADD 1 TO SUBMISSION-COUNT
           ADD WS-SUBMIT-VALUE TO SUBMISSION-TOTAL.

       ADD-ENTRY-LINE.
           ADD SE-NET TO WS-ENTRY-NET
           PERFORM READ-SORTED-LINE.

      *****************************************************************
      * Cross-border supplies and the reconciliation.
      *****************************************************************
       WRITE-SUPPLIES-BY-COUNTRY.
           WRITE ListingLine FROM SupplyHeading1
               AFTER ADVANCING 3 LINES
           WRITE ListingLine FROM SupplyHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-SUPPLY-LINE
               VARYING CTRY-IDX FROM 1 BY 1
               UNTIL CTRY-IDX > CTRY-TABLE-COUNT
           MOVE "ALL" TO SL-COUNTRY
           MOVE XB-GOODS-HT TO SL-GOODS
           MOVE XB-SERVICES-HT TO SL-SERVICES
           MOVE XB-REVCHG-HT TO SL-REVCHG
           MOVE XB-VAT TO SL-VAT
           WRITE ListingLine FROM SupplyDetailLine
               AFTER ADVANCING 2 LINES.

       WRITE-SUPPLY-LINE.
           MOVE CY-COUNTRY(CTRY-IDX) TO SL-COUNTRY
           MOVE CY-GOODS-HT(CTRY-IDX) TO SL-GOODS
           MOVE CY-SERVICES-HT(CTRY-IDX) TO SL-SERVICES
           MOVE CY-REVCHG-HT(CTRY-IDX) TO SL-REVCHG
           MOVE CY-VAT(CTRY-IDX) TO SL-VAT
           WRITE ListingLine FROM SupplyDetailLine
               AFTER ADVANCING 1 LINE
           ADD CY-GOODS-HT(CTRY-IDX) TO XB-GOODS-HT
           ADD CY-SERVICES-HT(CTRY-IDX) TO XB-SERVICES-HT
           ADD CY-REVCHG-HT(CTRY-IDX) TO XB-REVCHG-HT
           ADD CY-VAT(CTRY-IDX) TO XB-VAT.

       WRITE-UNLISTED-LINE.
           MOVE UN-DATE(UNLISTED-IDX) TO UL-DATE
           MOVE UN-INVOICE(UNLISTED-IDX) TO UL-INVOICE
           MOVE UN-CUSTOMER(UNLISTED-IDX) TO UL-CUSTOMER
           MOVE UN-COUNTRY(UNLISTED-IDX) TO UL-COUNTRY
           MOVE UN-NET(UNLISTED-IDX) TO UL-NET
           WRITE ListingLine FROM UnlistedDetailLine
               AFTER ADVANCING 1 LINE.

       WRITE-RECONCILIATION.
           COMPUTE WS-RECON-DIFFERENCE =
               REVCHG-TOTAL-HT - LISTED-TOTAL-HT
           WRITE ListingLine FROM ReconHeading
               AFTER ADVANCING 3 LINES
           MOVE " Reverse-charged net per VAT return" TO RL-LABEL
           MOVE REVCHG-TOTAL-HT TO RL-AMOUNT
           WRITE ListingLine FROM ReconLine
               AFTER ADVANCING 2 LINES
           MOVE " EC sales list total" TO RL-LABEL
           MOVE LISTED-TOTAL-HT TO RL-AMOUNT
           WRITE ListingLine FROM ReconLine
               AFTER ADVANCING 1 LINE
           MOVE " Difference" TO RL-LABEL
           MOVE WS-RECON-DIFFERENCE TO RL-AMOUNT
           WRITE ListingLine FROM ReconLine
               AFTER ADVANCING 1 LINE
           MOVE "   lines with no customer VAT number" TO RL-LABEL
           MOVE UNLISTED-TOTAL-HT TO RL-AMOUNT
           WRITE ListingLine FROM ReconLine
               AFTER ADVANCING 1 LINE
           IF WS-RECON-DIFFERENCE = ZERO
              MOVE " Listing agrees to the VAT return."
                  TO ReconResultLine
           ELSE
              MOVE " *** LISTING DOES NOT AGREE TO THE VAT RETURN -"
                  & " VAT NUMBERS MISSING ***" TO ReconResultLine
           END-IF
           WRITE ListingLine FROM ReconResultLine
               AFTER ADVANCING 2 LINES
           MOVE " Submission records:" TO RC-LABEL
           MOVE SUBMISSION-COUNT TO RC-COUNT
           WRITE ListingLine FROM ReconCountLine
               AFTER ADVANCING 2 LINES
           MOVE " Cross-border register lines:" TO RC-LABEL
           MOVE LINES-SELECTED TO RC-COUNT
           WRITE ListingLine FROM ReconCountLine
               AFTER ADVANCING 1 LINE.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED ***"
           STOP RUN.

       COPY DATEVALP.
