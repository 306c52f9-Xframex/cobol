       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionBilling.
       AUTHOR. ismail.
      * Raises a term fee invoice for every entrant from the course
      * fee schedule.  A student holding a scholarship, bursary or fee
      * waiver on StudentAwards.Dat has each award that applies taken
      * off the invoice as a credit line at the fee's VAT rate, and
      * TuitionAwards.Dat lists the awards applied by funding body so
      * the sponsors can be invoiced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentAwards ASSIGN TO "StudentAwards.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AwardSortWork ASSIGN TO "AwardSortWork.Dat".
           SELECT SortedAwards ASSIGN TO "SortedAwards.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AwardsReport ASSIGN TO "TuitionAwards.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 StudentName    PIC X(25).
           02 CourseCode     PIC X(5).

      * An award applies to invoices raised from AW-VALID-FROM to
      * AW-VALID-TO inclusive (zero for no end date), on course
      * AW-COURSE-CODE or on any course when that is spaces.
      * AW-VALUE is a percentage of the term fee when AW-BASIS is P
      * and an amount off it when F.
       FD StudentAwards.
       01 StudentAwardRec.
           02 AW-STUDENT-ID     PIC 9(8).
           02 FILLER            PIC X.
           02 AW-AWARD-TYPE     PIC X.
               88 AW-TYPE-VALID VALUE 'S' 'B' 'W'.
           02 FILLER            PIC X.
           02 AW-BASIS          PIC X.
               88 AW-PERCENTAGE VALUE 'P'.
               88 AW-FIXED      VALUE 'F'.
           02 FILLER            PIC X.
           02 AW-VALUE          PIC 9(3)V99.
           02 FILLER            PIC X.
           02 AW-COURSE-CODE    PIC X(5).
           02 FILLER            PIC X.
           02 AW-VALID-FROM     PIC 9(8).
           02 FILLER            PIC X.
           02 AW-VALID-TO       PIC 9(8).
           02 FILLER            PIC X.
           02 AW-FUNDING-BODY   PIC X(10).

       SD AwardSortWork.
       01 AwardSortRec.
           02 AS-FUNDING-BODY   PIC X(10).
           02 AS-STUDENT-ID     PIC 9(8).
           02 AS-INVOICE-NO     PIC 9(8).
           02 AS-COURSE-CODE    PIC X(5).
           02 AS-AWARD-TYPE     PIC X.
           02 AS-TERM-FEE       PIC 9(3)V99.
           02 AS-AWARD-AMOUNT   PIC 9(3)V99.

       FD SortedAwards.
       01 SortedAwardRec.
           88 END-OF-SORTED-AWARDS VALUE HIGH-VALUES.
           02 SW-FUNDING-BODY   PIC X(10).
           02 SW-STUDENT-ID     PIC 9(8).
           02 SW-INVOICE-NO     PIC 9(8).
           02 SW-COURSE-CODE    PIC X(5).
           02 SW-AWARD-TYPE     PIC X.
           02 SW-TERM-FEE       PIC 9(3)V99.
           02 SW-AWARD-AMOUNT   PIC 9(3)V99.

       FD AwardsReport.
       01 AwardsReportLine      PIC X(90).

       WORKING-STORAGE SECTION.
       01 ENTRANTS-EOF         PIC X VALUE 'N'.
           88 NO-MORE-ENTRANTS VALUE 'Y'.
               03 NM-StudentId   PIC X(8).
               03 NM-StudentName PIC X(25).

       01 AWARD-EOF            PIC X VALUE 'N'.
           88 END-OF-AWARDS    VALUE 'Y'.
       01 AWARD-TABLE-MAX      PIC 9(3) VALUE 500.
       01 AWARD-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 AWARD-IDX            PIC 9(3) VALUE ZERO.
       01 AWARDS-IGNORED       PIC 9(5) VALUE ZERO.
       01 AWARD-TABLE.
           02 AWARD-ENTRY OCCURS 500 TIMES.
               03 AT-STUDENT-ID   PIC 9(8).
               03 AT-AWARD-TYPE   PIC X.
               03 AT-BASIS        PIC X.
                   88 AT-PERCENTAGE VALUE 'P'.
               03 AT-VALUE        PIC 9(3)V99.
               03 AT-COURSE-CODE  PIC X(5).
               03 AT-VALID-FROM   PIC 9(8).
               03 AT-VALID-TO     PIC 9(8).
               03 AT-FUNDING-BODY PIC X(10).

      * Awards applied this run, for the funding body report.
       01 APPLIED-TABLE-MAX    PIC 9(4) VALUE 1000.
       01 APPLIED-TABLE-COUNT  PIC 9(4) VALUE ZERO.
       01 APPLIED-IDX          PIC 9(4) VALUE ZERO.
       01 APPLIED-TABLE.
           02 APPLIED-ENTRY OCCURS 1000 TIMES.
               03 AP-FUNDING-BODY PIC X(10).
               03 AP-STUDENT-ID   PIC 9(8).
               03 AP-INVOICE-NO   PIC 9(8).
               03 AP-COURSE-CODE  PIC X(5).
               03 AP-AWARD-TYPE   PIC X.
               03 AP-TERM-FEE     PIC 9(3)V99.
               03 AP-AWARD-AMOUNT PIC 9(3)V99.

       01 WS-FEE-REMAINING     PIC 9(3)V99 VALUE ZEROS.
       01 WS-AWARD-AMOUNT      PIC 9(3)V99 VALUE ZEROS.
       01 AWARDS-APPLIED       PIC 9(5) VALUE ZERO.
       01 TOTAL-AWARDS         PIC 9(8)V99 VALUE ZEROS.
       01 PrevFundingBody      PIC X(10) VALUE SPACES.
       01 BODY-AWARDS          PIC 9(5) VALUE ZERO.
       01 BODY-TOTAL           PIC 9(8)V99 VALUE ZEROS.

       01 CUSTOMERS-ADDED      PIC 9(5) VALUE ZERO.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.
           02 FILLER           PIC X(22)
               VALUE " Net fees invoiced:   ".
           02 BT-TOTAL-HT      PIC ZZZ,ZZ9.99.
       01 ControlTrailer3.
           02 FILLER           PIC X(22)
               VALUE " Awards credited:     ".
           02 BT-TOTAL-AWARDS  PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X(4) VALUE " on ".
           02 BT-AWARDS        PIC ZZZZ9.
           02 FILLER           PIC X(7) VALUE " awards".

       01 AwardsHeading1.
           02 FILLER           PIC X(35)
               VALUE " Awards Applied by Funding Body - ".
           02 AH-DATE          PIC 9(8).
       01 AwardsHeading2       PIC X(90)
           VALUE " Student  Name                      Course T  Invoice"
           & "   Term fee     Award".
       01 AwardsBodyLine.
           02 FILLER           PIC X(15) VALUE " Funding body  ".
           02 AB-FUNDING-BODY  PIC X(10).
       01 AwardsDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-STUDENT-ID    PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-STUDENT-NAME  PIC X(25).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-COURSE-CODE   PIC X(5).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 AD-AWARD-TYPE    PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-INVOICE-NO    PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 AD-TERM-FEE      PIC ZZZ,ZZ9.99.
           02 FILLER           PIC X VALUE SPACE.
           02 AD-AWARD-AMOUNT  PIC ZZZ,ZZ9.99.
       01 AwardsTotalLine.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 AT-L-LABEL       PIC X(20).
           02 AT-L-AWARDS      PIC ZZZZ9.
           02 FILLER           PIC X(7) VALUE " awards".
           02 FILLER           PIC X(27) VALUE SPACES.
           02 AT-L-TOTAL       PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BillTuitionFees.
           PERFORM LOAD-FEE-TABLE
           PERFORM LOAD-CUSTOMER-CODES
           PERFORM LOAD-NAME-TABLE
           PERFORM LOAD-AWARD-TABLE
           PERFORM LOAD-INVOICE-COUNTER
           OPEN INPUT EntrantsFile
           OPEN EXTEND InvoiceLines
           CLOSE CustomerMaster
           PERFORM SAVE-INVOICE-COUNTER
           PERFORM WRITE-BILLING-CONTROL
           PERFORM WRITE-AWARDS-REPORT
           DISPLAY "Tuition billing complete."
           DISPLAY "Students enrolled: " STUDENTS-ENROLLED
           DISPLAY "Students billed:   " STUDENTS-BILLED
           DISPLAY "No fee schedule:   " STUDENTS-NO-FEE
           DISPLAY "Customers added:   " CUSTOMERS-ADDED
           DISPLAY "Awards applied:    " AWARDS-APPLIED
           IF AWARDS-IGNORED > ZERO
              DISPLAY "Award records ignored: " AWARDS-IGNORED
           END-IF
           STOP RUN.

       LOAD-CUSTOMER-CODES.
              MOVE WS-RATE-CODE TO IL-RateCode
              MOVE 'I' TO IL-DOC-TYPE
              WRITE InvoiceLineRecord
              MOVE WS-TERM-FEE TO WS-FEE-REMAINING
              PERFORM APPLY-STUDENT-AWARD
                  VARYING AWARD-IDX FROM 1 BY 1
                  UNTIL AWARD-IDX > AWARD-TABLE-COUNT
           END-IF.

      * Each award is a credit line at the rate code of the fee, so
      * the VAT comes off with it.  Awards never take the invoice
      * below nil.
       APPLY-STUDENT-AWARD.
           IF AT-STUDENT-ID(AWARD-IDX) = EF-StudentId
              AND (AT-COURSE-CODE(AWARD-IDX) = SPACES
                OR AT-COURSE-CODE(AWARD-IDX) = EF-CourseCode)
              AND AT-VALID-FROM(AWARD-IDX) <= WS-TODAY-DATE
              AND (AT-VALID-TO(AWARD-IDX) = ZERO
                OR AT-VALID-TO(AWARD-IDX) >= WS-TODAY-DATE)
              AND WS-FEE-REMAINING > ZERO
              IF AT-PERCENTAGE(AWARD-IDX)
                 COMPUTE WS-AWARD-AMOUNT ROUNDED =
                     WS-TERM-FEE * AT-VALUE(AWARD-IDX) / 100
              ELSE
                 MOVE AT-VALUE(AWARD-IDX) TO WS-AWARD-AMOUNT
              END-IF
              IF WS-AWARD-AMOUNT > WS-FEE-REMAINING
                 MOVE WS-FEE-REMAINING TO WS-AWARD-AMOUNT
              END-IF
              IF WS-AWARD-AMOUNT > ZERO
                 SUBTRACT WS-AWARD-AMOUNT FROM WS-FEE-REMAINING
                 MOVE 'L' TO IL-REC-TYPE
                 MOVE SPACES TO IL-LINE-BODY
                 MOVE WS-AWARD-AMOUNT TO IL-HT
                 MOVE WS-RATE-CODE TO IL-RateCode
                 MOVE 'C' TO IL-DOC-TYPE
                 WRITE InvoiceLineRecord
                 ADD 1 TO AWARDS-APPLIED
                 ADD WS-AWARD-AMOUNT TO TOTAL-AWARDS
                 PERFORM RECORD-APPLIED-AWARD
              END-IF
           END-IF.

       RECORD-APPLIED-AWARD.
           IF APPLIED-TABLE-COUNT >= APPLIED-TABLE-MAX
              DISPLAY "*** MORE AWARDS APPLIED THAN WORKING TABLE - "
                  "FUNDING BODY REPORT INCOMPLETE ***"
           ELSE
              ADD 1 TO APPLIED-TABLE-COUNT
              MOVE AT-FUNDING-BODY(AWARD-IDX)
                  TO AP-FUNDING-BODY(APPLIED-TABLE-COUNT)
              MOVE EF-StudentId TO AP-STUDENT-ID(APPLIED-TABLE-COUNT)
              MOVE WS-NEXT-INVOICE-NO
                  TO AP-INVOICE-NO(APPLIED-TABLE-COUNT)
              MOVE EF-CourseCode
                  TO AP-COURSE-CODE(APPLIED-TABLE-COUNT)
              MOVE AT-AWARD-TYPE(AWARD-IDX)
                  TO AP-AWARD-TYPE(APPLIED-TABLE-COUNT)
              MOVE WS-TERM-FEE TO AP-TERM-FEE(APPLIED-TABLE-COUNT)
              MOVE WS-AWARD-AMOUNT
                  TO AP-AWARD-AMOUNT(APPLIED-TABLE-COUNT)
           END-IF.

       LOAD-AWARD-TABLE.
           MOVE ZERO TO AWARD-TABLE-COUNT
           MOVE 'N' TO AWARD-EOF
           OPEN INPUT StudentAwards
           PERFORM READ-STUDENT-AWARD UNTIL END-OF-AWARDS
           CLOSE StudentAwards.

      * Awards that cannot be applied as they stand are left out of
      * the table and counted.
       READ-STUDENT-AWARD.
           READ StudentAwards
              AT END
                 SET END-OF-AWARDS TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN AW-STUDENT-ID NOT NUMERIC
                    WHEN NOT AW-TYPE-VALID
                    WHEN NOT AW-PERCENTAGE AND NOT AW-FIXED
                    WHEN AW-VALUE NOT NUMERIC
                    WHEN AW-PERCENTAGE AND AW-VALUE > 100
                    WHEN AW-VALID-FROM NOT NUMERIC
                    WHEN AW-VALID-TO NOT NUMERIC
                    WHEN AW-FUNDING-BODY = SPACES
                    WHEN AWARD-TABLE-COUNT >= AWARD-TABLE-MAX
                       ADD 1 TO AWARDS-IGNORED
                    WHEN OTHER
                       ADD 1 TO AWARD-TABLE-COUNT
                       MOVE AW-STUDENT-ID
                           TO AT-STUDENT-ID(AWARD-TABLE-COUNT)
                       MOVE AW-AWARD-TYPE
                           TO AT-AWARD-TYPE(AWARD-TABLE-COUNT)
                       MOVE AW-BASIS TO AT-BASIS(AWARD-TABLE-COUNT)
                       MOVE AW-VALUE TO AT-VALUE(AWARD-TABLE-COUNT)
                       MOVE AW-COURSE-CODE
                           TO AT-COURSE-CODE(AWARD-TABLE-COUNT)
                       MOVE AW-VALID-FROM
                           TO AT-VALID-FROM(AWARD-TABLE-COUNT)
                       MOVE AW-VALID-TO
                           TO AT-VALID-TO(AWARD-TABLE-COUNT)
                       MOVE AW-FUNDING-BODY
                           TO AT-FUNDING-BODY(AWARD-TABLE-COUNT)
                 END-EVALUATE
           END-READ.

       ADD-CUSTOMER-IF-NEW.
           MOVE SPACES TO WS-LOOKUP-CUSTOMER
           MOVE EF-StudentId TO WS-LOOKUP-CUSTOMER
           MOVE TOTAL-BILLED-HT TO BT-TOTAL-HT
           WRITE BillingControlLine FROM ControlTrailer2
               AFTER ADVANCING 1 LINE
           MOVE TOTAL-AWARDS TO BT-TOTAL-AWARDS
           MOVE AWARDS-APPLIED TO BT-AWARDS
           WRITE BillingControlLine FROM ControlTrailer3
               AFTER ADVANCING 1 LINE
           CLOSE BillingControl.

       WRITE-COURSE-CONTROL.
              WRITE BillingControlLine FROM ControlDetailLine
                  AFTER ADVANCING 1 LINE
           END-IF.

      *****************************************************************
      * Term report of the awards applied, by funding body.
      *****************************************************************
       WRITE-AWARDS-REPORT.
           SORT AwardSortWork
               ON ASCENDING KEY AS-FUNDING-BODY AS-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-APPLIED-AWARDS
               GIVING SortedAwards
           OPEN INPUT SortedAwards
           OPEN OUTPUT AwardsReport
           MOVE WS-TODAY-DATE TO AH-DATE
           WRITE AwardsReportLine FROM AwardsHeading1
               AFTER ADVANCING PAGE
           WRITE AwardsReportLine FROM AwardsHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-SORTED-AWARD
           PERFORM REPORT-ONE-FUNDING-BODY UNTIL END-OF-SORTED-AWARDS
           MOVE "All funding bodies" TO AT-L-LABEL
           MOVE AWARDS-APPLIED TO AT-L-AWARDS
           MOVE TOTAL-AWARDS TO AT-L-TOTAL
           WRITE AwardsReportLine FROM AwardsTotalLine
               AFTER ADVANCING 2 LINES
           CLOSE SortedAwards
           CLOSE AwardsReport.

       RELEASE-APPLIED-AWARDS.
           PERFORM RELEASE-ONE-AWARD
               VARYING APPLIED-IDX FROM 1 BY 1
               UNTIL APPLIED-IDX > APPLIED-TABLE-COUNT.

       RELEASE-ONE-AWARD.
           MOVE AP-FUNDING-BODY(APPLIED-IDX) TO AS-FUNDING-BODY
           MOVE AP-STUDENT-ID(APPLIED-IDX) TO AS-STUDENT-ID
           MOVE AP-INVOICE-NO(APPLIED-IDX) TO AS-INVOICE-NO
           MOVE AP-COURSE-CODE(APPLIED-IDX) TO AS-COURSE-CODE
           MOVE AP-AWARD-TYPE(APPLIED-IDX) TO AS-AWARD-TYPE
           MOVE AP-TERM-FEE(APPLIED-IDX) TO AS-TERM-FEE
           MOVE AP-AWARD-AMOUNT(APPLIED-IDX) TO AS-AWARD-AMOUNT
           RELEASE AwardSortRec.

       READ-SORTED-AWARD.
           READ SortedAwards
              AT END SET END-OF-SORTED-AWARDS TO TRUE
           END-READ.

       REPORT-ONE-FUNDING-BODY.
           MOVE SW-FUNDING-BODY TO PrevFundingBody
           MOVE ZERO TO BODY-AWARDS
           MOVE ZERO TO BODY-TOTAL
           MOVE PrevFundingBody TO AB-FUNDING-BODY
           WRITE AwardsReportLine FROM AwardsBodyLine
               AFTER ADVANCING 2 LINES
           PERFORM REPORT-ONE-AWARD
               UNTIL END-OF-SORTED-AWARDS
               OR SW-FUNDING-BODY NOT = PrevFundingBody
           MOVE "Funding body total" TO AT-L-LABEL
           MOVE BODY-AWARDS TO AT-L-AWARDS
           MOVE BODY-TOTAL TO AT-L-TOTAL
           WRITE AwardsReportLine FROM AwardsTotalLine
               AFTER ADVANCING 1 LINE.

       REPORT-ONE-AWARD.
           MOVE SW-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-STUDENT-NAME
           MOVE SW-STUDENT-ID TO AD-STUDENT-ID
           MOVE WS-STUDENT-NAME TO AD-STUDENT-NAME
           MOVE SW-COURSE-CODE TO AD-COURSE-CODE
           MOVE SW-AWARD-TYPE TO AD-AWARD-TYPE
           MOVE SW-INVOICE-NO TO AD-INVOICE-NO
           MOVE SW-TERM-FEE TO AD-TERM-FEE
           MOVE SW-AWARD-AMOUNT TO AD-AWARD-AMOUNT
           WRITE AwardsReportLine FROM AwardsDetail
               AFTER ADVANCING 1 LINE
           ADD 1 TO BODY-AWARDS
           ADD SW-AWARD-AMOUNT TO BODY-TOTAL
           PERFORM READ-SORTED-AWARD.
