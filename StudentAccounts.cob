       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentAccounts.
       AUTHOR. ismail.
      * Student fee accounts.
      * (P)ost brings the accounts up to date:
      *   tuition invoices raised by TuitionBilling on
      *     InvoiceLines.Dat since the last run are posted at their
      *     VAT-inclusive value, credit-note lines reducing them,
      *   StudentPayments.Dat is posted with the payment method and
      *     reference of each payment,
      *   every account is then aged and students whose overdue
      *     balance is over the hold limit are put on financial hold;
      *     those brought back within it are cleared.
      * (S)tatements prints a statement for every account with a
      * balance, showing its postings and how the balance is aged.
      * (A)ged debt lists the balances by campus and age.
      * Payments are taken against the oldest invoices first.  An
      * invoice is overdue once its payment terms have run; the terms
      * and the hold limit are kept on StudentAccountCtl.Dat with the
      * last invoice posted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL StudentAccountFile
               ASSIGN TO "StudentAccounts.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentLedger ASSIGN TO "StudentLedger.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AccountControl
               ASSIGN TO "StudentAccountCtl.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InvoiceLines ASSIGN TO "InvoiceLines.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VatRateFile ASSIGN TO "VatRates.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StudentPayments
               ASSIGN TO "StudentPayments.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PaymentRejects ASSIGN TO "StudentPaymentRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HoldChanges ASSIGN TO "StudentHoldChanges.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EntrantsFile ASSIGN TO "students.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LedgerSortWork ASSIGN TO "LedgerSortWork.Dat".
           SELECT SortedLedger ASSIGN TO "SortedLedger.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StatementFile ASSIGN TO "StudentStatements.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AgedDebtReport ASSIGN TO "StudentAgedDebt.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StudentAccountFile.
       COPY STUACCT.

       FD StudentLedger.
       COPY STULEDG.

       FD AccountControl.
       01 AccountControlRec.
           02 SC-LAST-INVOICE-NO PIC 9(8).
           02 FILLER             PIC X.
           02 SC-HOLD-LIMIT      PIC 9(7)V99.
           02 FILLER             PIC X.
           02 SC-TERMS-DAYS      PIC 9(3).

       FD InvoiceLines.
       01 InvoiceLineRecord.
           02 IL-REC-TYPE  PIC X.
               88 INVOICE-HEADER-REC VALUE 'H'.
               88 INVOICE-LINE-REC   VALUE 'L'.
           02 IL-HEADER-BODY.
               03 IH-INVOICE-NO  PIC X(8).
               03 IH-INVOICE-NUM REDEFINES IH-INVOICE-NO PIC 9(8).
               03 IH-CUSTOMER    PIC X(10).
               03 IH-DATE        PIC 9(8).
               03 IH-COUNTRY     PIC 999.
           02 IL-LINE-BODY REDEFINES IL-HEADER-BODY.
               03 IL-HT        PIC 9(3)V99.
               03 IL-RateCode  PIC X.
               03 IL-DOC-TYPE  PIC X.
                   88 IL-CREDIT-LINE VALUE 'C' 'c'.
               03 FILLER       PIC X(22).

       FD VatRateFile.
       01 VatRateRecord.
           02 VR-RateCode  PIC X.
           02 VR-Rate      PIC 9V999.
           02 VR-EffFrom   PIC 9(8).
           02 VR-EffTo     PIC 9(8).

      * SP-DATE left blank is taken as the day of the run.
       FD StudentPayments.
       01 StudentPaymentRec.
           02 SP-STUDENT-ID     PIC X(8).
           02 SP-STUDENT-NUM REDEFINES SP-STUDENT-ID PIC 9(8).
           02 FILLER            PIC X.
           02 SP-DATE           PIC X(8).
           02 FILLER            PIC X.
           02 SP-METHOD         PIC X(2).
               88 SP-METHOD-VALID VALUE "CA" "CD" "CQ" "BT".
           02 FILLER            PIC X.
           02 SP-REFERENCE      PIC X(12).
           02 FILLER            PIC X.
           02 SP-AMOUNT         PIC X(9).
           02 SP-AMOUNT-NUM REDEFINES SP-AMOUNT PIC 9(7)V99.

       FD PaymentRejects.
       01 PaymentRejectLine     PIC X(80).

       FD HoldChanges.
       01 HoldChangeLine        PIC X(80).

       FD EntrantsFile.
       01 StudentRecord.
           02 EF-StudentId      PIC 9(8).
           02 EF-CourseCode     PIC X(5).
           02 EF-Gender         PIC X.
           02 EF-Campus         PIC X(3).
       01 EntrantsControlRec.
           02 EC-REC-TYPE       PIC X(4).
               88 EC-HEADER-REC  VALUE "HDR ".
               88 EC-TRAILER-REC VALUE "TRL ".
           02 EC-FILE-ID        PIC X(12).
           02 EC-DATE           PIC 9(8).
       01 EntrantsTrailerView.
           02 FILLER            PIC X(4).
           02 EC-REC-COUNT      PIC 9(7).
           02 EC-HASH-TOTAL     PIC 9(12).

       FD StudentFile.
       01 StudentDetails.
           02 StudentId      PIC X(8).
           02 StudentName    PIC X(25).
           02 CourseCode     PIC X(5).

       SD LedgerSortWork.
       01 LedgerSortRec.
           02 LS-CAMPUS        PIC X(3).
           02 LS-STUDENT-ID    PIC 9(8).
           02 LS-DATE          PIC 9(8).
           02 LS-SEQUENCE      PIC 9(7).
           02 LS-LEDGER-DATA   PIC X(54).

       FD SortedLedger.
       01 SortedLedgerRec.
           88 END-OF-SORTED-LEDGER VALUE HIGH-VALUES.
           02 SL-S-CAMPUS      PIC X(3).
           02 SL-S-STUDENT-ID  PIC 9(8).
           02 SL-S-DATE        PIC 9(8).
           02 SL-S-SEQUENCE    PIC 9(7).
           02 SL-S-LEDGER-DATA PIC X(54).

       FD StatementFile.
       01 StatementLine        PIC X(100).

       FD AgedDebtReport.
       01 AgedDebtLine         PIC X(120).

       WORKING-STORAGE SECTION.
       01 RUN-MODE              PIC X VALUE SPACE.
           88 POSTING-MODE      VALUE 'P' 'p'.
           88 STATEMENT-MODE    VALUE 'S' 's'.
           88 AGED-DEBT-MODE    VALUE 'A' 'a'.

       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-LAST-INVOICE-NO    PIC 9(8) VALUE ZEROS.
       01 WS-HIGH-INVOICE-NO    PIC 9(8) VALUE ZEROS.
       01 WS-HOLD-LIMIT         PIC 9(7)V99 VALUE ZEROS.
       01 WS-TERMS-DAYS         PIC 9(3) VALUE 30.

       01 ACCOUNT-EOF           PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS   VALUE 'Y'.
       01 LEDGER-EOF            PIC X VALUE 'N'.
           88 END-OF-LEDGER     VALUE 'Y'.
       01 INVOICE-EOF           PIC X VALUE 'N'.
           88 END-OF-INVOICES   VALUE 'Y'.
       01 RATE-EOF              PIC X VALUE 'N'.
           88 END-OF-RATES      VALUE 'Y'.
       01 PAYMENT-EOF           PIC X VALUE 'N'.
           88 END-OF-PAYMENTS   VALUE 'Y'.
       01 ENTRANTS-EOF          PIC X VALUE 'N'.
           88 NO-MORE-ENTRANTS  VALUE 'Y'.
       01 STUDENT-EOF           PIC X VALUE 'N'.
           88 END-OF-STUDENTS   VALUE 'Y'.

       01 ACCT-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 ACCT-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 ACCT-IDX              PIC 9(4) VALUE ZERO.
       01 WS-ACCT-IDX           PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-STUDENT     PIC 9(8) VALUE ZEROS.
       01 ACCOUNT-TABLE.
           02 ACCT-ENTRY OCCURS 2000 TIMES.
               03 AT-STUDENT-ID  PIC 9(8).
               03 AT-CAMPUS      PIC X(3).
               03 AT-BALANCE     PIC S9(7)V99.
               03 AT-OVERDUE     PIC 9(7)V99.
               03 AT-HOLD-STATUS PIC X.
                   88 AT-ON-HOLD VALUE 'H'.
               03 AT-HOLD-DATE   PIC 9(8).
               03 AT-LAST-PAYMENT PIC 9(8).

       01 ENT-REC-COUNT         PIC 9(7) VALUE ZERO.
       01 ENT-HASH              PIC 9(12) VALUE ZERO.
       01 ENT-TRAILER-SW        PIC X VALUE 'N'.
           88 ENT-TRAILER-SEEN  VALUE 'Y'.
       01 ENTRANT-TABLE-MAX     PIC 9(3) VALUE 500.
       01 ENTRANT-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 ENTRANT-IDX           PIC 9(3) VALUE ZERO.
       01 WS-ENTRANT-CAMPUS     PIC X(3) VALUE SPACES.
       01 ENTRANT-TABLE.
           02 EN-ENTRY OCCURS 500 TIMES.
               03 EN-StudentId  PIC 9(8).
               03 EN-Campus     PIC X(3).

       01 NAME-TABLE-MAX        PIC 9(3) VALUE 500.
       01 NAME-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01 NAME-IDX              PIC 9(3) VALUE ZERO.
       01 WS-STUDENT-NAME       PIC X(25) VALUE SPACES.
       01 WS-LOOKUP-ID          PIC X(8) VALUE SPACES.
       01 NAME-TABLE.
           02 NAME-ENTRY OCCURS 500 TIMES.
               03 NM-StudentId   PIC X(8).
               03 NM-StudentName PIC X(25).

       01 RATE-TABLE-MAX        PIC 99 VALUE 10.
       01 RATE-TABLE-COUNT      PIC 99 VALUE ZERO.
       01 RATE-IDX              PIC 99 VALUE ZERO.
       01 WS-RATE-FOUND         PIC X VALUE 'N'.
           88 VAT-RATE-FOUND    VALUE 'Y'.
       01 TAUX                  PIC 9V999 VALUE ZEROES.
       01 RateCode              PIC X VALUE 'S'.
       01 VAT-RATE-TABLE.
           02 VRT-ENTRY OCCURS 10 TIMES.
               03 VRT-RateCode PIC X.
               03 VRT-Rate     PIC 9V999.
               03 VRT-EffFrom  PIC 9(8).
               03 VRT-EffTo    PIC 9(8).

      * The invoice being gathered from InvoiceLines.Dat.
       01 WS-INVOICE-OPEN       PIC X VALUE 'N'.
           88 INVOICE-OPEN      VALUE 'Y'.
       01 WS-INV-NUMBER         PIC X(8) VALUE SPACES.
       01 WS-INV-STUDENT        PIC 9(8) VALUE ZEROS.
       01 WS-INV-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-INV-VALUE          PIC S9(7)V99 VALUE ZEROS.
       01 WS-LINE-TTC           PIC 9(5)V99 VALUE ZEROS.

       01 WS-REJECT-REASON      PIC X(40) VALUE SPACES.
       01 WS-PAYMENT-DATE       PIC 9(8) VALUE ZEROS.

       01 INVOICES-POSTED       PIC 9(5) VALUE ZERO.
       01 CREDITS-POSTED        PIC 9(5) VALUE ZERO.
       01 INVOICES-NOT-STUDENT  PIC 9(5) VALUE ZERO.
       01 LINES-NO-VAT-RATE     PIC 9(5) VALUE ZERO.
       01 PAYMENTS-READ         PIC 9(5) VALUE ZERO.
       01 PAYMENTS-POSTED       PIC 9(5) VALUE ZERO.
       01 PAYMENTS-REJECTED     PIC 9(5) VALUE ZERO.
       01 HOLDS-PLACED          PIC 9(5) VALUE ZERO.
       01 HOLDS-CLEARED         PIC 9(5) VALUE ZERO.
       01 HOLDS-IN-FORCE        PIC 9(5) VALUE ZERO.
       01 STATEMENTS-PRINTED    PIC 9(5) VALUE ZERO.
       01 LEDGER-SEQUENCE       PIC 9(7) VALUE ZERO.

      * Age cut-offs.  An invoice dated before WS-DUE-CUTOFF is past
      * its terms; the older cut-offs are 30, 60 and 90 days on.
       01 WS-AGE-CUTOFF         PIC 9(8) VALUE ZEROS.
       01 WS-AGE-SPLIT REDEFINES WS-AGE-CUTOFF.
           02 WS-AGE-YEAR       PIC 9(4).
           02 WS-AGE-MONTH      PIC 99.
           02 WS-AGE-DAY        PIC 99.
       01 WS-DAY-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-DAYS-BACK          PIC 9(3) VALUE ZERO.
       01 WS-MONTH-DAYS         PIC 99 VALUE ZERO.
       01 WS-LEAP-REM           PIC 9(4) VALUE ZERO.
       01 WS-DUE-CUTOFF         PIC 9(8) VALUE ZEROS.
       01 WS-CUTOFF-30          PIC 9(8) VALUE ZEROS.
       01 WS-CUTOFF-60          PIC 9(8) VALUE ZEROS.
       01 WS-CUTOFF-90          PIC 9(8) VALUE ZEROS.

      * The postings of the student being aged, in date order.
       01 ENTRY-TABLE-MAX       PIC 9(3) VALUE 300.
       01 ENTRY-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 ENTRY-IDX             PIC 9(3) VALUE ZERO.
       01 ENTRY-TABLE.
           02 STU-ENTRY OCCURS 300 TIMES.
               03 SE-DATE        PIC 9(8).
               03 SE-TYPE        PIC X.
                   88 SE-INVOICE VALUE 'I'.
               03 SE-REFERENCE   PIC X(12).
               03 SE-METHOD      PIC X(2).
               03 SE-AMOUNT      PIC 9(7)V99.
               03 SE-OPEN        PIC 9(7)V99.

       01 PrevCampus            PIC X(3) VALUE SPACES.
       01 PrevStudent           PIC 9(8) VALUE ZEROS.
       01 WS-CREDIT-LEFT        PIC 9(9)V99 VALUE ZEROS.
       01 WS-STUDENT-DEBITS     PIC 9(9)V99 VALUE ZEROS.
       01 WS-STUDENT-CREDITS    PIC 9(9)V99 VALUE ZEROS.
       01 WS-STUDENT-BALANCE    PIC S9(9)V99 VALUE ZEROS.
       01 WS-RUNNING-BALANCE    PIC S9(9)V99 VALUE ZEROS.
       01 WS-STUDENT-OVERDUE    PIC 9(9)V99 VALUE ZEROS.
       01 BUCKET-IDX            PIC 9 VALUE ZERO.
       01 STUDENT-BUCKETS.
           02 SB-AMOUNT OCCURS 5 TIMES PIC 9(9)V99.
       01 CAMPUS-BUCKETS.
           02 CB-AMOUNT OCCURS 5 TIMES PIC 9(9)V99.
       01 TOTAL-BUCKETS.
           02 TB-AMOUNT OCCURS 5 TIMES PIC 9(9)V99.
       01 CAMPUS-BALANCE        PIC S9(9)V99 VALUE ZEROS.
       01 TOTAL-BALANCE         PIC S9(9)V99 VALUE ZEROS.
       01 CAMPUS-STUDENTS       PIC 9(5) VALUE ZERO.
       01 TOTAL-STUDENTS        PIC 9(5) VALUE ZERO.

       COPY DATEVAL.

       01 PaymentRejectDetail.
           02 PR-STUDENT-ID     PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PR-DATE           PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PR-METHOD         PIC X(2).
           02 FILLER            PIC X VALUE SPACE.
           02 PR-REFERENCE      PIC X(12).
           02 FILLER            PIC X VALUE SPACE.
           02 PR-AMOUNT         PIC X(9).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PR-REASON         PIC X(40).

       01 HoldChangeDetail.
           02 HC-DATE           PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 HC-STUDENT-ID     PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 HC-CAMPUS         PIC X(3).
           02 FILLER            PIC X VALUE SPACE.
           02 HC-ACTION         PIC X(12).
           02 FILLER            PIC X(10) VALUE " overdue: ".
           02 HC-OVERDUE        PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(10) VALUE " balance: ".
           02 HC-BALANCE        PIC Z,ZZZ,ZZ9.99-.

       01 StatementHeading1.
           02 FILLER            PIC X(31)
               VALUE " Statement of Fee Account - as ".
           02 FILLER            PIC X(3) VALUE "at ".
           02 SH-DATE           PIC 9(8).
       01 StatementHeading2.
           02 FILLER            PIC X(9) VALUE " Student ".
           02 SH-STUDENT-ID     PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 SH-STUDENT-NAME   PIC X(25).
           02 FILLER            PIC X(9) VALUE " Campus: ".
           02 SH-CAMPUS         PIC X(3).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 SH-HOLD-NOTE      PIC X(20).
       01 StatementHeading3     PIC X(100)
           VALUE " Date     Posting      Reference    Method    Debit"
           & "       Credit      Balance".

       01 StatementDetail.
           02 FILLER            PIC X VALUE SPACE.
           02 SD-DATE           PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 SD-POSTING        PIC X(12).
           02 FILLER            PIC X VALUE SPACE.
           02 SD-REFERENCE      PIC X(12).
           02 FILLER            PIC X VALUE SPACE.
           02 SD-METHOD         PIC X(2).
           02 FILLER            PIC X VALUE SPACE.
           02 SD-DEBIT          PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X VALUE SPACE.
           02 SD-CREDIT         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X VALUE SPACE.
           02 SD-BALANCE        PIC Z,ZZZ,ZZ9.99-.

       01 StatementAgeHeading   PIC X(100)
           VALUE "   Not yet due    1-30 days   31-60 days   61-90 day"
           & "s Over 90 days  Balance due".
       01 StatementAgeLine.
           02 FILLER            PIC X VALUE SPACE.
           02 SA-L-BUCKET OCCURS 5 TIMES.
               03 FILLER        PIC X VALUE SPACE.
               03 SA-L-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 SA-L-BALANCE      PIC Z,ZZZ,ZZ9.99-.

       01 AgedHeading1.
           02 FILLER            PIC X(31)
               VALUE " Student Aged Debt by Campus - ".
           02 FILLER            PIC X(6) VALUE "as at ".
           02 AH-DATE           PIC 9(8).
           02 FILLER            PIC X(10) VALUE "  Terms: ".
           02 AH-TERMS          PIC ZZ9.
           02 FILLER            PIC X(19) VALUE " days  Hold limit: ".
           02 AH-HOLD-LIMIT     PIC Z,ZZZ,ZZ9.99.
       01 AgedHeading2          PIC X(120)
           VALUE " Student  Name                      H  Not yet due   "
           & " 1-30 days   31-60 days   61-90 days Over 90 days     "
           & " Balance".

       01 AgedCampusLine.
           02 FILLER            PIC X(9) VALUE " Campus  ".
           02 AC-CAMPUS         PIC X(3).

       01 AgedDetail.
           02 FILLER            PIC X VALUE SPACE.
           02 AD-STUDENT-ID     PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 AD-STUDENT-NAME   PIC X(25).
           02 FILLER            PIC X VALUE SPACE.
           02 AD-HOLD           PIC X.
           02 AD-BUCKET OCCURS 5 TIMES.
               03 FILLER        PIC X VALUE SPACE.
               03 AD-AMOUNT     PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 AD-BALANCE        PIC ZZZZZZZZ9.99-.

       01 AgedTotalLine.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 AT-L-LABEL        PIC X(15).
           02 AT-L-STUDENTS     PIC ZZZZ9.
           02 FILLER            PIC X(14) VALUE " students".
           02 AT-L-BUCKET OCCURS 5 TIMES.
               03 FILLER        PIC X VALUE SPACE.
               03 AT-L-AMOUNT   PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 AT-L-BALANCE      PIC ZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       RunStudentAccounts.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Run (P)ostings, (S)tatements or (A)ged debt: "
               WITH NO ADVANCING
           ACCEPT RUN-MODE
           EVALUATE TRUE
              WHEN POSTING-MODE
                 PERFORM POST-STUDENT-ACCOUNTS
              WHEN STATEMENT-MODE
                 PERFORM PRODUCE-STATEMENTS
              WHEN AGED-DEBT-MODE
                 PERFORM PRODUCE-AGED-DEBT
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * Posting run.  The accounts are held in the table while the
      * invoices and payments are posted, re-aged from the whole
      * ledger, and written back at the end with the control record.
      *****************************************************************
       POST-STUDENT-ACCOUNTS.
           PERFORM LOAD-ACCOUNT-CONTROL
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-ENTRANT-TABLE
           PERFORM LOAD-VAT-RATES
           MOVE WS-LAST-INVOICE-NO TO WS-HIGH-INVOICE-NO
           OPEN EXTEND StudentLedger
           OPEN INPUT InvoiceLines
           MOVE 'N' TO WS-INVOICE-OPEN
           MOVE 'N' TO INVOICE-EOF
           PERFORM READ-INVOICE-LINE UNTIL END-OF-INVOICES
           CLOSE InvoiceLines
           MOVE WS-HIGH-INVOICE-NO TO WS-LAST-INVOICE-NO
           OPEN INPUT StudentPayments
           OPEN OUTPUT PaymentRejects
           MOVE 'N' TO PAYMENT-EOF
           PERFORM READ-STUDENT-PAYMENT UNTIL END-OF-PAYMENTS
           CLOSE StudentPayments
           CLOSE PaymentRejects
           CLOSE StudentLedger
           PERFORM SAVE-ACCOUNT-CONTROL
           PERFORM COMPUTE-AGE-CUTOFFS
           PERFORM CLEAR-ACCOUNT-BALANCE
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-TABLE-COUNT
           PERFORM SORT-STUDENT-LEDGER
           OPEN INPUT SortedLedger
           PERFORM READ-SORTED-LEDGER
           PERFORM AGE-ONE-CAMPUS UNTIL END-OF-SORTED-LEDGER
           CLOSE SortedLedger
           OPEN OUTPUT HoldChanges
           PERFORM REVIEW-FINANCIAL-HOLD
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-TABLE-COUNT
           CLOSE HoldChanges
           PERFORM REWRITE-ACCOUNT-FILE
           DISPLAY "Student account posting complete."
           DISPLAY "Invoices posted:       " INVOICES-POSTED
           DISPLAY "Credit notes posted:   " CREDITS-POSTED
           IF INVOICES-NOT-STUDENT > ZERO
              DISPLAY "Invoices not to a student: "
                  INVOICES-NOT-STUDENT
           END-IF
           IF LINES-NO-VAT-RATE > ZERO
              DISPLAY "Lines with no VAT rate (posted net): "
                  LINES-NO-VAT-RATE
           END-IF
           DISPLAY "Payments read:         " PAYMENTS-READ
           DISPLAY "Payments posted:       " PAYMENTS-POSTED
           DISPLAY "Payments rejected:     " PAYMENTS-REJECTED
           DISPLAY "Holds placed:          " HOLDS-PLACED
           DISPLAY "Holds cleared:         " HOLDS-CLEARED
           DISPLAY "Students on hold:      " HOLDS-IN-FORCE.

      * With no control record every invoice on file is posted, the
      * terms are 30 days and any overdue balance brings a hold.
       LOAD-ACCOUNT-CONTROL.
           MOVE ZERO TO WS-LAST-INVOICE-NO
           MOVE ZERO TO WS-HOLD-LIMIT
           MOVE 30 TO WS-TERMS-DAYS
           OPEN INPUT AccountControl
           READ AccountControl
              AT END
                 CONTINUE
              NOT AT END
                 IF SC-LAST-INVOICE-NO NUMERIC
                    MOVE SC-LAST-INVOICE-NO TO WS-LAST-INVOICE-NO
                 END-IF
                 IF SC-HOLD-LIMIT NUMERIC
                    MOVE SC-HOLD-LIMIT TO WS-HOLD-LIMIT
                 END-IF
                 IF SC-TERMS-DAYS NUMERIC
                    MOVE SC-TERMS-DAYS TO WS-TERMS-DAYS
                 END-IF
           END-READ
           CLOSE AccountControl.

       SAVE-ACCOUNT-CONTROL.
           OPEN OUTPUT AccountControl
           MOVE SPACES TO AccountControlRec
           MOVE WS-LAST-INVOICE-NO TO SC-LAST-INVOICE-NO
           MOVE WS-HOLD-LIMIT TO SC-HOLD-LIMIT
           MOVE WS-TERMS-DAYS TO SC-TERMS-DAYS
           WRITE AccountControlRec
           CLOSE AccountControl.

       LOAD-ACCOUNT-TABLE.
           MOVE ZERO TO ACCT-TABLE-COUNT
           MOVE 'N' TO ACCOUNT-EOF
           OPEN INPUT StudentAccountFile
           PERFORM READ-ACCOUNT-FILE UNTIL END-OF-ACCOUNTS
           CLOSE StudentAccountFile.

       READ-ACCOUNT-FILE.
           READ StudentAccountFile
              AT END
                 SET END-OF-ACCOUNTS TO TRUE
              NOT AT END
                 IF ACCT-TABLE-COUNT >= ACCT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO ACCT-TABLE-COUNT
                 MOVE SA-STUDENT-ID TO AT-STUDENT-ID(ACCT-TABLE-COUNT)
                 MOVE SA-CAMPUS TO AT-CAMPUS(ACCT-TABLE-COUNT)
                 MOVE SA-BALANCE TO AT-BALANCE(ACCT-TABLE-COUNT)
                 MOVE SA-OVERDUE TO AT-OVERDUE(ACCT-TABLE-COUNT)
                 MOVE SA-HOLD-STATUS
                     TO AT-HOLD-STATUS(ACCT-TABLE-COUNT)
                 MOVE SA-HOLD-DATE TO AT-HOLD-DATE(ACCT-TABLE-COUNT)
                 MOVE SA-LAST-PAYMENT
                     TO AT-LAST-PAYMENT(ACCT-TABLE-COUNT)
           END-READ.

      * Leaves the account's position in WS-ACCT-IDX, zero when the
      * student has no account.
       LOOKUP-ACCOUNT.
           MOVE ZERO TO WS-ACCT-IDX
           PERFORM FIND-ACCOUNT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-TABLE-COUNT
               OR WS-ACCT-IDX NOT = ZERO.

       FIND-ACCOUNT.
           IF AT-STUDENT-ID(ACCT-IDX) = WS-LOOKUP-STUDENT
              MOVE ACCT-IDX TO WS-ACCT-IDX
           END-IF.

      * Opens an account for WS-LOOKUP-STUDENT at the campus the
      * student is enrolled on.
       OPEN-STUDENT-ACCOUNT.
           IF ACCT-TABLE-COUNT >= ACCT-TABLE-MAX
              DISPLAY "*** STUDENT ACCOUNT TABLE FULL - RUN ABANDONED,"
                  " RESTORE StudentLedger.Dat BEFORE RERUNNING ***"
              STOP RUN
           END-IF
           ADD 1 TO ACCT-TABLE-COUNT
           MOVE ACCT-TABLE-COUNT TO WS-ACCT-IDX
           PERFORM LOOKUP-ENTRANT-CAMPUS
           MOVE WS-LOOKUP-STUDENT TO AT-STUDENT-ID(WS-ACCT-IDX)
           MOVE WS-ENTRANT-CAMPUS TO AT-CAMPUS(WS-ACCT-IDX)
           MOVE ZERO TO AT-BALANCE(WS-ACCT-IDX)
           MOVE ZERO TO AT-OVERDUE(WS-ACCT-IDX)
           MOVE SPACE TO AT-HOLD-STATUS(WS-ACCT-IDX)
           MOVE ZERO TO AT-HOLD-DATE(WS-ACCT-IDX)
           MOVE ZERO TO AT-LAST-PAYMENT(WS-ACCT-IDX).

       LOAD-ENTRANT-TABLE.
           MOVE ZERO TO ENTRANT-TABLE-COUNT
           MOVE 'N' TO ENTRANTS-EOF
           OPEN INPUT EntrantsFile
           PERFORM READ-ENTRANT-RECORD UNTIL NO-MORE-ENTRANTS
           CLOSE EntrantsFile.

       READ-ENTRANT-RECORD.
           READ EntrantsFile
              AT END
                 SET NO-MORE-ENTRANTS TO TRUE
                 IF NOT ENT-TRAILER-SEEN
                    DISPLAY "*** ENTRANTS FILE HAS NO TRAILER - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
              NOT AT END
                 EVALUATE TRUE
                    WHEN EC-HEADER-REC
                       CONTINUE
                    WHEN EC-TRAILER-REC
                       SET ENT-TRAILER-SEEN TO TRUE
                       IF EC-REC-COUNT NOT = ENT-REC-COUNT
                          OR EC-HASH-TOTAL NOT = ENT-HASH
                          DISPLAY "*** ENTRANTS TRAILER DOES NOT "
                              "BALANCE - RUN ABANDONED ***"
                          STOP RUN
                       END-IF
                    WHEN OTHER
                       ADD 1 TO ENT-REC-COUNT
                       IF EF-StudentId NUMERIC
                          ADD EF-StudentId TO ENT-HASH
                       END-IF
                       IF ENTRANT-TABLE-COUNT >= ENTRANT-TABLE-MAX
                          PERFORM ABORT-TABLE-OVERFLOW
                       END-IF
                       ADD 1 TO ENTRANT-TABLE-COUNT
                       MOVE EF-StudentId
                           TO EN-StudentId(ENTRANT-TABLE-COUNT)
                       MOVE EF-Campus
                           TO EN-Campus(ENTRANT-TABLE-COUNT)
                 END-EVALUATE
           END-READ.

      * Students no longer enrolled keep the campus already on their
      * account; a new account for one is shown under campus '???'.
       LOOKUP-ENTRANT-CAMPUS.
           MOVE "???" TO WS-ENTRANT-CAMPUS
           PERFORM FIND-ENTRANT-CAMPUS
               VARYING ENTRANT-IDX FROM 1 BY 1
               UNTIL ENTRANT-IDX > ENTRANT-TABLE-COUNT.

       FIND-ENTRANT-CAMPUS.
           IF EN-StudentId(ENTRANT-IDX) = WS-LOOKUP-STUDENT
              MOVE EN-Campus(ENTRANT-IDX) TO WS-ENTRANT-CAMPUS
           END-IF.

       LOAD-VAT-RATES.
           MOVE ZERO TO RATE-TABLE-COUNT
           MOVE 'N' TO RATE-EOF
           OPEN INPUT VatRateFile
           PERFORM READ-VAT-RATE UNTIL END-OF-RATES
           CLOSE VatRateFile.

       READ-VAT-RATE.
           READ VatRateFile
              AT END
                 SET END-OF-RATES TO TRUE
              NOT AT END
                 IF RATE-TABLE-COUNT < RATE-TABLE-MAX
                    ADD 1 TO RATE-TABLE-COUNT
                    MOVE VR-RateCode TO VRT-RateCode(RATE-TABLE-COUNT)
                    MOVE VR-Rate TO VRT-Rate(RATE-TABLE-COUNT)
                    MOVE VR-EffFrom TO VRT-EffFrom(RATE-TABLE-COUNT)
                    MOVE VR-EffTo TO VRT-EffTo(RATE-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-VAT-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE ZEROES TO TAUX
           PERFORM FIND-VAT-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT.

       FIND-VAT-RATE.
           IF VRT-RateCode(RATE-IDX) = RateCode
               AND WS-INV-DATE >= VRT-EffFrom(RATE-IDX)
               AND WS-INV-DATE <= VRT-EffTo(RATE-IDX)
               SET VAT-RATE-FOUND TO TRUE
               MOVE VRT-Rate(RATE-IDX) TO TAUX
           END-IF.

      *****************************************************************
      * Tuition invoices.  Only invoices numbered above the last one
      * posted are taken, and only those raised to a student id.
      *****************************************************************
       READ-INVOICE-LINE.
           READ InvoiceLines
              AT END
                 SET END-OF-INVOICES TO TRUE
                 PERFORM POST-GATHERED-INVOICE
              NOT AT END
                 EVALUATE TRUE
                    WHEN INVOICE-HEADER-REC
                       PERFORM POST-GATHERED-INVOICE
                       PERFORM START-INVOICE
                    WHEN INVOICE-LINE-REC AND INVOICE-OPEN
                       PERFORM ADD-INVOICE-LINE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       START-INVOICE.
           IF IH-INVOICE-NO NUMERIC
              AND IH-INVOICE-NUM > WS-LAST-INVOICE-NO
              IF IH-INVOICE-NUM > WS-HIGH-INVOICE-NO
                 MOVE IH-INVOICE-NUM TO WS-HIGH-INVOICE-NO
              END-IF
              IF IH-CUSTOMER(1:8) NUMERIC
                 AND IH-CUSTOMER(9:2) = SPACES
                 SET INVOICE-OPEN TO TRUE
                 MOVE IH-INVOICE-NO TO WS-INV-NUMBER
                 MOVE IH-CUSTOMER(1:8) TO WS-INV-STUDENT
                 MOVE IH-DATE TO WS-INV-DATE
                 MOVE ZERO TO WS-INV-VALUE
              ELSE
                 ADD 1 TO INVOICES-NOT-STUDENT
              END-IF
           END-IF.

       ADD-INVOICE-LINE.
           MOVE IL-RateCode TO RateCode
           PERFORM LOOKUP-VAT-RATE
           IF NOT VAT-RATE-FOUND
              ADD 1 TO LINES-NO-VAT-RATE
           END-IF
           COMPUTE WS-LINE-TTC ROUNDED = IL-HT + (IL-HT * TAUX)
           IF IL-CREDIT-LINE
              SUBTRACT WS-LINE-TTC FROM WS-INV-VALUE
           ELSE
              ADD WS-LINE-TTC TO WS-INV-VALUE
           END-IF.

      * An invoice whose credit lines outweigh its charges goes to
      * the account as a credit note.
       POST-GATHERED-INVOICE.
           IF INVOICE-OPEN
              MOVE 'N' TO WS-INVOICE-OPEN
              IF WS-INV-VALUE NOT = ZERO
                 MOVE WS-INV-STUDENT TO WS-LOOKUP-STUDENT
                 PERFORM LOOKUP-ACCOUNT
                 IF WS-ACCT-IDX = ZERO
                    PERFORM OPEN-STUDENT-ACCOUNT
                 END-IF
                 MOVE SPACES TO StudentLedgerRec
                 MOVE WS-INV-STUDENT TO SL-STUDENT-ID
                 MOVE WS-INV-DATE TO SL-DATE
                 MOVE WS-INV-NUMBER TO SL-REFERENCE
                 MOVE WS-TODAY-DATE TO SL-POSTED-DATE
                 IF WS-INV-VALUE > ZERO
                    SET SL-INVOICE TO TRUE
                    MOVE WS-INV-VALUE TO SL-AMOUNT
                    ADD WS-INV-VALUE TO AT-BALANCE(WS-ACCT-IDX)
                    ADD 1 TO INVOICES-POSTED
                 ELSE
                    SET SL-CREDIT-NOTE TO TRUE
                    COMPUTE SL-AMOUNT = 0 - WS-INV-VALUE
                    ADD WS-INV-VALUE TO AT-BALANCE(WS-ACCT-IDX)
                    ADD 1 TO CREDITS-POSTED
                 END-IF
                 WRITE StudentLedgerRec
              END-IF
           END-IF.

      *****************************************************************
      * Payments.  A payment is taken only for a student with a fee
      * account or one currently enrolled.
      *****************************************************************
       READ-STUDENT-PAYMENT.
           READ StudentPayments
              AT END
                 SET END-OF-PAYMENTS TO TRUE
              NOT AT END
                 ADD 1 TO PAYMENTS-READ
                 PERFORM APPLY-STUDENT-PAYMENT
           END-READ.

       APPLY-STUDENT-PAYMENT.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-TODAY-DATE TO WS-PAYMENT-DATE
           IF SP-DATE NOT = SPACES
              MOVE SP-DATE TO DV-DATE-IN
              PERFORM VALIDATE-DATE-FIELD
              IF DV-DATE-VALID
                 MOVE DV-DATE-OUT TO WS-PAYMENT-DATE
              ELSE
                 MOVE "payment date not a valid date"
                     TO WS-REJECT-REASON
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-REJECT-REASON NOT = SPACES
                 CONTINUE
              WHEN SP-STUDENT-ID NOT NUMERIC
                 MOVE "student id not numeric" TO WS-REJECT-REASON
              WHEN WS-PAYMENT-DATE > WS-TODAY-DATE
                 MOVE "payment date is in the future"
                     TO WS-REJECT-REASON
              WHEN NOT SP-METHOD-VALID
                 MOVE "method must be CA, CD, CQ or BT"
                     TO WS-REJECT-REASON
              WHEN SP-REFERENCE = SPACES
                 MOVE "no payment reference" TO WS-REJECT-REASON
              WHEN SP-AMOUNT NOT NUMERIC OR SP-AMOUNT-NUM = ZERO
                 MOVE "amount must be numeric and above zero"
                     TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              MOVE SP-STUDENT-NUM TO WS-LOOKUP-STUDENT
              PERFORM LOOKUP-ACCOUNT
              IF WS-ACCT-IDX = ZERO
                 PERFORM LOOKUP-ENTRANT-CAMPUS
                 IF WS-ENTRANT-CAMPUS = "???"
                    MOVE "student has no fee account"
                        TO WS-REJECT-REASON
                 ELSE
                    PERFORM OPEN-STUDENT-ACCOUNT
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE SPACES TO StudentLedgerRec
              MOVE SP-STUDENT-NUM TO SL-STUDENT-ID
              MOVE WS-PAYMENT-DATE TO SL-DATE
              SET SL-PAYMENT TO TRUE
              MOVE SP-REFERENCE TO SL-REFERENCE
              MOVE SP-METHOD TO SL-METHOD
              MOVE SP-AMOUNT-NUM TO SL-AMOUNT
              MOVE WS-TODAY-DATE TO SL-POSTED-DATE
              WRITE StudentLedgerRec
              SUBTRACT SP-AMOUNT-NUM FROM AT-BALANCE(WS-ACCT-IDX)
              IF WS-PAYMENT-DATE > AT-LAST-PAYMENT(WS-ACCT-IDX)
                 MOVE WS-PAYMENT-DATE TO AT-LAST-PAYMENT(WS-ACCT-IDX)
              END-IF
              ADD 1 TO PAYMENTS-POSTED
           ELSE
              ADD 1 TO PAYMENTS-REJECTED
              MOVE SP-STUDENT-ID TO PR-STUDENT-ID
              MOVE SP-DATE TO PR-DATE
              MOVE SP-METHOD TO PR-METHOD
              MOVE SP-REFERENCE TO PR-REFERENCE
              MOVE SP-AMOUNT TO PR-AMOUNT
              MOVE WS-REJECT-REASON TO PR-REASON
              WRITE PaymentRejectLine FROM PaymentRejectDetail
           END-IF.

      *****************************************************************
      * Financial holds.  Balances and overdue amounts are rebuilt
      * from the ledger before the holds are reviewed.
      *****************************************************************
       CLEAR-ACCOUNT-BALANCE.
           MOVE ZERO TO AT-BALANCE(ACCT-IDX)
           MOVE ZERO TO AT-OVERDUE(ACCT-IDX).

       REVIEW-FINANCIAL-HOLD.
           MOVE SPACES TO HC-ACTION
           IF AT-OVERDUE(ACCT-IDX) > WS-HOLD-LIMIT
              IF NOT AT-ON-HOLD(ACCT-IDX)
                 SET AT-ON-HOLD(ACCT-IDX) TO TRUE
                 MOVE WS-TODAY-DATE TO AT-HOLD-DATE(ACCT-IDX)
                 MOVE "HOLD PLACED" TO HC-ACTION
                 ADD 1 TO HOLDS-PLACED
              END-IF
              ADD 1 TO HOLDS-IN-FORCE
           ELSE
              IF AT-ON-HOLD(ACCT-IDX)
                 MOVE 'C' TO AT-HOLD-STATUS(ACCT-IDX)
                 MOVE WS-TODAY-DATE TO AT-HOLD-DATE(ACCT-IDX)
                 MOVE "HOLD CLEARED" TO HC-ACTION
                 ADD 1 TO HOLDS-CLEARED
              END-IF
           END-IF
           IF HC-ACTION NOT = SPACES
              MOVE WS-TODAY-DATE TO HC-DATE
              MOVE AT-STUDENT-ID(ACCT-IDX) TO HC-STUDENT-ID
              MOVE AT-CAMPUS(ACCT-IDX) TO HC-CAMPUS
              MOVE AT-OVERDUE(ACCT-IDX) TO HC-OVERDUE
              MOVE AT-BALANCE(ACCT-IDX) TO HC-BALANCE
              WRITE HoldChangeLine FROM HoldChangeDetail
           END-IF.

       REWRITE-ACCOUNT-FILE.
           OPEN OUTPUT StudentAccountFile
           PERFORM WRITE-ONE-ACCOUNT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-TABLE-COUNT
           CLOSE StudentAccountFile.

       WRITE-ONE-ACCOUNT.
           MOVE SPACES TO StudentAccountRec
           MOVE AT-STUDENT-ID(ACCT-IDX) TO SA-STUDENT-ID
           MOVE AT-CAMPUS(ACCT-IDX) TO SA-CAMPUS
           MOVE AT-BALANCE(ACCT-IDX) TO SA-BALANCE
           MOVE AT-OVERDUE(ACCT-IDX) TO SA-OVERDUE
           MOVE AT-HOLD-STATUS(ACCT-IDX) TO SA-HOLD-STATUS
           MOVE AT-HOLD-DATE(ACCT-IDX) TO SA-HOLD-DATE
           MOVE AT-LAST-PAYMENT(ACCT-IDX) TO SA-LAST-PAYMENT
           WRITE StudentAccountRec.

      *****************************************************************
      * Statements and aged debt are both produced from the ledger
      * sorted by campus, student and date, ageing each student in
      * turn exactly as the posting run does.
      *****************************************************************
       PRODUCE-STATEMENTS.
           PERFORM LOAD-ACCOUNT-CONTROL
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-NAME-TABLE
           PERFORM COMPUTE-AGE-CUTOFFS
           PERFORM SORT-STUDENT-LEDGER
           OPEN INPUT SortedLedger
           OPEN OUTPUT StatementFile
           PERFORM READ-SORTED-LEDGER
           PERFORM AGE-ONE-CAMPUS UNTIL END-OF-SORTED-LEDGER
           CLOSE SortedLedger
           CLOSE StatementFile
           DISPLAY "Student statements produced: " STATEMENTS-PRINTED.

       PRODUCE-AGED-DEBT.
           PERFORM LOAD-ACCOUNT-CONTROL
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-NAME-TABLE
           PERFORM COMPUTE-AGE-CUTOFFS
           PERFORM SORT-STUDENT-LEDGER
           MOVE ZERO TO TOTAL-BUCKETS
           MOVE ZERO TO TOTAL-BALANCE
           OPEN INPUT SortedLedger
           OPEN OUTPUT AgedDebtReport
           MOVE WS-TODAY-DATE TO AH-DATE
           MOVE WS-TERMS-DAYS TO AH-TERMS
           MOVE WS-HOLD-LIMIT TO AH-HOLD-LIMIT
           WRITE AgedDebtLine FROM AgedHeading1
               AFTER ADVANCING PAGE
           WRITE AgedDebtLine FROM AgedHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-SORTED-LEDGER
           PERFORM AGE-ONE-CAMPUS UNTIL END-OF-SORTED-LEDGER
           MOVE "All campuses" TO AT-L-LABEL
           MOVE TOTAL-STUDENTS TO AT-L-STUDENTS
           PERFORM MOVE-TOTAL-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 5
           MOVE TOTAL-BALANCE TO AT-L-BALANCE
           WRITE AgedDebtLine FROM AgedTotalLine
               AFTER ADVANCING 2 LINES
           CLOSE SortedLedger
           CLOSE AgedDebtReport
           DISPLAY "Student aged debt produced. Students with a "
               "balance: " TOTAL-STUDENTS.

       MOVE-TOTAL-BUCKET.
           MOVE TB-AMOUNT(BUCKET-IDX) TO AT-L-AMOUNT(BUCKET-IDX).

       MOVE-CAMPUS-BUCKET.
           MOVE CB-AMOUNT(BUCKET-IDX) TO AT-L-AMOUNT(BUCKET-IDX).

       LOAD-NAME-TABLE.
           MOVE ZERO TO NAME-TABLE-COUNT
           MOVE 'N' TO STUDENT-EOF
           OPEN INPUT StudentFile
           PERFORM READ-STUDENT-NAME UNTIL END-OF-STUDENTS
           CLOSE StudentFile.

       READ-STUDENT-NAME.
           READ StudentFile
              AT END
                 SET END-OF-STUDENTS TO TRUE
              NOT AT END
                 IF NAME-TABLE-COUNT < NAME-TABLE-MAX
                    ADD 1 TO NAME-TABLE-COUNT
                    MOVE StudentId
                        TO NM-StudentId(NAME-TABLE-COUNT)
                    MOVE StudentName
                        TO NM-StudentName(NAME-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-STUDENT-NAME.
           MOVE "STUDENT" TO WS-STUDENT-NAME
           PERFORM FIND-STUDENT-NAME
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > NAME-TABLE-COUNT.

       FIND-STUDENT-NAME.
           IF NM-StudentId(NAME-IDX) = WS-LOOKUP-ID
              MOVE NM-StudentName(NAME-IDX) TO WS-STUDENT-NAME
           END-IF.

       SORT-STUDENT-LEDGER.
           SORT LedgerSortWork
               ON ASCENDING KEY LS-CAMPUS LS-STUDENT-ID LS-DATE
                                LS-SEQUENCE
               INPUT PROCEDURE IS SELECT-LEDGER-POSTINGS
               GIVING SortedLedger.

       SELECT-LEDGER-POSTINGS.
           MOVE ZERO TO LEDGER-SEQUENCE
           MOVE 'N' TO LEDGER-EOF
           OPEN INPUT StudentLedger
           PERFORM READ-LEDGER-FOR-SORT UNTIL END-OF-LEDGER
           CLOSE StudentLedger.

       READ-LEDGER-FOR-SORT.
           READ StudentLedger
              AT END
                 SET END-OF-LEDGER TO TRUE
              NOT AT END
                 ADD 1 TO LEDGER-SEQUENCE
                 MOVE SL-STUDENT-ID TO WS-LOOKUP-STUDENT
                 PERFORM LOOKUP-ACCOUNT
                 IF WS-ACCT-IDX = ZERO
                    MOVE "???" TO LS-CAMPUS
                 ELSE
                    MOVE AT-CAMPUS(WS-ACCT-IDX) TO LS-CAMPUS
                 END-IF
                 MOVE SL-STUDENT-ID TO LS-STUDENT-ID
                 MOVE SL-DATE TO LS-DATE
                 MOVE LEDGER-SEQUENCE TO LS-SEQUENCE
                 MOVE StudentLedgerRec TO LS-LEDGER-DATA
                 RELEASE LedgerSortRec
           END-READ.

       READ-SORTED-LEDGER.
           READ SortedLedger
              AT END SET END-OF-SORTED-LEDGER TO TRUE
           END-READ.

       AGE-ONE-CAMPUS.
           MOVE SL-S-CAMPUS TO PrevCampus
           MOVE ZERO TO CAMPUS-BUCKETS
           MOVE ZERO TO CAMPUS-BALANCE
           MOVE ZERO TO CAMPUS-STUDENTS
           PERFORM AGE-ONE-STUDENT
               UNTIL END-OF-SORTED-LEDGER
               OR SL-S-CAMPUS NOT = PrevCampus
           IF AGED-DEBT-MODE AND CAMPUS-STUDENTS > ZERO
              MOVE "Campus total" TO AT-L-LABEL
              MOVE CAMPUS-STUDENTS TO AT-L-STUDENTS
              PERFORM MOVE-CAMPUS-BUCKET
                  VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 5
              MOVE CAMPUS-BALANCE TO AT-L-BALANCE
              WRITE AgedDebtLine FROM AgedTotalLine
                  AFTER ADVANCING 1 LINE
           END-IF.

       AGE-ONE-STUDENT.
           MOVE SL-S-STUDENT-ID TO PrevStudent
           MOVE ZERO TO ENTRY-TABLE-COUNT
           MOVE ZERO TO WS-STUDENT-DEBITS
           MOVE ZERO TO WS-STUDENT-CREDITS
           PERFORM COLLECT-STUDENT-POSTING
               UNTIL END-OF-SORTED-LEDGER
               OR SL-S-CAMPUS NOT = PrevCampus
               OR SL-S-STUDENT-ID NOT = PrevStudent
           PERFORM AGE-STUDENT-BALANCE
           MOVE PrevStudent TO WS-LOOKUP-STUDENT
           PERFORM LOOKUP-ACCOUNT
           IF WS-ACCT-IDX = ZERO
              PERFORM OPEN-STUDENT-ACCOUNT
           END-IF
           EVALUATE TRUE
              WHEN POSTING-MODE
                 MOVE WS-STUDENT-BALANCE TO AT-BALANCE(WS-ACCT-IDX)
                 MOVE WS-STUDENT-OVERDUE TO AT-OVERDUE(WS-ACCT-IDX)
              WHEN WS-STUDENT-BALANCE = ZERO
                 CONTINUE
              WHEN STATEMENT-MODE
                 PERFORM PRINT-STUDENT-STATEMENT
              WHEN AGED-DEBT-MODE
                 PERFORM PRINT-AGED-STUDENT
           END-EVALUATE.

       COLLECT-STUDENT-POSTING.
           MOVE SL-S-LEDGER-DATA TO StudentLedgerRec
           IF ENTRY-TABLE-COUNT >= ENTRY-TABLE-MAX
              DISPLAY "*** STUDENT " PrevStudent " HAS MORE POSTINGS "
                  "THAN WORKING TABLE - RUN ABANDONED ***"
              STOP RUN
           END-IF
           ADD 1 TO ENTRY-TABLE-COUNT
           MOVE SL-DATE TO SE-DATE(ENTRY-TABLE-COUNT)
           MOVE SL-ENTRY-TYPE TO SE-TYPE(ENTRY-TABLE-COUNT)
           MOVE SL-REFERENCE TO SE-REFERENCE(ENTRY-TABLE-COUNT)
           MOVE SL-METHOD TO SE-METHOD(ENTRY-TABLE-COUNT)
           MOVE SL-AMOUNT TO SE-AMOUNT(ENTRY-TABLE-COUNT)
           MOVE ZERO TO SE-OPEN(ENTRY-TABLE-COUNT)
           IF SL-INVOICE
              ADD SL-AMOUNT TO WS-STUDENT-DEBITS
           ELSE
              ADD SL-AMOUNT TO WS-STUDENT-CREDITS
           END-IF
           PERFORM READ-SORTED-LEDGER.

      * Payments and credit notes clear the oldest invoices first;
      * whatever is left open on each invoice is aged by its date.
       AGE-STUDENT-BALANCE.
           MOVE ZERO TO STUDENT-BUCKETS
           MOVE WS-STUDENT-CREDITS TO WS-CREDIT-LEFT
           PERFORM AGE-ONE-INVOICE
               VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-TABLE-COUNT
           COMPUTE WS-STUDENT-BALANCE =
               WS-STUDENT-DEBITS - WS-STUDENT-CREDITS
           COMPUTE WS-STUDENT-OVERDUE = SB-AMOUNT(2) + SB-AMOUNT(3)
               + SB-AMOUNT(4) + SB-AMOUNT(5).

       AGE-ONE-INVOICE.
           IF SE-INVOICE(ENTRY-IDX)
              IF WS-CREDIT-LEFT >= SE-AMOUNT(ENTRY-IDX)
                 SUBTRACT SE-AMOUNT(ENTRY-IDX) FROM WS-CREDIT-LEFT
              ELSE
                 COMPUTE SE-OPEN(ENTRY-IDX) =
                     SE-AMOUNT(ENTRY-IDX) - WS-CREDIT-LEFT
                 MOVE ZERO TO WS-CREDIT-LEFT
                 EVALUATE TRUE
                    WHEN SE-DATE(ENTRY-IDX) >= WS-DUE-CUTOFF
                       MOVE 1 TO BUCKET-IDX
                    WHEN SE-DATE(ENTRY-IDX) >= WS-CUTOFF-30
                       MOVE 2 TO BUCKET-IDX
                    WHEN SE-DATE(ENTRY-IDX) >= WS-CUTOFF-60
                       MOVE 3 TO BUCKET-IDX
                    WHEN SE-DATE(ENTRY-IDX) >= WS-CUTOFF-90
                       MOVE 4 TO BUCKET-IDX
                    WHEN OTHER
                       MOVE 5 TO BUCKET-IDX
                 END-EVALUATE
                 ADD SE-OPEN(ENTRY-IDX) TO SB-AMOUNT(BUCKET-IDX)
              END-IF
           END-IF.

       PRINT-STUDENT-STATEMENT.
           ADD 1 TO STATEMENTS-PRINTED
           MOVE PrevStudent TO WS-LOOKUP-ID
           PERFORM LOOKUP-STUDENT-NAME
           MOVE WS-TODAY-DATE TO SH-DATE
           MOVE PrevStudent TO SH-STUDENT-ID
           MOVE WS-STUDENT-NAME TO SH-STUDENT-NAME
           MOVE PrevCampus TO SH-CAMPUS
           IF AT-ON-HOLD(WS-ACCT-IDX)
              MOVE "ON FINANCIAL HOLD" TO SH-HOLD-NOTE
           ELSE
              MOVE SPACES TO SH-HOLD-NOTE
           END-IF
           WRITE StatementLine FROM StatementHeading1
               AFTER ADVANCING PAGE
           WRITE StatementLine FROM StatementHeading2
               AFTER ADVANCING 2 LINES
           WRITE StatementLine FROM StatementHeading3
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-RUNNING-BALANCE
           PERFORM PRINT-STATEMENT-LINE
               VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-TABLE-COUNT
           WRITE StatementLine FROM StatementAgeHeading
               AFTER ADVANCING 2 LINES
           PERFORM MOVE-STATEMENT-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 5
           MOVE WS-STUDENT-BALANCE TO SA-L-BALANCE
           WRITE StatementLine FROM StatementAgeLine
               AFTER ADVANCING 1 LINE.

       PRINT-STATEMENT-LINE.
           MOVE SE-DATE(ENTRY-IDX) TO SD-DATE
           MOVE SE-REFERENCE(ENTRY-IDX) TO SD-REFERENCE
           MOVE SE-METHOD(ENTRY-IDX) TO SD-METHOD
           EVALUATE SE-TYPE(ENTRY-IDX)
              WHEN 'I'
                 MOVE "Invoice" TO SD-POSTING
                 MOVE SE-AMOUNT(ENTRY-IDX) TO SD-DEBIT
                 MOVE ZERO TO SD-CREDIT
                 ADD SE-AMOUNT(ENTRY-IDX) TO WS-RUNNING-BALANCE
              WHEN 'C'
                 MOVE "Credit note" TO SD-POSTING
                 MOVE ZERO TO SD-DEBIT
                 MOVE SE-AMOUNT(ENTRY-IDX) TO SD-CREDIT
                 SUBTRACT SE-AMOUNT(ENTRY-IDX) FROM WS-RUNNING-BALANCE
              WHEN OTHER
                 MOVE "Payment" TO SD-POSTING
                 MOVE ZERO TO SD-DEBIT
                 MOVE SE-AMOUNT(ENTRY-IDX) TO SD-CREDIT
                 SUBTRACT SE-AMOUNT(ENTRY-IDX) FROM WS-RUNNING-BALANCE
           END-EVALUATE
           MOVE WS-RUNNING-BALANCE TO SD-BALANCE
           WRITE StatementLine FROM StatementDetail
               AFTER ADVANCING 1 LINE.

       MOVE-STATEMENT-BUCKET.
           MOVE SB-AMOUNT(BUCKET-IDX) TO SA-L-AMOUNT(BUCKET-IDX).

      * The campus heading waits for the first student at the campus
      * with a balance.
       PRINT-AGED-STUDENT.
           IF CAMPUS-STUDENTS = ZERO
              MOVE PrevCampus TO AC-CAMPUS
              WRITE AgedDebtLine FROM AgedCampusLine
                  AFTER ADVANCING 2 LINES
           END-IF
           ADD 1 TO CAMPUS-STUDENTS TOTAL-STUDENTS
           MOVE PrevStudent TO WS-LOOKUP-ID
           PERFORM LOOKUP-STUDENT-NAME
           MOVE PrevStudent TO AD-STUDENT-ID
           MOVE WS-STUDENT-NAME TO AD-STUDENT-NAME
           IF AT-ON-HOLD(WS-ACCT-IDX)
              MOVE 'H' TO AD-HOLD
           ELSE
              MOVE SPACE TO AD-HOLD
           END-IF
           PERFORM ADD-AGED-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 5
           MOVE WS-STUDENT-BALANCE TO AD-BALANCE
           ADD WS-STUDENT-BALANCE TO CAMPUS-BALANCE TOTAL-BALANCE
           WRITE AgedDebtLine FROM AgedDetail
               AFTER ADVANCING 1 LINE.

       ADD-AGED-BUCKET.
           MOVE SB-AMOUNT(BUCKET-IDX) TO AD-AMOUNT(BUCKET-IDX)
           ADD SB-AMOUNT(BUCKET-IDX) TO CB-AMOUNT(BUCKET-IDX)
               TB-AMOUNT(BUCKET-IDX).

      *****************************************************************
      * Age cut-off dates, counted back a day at a time from today.
      *****************************************************************
       COMPUTE-AGE-CUTOFFS.
           MOVE WS-TODAY-DATE TO WS-AGE-CUTOFF
           MOVE WS-TERMS-DAYS TO WS-DAYS-BACK
           PERFORM STEP-BACK-DAYS
           MOVE WS-AGE-CUTOFF TO WS-DUE-CUTOFF
           MOVE 30 TO WS-DAYS-BACK
           PERFORM STEP-BACK-DAYS
           MOVE WS-AGE-CUTOFF TO WS-CUTOFF-30
           PERFORM STEP-BACK-DAYS
           MOVE WS-AGE-CUTOFF TO WS-CUTOFF-60
           PERFORM STEP-BACK-DAYS
           MOVE WS-AGE-CUTOFF TO WS-CUTOFF-90.

       STEP-BACK-DAYS.
           PERFORM SUBTRACT-ONE-AGE-DAY
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > WS-DAYS-BACK.

       SUBTRACT-ONE-AGE-DAY.
           IF WS-AGE-DAY > 1
              SUBTRACT 1 FROM WS-AGE-DAY
           ELSE
              IF WS-AGE-MONTH > 1
                 SUBTRACT 1 FROM WS-AGE-MONTH
              ELSE
                 MOVE 12 TO WS-AGE-MONTH
                 SUBTRACT 1 FROM WS-AGE-YEAR
              END-IF
              PERFORM GET-AGE-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-AGE-DAY
           END-IF.

       GET-AGE-MONTH-DAYS.
           EVALUATE WS-AGE-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 PERFORM SET-AGE-FEBRUARY-DAYS
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SET-AGE-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS
           DIVIDE WS-AGE-YEAR BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE 29 TO WS-MONTH-DAYS
              DIVIDE WS-AGE-YEAR BY 100 GIVING WS-LEAP-REM
                  REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 28 TO WS-MONTH-DAYS
                 DIVIDE WS-AGE-YEAR BY 400 GIVING WS-LEAP-REM
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

       COPY DATEVALP.
