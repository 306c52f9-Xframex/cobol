               03 IL-HT        PIC 9(3)V99.
               03 IL-RateCode  PIC X.
               03 IL-DOC-TYPE  PIC X.
               03 IL-SUPPLY-TYPE PIC X.
               03 FILLER       PIC X(21).

       FD InvoiceReport.
       01 PrintLine        PIC X(60).
       01 WS-CUST-COUNTRY       PIC 999 VALUE ZEROS.
       01 WS-REVERSE-CHARGE     PIC X VALUE SPACE.
           88 REVERSE-CHARGED   VALUE 'R'.
       01 WS-SUPPLY-TYPE        PIC X VALUE 'G'.

       01 COUNTRY-TABLE.
           02 COUNTRY-ENTRY OCCURS 50 TIMES.
       PROCESS-INTERACTIVE.
           MOVE ZEROS TO WS-CUST-COUNTRY
           MOVE SPACE TO WS-REVERSE-CHARGE
           MOVE 'G' TO WS-SUPPLY-TYPE
           DISPLAY "Is HT in a foreign currency? (Y/N): "
               WITH NO ADVANCING
           ACCEPT FOREIGN-SWITCH
           IF NOT CREDIT-NOTE AND NOT ADJUSTMENT-DOC
              MOVE 'I' TO WS-DOC-TYPE
           END-IF
           IF IL-SUPPLY-TYPE = 'S' OR IL-SUPPLY-TYPE = 's'
              MOVE 'S' TO WS-SUPPLY-TYPE
           ELSE
              MOVE 'G' TO WS-SUPPLY-TYPE
           END-IF
           MOVE ZEROS TO WS-ORIG-DATE
           IF INVOICE-PERIOD-CLOSED
              IF ADJUSTMENT-DOC
           MOVE WS-ORIG-DATE TO VRG-OrigDate
           MOVE WS-INVOICE-NO TO VRG-InvNo
           MOVE WS-CUSTOMER TO VRG-Customer
           MOVE WS-SUPPLY-TYPE TO VRG-SupplyType
           WRITE VatRegisterLine FROM VatRegisterRec
           ADD 1 TO JL-RECORDS-READ
           ADD 1 TO JL-RECORDS-WRITTEN.
