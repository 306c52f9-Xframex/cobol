       IDENTIFICATION DIVISION.
       PROGRAM-ID. RainCheckIssue.
       AUTHOR. ismail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatingCalendar ASSIGN TO "OperatingCalendar.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VoucherMaster ASSIGN TO "VoucherMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RainCheckRegister ASSIGN TO "RainCheckRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OperatingCalendar.
       COPY OPSCAL.

       FD AdmissionsLog.
       COPY ADMLOG.

       FD VoucherMaster.
       COPY VOUCHER.

       FD RainCheckRegister.
       01 RegisterLine         PIC X(70).

       WORKING-STORAGE SECTION.
       01 OPSCAL-EOF           PIC X VALUE 'N'.
           88 END-OF-OPS-CALENDAR VALUE 'Y'.
       01 LOG-EOF              PIC X VALUE 'N'.
           88 END-OF-LOG       VALUE 'Y'.
       01 VOUCHER-EOF          PIC X VALUE 'N'.
           88 END-OF-VOUCHERS  VALUE 'Y'.

       01 WS-RAIN-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-START      PIC 9(4) VALUE ZEROS.
       01 WS-WINDOW-END        PIC 9(4) VALUE ZEROS.
       01 WS-VALID-DAYS        PIC 9(3) VALUE ZERO.
       01 WS-VALID-FROM        PIC 9(8) VALUE ZEROS.
       01 WS-VALID-TO          PIC 9(8) VALUE ZEROS.
       01 WS-LOG-HHMM          PIC 9(4) VALUE ZEROS.
       01 WS-DAY-STATUS        PIC X VALUE SPACE.
           88 DAY-CLOSED       VALUE 'C'.
           88 DAY-EARLY-CLOSE  VALUE 'E'.
       01 WS-CLOSE-TIME        PIC 9(4) VALUE ZEROS.

      * Paid admissions on the date inside the affected window; a
      * later refund or an earlier rain check removes the entry.
       01 ADMISSION-TABLE-MAX  PIC 9(4) VALUE 3000.
       01 ADMISSION-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 ADMISSION-IDX        PIC 9(4) VALUE ZERO.
       01 WS-ADMISSION-IDX     PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-TRANS-ID   PIC 9(6) VALUE ZEROS.
       01 ADMISSION-TABLE.
           02 ADMISSION-ENTRY OCCURS 3000 TIMES.
               03 AD-TRANS-ID      PIC 9(6).
               03 AD-TIME          PIC 9(6).
               03 AD-BAND          PIC X(6).
               03 AD-PRICE         PIC 9(3)V99.
               03 AD-STATUS        PIC X.
                   88 AD-TO-ISSUE  VALUE 'I'.
                   88 AD-REFUNDED  VALUE 'R'.
                   88 AD-HAS-CHECK VALUE 'V'.

       01 WS-RAIN-CHECK-CODE.
           02 FILLER           PIC X(2) VALUE "RC".
           02 WS-RC-TRANS-ID   PIC 9(6).

      * The gate and the price audit hold the whole voucher master
      * in a table of 999 entries.
       01 VOUCHER-MASTER-MAX   PIC 9(4) VALUE 999.
       01 VOUCHERS-ON-FILE     PIC 9(5) VALUE ZERO.
       01 CHECKS-TO-ISSUE      PIC 9(5) VALUE ZERO.

       01 CHECKS-ISSUED        PIC 9(5) VALUE ZERO.
       01 SKIPPED-REFUNDED     PIC 9(5) VALUE ZERO.
       01 SKIPPED-ALREADY      PIC 9(5) VALUE ZERO.
       01 TOTAL-VALUE          PIC 9(7)V99 VALUE ZEROS.

       01 WS-WORK-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           02 WS-WORK-YEAR     PIC 9(4).
           02 WS-WORK-MONTH    PIC 99.
           02 WS-WORK-DAY      PIC 99.
       01 WS-MONTH-DAYS        PIC 99 VALUE ZERO.
       01 WS-LEAP-REM          PIC 9(4) VALUE ZERO.
       01 DAY-IDX              PIC 9(3) VALUE ZERO.

       01 RegisterHeading1.
           02 FILLER           PIC X(26)
               VALUE " Rain Check Register for ".
           02 RH-DATE          PIC 9(8).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RH-REASON        PIC X(20).
       01 RegisterHeading2.
           02 FILLER           PIC X(18) VALUE " Admitted between ".
           02 RH-START         PIC 9(4).
           02 FILLER           PIC X(5) VALUE " and ".
           02 RH-END           PIC 9(4).
           02 FILLER           PIC X(11) VALUE "  - valid ".
           02 RH-VALID-FROM    PIC 9(8).
           02 FILLER           PIC X(4) VALUE " to ".
           02 RH-VALID-TO      PIC 9(8).
       01 RegisterHeading3     PIC X(70)
           VALUE " Trans   Time    Band      Value   Code".

       01 RegisterDetail.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 RG-TRANS-ID      PIC 9(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RG-TIME          PIC 9(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RG-BAND          PIC X(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RG-VALUE         PIC ZZ9.99.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 RG-CODE          PIC X(8).

       01 RegisterTrailer.
           02 FILLER           PIC X(16) VALUE " Checks issued: ".
           02 RT-COUNT         PIC ZZZZ9.
           02 FILLER           PIC X(15) VALUE "  Total value: ".
           02 RT-VALUE         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       IssueRainChecks.
           DISPLAY "Rain-check date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-RAIN-DATE
           DISPLAY "Affected window starts at (HHMM, 0000 all day): "
               WITH NO ADVANCING
           ACCEPT WS-WINDOW-START
           DISPLAY "Rain checks valid for (days): " WITH NO ADVANCING
           ACCEPT WS-VALID-DAYS
           PERFORM FIND-CALENDAR-STATUS
           EVALUATE TRUE
              WHEN NOT DAY-CLOSED AND NOT DAY-EARLY-CLOSE
                 DISPLAY "Park was not closed or closed early on "
                     WS-RAIN-DATE " - no rain checks issued."
              WHEN WS-VALID-DAYS = ZERO
                 DISPLAY "Validity must be at least one day."
              WHEN DAY-EARLY-CLOSE
                 AND WS-WINDOW-START >= WS-CLOSE-TIME
                 DISPLAY "Window start must be before the close time "
                     WS-CLOSE-TIME "."
              WHEN OTHER
                 PERFORM SET-VALIDITY-WINDOW
                 PERFORM COLLECT-AFFECTED-ADMISSIONS
                 PERFORM MARK-EXISTING-RAIN-CHECKS
                 PERFORM COUNT-CHECKS-TO-ISSUE
                     VARYING ADMISSION-IDX FROM 1 BY 1
                     UNTIL ADMISSION-IDX > ADMISSION-TABLE-COUNT
                 IF VOUCHERS-ON-FILE + CHECKS-TO-ISSUE
                       > VOUCHER-MASTER-MAX
                    DISPLAY "*** " CHECKS-TO-ISSUE " RAIN CHECKS WOULD "
                        "TAKE THE VOUCHER MASTER PAST "
                        VOUCHER-MASTER-MAX " ENTRIES - RUN ABANDONED,"
                        " FILES LEFT UNTOUCHED ***"
                 ELSE
                    PERFORM ISSUE-RAIN-CHECKS
                    DISPLAY "Rain checks issued:         "
                        CHECKS-ISSUED
                    DISPLAY "Skipped, refunded:          "
                        SKIPPED-REFUNDED
                    DISPLAY "Skipped, already issued:    "
                        SKIPPED-ALREADY
                    DISPLAY "Total value issued:         " TOTAL-VALUE
                 END-IF
           END-EVALUATE
           STOP RUN.

       FIND-CALENDAR-STATUS.
           MOVE SPACE TO WS-DAY-STATUS
           MOVE 'N' TO OPSCAL-EOF
           OPEN INPUT OperatingCalendar
           PERFORM READ-OPERATING-CALENDAR UNTIL END-OF-OPS-CALENDAR
           CLOSE OperatingCalendar
           IF DAY-CLOSED
              MOVE 2400 TO WS-WINDOW-END
           ELSE
              MOVE WS-CLOSE-TIME TO WS-WINDOW-END
           END-IF.

       READ-OPERATING-CALENDAR.
           READ OperatingCalendar
              AT END
                 SET END-OF-OPS-CALENDAR TO TRUE
              NOT AT END
                 IF OC-DATE = WS-RAIN-DATE
                    MOVE OC-STATUS TO WS-DAY-STATUS
                    MOVE OC-CLOSE-TIME TO WS-CLOSE-TIME
                 END-IF
           END-READ.

      * Rain checks are good from the day after the affected date.
       SET-VALIDITY-WINDOW.
           MOVE WS-RAIN-DATE TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY
           MOVE WS-WORK-DATE TO WS-VALID-FROM
           PERFORM ADD-ONE-DAY
               VARYING DAY-IDX FROM 2 BY 1
               UNTIL DAY-IDX > WS-VALID-DAYS
           MOVE WS-WORK-DATE TO WS-VALID-TO.

       COLLECT-AFFECTED-ADMISSIONS.
           MOVE ZERO TO ADMISSION-TABLE-COUNT
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-LOG-FOR-ADMISSION UNTIL END-OF-LOG
           CLOSE AdmissionsLog
           MOVE 'N' TO LOG-EOF
           OPEN INPUT AdmissionsLog
           PERFORM READ-LOG-FOR-REFUND UNTIL END-OF-LOG
           CLOSE AdmissionsLog.

       READ-LOG-FOR-ADMISSION.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-DATE = WS-RAIN-DATE
                    AND AL-ENTRY-TYPE = 'A'
                    AND AL-TIME NUMERIC
                    MOVE AL-TIME(1:4) TO WS-LOG-HHMM
                    IF WS-LOG-HHMM >= WS-WINDOW-START
                       AND WS-LOG-HHMM < WS-WINDOW-END
                       PERFORM ADD-AFFECTED-ADMISSION
                    END-IF
                 END-IF
           END-READ.

       ADD-AFFECTED-ADMISSION.
           IF ADMISSION-TABLE-COUNT >= ADMISSION-TABLE-MAX
              PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           ADD 1 TO ADMISSION-TABLE-COUNT
           MOVE AL-TRANS-ID TO AD-TRANS-ID(ADMISSION-TABLE-COUNT)
           MOVE AL-TIME TO AD-TIME(ADMISSION-TABLE-COUNT)
           MOVE AL-BAND TO AD-BAND(ADMISSION-TABLE-COUNT)
           MOVE AL-PRICE TO AD-PRICE(ADMISSION-TABLE-COUNT)
           MOVE 'I' TO AD-STATUS(ADMISSION-TABLE-COUNT).

       READ-LOG-FOR-REFUND.
           READ AdmissionsLog
              AT END
                 SET END-OF-LOG TO TRUE
              NOT AT END
                 IF AL-ENTRY-TYPE = 'R'
                    MOVE AL-REF-TRANS-ID TO WS-LOOKUP-TRANS-ID
                    PERFORM LOOKUP-ADMISSION
                    IF WS-ADMISSION-IDX NOT = ZERO
                       MOVE 'R' TO AD-STATUS(WS-ADMISSION-IDX)
                    END-IF
                 END-IF
           END-READ.

       LOOKUP-ADMISSION.
           MOVE ZERO TO WS-ADMISSION-IDX
           PERFORM FIND-ADMISSION
               VARYING ADMISSION-IDX FROM 1 BY 1
               UNTIL ADMISSION-IDX > ADMISSION-TABLE-COUNT
               OR WS-ADMISSION-IDX NOT = ZERO.

       FIND-ADMISSION.
           IF AD-TRANS-ID(ADMISSION-IDX) = WS-LOOKUP-TRANS-ID
              MOVE ADMISSION-IDX TO WS-ADMISSION-IDX
           END-IF.

      * A rerun for the same date must not issue a second rain check
      * for an admission already covered.
       MARK-EXISTING-RAIN-CHECKS.
           MOVE ZERO TO VOUCHERS-ON-FILE
           MOVE 'N' TO VOUCHER-EOF
           OPEN INPUT VoucherMaster
           PERFORM READ-VOUCHER-MASTER UNTIL END-OF-VOUCHERS
           CLOSE VoucherMaster.

       READ-VOUCHER-MASTER.
           READ VoucherMaster
              AT END
                 SET END-OF-VOUCHERS TO TRUE
              NOT AT END
                 ADD 1 TO VOUCHERS-ON-FILE
                 IF VM-CODE(1:2) = "RC"
                    AND VM-CODE(3:6) NUMERIC
                    MOVE VM-CODE(3:6) TO WS-LOOKUP-TRANS-ID
                    PERFORM LOOKUP-ADMISSION
                    IF WS-ADMISSION-IDX NOT = ZERO
                       AND NOT AD-REFUNDED(WS-ADMISSION-IDX)
                       MOVE 'V' TO AD-STATUS(WS-ADMISSION-IDX)
                    END-IF
                 END-IF
           END-READ.

       COUNT-CHECKS-TO-ISSUE.
           IF AD-TO-ISSUE(ADMISSION-IDX)
              AND AD-PRICE(ADMISSION-IDX) NOT = ZERO
              ADD 1 TO CHECKS-TO-ISSUE
           END-IF.

       ISSUE-RAIN-CHECKS.
           OPEN EXTEND VoucherMaster
           OPEN OUTPUT RainCheckRegister
           MOVE WS-RAIN-DATE TO RH-DATE
           IF DAY-CLOSED
              MOVE "PARK CLOSED" TO RH-REASON
           ELSE
              MOVE "EARLY CLOSE" TO RH-REASON
           END-IF
           MOVE WS-WINDOW-START TO RH-START
           MOVE WS-WINDOW-END TO RH-END
           MOVE WS-VALID-FROM TO RH-VALID-FROM
           MOVE WS-VALID-TO TO RH-VALID-TO
           WRITE RegisterLine FROM RegisterHeading1
               AFTER ADVANCING PAGE
           WRITE RegisterLine FROM RegisterHeading2
               AFTER ADVANCING 1 LINE
           WRITE RegisterLine FROM RegisterHeading3
               AFTER ADVANCING 2 LINES
           PERFORM ISSUE-ONE-RAIN-CHECK
               VARYING ADMISSION-IDX FROM 1 BY 1
               UNTIL ADMISSION-IDX > ADMISSION-TABLE-COUNT
           MOVE CHECKS-ISSUED TO RT-COUNT
           MOVE TOTAL-VALUE TO RT-VALUE
           WRITE RegisterLine FROM RegisterTrailer
               AFTER ADVANCING 2 LINES
           CLOSE RainCheckRegister
           CLOSE VoucherMaster.

       ISSUE-ONE-RAIN-CHECK.
           EVALUATE TRUE
              WHEN AD-REFUNDED(ADMISSION-IDX)
                 ADD 1 TO SKIPPED-REFUNDED
              WHEN AD-HAS-CHECK(ADMISSION-IDX)
                 ADD 1 TO SKIPPED-ALREADY
              WHEN AD-PRICE(ADMISSION-IDX) = ZERO
                 CONTINUE
              WHEN OTHER
                 MOVE AD-TRANS-ID(ADMISSION-IDX) TO WS-RC-TRANS-ID
                 MOVE WS-RAIN-CHECK-CODE TO VM-CODE
                 MOVE 'A' TO VM-DISC-TYPE
                 MOVE AD-PRICE(ADMISSION-IDX) TO VM-DISC-VALUE
                 MOVE WS-VALID-FROM TO VM-VALID-FROM
                 MOVE WS-VALID-TO TO VM-VALID-TO
                 MOVE 1 TO VM-MAX-REDEMPTIONS
                 WRITE VoucherMasterRec
                 ADD 1 TO CHECKS-ISSUED
                 ADD AD-PRICE(ADMISSION-IDX) TO TOTAL-VALUE
                 MOVE AD-TRANS-ID(ADMISSION-IDX) TO RG-TRANS-ID
                 MOVE AD-TIME(ADMISSION-IDX) TO RG-TIME
                 MOVE AD-BAND(ADMISSION-IDX) TO RG-BAND
                 MOVE AD-PRICE(ADMISSION-IDX) TO RG-VALUE
                 MOVE WS-RAIN-CHECK-CODE TO RG-CODE
                 WRITE RegisterLine FROM RegisterDetail
                     AFTER ADVANCING 1 LINE
           END-EVALUATE.

       ADD-ONE-DAY.
           ADD 1 TO WS-WORK-DAY
           PERFORM GET-MONTH-DAYS
           IF WS-WORK-DAY > WS-MONTH-DAYS
              MOVE 1 TO WS-WORK-DAY
              ADD 1 TO WS-WORK-MONTH
              IF WS-WORK-MONTH > 12
                 MOVE 1 TO WS-WORK-MONTH
                 ADD 1 TO WS-WORK-YEAR
              END-IF
           END-IF.

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
