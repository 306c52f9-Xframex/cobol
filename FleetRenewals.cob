       IDENTIFICATION DIVISION.
       PROGRAM-ID. FleetRenewals.
       AUTHOR. ismail.
      * Fleet document renewals report.
      * Lists the registration (tax), insurance and roadworthiness
      * expiry dates on VehicleMaster.Dat that have already passed or
      * fall within the next 30, 60 or 90 days of the report date,
      * soonest first within each band.  Disposed vehicles are left
      * out; a vehicle with no date held for a document is listed so
      * the date can be recorded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VehicleMaster ASSIGN TO "VehicleMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RenewalSortWork ASSIGN TO "RenewalSortWork.Dat".
           SELECT SortedRenewals ASSIGN TO "SortedRenewals.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RenewalsReport ASSIGN TO "FleetRenewals.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VehicleMaster.
       COPY VEHMAST.

       SD RenewalSortWork.
       01 RenewalSortRec.
           02 RS-BAND          PIC 9.
           02 RS-EXPIRY        PIC 9(8).
           02 RS-VEHICLE       PIC X(6).
           02 RS-DOCUMENT      PIC X(14).
           02 RS-REGISTRATION  PIC X(10).
           02 RS-SITE          PIC X(10).

       FD SortedRenewals.
       01 SortedRenewalRec.
           88 END-OF-RENEWALS  VALUE HIGH-VALUES.
           02 SR-BAND          PIC 9.
           02 SR-EXPIRY        PIC 9(8).
           02 SR-VEHICLE       PIC X(6).
           02 SR-DOCUMENT      PIC X(14).
           02 SR-REGISTRATION  PIC X(10).
           02 SR-SITE          PIC X(10).

       FD RenewalsReport.
       01 RenewalsLine         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATEVAL.

       01 VEHICLE-EOF          PIC X VALUE 'N'.
           88 END-OF-VEHICLES  VALUE 'Y'.

       01 WS-REPORT-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-STEPPED      PIC 9(3) VALUE ZERO.
       01 WS-LIMIT-30          PIC 9(8) VALUE ZEROS.
       01 WS-LIMIT-60          PIC 9(8) VALUE ZEROS.
       01 WS-LIMIT-90          PIC 9(8) VALUE ZEROS.

      * Band 0 no date held, 1 expired, 2 within 30 days, 3 within 60
      * days, 4 within 90 days.
       01 WS-EXPIRY            PIC 9(8) VALUE ZEROS.
       01 WS-DOCUMENT          PIC X(14) VALUE SPACES.
       01 WS-BAND              PIC 9 VALUE ZERO.
           88 BAND-NOT-DUE     VALUE 9.
       01 PrevBand             PIC 9 VALUE ZERO.
       01 BAND-COUNTS.
           02 BAND-COUNT       PIC 9(5) OCCURS 5 TIMES.
       01 BAND-IDX             PIC 9 VALUE ZERO.
       01 VEHICLES-READ        PIC 9(5) VALUE ZERO.

       01 WS-STEP-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-STEP-SPLIT REDEFINES WS-STEP-DATE.
           02 WS-STEP-YEAR      PIC 9(4).
           02 WS-STEP-MONTH     PIC 99.
           02 WS-STEP-DAY       PIC 99.
       01 WS-MONTH-DAYS         PIC 99 VALUE ZERO.
       01 WS-LEAP-REM           PIC 9(4) VALUE ZERO.

       01 BAND-TITLES.
           02 FILLER PIC X(30) VALUE "No expiry date held".
           02 FILLER PIC X(30) VALUE "Expired".
           02 FILLER PIC X(30) VALUE "Due within 30 days".
           02 FILLER PIC X(30) VALUE "Due in 31 to 60 days".
           02 FILLER PIC X(30) VALUE "Due in 61 to 90 days".
       01 BAND-TITLE-TABLE REDEFINES BAND-TITLES.
           02 BAND-TITLE        PIC X(30) OCCURS 5 TIMES.

       01 RenewalsHeading1.
           02 FILLER           PIC X(31)
               VALUE " Fleet Document Renewals as at ".
           02 RH1-DATE         PIC 9(8).
       01 RenewalsHeading2     PIC X(80)
           VALUE " Vehicle Registration Site       Document"
           & "       Expiry".
       01 BandHeading.
           02 FILLER           PIC X VALUE SPACE.
           02 BH-TITLE         PIC X(30).
       01 RenewalDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 RD-VEHICLE       PIC X(6).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RD-REGISTRATION  PIC X(10).
           02 FILLER           PIC X(3) VALUE SPACES.
           02 RD-SITE          PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 RD-DOCUMENT      PIC X(14).
           02 FILLER           PIC X VALUE SPACE.
           02 RD-EXPIRY        PIC 9(8).
       01 BandTotalLine.
           02 FILLER           PIC X(3) VALUE SPACES.
           02 BT-TITLE         PIC X(30).
           02 BT-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       ReportFleetRenewals.
           DISPLAY "Renewals as at (YYYYMMDD, blank = today): "
               WITH NO ADVANCING
           ACCEPT DV-DATE-IN
           IF DV-DATE-IN = SPACES
              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           ELSE
              PERFORM VALIDATE-DATE-FIELD
              IF NOT DV-DATE-VALID
                 DISPLAY "Invalid report date."
                 STOP RUN
              END-IF
              MOVE DV-DATE-OUT TO WS-REPORT-DATE
           END-IF
           PERFORM SET-RENEWAL-LIMITS
           MOVE ZEROS TO BAND-COUNTS
           OPEN OUTPUT RenewalsReport
           MOVE WS-REPORT-DATE TO RH1-DATE
           WRITE RenewalsLine FROM RenewalsHeading1
               AFTER ADVANCING PAGE
           WRITE RenewalsLine FROM RenewalsHeading2
               AFTER ADVANCING 2 LINES
           SORT RenewalSortWork
               ON ASCENDING KEY RS-BAND RS-EXPIRY RS-VEHICLE
               INPUT PROCEDURE IS SELECT-RENEWALS-DUE
               GIVING SortedRenewals
           OPEN INPUT SortedRenewals
           PERFORM READ-SORTED-RENEWAL
           PERFORM REPORT-ONE-BAND UNTIL END-OF-RENEWALS
           CLOSE SortedRenewals
           WRITE RenewalsLine FROM SPACES
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-BAND-TOTAL
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > 5
           CLOSE RenewalsReport
           DISPLAY "Renewals report complete. Vehicles: " VEHICLES-READ
               " Expired: " BAND-COUNT(2)
               " Due in 30 days: " BAND-COUNT(3)
           STOP RUN.

      * The last day of each band, stepped a day at a time from the
      * report date.
       SET-RENEWAL-LIMITS.
           MOVE WS-REPORT-DATE TO WS-STEP-DATE
           MOVE ZERO TO WS-DAYS-STEPPED
           PERFORM STEP-RENEWAL-DAY UNTIL WS-DAYS-STEPPED = 90.

       STEP-RENEWAL-DAY.
           PERFORM ADD-ONE-DAY
           ADD 1 TO WS-DAYS-STEPPED
           EVALUATE WS-DAYS-STEPPED
              WHEN 30
                 MOVE WS-STEP-DATE TO WS-LIMIT-30
              WHEN 60
                 MOVE WS-STEP-DATE TO WS-LIMIT-60
              WHEN 90
                 MOVE WS-STEP-DATE TO WS-LIMIT-90
           END-EVALUATE.

       SELECT-RENEWALS-DUE.
           MOVE 'N' TO VEHICLE-EOF
           OPEN INPUT VehicleMaster
           PERFORM READ-VEHICLE-MASTER UNTIL END-OF-VEHICLES
           CLOSE VehicleMaster.

       READ-VEHICLE-MASTER.
           READ VehicleMaster
              AT END
                 SET END-OF-VEHICLES TO TRUE
              NOT AT END
                 IF NOT FV-DISPOSED
                    ADD 1 TO VEHICLES-READ
                    MOVE "REGISTRATION" TO WS-DOCUMENT
                    MOVE FV-REG-EXPIRY TO WS-EXPIRY
                    PERFORM SELECT-ONE-DOCUMENT
                    MOVE "INSURANCE" TO WS-DOCUMENT
                    MOVE FV-INS-EXPIRY TO WS-EXPIRY
                    PERFORM SELECT-ONE-DOCUMENT
                    MOVE "ROADWORTHINESS" TO WS-DOCUMENT
                    MOVE FV-RWT-EXPIRY TO WS-EXPIRY
                    PERFORM SELECT-ONE-DOCUMENT
                 END-IF
           END-READ.

       SELECT-ONE-DOCUMENT.
           EVALUATE TRUE
              WHEN WS-EXPIRY = ZERO
                 MOVE 0 TO WS-BAND
              WHEN WS-EXPIRY < WS-REPORT-DATE
                 MOVE 1 TO WS-BAND
              WHEN WS-EXPIRY <= WS-LIMIT-30
                 MOVE 2 TO WS-BAND
              WHEN WS-EXPIRY <= WS-LIMIT-60
                 MOVE 3 TO WS-BAND
              WHEN WS-EXPIRY <= WS-LIMIT-90
                 MOVE 4 TO WS-BAND
              WHEN OTHER
                 MOVE 9 TO WS-BAND
           END-EVALUATE
           IF NOT BAND-NOT-DUE
              MOVE WS-BAND TO RS-BAND
              MOVE WS-EXPIRY TO RS-EXPIRY
              MOVE FV-VEHICLE TO RS-VEHICLE
              MOVE WS-DOCUMENT TO RS-DOCUMENT
              MOVE FV-REGISTRATION TO RS-REGISTRATION
              MOVE FV-SITE TO RS-SITE
              RELEASE RenewalSortRec
           END-IF.

       READ-SORTED-RENEWAL.
           READ SortedRenewals
              AT END SET END-OF-RENEWALS TO TRUE
           END-READ.

       REPORT-ONE-BAND.
           MOVE SR-BAND TO PrevBand
           COMPUTE BAND-IDX = PrevBand + 1
           MOVE BAND-TITLE(BAND-IDX) TO BH-TITLE
           WRITE RenewalsLine FROM BandHeading
               AFTER ADVANCING 2 LINES
           PERFORM REPORT-ONE-RENEWAL
               UNTIL END-OF-RENEWALS OR SR-BAND NOT = PrevBand.

       REPORT-ONE-RENEWAL.
           ADD 1 TO BAND-COUNT(BAND-IDX)
           MOVE SR-VEHICLE TO RD-VEHICLE
           MOVE SR-REGISTRATION TO RD-REGISTRATION
           MOVE SR-SITE TO RD-SITE
           MOVE SR-DOCUMENT TO RD-DOCUMENT
           MOVE SR-EXPIRY TO RD-EXPIRY
           WRITE RenewalsLine FROM RenewalDetail
               AFTER ADVANCING 1 LINE
           PERFORM READ-SORTED-RENEWAL.

       WRITE-BAND-TOTAL.
           MOVE BAND-TITLE(BAND-IDX) TO BT-TITLE
           MOVE BAND-COUNT(BAND-IDX) TO BT-COUNT
           WRITE RenewalsLine FROM BandTotalLine
               AFTER ADVANCING 1 LINE.

       ADD-ONE-DAY.
           ADD 1 TO WS-STEP-DAY
           PERFORM GET-STEP-MONTH-DAYS
           IF WS-STEP-DAY > WS-MONTH-DAYS
              MOVE 1 TO WS-STEP-DAY
              ADD 1 TO WS-STEP-MONTH
              IF WS-STEP-MONTH > 12
                 MOVE 1 TO WS-STEP-MONTH
                 ADD 1 TO WS-STEP-YEAR
              END-IF
           END-IF.

       GET-STEP-MONTH-DAYS.
           EVALUATE WS-STEP-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 PERFORM SET-STEP-FEBRUARY-DAYS
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SET-STEP-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS
           DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-REM
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
              MOVE 29 TO WS-MONTH-DAYS
              DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-REM
                  REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 28 TO WS-MONTH-DAYS
                 DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-REM
                     REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE 29 TO WS-MONTH-DAYS
                 END-IF
              END-IF
           END-IF.

       COPY DATEVALP.
