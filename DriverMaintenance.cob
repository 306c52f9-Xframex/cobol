       IDENTIFICATION DIVISION.
       PROGRAM-ID. DriverMaintenance.
       AUTHOR. ismail.
      * Fleet driver master maintenance.
      * Applies DriverMaintTrans.Dat to DriverMaster.Dat:
      *   A adds a driver - name, licence number, licence classes,
      *     licence expiry and authorised classes are required; the
      *     medical expiry is left blank where no medical is needed,
      *   C changes any of the fields given, such as a renewed
      *     licence or medical; classes given replace the whole list,
      *   S suspends a driver from the date given (blank = today),
      *   R reinstates a suspended driver from the date given,
      *   L records that the driver has left on the date given.
      * Classes are up to six three-character codes (B, D1, C1 ...)
      * and every authorised class must be held on the licence.
      * Dates are YYYYMMDD.  Every change is written to
      * DriverMaintAudit.Dat with its before and after image; rejects
      * go to DriverMaintRejects.Dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DriverMaster
               ASSIGN TO "DriverMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DriverMaintTrans ASSIGN TO "DriverMaintTrans.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DriverMaintAudit ASSIGN TO "DriverMaintAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DriverMaintRejects
               ASSIGN TO "DriverMaintRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DriverMaster.
       COPY DRVMAST.

       FD DriverMaintTrans.
       01 DriverMaintTransRec.
           02 DX-ACTION          PIC X.
           02 DX-DRIVER          PIC X(10).
           02 DX-NAME            PIC X(30).
           02 DX-LICENCE-NO      PIC X(16).
           02 DX-LICENCE-CLASSES PIC X(18).
           02 DX-LICENCE-EXPIRY  PIC X(8).
           02 DX-MEDICAL-EXPIRY  PIC X(8).
           02 DX-AUTH-CLASSES    PIC X(18).
           02 DX-STATUS-DATE     PIC X(8).

       FD DriverMaintAudit.
       01 DriverMaintAuditLine PIC X(250).

       FD DriverMaintRejects.
       01 DriverMaintRejectLine PIC X(60).

       WORKING-STORAGE SECTION.
       COPY DATEVAL.

       01 DRIVER-TABLE-MAX      PIC 9(3) VALUE 200.
       01 DRIVER-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       01 DRIVER-EOF            PIC X  VALUE 'N'.
           88 END-OF-DRIVERS    VALUE 'Y'.
       01 DRIVER-IDX            PIC 9(3) VALUE ZERO.
       01 WS-DRIVER-FOUND       PIC X VALUE 'N'.
           88 DRIVER-IS-FOUND   VALUE 'Y'.
       01 WS-FOUND-IDX          PIC 9(3) VALUE ZERO.

       01 DRIVER-TABLE.
           02 DRIVER-ENTRY OCCURS 200 TIMES.
               03 DT-DRIVER        PIC X(10).
               03 DT-DETAILS.
                   04 DT-NAME            PIC X(30).
                   04 DT-LICENCE-NO      PIC X(16).
                   04 DT-LICENCE-CLASSES PIC X(18).
                   04 DT-LICENCE-EXPIRY  PIC 9(8).
                   04 DT-MEDICAL-EXPIRY  PIC 9(8).
                   04 DT-AUTH-CLASSES    PIC X(18).
                   04 DT-STATUS          PIC X.
                       88 DT-IS-SUSPENDED    VALUE 'S'.
                       88 DT-HAS-LEFT        VALUE 'L'.
                   04 DT-STATUS-DATE     PIC 9(8).

       01 TRANS-EOF             PIC X VALUE 'N'.
           88 END-OF-TRANS      VALUE 'Y'.

       01 WS-TRANS-ACTION       PIC X VALUE SPACE.
           88 ADD-DRIVER-TRANS       VALUE 'A'.
           88 CHANGE-DRIVER-TRANS    VALUE 'C'.
           88 SUSPEND-DRIVER-TRANS   VALUE 'S'.
           88 REINSTATE-DRIVER-TRANS VALUE 'R'.
           88 LEAVE-DRIVER-TRANS     VALUE 'L'.
           88 VALID-DRIVER-ACTION    VALUE 'A' 'C' 'S' 'R' 'L'.
       01 WS-TRANS-VALID        PIC X VALUE 'Y'.
           88 TRANS-IS-VALID    VALUE 'Y'.
       01 WS-REJECT-REASON      PIC X(25) VALUE SPACES.
       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.

      * Dates from the transaction once checked; zero where the
      * transaction left the field blank.
       01 WS-NEW-LICENCE-EXPIRY PIC 9(8) VALUE ZEROS.
       01 WS-NEW-MEDICAL-EXPIRY PIC 9(8) VALUE ZEROS.
       01 WS-NEW-STATUS-DATE    PIC 9(8) VALUE ZEROS.

      * The class lists the driver will have once the transaction is
      * applied.
       01 WS-NEW-LICENCE-CLASSES.
           02 WS-NEW-LICENCE-CLASS PIC X(3) OCCURS 6 TIMES.
       01 WS-NEW-AUTH-CLASSES.
           02 WS-NEW-AUTH-CLASS    PIC X(3) OCCURS 6 TIMES.
       01 CLASS-IDX             PIC 9 VALUE ZERO.
       01 AUTH-IDX              PIC 9 VALUE ZERO.
       01 WS-CLASS-HELD         PIC X VALUE 'N'.
           88 CLASS-IS-HELD     VALUE 'Y'.

       01 WS-BEFORE-DETAILS.
           02 WS-BEFORE-NAME            PIC X(30).
           02 WS-BEFORE-LICENCE-NO      PIC X(16).
           02 WS-BEFORE-LICENCE-CLASSES PIC X(18).
           02 WS-BEFORE-LICENCE-EXPIRY  PIC 9(8).
           02 WS-BEFORE-MEDICAL-EXPIRY  PIC 9(8).
           02 WS-BEFORE-AUTH-CLASSES    PIC X(18).
           02 WS-BEFORE-STATUS          PIC X.
           02 WS-BEFORE-STATUS-DATE     PIC 9(8).

       01 TRANS-READ-COUNT      PIC 9(5) VALUE ZERO.
       01 TRANS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
       01 TRANS-REJECT-COUNT    PIC 9(5) VALUE ZERO.

       01 DriverAuditDetail.
           02 DA-DATE          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 DA-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 DA-DRIVER        PIC X(10).
           02 FILLER           PIC X(9) VALUE " before: ".
           02 DA-BEFORE        PIC X(107).
           02 FILLER           PIC X(8) VALUE " after: ".
           02 DA-AFTER         PIC X(107).

       01 DriverRejectDetail.
           02 DJ-ACTION        PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 DJ-DRIVER        PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 DJ-REASON        PIC X(25).

       PROCEDURE DIVISION.
       MaintainDriverMaster.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-DRIVER-TABLE
           OPEN INPUT DriverMaintTrans
           OPEN OUTPUT DriverMaintAudit
           OPEN OUTPUT DriverMaintRejects
           MOVE 'N' TO TRANS-EOF
           PERFORM READ-DRIVER-TRANSACTION UNTIL END-OF-TRANS
           CLOSE DriverMaintTrans
           CLOSE DriverMaintAudit
           CLOSE DriverMaintRejects
           PERFORM REWRITE-DRIVER-MASTER
           DISPLAY "Driver master maintenance complete."
           DISPLAY "Transactions read:    " TRANS-READ-COUNT
           DISPLAY "Transactions applied: " TRANS-APPLIED-COUNT
           DISPLAY "Transactions rejected:" TRANS-REJECT-COUNT
           STOP RUN.

       LOAD-DRIVER-TABLE.
           MOVE ZERO TO DRIVER-TABLE-COUNT
           MOVE 'N' TO DRIVER-EOF
           OPEN INPUT DriverMaster
           PERFORM READ-DRIVER-MASTER UNTIL END-OF-DRIVERS
           CLOSE DriverMaster.

       READ-DRIVER-MASTER.
           READ DriverMaster
              AT END
                 SET END-OF-DRIVERS TO TRUE
              NOT AT END
                 IF DRIVER-TABLE-COUNT >= DRIVER-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO DRIVER-TABLE-COUNT
                 MOVE DRIVER-TABLE-COUNT TO DRIVER-IDX
                 MOVE DRM-DRIVER TO DT-DRIVER(DRIVER-IDX)
                 MOVE DRM-NAME TO DT-NAME(DRIVER-IDX)
                 MOVE DRM-LICENCE-NO TO DT-LICENCE-NO(DRIVER-IDX)
                 MOVE DRM-LICENCE-CLASSES
                     TO DT-LICENCE-CLASSES(DRIVER-IDX)
                 MOVE DRM-LICENCE-EXPIRY
                     TO DT-LICENCE-EXPIRY(DRIVER-IDX)
                 MOVE DRM-MEDICAL-EXPIRY
                     TO DT-MEDICAL-EXPIRY(DRIVER-IDX)
                 MOVE DRM-AUTH-CLASSES TO DT-AUTH-CLASSES(DRIVER-IDX)
                 MOVE DRM-STATUS TO DT-STATUS(DRIVER-IDX)
                 MOVE DRM-STATUS-DATE TO DT-STATUS-DATE(DRIVER-IDX)
           END-READ.

       READ-DRIVER-TRANSACTION.
           READ DriverMaintTrans
              AT END
                 SET END-OF-TRANS TO TRUE
              NOT AT END
                 ADD 1 TO TRANS-READ-COUNT
                 PERFORM APPLY-DRIVER-TRANSACTION
           END-READ.

       APPLY-DRIVER-TRANSACTION.
           MOVE DX-ACTION TO WS-TRANS-ACTION
           PERFORM VALIDATE-DRIVER-TRANSACTION
           IF TRANS-IS-VALID
              ADD 1 TO TRANS-APPLIED-COUNT
              EVALUATE TRUE
                 WHEN ADD-DRIVER-TRANS
                    PERFORM APPLY-ADD-DRIVER
                 WHEN CHANGE-DRIVER-TRANS
                    PERFORM APPLY-CHANGE-DRIVER
                 WHEN OTHER
                    PERFORM APPLY-DRIVER-STATUS
              END-EVALUATE
           ELSE
              ADD 1 TO TRANS-REJECT-COUNT
              PERFORM WRITE-DRIVER-REJECT
           END-IF.

       VALIDATE-DRIVER-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT VALID-DRIVER-ACTION
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID AND DX-DRIVER = SPACES
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "DRIVER ID MISSING" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              PERFORM LOOKUP-DRIVER
              EVALUATE TRUE
                 WHEN ADD-DRIVER-TRANS AND DRIVER-IS-FOUND
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "DUPLICATE DRIVER ID" TO WS-REJECT-REASON
                 WHEN ADD-DRIVER-TRANS
                    AND DRIVER-TABLE-COUNT >= DRIVER-TABLE-MAX
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "DRIVER TABLE FULL" TO WS-REJECT-REASON
                 WHEN ADD-DRIVER-TRANS
                    CONTINUE
                 WHEN NOT DRIVER-IS-FOUND
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "DRIVER NOT ON FILE" TO WS-REJECT-REASON
                 WHEN DT-HAS-LEFT(WS-FOUND-IDX)
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "DRIVER HAS LEFT" TO WS-REJECT-REASON
                 WHEN SUSPEND-DRIVER-TRANS
                    AND DT-IS-SUSPENDED(WS-FOUND-IDX)
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "DRIVER ALREADY SUSPENDED" TO WS-REJECT-REASON
                 WHEN REINSTATE-DRIVER-TRANS
                    AND NOT DT-IS-SUSPENDED(WS-FOUND-IDX)
                    MOVE 'N' TO WS-TRANS-VALID
                    MOVE "DRIVER NOT SUSPENDED" TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           IF TRANS-IS-VALID AND ADD-DRIVER-TRANS
              PERFORM VALIDATE-ADD-FIELDS
           END-IF
           IF TRANS-IS-VALID
              PERFORM VALIDATE-DRIVER-DATES
           END-IF
           IF TRANS-IS-VALID
              PERFORM VALIDATE-DRIVER-CLASSES
           END-IF.

       VALIDATE-ADD-FIELDS.
           EVALUATE TRUE
              WHEN DX-NAME = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "DRIVER NAME MISSING" TO WS-REJECT-REASON
              WHEN DX-LICENCE-NO = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "LICENCE NUMBER MISSING" TO WS-REJECT-REASON
              WHEN DX-LICENCE-CLASSES = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "LICENCE CLASSES MISSING" TO WS-REJECT-REASON
              WHEN DX-LICENCE-EXPIRY = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "LICENCE EXPIRY MISSING" TO WS-REJECT-REASON
              WHEN DX-AUTH-CLASSES = SPACES
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "AUTHORISED CLASS MISSING" TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-DRIVER-DATES.
           MOVE DX-LICENCE-EXPIRY TO DV-DATE-IN
           PERFORM CHECK-OPTIONAL-DATE
           MOVE DV-DATE-OUT TO WS-NEW-LICENCE-EXPIRY
           IF TRANS-IS-VALID
              MOVE DX-MEDICAL-EXPIRY TO DV-DATE-IN
              PERFORM CHECK-OPTIONAL-DATE
              MOVE DV-DATE-OUT TO WS-NEW-MEDICAL-EXPIRY
           END-IF
           IF TRANS-IS-VALID
              MOVE DX-STATUS-DATE TO DV-DATE-IN
              PERFORM CHECK-OPTIONAL-DATE
              MOVE DV-DATE-OUT TO WS-NEW-STATUS-DATE
           END-IF
           IF TRANS-IS-VALID AND WS-NEW-STATUS-DATE = ZERO
              MOVE WS-TODAY-DATE TO WS-NEW-STATUS-DATE
           END-IF.

      * A blank date is left as zero; anything else must be a real
      * calendar date.
       CHECK-OPTIONAL-DATE.
           IF DV-DATE-IN = SPACES
              MOVE ZEROS TO DV-DATE-OUT
           ELSE
              PERFORM VALIDATE-DATE-FIELD
              IF NOT DV-DATE-VALID
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "DATE INVALID" TO WS-REJECT-REASON
              END-IF
           END-IF.

      * Every authorised class must be one the licence holds.
       VALIDATE-DRIVER-CLASSES.
           IF DX-LICENCE-CLASSES = SPACES AND NOT ADD-DRIVER-TRANS
              MOVE DT-LICENCE-CLASSES(WS-FOUND-IDX)
                  TO WS-NEW-LICENCE-CLASSES
           ELSE
              MOVE DX-LICENCE-CLASSES TO WS-NEW-LICENCE-CLASSES
           END-IF
           IF DX-AUTH-CLASSES = SPACES AND NOT ADD-DRIVER-TRANS
              MOVE DT-AUTH-CLASSES(WS-FOUND-IDX) TO WS-NEW-AUTH-CLASSES
           ELSE
              MOVE DX-AUTH-CLASSES TO WS-NEW-AUTH-CLASSES
           END-IF
           PERFORM CHECK-AUTH-CLASS-HELD
               VARYING AUTH-IDX FROM 1 BY 1
               UNTIL AUTH-IDX > 6.

       CHECK-AUTH-CLASS-HELD.
           IF WS-NEW-AUTH-CLASS(AUTH-IDX) NOT = SPACES
              MOVE 'N' TO WS-CLASS-HELD
              PERFORM FIND-HELD-CLASS
                  VARYING CLASS-IDX FROM 1 BY 1
                  UNTIL CLASS-IDX > 6
              IF NOT CLASS-IS-HELD
                 MOVE 'N' TO WS-TRANS-VALID
                 MOVE "AUTHORISED CLASS NOT HELD" TO WS-REJECT-REASON
              END-IF
           END-IF.

       FIND-HELD-CLASS.
           IF WS-NEW-LICENCE-CLASS(CLASS-IDX)
                 = WS-NEW-AUTH-CLASS(AUTH-IDX)
              SET CLASS-IS-HELD TO TRUE
           END-IF.

       LOOKUP-DRIVER.
           MOVE 'N' TO WS-DRIVER-FOUND
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-DRIVER
               VARYING DRIVER-IDX FROM 1 BY 1
               UNTIL DRIVER-IDX > DRIVER-TABLE-COUNT.

       FIND-DRIVER.
           IF DT-DRIVER(DRIVER-IDX) = DX-DRIVER
              SET DRIVER-IS-FOUND TO TRUE
              MOVE DRIVER-IDX TO WS-FOUND-IDX
           END-IF.

       APPLY-ADD-DRIVER.
           ADD 1 TO DRIVER-TABLE-COUNT
           MOVE DRIVER-TABLE-COUNT TO WS-FOUND-IDX
           MOVE SPACES TO WS-BEFORE-DETAILS
           MOVE DX-DRIVER TO DT-DRIVER(WS-FOUND-IDX)
           MOVE DX-NAME TO DT-NAME(WS-FOUND-IDX)
           MOVE DX-LICENCE-NO TO DT-LICENCE-NO(WS-FOUND-IDX)
           MOVE WS-NEW-LICENCE-CLASSES
               TO DT-LICENCE-CLASSES(WS-FOUND-IDX)
           MOVE WS-NEW-LICENCE-EXPIRY
               TO DT-LICENCE-EXPIRY(WS-FOUND-IDX)
           MOVE WS-NEW-MEDICAL-EXPIRY
               TO DT-MEDICAL-EXPIRY(WS-FOUND-IDX)
           MOVE WS-NEW-AUTH-CLASSES TO DT-AUTH-CLASSES(WS-FOUND-IDX)
           MOVE 'A' TO DT-STATUS(WS-FOUND-IDX)
           MOVE ZERO TO DT-STATUS-DATE(WS-FOUND-IDX)
           PERFORM WRITE-DRIVER-AUDIT.

       APPLY-CHANGE-DRIVER.
           MOVE DT-DETAILS(WS-FOUND-IDX) TO WS-BEFORE-DETAILS
           IF DX-NAME NOT = SPACES
              MOVE DX-NAME TO DT-NAME(WS-FOUND-IDX)
           END-IF
           IF DX-LICENCE-NO NOT = SPACES
              MOVE DX-LICENCE-NO TO DT-LICENCE-NO(WS-FOUND-IDX)
           END-IF
           MOVE WS-NEW-LICENCE-CLASSES
               TO DT-LICENCE-CLASSES(WS-FOUND-IDX)
           IF WS-NEW-LICENCE-EXPIRY NOT = ZERO
              MOVE WS-NEW-LICENCE-EXPIRY
                  TO DT-LICENCE-EXPIRY(WS-FOUND-IDX)
           END-IF
           IF WS-NEW-MEDICAL-EXPIRY NOT = ZERO
              MOVE WS-NEW-MEDICAL-EXPIRY
                  TO DT-MEDICAL-EXPIRY(WS-FOUND-IDX)
           END-IF
           MOVE WS-NEW-AUTH-CLASSES TO DT-AUTH-CLASSES(WS-FOUND-IDX)
           PERFORM WRITE-DRIVER-AUDIT.

       APPLY-DRIVER-STATUS.
           MOVE DT-DETAILS(WS-FOUND-IDX) TO WS-BEFORE-DETAILS
           EVALUATE TRUE
              WHEN SUSPEND-DRIVER-TRANS
                 MOVE 'S' TO DT-STATUS(WS-FOUND-IDX)
              WHEN REINSTATE-DRIVER-TRANS
                 MOVE 'A' TO DT-STATUS(WS-FOUND-IDX)
              WHEN LEAVE-DRIVER-TRANS
                 MOVE 'L' TO DT-STATUS(WS-FOUND-IDX)
           END-EVALUATE
           MOVE WS-NEW-STATUS-DATE TO DT-STATUS-DATE(WS-FOUND-IDX)
           PERFORM WRITE-DRIVER-AUDIT.

       WRITE-DRIVER-AUDIT.
           MOVE WS-TODAY-DATE TO DA-DATE
           MOVE DX-ACTION TO DA-ACTION
           MOVE DT-DRIVER(WS-FOUND-IDX) TO DA-DRIVER
           MOVE WS-BEFORE-DETAILS TO DA-BEFORE
           MOVE DT-DETAILS(WS-FOUND-IDX) TO DA-AFTER
           WRITE DriverMaintAuditLine FROM DriverAuditDetail.

       WRITE-DRIVER-REJECT.
           MOVE DX-ACTION TO DJ-ACTION
           MOVE DX-DRIVER TO DJ-DRIVER
           MOVE WS-REJECT-REASON TO DJ-REASON
           WRITE DriverMaintRejectLine FROM DriverRejectDetail.

       REWRITE-DRIVER-MASTER.
           OPEN OUTPUT DriverMaster
           PERFORM WRITE-ONE-DRIVER
               VARYING DRIVER-IDX FROM 1 BY 1
               UNTIL DRIVER-IDX > DRIVER-TABLE-COUNT
           CLOSE DriverMaster.

       WRITE-ONE-DRIVER.
           MOVE SPACES TO DriverMasterRec
           MOVE DT-DRIVER(DRIVER-IDX) TO DRM-DRIVER
           MOVE DT-NAME(DRIVER-IDX) TO DRM-NAME
           MOVE DT-LICENCE-NO(DRIVER-IDX) TO DRM-LICENCE-NO
           MOVE DT-LICENCE-CLASSES(DRIVER-IDX) TO DRM-LICENCE-CLASSES
           MOVE DT-LICENCE-EXPIRY(DRIVER-IDX) TO DRM-LICENCE-EXPIRY
           MOVE DT-MEDICAL-EXPIRY(DRIVER-IDX) TO DRM-MEDICAL-EXPIRY
           MOVE DT-AUTH-CLASSES(DRIVER-IDX) TO DRM-AUTH-CLASSES
           MOVE DT-STATUS(DRIVER-IDX) TO DRM-STATUS
           MOVE DT-STATUS-DATE(DRIVER-IDX) TO DRM-STATUS-DATE
           WRITE DriverMasterRec.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.

       COPY DATEVALP.
