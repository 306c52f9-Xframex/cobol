       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.
       AUTHOR. ismail.
      * Nightly cross-file referential integrity sweep.
      * Every maintenance program checks its own input, but the masters
      * drift apart as records are deleted from one file and left
      * pointing at it from another.  This run checks each foreign key
      * held between the suite's files, one relationship at a time:
      *   Stock.dat ManfNumber          -> Manufacturer.Dat
      *   Stock.dat CategoryCode        -> StockCategory.Dat
      *   CourseSupplyLink.Dat course   -> CourseMaster.Dat
      *   CourseSupplyLink.Dat item     -> Stock.dat
      *   AdmissionsLog.Dat member      -> Membership.Dat
      *   Membership.Dat dependent      -> household primary
      *   students.Dat student          -> Listing5-6 student file
      *   students.Dat course           -> CourseMaster.Dat
      *   Listing5-6 student course     -> CourseMaster.Dat
      *   GroupContractRates.Dat ref    -> GroupBookings.Dat
      *   MileageLog.Dat vehicle        -> VehicleMaster.Dat
      *   MileageLog.Dat driver         -> DriverMaster.Dat
      * Each orphan is listed under its relationship on
      * IntegrityReport.Dat, followed by a summary of records checked
      * and orphans found per relationship.  Nothing is corrected.
      * The run is logged to the JobControlLog as COMPLETE when no
      * orphans are found and as ORPHANS otherwise, so the morning
      * check flags it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ManufacturerFile ASSIGN TO "Manufacturer.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockCategoryFile ASSIGN TO "StockCategory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT CourseMaster ASSIGN TO "CourseMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CourseSupplyLink ASSIGN TO "CourseSupplyLink.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MembershipFile ASSIGN TO "Membership.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AdmissionsLog ASSIGN TO "AdmissionsLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "Listing5-6-TData.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EntrantsFile ASSIGN TO "students.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GroupBookings ASSIGN TO "GroupBookings.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GroupContractRates
               ASSIGN TO "GroupContractRates.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VehicleMaster ASSIGN TO "VehicleMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DriverMaster ASSIGN TO "DriverMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MileageLog ASSIGN TO "MileageLog.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IntegrityReport ASSIGN TO "IntegrityReport.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ManufacturerFile.
       01 ManufacturerRec.
           02 MF-MANF-NUMBER    PIC 9(4).
           02 MF-MANF-NAME      PIC X(20).
           02 MF-CONTACT-NAME   PIC X(20).
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.
           02 MF-PAYMENT-DAYS   PIC 9(3).
           02 MF-BANK-SORT-CODE PIC 9(6).
           02 MF-BANK-ACCOUNT   PIC 9(8).

       FD StockCategoryFile.
       COPY STKCAT.

       FD StockFile.
       COPY STOCK.

       FD CourseMaster.
       01 CourseMasterRecord.
           02 CM-CourseCode     PIC X(5).
           02 CM-CourseName     PIC X(20).
           02 CM-Capacity       PIC 9(4).
           02 CM-Credits        PIC 9(2).

       FD CourseSupplyLink.
       01 CourseSupplyLinkRecord.
           02 CSL-CourseCode       PIC X(5).
           02 CSL-StockNumber      PIC 9(5).
           02 CSL-QtyPerStudent    PIC 9(3).

       FD MembershipFile.
       COPY MEMBER.

       FD AdmissionsLog.
       COPY ADMLOG.

       FD StudentFile.
       01 StudentDetails.
           02 StudentId      PIC X(8).
           02 StudentName    PIC X(25).
           02 CourseCode     PIC X(5).
           02 StudentBirthDate PIC X(8).

       FD EntrantsFile.
       01 EntrantDetails.
           02 EF-StudentId    PIC 9(8).
           02 EF-CourseCode   PIC X(5).
           02 EF-Gender       PIC X.
           02 EF-Campus       PIC X(3).
       01 EntrantsControlRec.
           02 EC-REC-TYPE       PIC X(4).
               88 EC-HEADER-REC  VALUE "HDR ".
               88 EC-TRAILER-REC VALUE "TRL ".
           02 EC-FILE-ID        PIC X(12).
           02 EC-DATE           PIC 9(8).

       FD GroupBookings.
       01 GroupBookingRec.
           02 GB-REF           PIC X(8).
           02 GB-ORGANIZATION  PIC X(20).
           02 GB-VISIT-DATE    PIC 9(8).
           02 GB-INFANT        PIC 9(3).
           02 GB-CHILD         PIC 9(3).
           02 GB-TEEN          PIC 9(3).
           02 GB-ADULT         PIC 9(3).
           02 GB-SENIOR        PIC 9(3).

       FD GroupContractRates.
       01 GroupContractRateRec.
           02 GCR-REF          PIC X(8).
           02 FILLER           PIC X.
           02 GCR-CURRENCY     PIC 99.
           02 FILLER           PIC X.
           02 GCR-RATE         PIC 9(3)V9999.

       FD VehicleMaster.
       COPY VEHMAST.

       FD DriverMaster.
       COPY DRVMAST.

       FD MileageLog.
       01 MileageLogRec.
           02 ML-VEHICLE    PIC X(6).
           02 FILLER        PIC X.
           02 ML-DRIVER     PIC X(10).
           02 FILLER        PIC X.
           02 ML-DATE       PIC 9(8).
           02 FILLER        PIC X.
           02 ML-MILES      PIC 9(6).

       FD IntegrityReport.
       01 IntegrityLine        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBLOG.
       01 WS-START-TIME-FULL   PIC 9(8) VALUE ZEROS.

       01 INPUT-EOF            PIC X VALUE 'N'.
           88 END-OF-INPUT     VALUE 'Y'.
       01 WS-KEY-FOUND         PIC X VALUE 'N'.
           88 KEY-FOUND        VALUE 'Y'.
       01 WS-STUDENT-KEY       PIC X(8) VALUE SPACES.

      * Key tables loaded from the parent files.
       01 MANF-TABLE-MAX       PIC 9(3) VALUE 500.
       01 MANF-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 MANF-IDX             PIC 9(3) VALUE ZERO.
       01 MANF-TABLE.
           02 MT-MANF-NUMBER   PIC 9(4) OCCURS 500 TIMES.

       01 CAT-TABLE-MAX        PIC 9(3) VALUE 100.
       01 CAT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
       01 CAT-IDX              PIC 9(3) VALUE ZERO.
       01 CATEGORY-TABLE.
           02 CT-CATEGORY-CODE PIC X(4) OCCURS 100 TIMES.

       01 COURSE-TABLE-MAX     PIC 9(3) VALUE 300.
       01 COURSE-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 COURSE-IDX           PIC 9(3) VALUE ZERO.
       01 WS-FIND-COURSE       PIC X(5) VALUE SPACES.
       01 COURSE-TABLE.
           02 CR-COURSE-CODE   PIC X(5) OCCURS 300 TIMES.

       01 MEMBER-TABLE-MAX     PIC 9(4) VALUE 2000.
       01 MEMBER-TABLE-COUNT   PIC 9(4) VALUE ZERO.
       01 MEMBER-IDX           PIC 9(4) VALUE ZERO.
       01 PRIMARY-IDX          PIC 9(4) VALUE ZERO.
       01 MEMBER-TABLE.
           02 MB-ENTRY OCCURS 2000 TIMES.
               03 MB-MEMBER-ID     PIC 9(7).
               03 MB-HOUSEHOLD-ID  PIC 9(7).
               03 MB-ROLE          PIC X.

       01 STUDENT-TABLE-MAX    PIC 9(3) VALUE 500.
       01 STUDENT-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 STUDENT-IDX          PIC 9(3) VALUE ZERO.
       01 STUDENT-TABLE.
           02 ST-StudentId     PIC X(8) OCCURS 500 TIMES.

       01 BOOKING-TABLE-MAX    PIC 9(3) VALUE 500.
       01 BOOKING-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 BOOKING-IDX          PIC 9(3) VALUE ZERO.
       01 BOOKING-TABLE.
           02 BK-REF           PIC X(8) OCCURS 500 TIMES.

       01 VEHICLE-TABLE-MAX    PIC 9(3) VALUE 300.
       01 VEHICLE-TABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 VEHICLE-IDX          PIC 9(3) VALUE ZERO.
       01 VEHICLE-TABLE.
           02 VH-VEHICLE       PIC X(6) OCCURS 300 TIMES.

       01 DRIVER-TABLE-MAX     PIC 9(3) VALUE 300.
       01 DRIVER-TABLE-COUNT   PIC 9(3) VALUE ZERO.
       01 DRIVER-IDX           PIC 9(3) VALUE ZERO.
       01 DRIVER-TABLE.
           02 DV-DRIVER        PIC X(10) OCCURS 300 TIMES.

      * One entry per relationship checked, for the closing summary.
       01 REL-COUNT            PIC 99 VALUE ZERO.
       01 REL-IDX              PIC 99 VALUE ZERO.
       01 WS-REL-NAME          PIC X(48) VALUE SPACES.
       01 RELATIONSHIP-TABLE.
           02 REL-ENTRY OCCURS 12 TIMES.
               03 REL-NAME         PIC X(48).
               03 REL-CHECKED      PIC 9(7).
               03 REL-ORPHANS      PIC 9(7).

       01 TOTAL-CHECKED        PIC 9(7) VALUE ZERO.
       01 TOTAL-ORPHANS        PIC 9(7) VALUE ZERO.
       01 LINES-WRITTEN        PIC 9(7) VALUE ZERO.

       01 SweepHeading1.
           02 FILLER           PIC X(36)
               VALUE " Cross-File Integrity Sweep  Date: ".
           02 SH1-DATE         PIC 9(8).
       01 RelationshipHeading.
           02 FILLER           PIC X VALUE SPACE.
           02 RH-NUMBER        PIC Z9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RH-NAME          PIC X(48).
       01 OrphanLine.
           02 FILLER           PIC X(6) VALUE SPACES.
           02 OL-RECORD        PIC X(32).
           02 FILLER           PIC X(10) VALUE "refers to ".
           02 OL-MISSING       PIC X(24).
       01 RelationshipTotal.
           02 FILLER           PIC X(6) VALUE SPACES.
           02 RT-CHECKED       PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(10) VALUE " checked, ".
           02 RT-ORPHANS       PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(8) VALUE " orphans".
       01 SummaryHeading1      PIC X(80)
           VALUE " Orphans by Relationship".
       01 SummaryHeading2      PIC X(80)
           VALUE " No Relationship                                  "
           & "      Checked   Orphans".
       01 SummaryDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-NUMBER        PIC Z9.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-NAME          PIC X(48).
           02 FILLER           PIC X VALUE SPACE.
           02 SD-CHECKED       PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X VALUE SPACE.
           02 SD-ORPHANS       PIC Z,ZZZ,ZZ9.
       01 SummaryTotal.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 FILLER           PIC X(48) VALUE "Total".
           02 FILLER           PIC X VALUE SPACE.
           02 ST-CHECKED       PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X VALUE SPACE.
           02 ST-ORPHANS       PIC Z,ZZZ,ZZ9.
       01 CleanLine            PIC X(80)
           VALUE " No orphans found - files are consistent.".

       PROCEDURE DIVISION.
       SweepIntegrity.
           MOVE "INTEGRITYSWEEP" TO JL-PROGRAM-ID
           MOVE ZERO TO JL-RECORDS-READ
           MOVE ZERO TO JL-RECORDS-WRITTEN
           MOVE ZERO TO JL-RECORDS-REJECTED
           ACCEPT JL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME-FULL FROM TIME
           MOVE WS-START-TIME-FULL(1:6) TO JL-START-TIME
           PERFORM LOAD-MANUFACTURERS
           PERFORM LOAD-STOCK-CATEGORIES
           PERFORM LOAD-COURSES
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-LISTING-STUDENTS
           PERFORM LOAD-GROUP-BOOKINGS
           PERFORM LOAD-VEHICLES
           PERFORM LOAD-DRIVERS
           OPEN OUTPUT IntegrityReport
           MOVE JL-START-DATE TO SH1-DATE
           WRITE IntegrityLine FROM SweepHeading1
               AFTER ADVANCING PAGE
           PERFORM CHECK-STOCK-MANUFACTURER
           PERFORM CHECK-STOCK-CATEGORY
           PERFORM CHECK-SUPPLY-LINK-COURSE
           PERFORM CHECK-SUPPLY-LINK-STOCK
           PERFORM CHECK-ADMISSION-MEMBER
           PERFORM CHECK-DEPENDENT-PRIMARY
           PERFORM CHECK-ENTRANT-STUDENT
           PERFORM CHECK-ENTRANT-COURSE
           PERFORM CHECK-STUDENT-COURSE
           PERFORM CHECK-CONTRACT-BOOKING
           PERFORM CHECK-TRIP-VEHICLE
           PERFORM CHECK-TRIP-DRIVER
           PERFORM WRITE-SWEEP-SUMMARY
           CLOSE IntegrityReport
           MOVE TOTAL-CHECKED TO JL-RECORDS-READ
           MOVE LINES-WRITTEN TO JL-RECORDS-WRITTEN
           MOVE TOTAL-ORPHANS TO JL-RECORDS-REJECTED
           IF TOTAL-ORPHANS = ZERO
              MOVE "COMPLETE" TO JL-COMPLETION-STATUS
           ELSE
              MOVE "ORPHANS" TO JL-COMPLETION-STATUS
           END-IF
           CALL "JobLogWriter" USING JOB-LOG-PARAMS
           DISPLAY "Integrity sweep complete. Records checked: "
               TOTAL-CHECKED " Orphans: " TOTAL-ORPHANS
           STOP RUN.

      *****************************************************************
      * Parent key tables.
      *****************************************************************
       LOAD-MANUFACTURERS.
           MOVE ZERO TO MANF-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT ManufacturerFile
           PERFORM READ-MANUFACTURER UNTIL END-OF-INPUT
           CLOSE ManufacturerFile.

       READ-MANUFACTURER.
           READ ManufacturerFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF MANF-TABLE-COUNT >= MANF-TABLE-MAX
                    DISPLAY "*** MANUFACTURERS EXCEED WORKING TABLE - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO MANF-TABLE-COUNT
                 MOVE MF-MANF-NUMBER TO MT-MANF-NUMBER(MANF-TABLE-COUNT)
           END-READ.

       LOAD-STOCK-CATEGORIES.
           MOVE ZERO TO CAT-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StockCategoryFile
           PERFORM READ-STOCK-CATEGORY UNTIL END-OF-INPUT
           CLOSE StockCategoryFile.

       READ-STOCK-CATEGORY.
           READ StockCategoryFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF CAT-TABLE-COUNT >= CAT-TABLE-MAX
                    DISPLAY "*** STOCK CATEGORIES EXCEED WORKING "
                        "TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO CAT-TABLE-COUNT
                 MOVE SC-CATEGORY-CODE
                     TO CT-CATEGORY-CODE(CAT-TABLE-COUNT)
           END-READ.

       LOAD-COURSES.
           MOVE ZERO TO COURSE-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT CourseMaster
           PERFORM READ-COURSE-MASTER UNTIL END-OF-INPUT
           CLOSE CourseMaster.

       READ-COURSE-MASTER.
           READ CourseMaster
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF COURSE-TABLE-COUNT >= COURSE-TABLE-MAX
                    DISPLAY "*** COURSES EXCEED WORKING TABLE - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO COURSE-TABLE-COUNT
                 MOVE CM-CourseCode
                     TO CR-COURSE-CODE(COURSE-TABLE-COUNT)
           END-READ.

       LOAD-MEMBERS.
           MOVE ZERO TO MEMBER-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT MembershipFile
           PERFORM READ-MEMBER UNTIL END-OF-INPUT
           CLOSE MembershipFile.

       READ-MEMBER.
           READ MembershipFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF MEMBER-TABLE-COUNT >= MEMBER-TABLE-MAX
                    DISPLAY "*** MEMBERS EXCEED WORKING TABLE - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO MEMBER-TABLE-COUNT
                 MOVE MF-MEMBER-ID
                     TO MB-MEMBER-ID(MEMBER-TABLE-COUNT)
                 MOVE MF-HOUSEHOLD-ID
                     TO MB-HOUSEHOLD-ID(MEMBER-TABLE-COUNT)
                 MOVE MF-ROLE TO MB-ROLE(MEMBER-TABLE-COUNT)
           END-READ.

       LOAD-LISTING-STUDENTS.
           MOVE ZERO TO STUDENT-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT StudentFile
           PERFORM READ-LISTING-STUDENT UNTIL END-OF-INPUT
           CLOSE StudentFile.

       READ-LISTING-STUDENT.
           READ StudentFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF STUDENT-TABLE-COUNT >= STUDENT-TABLE-MAX
                    DISPLAY "*** STUDENTS EXCEED WORKING TABLE - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO STUDENT-TABLE-COUNT
                 MOVE StudentId TO ST-StudentId(STUDENT-TABLE-COUNT)
           END-READ.

       LOAD-GROUP-BOOKINGS.
           MOVE ZERO TO BOOKING-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT GroupBookings
           PERFORM READ-GROUP-BOOKING UNTIL END-OF-INPUT
           CLOSE GroupBookings.

       READ-GROUP-BOOKING.
           READ GroupBookings
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF BOOKING-TABLE-COUNT >= BOOKING-TABLE-MAX
                    DISPLAY "*** GROUP BOOKINGS EXCEED WORKING TABLE - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO BOOKING-TABLE-COUNT
                 MOVE GB-REF TO BK-REF(BOOKING-TABLE-COUNT)
           END-READ.

       LOAD-VEHICLES.
           MOVE ZERO TO VEHICLE-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT VehicleMaster
           PERFORM READ-VEHICLE UNTIL END-OF-INPUT
           CLOSE VehicleMaster.

       READ-VEHICLE.
           READ VehicleMaster
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF VEHICLE-TABLE-COUNT >= VEHICLE-TABLE-MAX
                    DISPLAY "*** VEHICLES EXCEED WORKING TABLE - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO VEHICLE-TABLE-COUNT
                 MOVE FV-VEHICLE TO VH-VEHICLE(VEHICLE-TABLE-COUNT)
           END-READ.

       LOAD-DRIVERS.
           MOVE ZERO TO DRIVER-TABLE-COUNT
           MOVE 'N' TO INPUT-EOF
           OPEN INPUT DriverMaster
           PERFORM READ-DRIVER UNTIL END-OF-INPUT
           CLOSE DriverMaster.

       READ-DRIVER.
           READ DriverMaster
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF DRIVER-TABLE-COUNT >= DRIVER-TABLE-MAX
                    DISPLAY "*** DRIVERS EXCEED WORKING TABLE - "
                        "RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO DRIVER-TABLE-COUNT
                 MOVE DRM-DRIVER TO DV-DRIVER(DRIVER-TABLE-COUNT)
           END-READ.

      *****************************************************************
      * Relationship bookkeeping and orphan lines.
      *****************************************************************
       START-RELATIONSHIP.
           ADD 1 TO REL-COUNT
           MOVE REL-COUNT TO REL-IDX
           MOVE WS-REL-NAME TO REL-NAME(REL-IDX)
           MOVE ZERO TO REL-CHECKED(REL-IDX)
           MOVE ZERO TO REL-ORPHANS(REL-IDX)
           MOVE REL-COUNT TO RH-NUMBER
           MOVE WS-REL-NAME TO RH-NAME
           WRITE IntegrityLine FROM RelationshipHeading
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO OL-RECORD
           MOVE SPACES TO OL-MISSING
           MOVE 'N' TO INPUT-EOF.

       RECORD-ORPHAN.
           ADD 1 TO REL-ORPHANS(REL-IDX)
           ADD 1 TO TOTAL-ORPHANS
           ADD 1 TO LINES-WRITTEN
           WRITE IntegrityLine FROM OrphanLine
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO OL-RECORD
           MOVE SPACES TO OL-MISSING.

       END-RELATIONSHIP.
           ADD REL-CHECKED(REL-IDX) TO TOTAL-CHECKED
           MOVE REL-CHECKED(REL-IDX) TO RT-CHECKED
           MOVE REL-ORPHANS(REL-IDX) TO RT-ORPHANS
           WRITE IntegrityLine FROM RelationshipTotal
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * Stock master against the manufacturer and category tables.
      *****************************************************************
       CHECK-STOCK-MANUFACTURER.
           MOVE "Stock.dat ManfNumber -> Manufacturer.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT StockFile
           PERFORM READ-STOCK-FOR-MANUFACTURER UNTIL END-OF-INPUT
           CLOSE StockFile
           PERFORM END-RELATIONSHIP.

       READ-STOCK-FOR-MANUFACTURER.
           READ StockFile NEXT RECORD
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 ADD 1 TO REL-CHECKED(REL-IDX)
                 MOVE 'N' TO WS-KEY-FOUND
                 PERFORM FIND-MANUFACTURER
                     VARYING MANF-IDX FROM 1 BY 1
                     UNTIL MANF-IDX > MANF-TABLE-COUNT OR KEY-FOUND
                 IF NOT KEY-FOUND
                    STRING "STOCK " StockNumber
                        DELIMITED BY SIZE INTO OL-RECORD
                    STRING "MANUFACTURER " ManfNumber
                        DELIMITED BY SIZE INTO OL-MISSING
                    PERFORM RECORD-ORPHAN
                 END-IF
           END-READ.

       FIND-MANUFACTURER.
           IF MT-MANF-NUMBER(MANF-IDX) = ManfNumber
              SET KEY-FOUND TO TRUE
           END-IF.

      * Items set up before categories existed carry spaces and are
      * not counted.
       CHECK-STOCK-CATEGORY.
           MOVE "Stock.dat CategoryCode -> StockCategory.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT StockFile
           PERFORM READ-STOCK-FOR-CATEGORY UNTIL END-OF-INPUT
           CLOSE StockFile
           PERFORM END-RELATIONSHIP.

       READ-STOCK-FOR-CATEGORY.
           READ StockFile NEXT RECORD
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF CategoryCode NOT = SPACES
                    ADD 1 TO REL-CHECKED(REL-IDX)
                    MOVE 'N' TO WS-KEY-FOUND
                    PERFORM FIND-CATEGORY
                        VARYING CAT-IDX FROM 1 BY 1
                        UNTIL CAT-IDX > CAT-TABLE-COUNT OR KEY-FOUND
                    IF NOT KEY-FOUND
                       STRING "STOCK " StockNumber
                           DELIMITED BY SIZE INTO OL-RECORD
                       STRING "CATEGORY " CategoryCode
                           DELIMITED BY SIZE INTO OL-MISSING
                       PERFORM RECORD-ORPHAN
                    END-IF
                 END-IF
           END-READ.

       FIND-CATEGORY.
           IF CT-CATEGORY-CODE(CAT-IDX) = CategoryCode
              SET KEY-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Course supply links against the course and stock masters.
      *****************************************************************
       CHECK-SUPPLY-LINK-COURSE.
           MOVE "CourseSupplyLink.Dat course -> CourseMaster.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT CourseSupplyLink
           PERFORM READ-LINK-FOR-COURSE UNTIL END-OF-INPUT
           CLOSE CourseSupplyLink
           PERFORM END-RELATIONSHIP.

       READ-LINK-FOR-COURSE.
           READ CourseSupplyLink
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 ADD 1 TO REL-CHECKED(REL-IDX)
                 MOVE CSL-CourseCode TO WS-FIND-COURSE
                 PERFORM LOOKUP-COURSE
                 IF NOT KEY-FOUND
                    STRING "LINK " CSL-CourseCode " ITEM "
                        CSL-StockNumber
                        DELIMITED BY SIZE INTO OL-RECORD
                    STRING "COURSE " CSL-CourseCode
                        DELIMITED BY SIZE INTO OL-MISSING
                    PERFORM RECORD-ORPHAN
                 END-IF
           END-READ.

       CHECK-SUPPLY-LINK-STOCK.
           MOVE "CourseSupplyLink.Dat item -> Stock.dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT CourseSupplyLink
           OPEN INPUT StockFile
           PERFORM READ-LINK-FOR-STOCK UNTIL END-OF-INPUT
           CLOSE StockFile
           CLOSE CourseSupplyLink
           PERFORM END-RELATIONSHIP.

       READ-LINK-FOR-STOCK.
           READ CourseSupplyLink
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 ADD 1 TO REL-CHECKED(REL-IDX)
                 MOVE CSL-StockNumber TO StockNumber
                 READ StockFile
                    INVALID KEY
                       STRING "LINK " CSL-CourseCode " ITEM "
                           CSL-StockNumber
                           DELIMITED BY SIZE INTO OL-RECORD
                       STRING "STOCK " CSL-StockNumber
                           DELIMITED BY SIZE INTO OL-MISSING
                       PERFORM RECORD-ORPHAN
                 END-READ
           END-READ.

       LOOKUP-COURSE.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM FIND-COURSE
               VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-TABLE-COUNT OR KEY-FOUND.

       FIND-COURSE.
           IF CR-COURSE-CODE(COURSE-IDX) = WS-FIND-COURSE
              SET KEY-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Admissions log and households against the membership file.
      *****************************************************************
      * Only entries made against a membership carry a member ID.
       CHECK-ADMISSION-MEMBER.
           MOVE "AdmissionsLog.Dat member -> Membership.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT AdmissionsLog
           PERFORM READ-ADMISSION UNTIL END-OF-INPUT
           CLOSE AdmissionsLog
           PERFORM END-RELATIONSHIP.

       READ-ADMISSION.
           READ AdmissionsLog
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF AL-MEMBER-ID NOT = ZERO
                    ADD 1 TO REL-CHECKED(REL-IDX)
                    MOVE 'N' TO WS-KEY-FOUND
                    PERFORM FIND-ADMISSION-MEMBER
                        VARYING MEMBER-IDX FROM 1 BY 1
                        UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
                           OR KEY-FOUND
                    IF NOT KEY-FOUND
                       STRING "TRANS " AL-TRANS-ID " DATE " AL-DATE
                           DELIMITED BY SIZE INTO OL-RECORD
                       STRING "MEMBER " AL-MEMBER-ID
                           DELIMITED BY SIZE INTO OL-MISSING
                       PERFORM RECORD-ORPHAN
                    END-IF
                 END-IF
           END-READ.

       FIND-ADMISSION-MEMBER.
           IF MB-MEMBER-ID(MEMBER-IDX) = AL-MEMBER-ID
              SET KEY-FOUND TO TRUE
           END-IF.

      * A dependent's household ID must be the member ID of a primary
      * member on the file.
       CHECK-DEPENDENT-PRIMARY.
           MOVE "Membership.Dat dependent -> household primary"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           PERFORM CHECK-ONE-DEPENDENT
               VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-TABLE-COUNT
           PERFORM END-RELATIONSHIP.

       CHECK-ONE-DEPENDENT.
           IF MB-ROLE(MEMBER-IDX) = 'D'
              ADD 1 TO REL-CHECKED(REL-IDX)
              MOVE 'N' TO WS-KEY-FOUND
              PERFORM FIND-HOUSEHOLD-PRIMARY
                  VARYING PRIMARY-IDX FROM 1 BY 1
                  UNTIL PRIMARY-IDX > MEMBER-TABLE-COUNT OR KEY-FOUND
              IF NOT KEY-FOUND
                 STRING "DEPENDENT " MB-MEMBER-ID(MEMBER-IDX)
                     DELIMITED BY SIZE INTO OL-RECORD
                 STRING "PRIMARY " MB-HOUSEHOLD-ID(MEMBER-IDX)
                     DELIMITED BY SIZE INTO OL-MISSING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-IF.

       FIND-HOUSEHOLD-PRIMARY.
           IF MB-MEMBER-ID(PRIMARY-IDX) = MB-HOUSEHOLD-ID(MEMBER-IDX)
              AND MB-ROLE(PRIMARY-IDX) = 'P'
              SET KEY-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Entrants and the Listing5-6 student file.
      *****************************************************************
       CHECK-ENTRANT-STUDENT.
           MOVE "students.Dat student -> Listing5-6 student file"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT EntrantsFile
           PERFORM READ-ENTRANT-FOR-STUDENT UNTIL END-OF-INPUT
           CLOSE EntrantsFile
           PERFORM END-RELATIONSHIP.

       READ-ENTRANT-FOR-STUDENT.
           READ EntrantsFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF NOT EC-HEADER-REC AND NOT EC-TRAILER-REC
                    ADD 1 TO REL-CHECKED(REL-IDX)
                    MOVE EF-StudentId TO WS-STUDENT-KEY
                    MOVE 'N' TO WS-KEY-FOUND
                    PERFORM FIND-LISTING-STUDENT
                        VARYING STUDENT-IDX FROM 1 BY 1
                        UNTIL STUDENT-IDX > STUDENT-TABLE-COUNT
                           OR KEY-FOUND
                    IF NOT KEY-FOUND
                       STRING "ENTRANT " WS-STUDENT-KEY
                           DELIMITED BY SIZE INTO OL-RECORD
                       STRING "STUDENT " WS-STUDENT-KEY
                           DELIMITED BY SIZE INTO OL-MISSING
                       PERFORM RECORD-ORPHAN
                    END-IF
                 END-IF
           END-READ.

       FIND-LISTING-STUDENT.
           IF ST-StudentId(STUDENT-IDX) = WS-STUDENT-KEY
              SET KEY-FOUND TO TRUE
           END-IF.

       CHECK-ENTRANT-COURSE.
           MOVE "students.Dat course -> CourseMaster.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT EntrantsFile
           PERFORM READ-ENTRANT-FOR-COURSE UNTIL END-OF-INPUT
           CLOSE EntrantsFile
           PERFORM END-RELATIONSHIP.

       READ-ENTRANT-FOR-COURSE.
           READ EntrantsFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF NOT EC-HEADER-REC AND NOT EC-TRAILER-REC
                    ADD 1 TO REL-CHECKED(REL-IDX)
                    MOVE EF-CourseCode TO WS-FIND-COURSE
                    PERFORM LOOKUP-COURSE
                    IF NOT KEY-FOUND
                       STRING "ENTRANT " EF-StudentId
                           DELIMITED BY SIZE INTO OL-RECORD
                       STRING "COURSE " EF-CourseCode
                           DELIMITED BY SIZE INTO OL-MISSING
                       PERFORM RECORD-ORPHAN
                    END-IF
                 END-IF
           END-READ.

       CHECK-STUDENT-COURSE.
           MOVE "Listing5-6 student course -> CourseMaster.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT StudentFile
           PERFORM READ-STUDENT-FOR-COURSE UNTIL END-OF-INPUT
           CLOSE StudentFile
           PERFORM END-RELATIONSHIP.

       READ-STUDENT-FOR-COURSE.
           READ StudentFile
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 ADD 1 TO REL-CHECKED(REL-IDX)
                 MOVE CourseCode TO WS-FIND-COURSE
                 PERFORM LOOKUP-COURSE
                 IF NOT KEY-FOUND
                    STRING "STUDENT " StudentId
                        DELIMITED BY SIZE INTO OL-RECORD
                    STRING "COURSE " CourseCode
                        DELIMITED BY SIZE INTO OL-MISSING
                    PERFORM RECORD-ORPHAN
                 END-IF
           END-READ.

      *****************************************************************
      * Group contract rates against the group bookings.
      *****************************************************************
       CHECK-CONTRACT-BOOKING.
           MOVE "GroupContractRates.Dat ref -> GroupBookings.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT GroupContractRates
           PERFORM READ-CONTRACT-RATE UNTIL END-OF-INPUT
           CLOSE GroupContractRates
           PERFORM END-RELATIONSHIP.

       READ-CONTRACT-RATE.
           READ GroupContractRates
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 ADD 1 TO REL-CHECKED(REL-IDX)
                 MOVE 'N' TO WS-KEY-FOUND
                 PERFORM FIND-GROUP-BOOKING
                     VARYING BOOKING-IDX FROM 1 BY 1
                     UNTIL BOOKING-IDX > BOOKING-TABLE-COUNT
                        OR KEY-FOUND
                 IF NOT KEY-FOUND
                    STRING "CONTRACT " GCR-REF " CURRENCY "
                        GCR-CURRENCY
                        DELIMITED BY SIZE INTO OL-RECORD
                    STRING "BOOKING " GCR-REF
                        DELIMITED BY SIZE INTO OL-MISSING
                    PERFORM RECORD-ORPHAN
                 END-IF
           END-READ.

       FIND-GROUP-BOOKING.
           IF BK-REF(BOOKING-IDX) = GCR-REF
              SET KEY-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Mileage log against the vehicle and driver masters.
      *****************************************************************
       CHECK-TRIP-VEHICLE.
           MOVE "MileageLog.Dat vehicle -> VehicleMaster.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT MileageLog
           PERFORM READ-TRIP-FOR-VEHICLE UNTIL END-OF-INPUT
           CLOSE MileageLog
           PERFORM END-RELATIONSHIP.

       READ-TRIP-FOR-VEHICLE.
           READ MileageLog
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 ADD 1 TO REL-CHECKED(REL-IDX)
                 MOVE 'N' TO WS-KEY-FOUND
                 PERFORM FIND-VEHICLE
                     VARYING VEHICLE-IDX FROM 1 BY 1
                     UNTIL VEHICLE-IDX > VEHICLE-TABLE-COUNT
                        OR KEY-FOUND
                 IF NOT KEY-FOUND
                    STRING "TRIP " ML-VEHICLE " DATE " ML-DATE
                        DELIMITED BY SIZE INTO OL-RECORD
                    STRING "VEHICLE " ML-VEHICLE
                        DELIMITED BY SIZE INTO OL-MISSING
                    PERFORM RECORD-ORPHAN
                 END-IF
           END-READ.

       FIND-VEHICLE.
           IF VH-VEHICLE(VEHICLE-IDX) = ML-VEHICLE
              SET KEY-FOUND TO TRUE
           END-IF.

      * Trips logged before drivers were recorded carry spaces and are
      * not counted.
       CHECK-TRIP-DRIVER.
           MOVE "MileageLog.Dat driver -> DriverMaster.Dat"
               TO WS-REL-NAME
           PERFORM START-RELATIONSHIP
           OPEN INPUT MileageLog
           PERFORM READ-TRIP-FOR-DRIVER UNTIL END-OF-INPUT
           CLOSE MileageLog
           PERFORM END-RELATIONSHIP.

       READ-TRIP-FOR-DRIVER.
           READ MileageLog
              AT END
                 SET END-OF-INPUT TO TRUE
              NOT AT END
                 IF ML-DRIVER NOT = SPACES
                    ADD 1 TO REL-CHECKED(REL-IDX)
                    MOVE 'N' TO WS-KEY-FOUND
                    PERFORM FIND-DRIVER
                        VARYING DRIVER-IDX FROM 1 BY 1
                        UNTIL DRIVER-IDX > DRIVER-TABLE-COUNT
                           OR KEY-FOUND
                    IF NOT KEY-FOUND
                       STRING "TRIP " ML-VEHICLE " DATE " ML-DATE
                           DELIMITED BY SIZE INTO OL-RECORD
                       STRING "DRIVER " ML-DRIVER
                           DELIMITED BY SIZE INTO OL-MISSING
                       PERFORM RECORD-ORPHAN
                    END-IF
                 END-IF
           END-READ.

       FIND-DRIVER.
           IF DV-DRIVER(DRIVER-IDX) = ML-DRIVER
              SET KEY-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * Closing summary by relationship.
      *****************************************************************
       WRITE-SWEEP-SUMMARY.
           WRITE IntegrityLine FROM SummaryHeading1
               AFTER ADVANCING 3 LINES
           WRITE IntegrityLine FROM SummaryHeading2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-SUMMARY-LINE
               VARYING REL-IDX FROM 1 BY 1
               UNTIL REL-IDX > REL-COUNT
           MOVE TOTAL-CHECKED TO ST-CHECKED
           MOVE TOTAL-ORPHANS TO ST-ORPHANS
           WRITE IntegrityLine FROM SummaryTotal
               AFTER ADVANCING 2 LINES
           IF TOTAL-ORPHANS = ZERO
              WRITE IntegrityLine FROM CleanLine
                  AFTER ADVANCING 2 LINES
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE REL-IDX TO SD-NUMBER
           MOVE REL-NAME(REL-IDX) TO SD-NAME
           MOVE REL-CHECKED(REL-IDX) TO SD-CHECKED
           MOVE REL-ORPHANS(REL-IDX) TO SD-ORPHANS
           WRITE IntegrityLine FROM SummaryDetail
               AFTER ADVANCING 1 LINE.
