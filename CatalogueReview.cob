       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogueReview.
       AUTHOR. ismail.
      * Supplier catalogue review for the buyers.  Lists every stock
      * item that has only one source of supply, or whose catalogue
      * prices have run out, so new quotes can be sought before the
      * next purchase orders are raised.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile ASSIGN TO "Stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StockNumber.
           SELECT OPTIONAL SupplierCatalogue
               ASSIGN TO "SupplierCatalogue.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReviewReport ASSIGN TO "CatalogueReview.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD SupplierCatalogue.
       COPY SUPPCAT.

       FD ReviewReport.
       01 ReviewLine           PIC X(100).

       WORKING-STORAGE SECTION.
       01 STOCK-EOF            PIC X VALUE 'N'.
           88 END-OF-STOCK     VALUE 'Y'.
       01 CATALOGUE-EOF        PIC X VALUE 'N'.
           88 END-OF-CATALOGUE VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 SPT-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 SPT-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 SPT-IDX              PIC 9(4) VALUE ZERO.
       01 SCAN-IDX             PIC 9(4) VALUE ZERO.
       01 SUPPLIER-PRICE-TABLE.
           02 SPT-ENTRY OCCURS 2000 TIMES.
               03 SPT-STOCK-NUMBER PIC 9(5).
               03 SPT-MANF-NUMBER  PIC 9(4).
               03 SPT-PRICE        PIC 9(5)V99.
               03 SPT-FROM         PIC 9(8).
               03 SPT-TO           PIC 9(8).
               03 SPT-STATUS       PIC X.
                   88 SPT-CURRENT  VALUE 'C'.
                   88 SPT-EXPIRED  VALUE 'E'.
                   88 SPT-FUTURE   VALUE 'F'.

       01 WS-ITEM-LINES        PIC 9(3) VALUE ZERO.
       01 WS-ITEM-CURRENT      PIC 9(3) VALUE ZERO.
       01 WS-ITEM-EXPIRED      PIC 9(3) VALUE ZERO.
       01 WS-RENEWED           PIC X VALUE 'N'.
           88 SUPPLIER-RENEWED VALUE 'Y'.

       01 ITEMS-READ           PIC 9(5) VALUE ZERO.
       01 ITEMS-LISTED         PIC 9(5) VALUE ZERO.
       01 SINGLE-SOURCE-COUNT  PIC 9(5) VALUE ZERO.
       01 EXPIRED-PRICE-COUNT  PIC 9(5) VALUE ZERO.

       01 ReviewHeading1.
           02 FILLER           PIC X(44)
               VALUE " Supplier Catalogue Review - as at".
           02 RH-DATE          PIC 9(8).
       01 ReviewHeading2       PIC X(100)
           VALUE " Stock Description                    Master Manf"
           & "  Sources  Finding".

       01 ReviewDetail.
           02 FILLER           PIC X VALUE SPACE.
           02 RD-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 RD-DESCRIPTION   PIC X(30).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RD-MANF-NUMBER   PIC 9(4).
           02 FILLER           PIC X(9) VALUE SPACES.
           02 RD-SOURCES       PIC ZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 RD-FINDING       PIC X(30).

       01 ExpiredDetail.
           02 FILLER           PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE "Supplier ".
           02 ED-MANF-NUMBER   PIC 9(4).
           02 FILLER           PIC X(8) VALUE "  price ".
           02 ED-PRICE         PIC ZZ,ZZ9.99.
           02 FILLER           PIC X(13) VALUE "  expired on ".
           02 ED-EXPIRY        PIC 9(8).

       01 ReviewTrailer.
           02 FILLER           PIC X(16) VALUE " Items read:    ".
           02 RT-READ          PIC ZZZZ9.
           02 FILLER           PIC X(16) VALUE "  Items listed: ".
           02 RT-LISTED        PIC ZZZZ9.
           02 FILLER           PIC X(17) VALUE "  Single source: ".
           02 RT-SINGLE        PIC ZZZZ9.
           02 FILLER           PIC X(17) VALUE "  Expired price: ".
           02 RT-EXPIRED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       ProduceCatalogueReview.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SUPPLIER-CATALOGUE
           OPEN INPUT StockFile
           OPEN OUTPUT ReviewReport
           MOVE WS-TODAY-DATE TO RH-DATE
           WRITE ReviewLine FROM ReviewHeading1
               AFTER ADVANCING PAGE
           WRITE ReviewLine FROM ReviewHeading2
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO STOCK-EOF
           PERFORM REVIEW-STOCK-ITEM UNTIL END-OF-STOCK
           MOVE ITEMS-READ TO RT-READ
           MOVE ITEMS-LISTED TO RT-LISTED
           MOVE SINGLE-SOURCE-COUNT TO RT-SINGLE
           MOVE EXPIRED-PRICE-COUNT TO RT-EXPIRED
           WRITE ReviewLine FROM ReviewTrailer
               AFTER ADVANCING 2 LINES
           CLOSE StockFile
           CLOSE ReviewReport
           DISPLAY "Catalogue review produced. Items listed: "
               ITEMS-LISTED
           STOP RUN.

       LOAD-SUPPLIER-CATALOGUE.
           MOVE ZERO TO SPT-TABLE-COUNT
           MOVE 'N' TO CATALOGUE-EOF
           OPEN INPUT SupplierCatalogue
           PERFORM READ-SUPPLIER-CATALOGUE UNTIL END-OF-CATALOGUE
           CLOSE SupplierCatalogue.

       READ-SUPPLIER-CATALOGUE.
           READ SupplierCatalogue
              AT END
                 SET END-OF-CATALOGUE TO TRUE
              NOT AT END
                 IF SPT-TABLE-COUNT >= SPT-TABLE-MAX
                    DISPLAY "*** SUPPLIER CATALOGUE LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO SPT-TABLE-COUNT
                 MOVE SPC-STOCK-NUMBER
                     TO SPT-STOCK-NUMBER(SPT-TABLE-COUNT)
                 MOVE SPC-MANF-NUMBER
                     TO SPT-MANF-NUMBER(SPT-TABLE-COUNT)
                 MOVE SPC-PRICE TO SPT-PRICE(SPT-TABLE-COUNT)
                 MOVE SPC-EFFECTIVE-FROM TO SPT-FROM(SPT-TABLE-COUNT)
                 MOVE SPC-EFFECTIVE-TO TO SPT-TO(SPT-TABLE-COUNT)
                 EVALUATE TRUE
                    WHEN SPC-EFFECTIVE-FROM > WS-TODAY-DATE
                       MOVE 'F' TO SPT-STATUS(SPT-TABLE-COUNT)
                    WHEN SPC-EFFECTIVE-TO NOT = ZERO
                     AND SPC-EFFECTIVE-TO < WS-TODAY-DATE
                       MOVE 'E' TO SPT-STATUS(SPT-TABLE-COUNT)
                    WHEN OTHER
                       MOVE 'C' TO SPT-STATUS(SPT-TABLE-COUNT)
                 END-EVALUATE
           END-READ.

       REVIEW-STOCK-ITEM.
           READ StockFile NEXT RECORD
              AT END
                 SET END-OF-STOCK TO TRUE
              NOT AT END
                 ADD 1 TO ITEMS-READ
                 PERFORM ASSESS-STOCK-ITEM
           END-READ.

      * An expired price only counts against the item when the same
      * supplier has not been given a current price to replace it.
       ASSESS-STOCK-ITEM.
           MOVE ZERO TO WS-ITEM-LINES
           MOVE ZERO TO WS-ITEM-CURRENT
           MOVE ZERO TO WS-ITEM-EXPIRED
           PERFORM COUNT-ITEM-PRICE
               VARYING SPT-IDX FROM 1 BY 1
               UNTIL SPT-IDX > SPT-TABLE-COUNT
           MOVE SPACES TO RD-FINDING
           EVALUATE TRUE
              WHEN WS-ITEM-LINES = ZERO
                 MOVE "NOT IN CATALOGUE - ONE SOURCE" TO RD-FINDING
                 ADD 1 TO SINGLE-SOURCE-COUNT
              WHEN WS-ITEM-CURRENT = ZERO
                 MOVE "NO CURRENT CATALOGUE PRICE" TO RD-FINDING
              WHEN WS-ITEM-CURRENT = 1
                 MOVE "SINGLE SOURCE" TO RD-FINDING
                 ADD 1 TO SINGLE-SOURCE-COUNT
              WHEN WS-ITEM-EXPIRED > ZERO
                 MOVE "CATALOGUE PRICE EXPIRED" TO RD-FINDING
           END-EVALUATE
           IF WS-ITEM-EXPIRED > ZERO
              ADD 1 TO EXPIRED-PRICE-COUNT
           END-IF
           IF RD-FINDING NOT = SPACES
              ADD 1 TO ITEMS-LISTED
              MOVE StockNumber TO RD-STOCK-NUMBER
              MOVE ItemDescription TO RD-DESCRIPTION
              MOVE ManfNumber TO RD-MANF-NUMBER
              MOVE WS-ITEM-CURRENT TO RD-SOURCES
              WRITE ReviewLine FROM ReviewDetail
                  AFTER ADVANCING 1 LINE
              PERFORM WRITE-EXPIRED-PRICE
                  VARYING SPT-IDX FROM 1 BY 1
                  UNTIL SPT-IDX > SPT-TABLE-COUNT
           END-IF.

       COUNT-ITEM-PRICE.
           IF SPT-STOCK-NUMBER(SPT-IDX) = StockNumber
              ADD 1 TO WS-ITEM-LINES
              IF SPT-CURRENT(SPT-IDX)
                 ADD 1 TO WS-ITEM-CURRENT
              END-IF
              IF SPT-EXPIRED(SPT-IDX)
                 PERFORM CHECK-SUPPLIER-RENEWED
                 IF NOT SUPPLIER-RENEWED
                    ADD 1 TO WS-ITEM-EXPIRED
                 END-IF
              END-IF
           END-IF.

       CHECK-SUPPLIER-RENEWED.
           MOVE 'N' TO WS-RENEWED
           PERFORM FIND-RENEWED-PRICE
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > SPT-TABLE-COUNT.

       FIND-RENEWED-PRICE.
           IF SPT-STOCK-NUMBER(SCAN-IDX) = SPT-STOCK-NUMBER(SPT-IDX)
              AND SPT-MANF-NUMBER(SCAN-IDX) = SPT-MANF-NUMBER(SPT-IDX)
              AND NOT SPT-EXPIRED(SCAN-IDX)
              SET SUPPLIER-RENEWED TO TRUE
           END-IF.

       WRITE-EXPIRED-PRICE.
           IF SPT-STOCK-NUMBER(SPT-IDX) = StockNumber
              AND SPT-EXPIRED(SPT-IDX)
              PERFORM CHECK-SUPPLIER-RENEWED
              IF NOT SUPPLIER-RENEWED
                 MOVE SPT-MANF-NUMBER(SPT-IDX) TO ED-MANF-NUMBER
                 MOVE SPT-PRICE(SPT-IDX) TO ED-PRICE
                 MOVE SPT-TO(SPT-IDX) TO ED-EXPIRY
                 WRITE ReviewLine FROM ExpiredDetail
                     AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
