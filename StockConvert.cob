           02 SQ-REORDER-LEVEL  PIC 9(6).
           02 SQ-REORDER-QTY    PIC 9(6).
           02 SQ-UNIT-COST      PIC 9(5)V99.
           02 SQ-DESCRIPTION    PIC X(30).
           02 SQ-UNIT-OF-MEASURE PIC X(4).
           02 SQ-CATEGORY-CODE  PIC X(4).

       FD StockFile.
       COPY STOCK.

       WORKING-STORAGE SECTION.
       01 SEQ-EOF              PIC X VALUE 'N'.
