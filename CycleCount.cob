       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD CountSheets.
       01 CountSheetLine    PIC X(60).
