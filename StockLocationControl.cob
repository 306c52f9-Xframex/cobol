       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD StockLocations.
       01 StockLocationRec.
