       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD StockLots.
       01 StockLotRec.
