       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD QuarantineBalances.
       01 QuarantineBalanceRec.
