       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       COPY STOCK.

       FD StockGen1.
       01 StockGen1Rec      PIC X(72).
       FD StockGen2.
       01 StockGen2Rec      PIC X(72).
       FD StockGen3.
       01 StockGen3Rec      PIC X(72).

       FD TextMaster.
       01 TextMasterLine    PIC X(80).
       01 TextGen3Line      PIC X(80).

       FD StockBefore.
       01 StockBeforeRec    PIC X(72).
       FD TextBefore.
       01 TextBeforeLine    PIC X(80).

