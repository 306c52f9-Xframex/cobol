       DATA DIVISION.
       FILE SECTION.
       FD OutstandingOrders.
       COPY OUTORD.

       FD GoodsReceived.
       01 GoodsReceivedRec.
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.

       FD POMatchReport.
       01 POMatchLine          PIC X(80).
