       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssets.
       AUTHOR. ismail.
      * Fixed asset register and depreciation.
      * (T)ransactions applies FixedAssetTrans.Dat to the register:
      *   A adds an asset keyed directly with its cost and date,
      *   R adds an asset capitalised from a goods receipt - the cost
      *     is the receipt value in home currency at the rate on the
      *     goods received date, and the asset is dated that day,
      *   C changes an asset's description, location, life or method,
      *   D disposes of an asset for the proceeds given, posting the
      *     gain or loss against net book value.
      * (D)epreciation charges one month's depreciation on every
      * active asset held in the month and posts it by category.
      * (S)chedule lists cost, accumulated depreciation and net book
      * value of the assets held, by category.
      * Postings go to AddTransactions.Dat through GlAccountMap.Dat:
      *   FAAcccc  addition       Dr asset cost     Cr purchases/GRNI
      *   FADcccc  depreciation   Dr depreciation   Cr accumulated dep
      *   FAXcccc  disposal       Dr accumulated    Cr asset cost
      *   FANcccc  disposal       Dr disposals      Cr asset cost
      *   FAPcccc  disposal       Dr bank/debtors   Cr disposals
      * where cccc is the asset category.  The disposals account is
      * left holding the gain or loss on the sale.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FixedAssetFile ASSIGN TO "FixedAssets.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FixedAssetTrans ASSIGN TO "FixedAssetTrans.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FixedAssetJournal
               ASSIGN TO "FixedAssetJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FixedAssetRejects ASSIGN TO "FixedAssetRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GoodsReceived
               ASSIGN TO "GoodsReceived.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OutstandingOrders
               ASSIGN TO "OutstandingOrders.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ExchangeRateFile
               ASSIGN TO "ExchangeRate.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AccountMapFile ASSIGN TO "GlAccountMap.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransactionFile ASSIGN TO "AddTransactions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DepreciationReport
               ASSIGN TO "FixedAssetDepreciation.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AssetSortWork ASSIGN TO "AssetSortWork.Dat".
           SELECT SortedAssets ASSIGN TO "SortedAssets.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AssetSchedule ASSIGN TO "FixedAssetSchedule.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FixedAssetFile.
       COPY FIXASSET.

      * FT-AMOUNT is the cost on an A and the sale proceeds on a D;
      * FT-DATE the acquisition date on an A and the disposal date on
      * a D (today when left blank).
       FD FixedAssetTrans.
       01 FixedAssetTransRec.
           02 FT-ACTION         PIC X.
               88 FT-ADD-ASSET       VALUE 'A'.
               88 FT-ADD-FROM-RECEIPT VALUE 'R'.
               88 FT-CHANGE-ASSET    VALUE 'C'.
               88 FT-DISPOSE-ASSET   VALUE 'D'.
           02 FILLER            PIC X.
           02 FT-ASSET-NUMBER   PIC X(6).
           02 FT-ASSET-NUM REDEFINES FT-ASSET-NUMBER PIC 9(6).
           02 FILLER            PIC X.
           02 FT-DESCRIPTION    PIC X(30).
           02 FILLER            PIC X.
           02 FT-CATEGORY       PIC X(4).
           02 FILLER            PIC X.
           02 FT-AMOUNT         PIC X(9).
           02 FT-AMOUNT-NUM REDEFINES FT-AMOUNT PIC 9(7)V99.
           02 FILLER            PIC X.
           02 FT-DATE           PIC X(8).
           02 FILLER            PIC X.
           02 FT-LIFE           PIC X(3).
           02 FT-LIFE-NUM REDEFINES FT-LIFE PIC 9(3).
           02 FILLER            PIC X.
           02 FT-METHOD         PIC X.
               88 FT-METHOD-VALID VALUE 'S' 'R'.
           02 FILLER            PIC X.
           02 FT-LOCATION       PIC X(20).
           02 FILLER            PIC X.
           02 FT-PO-NUMBER      PIC X(6).
           02 FT-PO-NUM REDEFINES FT-PO-NUMBER PIC 9(6).
           02 FILLER            PIC X.
           02 FT-STOCK-NUMBER   PIC X(5).
           02 FT-STOCK-NUM REDEFINES FT-STOCK-NUMBER PIC 9(5).

       FD FixedAssetJournal.
       01 FixedAssetJournalRec.
           02 AJ-DATE           PIC 9(8).
           02 FILLER            PIC X.
           02 AJ-ACTION         PIC X.
           02 FILLER            PIC X.
           02 AJ-ASSET-NUMBER   PIC 9(6).
           02 FILLER            PIC X.
           02 AJ-CATEGORY       PIC X(4).
           02 FILLER            PIC X.
           02 AJ-COST           PIC 9(7)V99.
           02 FILLER            PIC X.
           02 AJ-ACCUM-DEPN     PIC 9(7)V99.
           02 FILLER            PIC X.
           02 AJ-PROCEEDS       PIC 9(7)V99.
           02 FILLER            PIC X.
           02 AJ-GAIN-LOSS      PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 FILLER            PIC X.
           02 AJ-LOCATION       PIC X(20).
           02 FILLER            PIC X.
           02 AJ-POSTING-NOTE   PIC X(16).

       FD FixedAssetRejects.
       01 FixedAssetRejectLine  PIC X(90).

       FD GoodsReceived.
       01 GoodsReceivedRec.
           02 GR-STOCK-NUMBER  PIC 9(5).
           02 GR-QTY-RECEIVED  PIC 9(6).
           02 GR-PO-NUMBER     PIC 9(6).
           02 GR-UNIT-COST     PIC 9(5)V99.
       01 GoodsReceivedControl.
           02 GRC-REC-TYPE     PIC X(4).
               88 GRC-HEADER-REC  VALUE "HDR ".
               88 GRC-TRAILER-REC VALUE "TRL ".
           02 GRC-FILE-ID      PIC X(12).
           02 GRC-DATE         PIC 9(8).
       01 GoodsReceivedTrailerView.
           02 FILLER           PIC X(4).
           02 GRC-REC-COUNT    PIC 9(7).
           02 GRC-HASH-TOTAL   PIC 9(12).

       FD OutstandingOrders.
       COPY OUTORD.

       FD ExchangeRateFile.
       01 ExchangeRateRecord.
           02 ER-CurrencyCode    PIC 99.
           02 ER-RateToHome      PIC 9(3)V9999.
           02 ER-AsOfDate        PIC 9(8).

       FD AccountMapFile.
       01 AccountMapRec.
           02 GM-SOURCE       PIC X(8).
           02 FILLER          PIC X.
           02 GM-DR-ACCOUNT   PIC X(6).
           02 FILLER          PIC X.
           02 GM-CR-ACCOUNT   PIC X(6).

       FD TransactionFile.
       01 TransactionRecord.
           02 TX-Account       PIC X(6).
           02 TX-DrCr          PIC X.
           02 TX-Amount        PIC 9(5).
           02 TX-Reference     PIC X(8).
           02 TX-Date          PIC 9(8).

       FD DepreciationReport.
       01 DepreciationLine     PIC X(100).

       SD AssetSortWork.
       01 AssetSortRec.
           02 AS-CATEGORY      PIC X(4).
           02 AS-ASSET-NUMBER  PIC 9(6).
           02 AS-ASSET-DATA    PIC X(143).

       FD SortedAssets.
       01 SortedAssetRec.
           88 END-OF-SORTED-ASSETS VALUE HIGH-VALUES.
           02 SA-CATEGORY      PIC X(4).
           02 SA-ASSET-NUMBER  PIC 9(6).
           02 SA-ASSET-DATA    PIC X(143).

       FD AssetSchedule.
       01 AssetScheduleLine    PIC X(110).

       WORKING-STORAGE SECTION.
       01 RUN-MODE              PIC X VALUE SPACE.
           88 TRANSACTION-MODE  VALUE 'T' 't'.
           88 DEPRECIATION-MODE VALUE 'D' 'd'.
           88 SCHEDULE-MODE     VALUE 'S' 's'.

       01 WS-TODAY-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           02 WS-TODAY-MONTH    PIC 9(6).
           02 FILLER            PIC 99.
       01 WS-DEPN-MONTH         PIC 9(6) VALUE ZEROS.
       01 WS-DEPN-MONTH-SPLIT REDEFINES WS-DEPN-MONTH.
           02 WS-DEPN-YEAR      PIC 9(4).
           02 WS-DEPN-MM        PIC 99.
       01 WS-ACQUIRED-MONTH     PIC 9(6) VALUE ZEROS.

       01 ASSET-EOF             PIC X VALUE 'N'.
           88 END-OF-ASSETS     VALUE 'Y'.
       01 TRANS-EOF             PIC X VALUE 'N'.
           88 END-OF-ASSET-TRANS VALUE 'Y'.
       01 GR-EOF                PIC X VALUE 'N'.
           88 END-OF-RECEIPTS   VALUE 'Y'.
       01 ORDER-EOF             PIC X VALUE 'N'.
           88 END-OF-ORDERS     VALUE 'Y'.
       01 FX-RATE-EOF           PIC X VALUE 'N'.
           88 END-OF-FX-RATES   VALUE 'Y'.
       01 MAP-EOF               PIC X VALUE 'N'.
           88 END-OF-MAP        VALUE 'Y'.

       01 FAT-TABLE-MAX         PIC 9(4) VALUE 2000.
       01 FAT-TABLE-COUNT       PIC 9(4) VALUE ZERO.
       01 FAT-IDX               PIC 9(4) VALUE ZERO.
       01 WS-FAT-IDX            PIC 9(4) VALUE ZERO.
       01 WS-LAST-ASSET-NUMBER  PIC 9(6) VALUE ZERO.
       01 ASSET-TABLE.
           02 FAT-ENTRY OCCURS 2000 TIMES.
               03 FAT-ASSET-DATA PIC X(143).

       01 MAP-TABLE-MAX         PIC 99 VALUE 50.
       01 MAP-TABLE-COUNT       PIC 99 VALUE ZERO.
       01 MAP-IDX               PIC 99 VALUE ZERO.
       01 WS-MAP-FOUND          PIC X VALUE 'N'.
           88 MAP-SOURCE-FOUND  VALUE 'Y'.
       01 WS-LOOKUP-SOURCE      PIC X(8) VALUE SPACES.
       01 WS-DR-ACCOUNT         PIC X(6) VALUE SPACES.
       01 WS-CR-ACCOUNT         PIC X(6) VALUE SPACES.
       01 MAP-TABLE.
           02 MAP-ENTRY OCCURS 50 TIMES.
               03 MP-SOURCE     PIC X(8).
               03 MP-DR-ACCOUNT PIC X(6).
               03 MP-CR-ACCOUNT PIC X(6).

      * Goods receipts are in the currency of the order; the receipt
      * value is brought to home currency at the goods received date.
       01 GR-REC-COUNT          PIC 9(7) VALUE ZERO.
       01 GR-HASH               PIC 9(12) VALUE ZERO.
       01 GR-TRAILER-SW         PIC X VALUE 'N'.
           88 GR-TRAILER-SEEN   VALUE 'Y'.
       01 WS-RECEIPT-ADDS-SW    PIC X VALUE 'N'.
           88 RECEIPT-ADDS-PRESENT VALUE 'Y'.
       01 WS-RECEIPT-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-RECEIPT-FOUND      PIC X VALUE 'N'.
           88 RECEIPT-FOUND     VALUE 'Y'.
       01 WS-RECEIPT-VALUE      PIC 9(9)V99 VALUE ZEROS.
       01 WS-PO-CURRENCY        PIC 99 VALUE ZERO.

       01 RATE-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 RATE-IDX              PIC 9(4) VALUE ZERO.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 2000 TIMES.
               03 XR-CURRENCY   PIC 99.
               03 XR-RATE       PIC 9(3)V9999.
               03 XR-AS-OF      PIC 9(8).
       01 WS-FX-CURRENCY        PIC 99 VALUE ZERO.
       01 WS-FX-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-FX-RATE            PIC 9(3)V9999 VALUE ZEROS.
       01 WS-FX-AS-OF           PIC 9(8) VALUE ZEROS.

       01 WS-REJECT-REASON      PIC X(40) VALUE SPACES.
       01 WS-POST-NOTE          PIC X(16) VALUE SPACES.
       01 WS-REFERENCE          PIC X(8) VALUE SPACES.
       01 WS-POST-VALUE         PIC 9(9)V99 VALUE ZEROS.
       01 WS-POST-AMOUNT        PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-TOO-BIG     PIC X VALUE 'N'.
           88 AMOUNT-TOO-BIG    VALUE 'Y'.
       01 WS-NET-BOOK-VALUE     PIC 9(7)V99 VALUE ZEROS.
       01 WS-GAIN-LOSS          PIC S9(7)V99 VALUE ZEROS.
       01 WS-DISPOSAL-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-CHARGE             PIC 9(7)V99 VALUE ZEROS.

       01 TRANS-READ            PIC 9(5) VALUE ZERO.
       01 TRANS-APPLIED         PIC 9(5) VALUE ZERO.
       01 TRANS-REJECTED        PIC 9(5) VALUE ZERO.
       01 POSTINGS-WRITTEN      PIC 9(5) VALUE ZERO.
       01 POSTINGS-HELD         PIC 9(5) VALUE ZERO.
       01 ASSETS-CHARGED        PIC 9(5) VALUE ZERO.

      * Depreciation for the month by asset category.
       01 CAT-TABLE-MAX         PIC 99 VALUE 50.
       01 CAT-TABLE-COUNT       PIC 99 VALUE ZERO.
       01 CAT-IDX               PIC 99 VALUE ZERO.
       01 WS-CAT-IDX            PIC 99 VALUE ZERO.
       01 WS-ASSET-DUE-SW       PIC X VALUE 'N'.
           88 ASSET-DUE-FOR-CHARGE VALUE 'Y'.
       01 CATEGORY-TABLE.
           02 CAT-ENTRY OCCURS 50 TIMES.
               03 CT-CATEGORY   PIC X(4).
               03 CT-CHARGE     PIC 9(9)V99.
               03 CT-ASSETS     PIC 9(5).

       01 PrevCategory          PIC X(4) VALUE SPACES.
       01 CATEGORY-COST         PIC 9(9)V99 VALUE ZEROS.
       01 CATEGORY-ACCUM        PIC 9(9)V99 VALUE ZEROS.
       01 CATEGORY-NBV          PIC 9(9)V99 VALUE ZEROS.
       01 CATEGORY-ASSETS       PIC 9(5) VALUE ZERO.
       01 TOTAL-COST            PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-ACCUM           PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-NBV             PIC 9(9)V99 VALUE ZEROS.
       01 TOTAL-ASSETS          PIC 9(5) VALUE ZERO.
       01 TOTAL-CHARGE          PIC 9(9)V99 VALUE ZEROS.

       COPY DATEVAL.

       01 AssetRejectDetail.
           02 AR-ACTION         PIC X.
           02 FILLER            PIC X VALUE SPACE.
           02 AR-ASSET-NUMBER   PIC X(6).
           02 FILLER            PIC X VALUE SPACE.
           02 AR-DESCRIPTION    PIC X(30).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AR-REASON         PIC X(40).

       01 DepnHeading1.
           02 FILLER            PIC X(30)
               VALUE " Fixed Asset Depreciation for ".
           02 DH-MONTH          PIC 9(6).
       01 DepnHeading2          PIC X(100)
           VALUE " Asset  Description                    Cat  M Life"
           & "     Charge    Accum Depn  Net Book Val".

       01 DepnDetail.
           02 FILLER            PIC X VALUE SPACE.
           02 DD-ASSET-NUMBER   PIC 9(6).
           02 FILLER            PIC X VALUE SPACE.
           02 DD-DESCRIPTION    PIC X(30).
           02 FILLER            PIC X VALUE SPACE.
           02 DD-CATEGORY       PIC X(4).
           02 FILLER            PIC X VALUE SPACE.
           02 DD-METHOD         PIC X.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 DD-LIFE           PIC ZZ9.
           02 FILLER            PIC X VALUE SPACE.
           02 DD-CHARGE         PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 DD-ACCUM-DEPN     PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 DD-NBV            PIC Z,ZZZ,ZZ9.99.

       01 DepnPostHeading       PIC X(100)
           VALUE " Category  Source    Dr Acct  Cr Acct  Assets"
           & "        Charge  Note".
       01 DepnPostDetail.
           02 FILLER            PIC X VALUE SPACE.
           02 DP-CATEGORY       PIC X(4).
           02 FILLER            PIC X(6) VALUE SPACES.
           02 DP-SOURCE         PIC X(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 DP-DR-ACCOUNT     PIC X(6).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 DP-CR-ACCOUNT     PIC X(6).
           02 FILLER            PIC X(4) VALUE SPACES.
           02 DP-ASSETS         PIC ZZZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 DP-CHARGE         PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 DP-NOTE           PIC X(16).

       01 DepnTrailer.
           02 FILLER            PIC X(17) VALUE " Assets charged: ".
           02 DT-ASSETS         PIC ZZZZ9.
           02 FILLER            PIC X(22)
               VALUE "  Depreciation total: ".
           02 DT-CHARGE         PIC ZZZ,ZZZ,ZZ9.99.

       01 ScheduleHeading1.
           02 FILLER            PIC X(30)
               VALUE " Fixed Asset Schedule - as at ".
           02 SH-DATE           PIC 9(8).
       01 ScheduleHeading2      PIC X(110)
           VALUE " Asset  Description                    Acquired Lo"
           & "cation                     Cost    Accum Depn  Net Book"
           & " Val".

       01 ScheduleCategoryLine.
           02 FILLER            PIC X(11) VALUE " Category  ".
           02 SC-CATEGORY       PIC X(4).

       01 ScheduleDetail.
           02 FILLER            PIC X VALUE SPACE.
           02 SD-ASSET-NUMBER   PIC 9(6).
           02 FILLER            PIC X VALUE SPACE.
           02 SD-DESCRIPTION    PIC X(30).
           02 FILLER            PIC X VALUE SPACE.
           02 SD-ACQUIRED-DATE  PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 SD-LOCATION       PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 SD-COST           PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 SD-ACCUM-DEPN     PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 SD-NBV            PIC Z,ZZZ,ZZ9.99.

       01 ScheduleTotalLine.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 ST-LABEL          PIC X(20).
           02 ST-ASSETS         PIC ZZZZ9.
           02 FILLER            PIC X(7) VALUE " assets".
           02 FILLER            PIC X(33) VALUE SPACES.
           02 ST-COST           PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 ST-ACCUM-DEPN     PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 ST-NBV            PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       RunFixedAssets.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Run (T)ransactions, (D)epreciation or "
               WITH NO ADVANCING
           DISPLAY "(S)chedule: " WITH NO ADVANCING
           ACCEPT RUN-MODE
           EVALUATE TRUE
              WHEN TRANSACTION-MODE
                 PERFORM PROCESS-ASSET-TRANSACTIONS
              WHEN DEPRECIATION-MODE
                 PERFORM RUN-DEPRECIATION
              WHEN SCHEDULE-MODE
                 PERFORM PRODUCE-ASSET-SCHEDULE
              WHEN OTHER
                 DISPLAY "Invalid mode entered."
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * Transaction mode.  The register is held in the table while the
      * transactions are applied and written back whole at the end.
      *****************************************************************
       PROCESS-ASSET-TRANSACTIONS.
           PERFORM LOAD-ASSET-TABLE
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM CHECK-FOR-RECEIPT-ADDITIONS
           IF RECEIPT-ADDS-PRESENT
              PERFORM VALIDATE-GOODS-RECEIVED
           END-IF
           OPEN INPUT FixedAssetTrans
           OPEN EXTEND FixedAssetJournal
           OPEN OUTPUT FixedAssetRejects
           OPEN EXTEND TransactionFile
           MOVE 'N' TO TRANS-EOF
           PERFORM READ-ASSET-TRANS UNTIL END-OF-ASSET-TRANS
           CLOSE FixedAssetTrans
           CLOSE FixedAssetJournal
           CLOSE FixedAssetRejects
           CLOSE TransactionFile
           PERFORM REWRITE-ASSET-FILE
           DISPLAY "Fixed asset transactions complete."
           DISPLAY "Transactions read:     " TRANS-READ
           DISPLAY "Transactions applied:  " TRANS-APPLIED
           DISPLAY "Transactions rejected: " TRANS-REJECTED
           DISPLAY "Ledger postings:       " POSTINGS-WRITTEN
           IF POSTINGS-HELD > ZERO
              DISPLAY "Postings held:         " POSTINGS-HELD
           END-IF.

       LOAD-ASSET-TABLE.
           MOVE ZERO TO FAT-TABLE-COUNT
           MOVE ZERO TO WS-LAST-ASSET-NUMBER
           MOVE 'N' TO ASSET-EOF
           OPEN INPUT FixedAssetFile
           PERFORM READ-ASSET-FILE UNTIL END-OF-ASSETS
           CLOSE FixedAssetFile.

       READ-ASSET-FILE.
           READ FixedAssetFile
              AT END
                 SET END-OF-ASSETS TO TRUE
              NOT AT END
                 IF FAT-TABLE-COUNT >= FAT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO FAT-TABLE-COUNT
                 MOVE FixedAssetRec TO FAT-ASSET-DATA(FAT-TABLE-COUNT)
                 IF FA-ASSET-NUMBER > WS-LAST-ASSET-NUMBER
                    MOVE FA-ASSET-NUMBER TO WS-LAST-ASSET-NUMBER
                 END-IF
           END-READ.

       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO MAP-TABLE-COUNT
           MOVE 'N' TO MAP-EOF
           OPEN INPUT AccountMapFile
           PERFORM READ-ACCOUNT-MAP UNTIL END-OF-MAP
           CLOSE AccountMapFile.

       READ-ACCOUNT-MAP.
           READ AccountMapFile
              AT END
                 SET END-OF-MAP TO TRUE
              NOT AT END
                 IF MAP-TABLE-COUNT < MAP-TABLE-MAX
                    ADD 1 TO MAP-TABLE-COUNT
                    MOVE GM-SOURCE TO MP-SOURCE(MAP-TABLE-COUNT)
                    MOVE GM-DR-ACCOUNT
                        TO MP-DR-ACCOUNT(MAP-TABLE-COUNT)
                    MOVE GM-CR-ACCOUNT
                        TO MP-CR-ACCOUNT(MAP-TABLE-COUNT)
                 END-IF
           END-READ.

       LOOKUP-ACCOUNT-MAP.
           MOVE 'N' TO WS-MAP-FOUND
           MOVE SPACES TO WS-DR-ACCOUNT
           MOVE SPACES TO WS-CR-ACCOUNT
           PERFORM FIND-ACCOUNT-MAP
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-TABLE-COUNT.

       FIND-ACCOUNT-MAP.
           IF MP-SOURCE(MAP-IDX) = WS-LOOKUP-SOURCE
              SET MAP-SOURCE-FOUND TO TRUE
              MOVE MP-DR-ACCOUNT(MAP-IDX) TO WS-DR-ACCOUNT
              MOVE MP-CR-ACCOUNT(MAP-IDX) TO WS-CR-ACCOUNT
           END-IF.

      * Sets WS-LOOKUP-SOURCE to the given prefix and the category of
      * the asset in FixedAssetRec, then looks the source up.
       LOOKUP-CATEGORY-SOURCE.
           MOVE FA-CATEGORY TO WS-LOOKUP-SOURCE(4:4)
           PERFORM LOOKUP-ACCOUNT-MAP.

       READ-ASSET-TRANS.
           READ FixedAssetTrans
              AT END
                 SET END-OF-ASSET-TRANS TO TRUE
              NOT AT END
                 ADD 1 TO TRANS-READ
                 PERFORM APPLY-ASSET-TRANS
           END-READ.

       APPLY-ASSET-TRANS.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-POST-NOTE
           MOVE ZERO TO WS-GAIN-LOSS
           EVALUATE TRUE
              WHEN FT-ADD-ASSET
              WHEN FT-ADD-FROM-RECEIPT
                 PERFORM APPLY-ADD-ASSET
              WHEN FT-CHANGE-ASSET
              WHEN FT-DISPOSE-ASSET
                 PERFORM FIND-ASSET
                 EVALUATE TRUE
                    WHEN WS-FAT-IDX = ZERO
                       MOVE "asset not on register" TO WS-REJECT-REASON
                    WHEN FA-DISPOSED
                       MOVE "asset already disposed of"
                           TO WS-REJECT-REASON
                    WHEN FT-CHANGE-ASSET
                       PERFORM APPLY-CHANGE-ASSET
                    WHEN OTHER
                       PERFORM APPLY-DISPOSAL
                 END-EVALUATE
              WHEN OTHER
                 MOVE "action must be A, R, C or D" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO TRANS-APPLIED
              PERFORM WRITE-ASSET-JOURNAL
           ELSE
              ADD 1 TO TRANS-REJECTED
              PERFORM WRITE-ASSET-REJECT
           END-IF.

      * Leaves the asset in FixedAssetRec and its table position in
      * WS-FAT-IDX, zero when it is not on the register.
       FIND-ASSET.
           MOVE ZERO TO WS-FAT-IDX
           IF FT-ASSET-NUMBER NUMERIC
              PERFORM CHECK-ONE-ASSET
                  VARYING FAT-IDX FROM 1 BY 1
                  UNTIL FAT-IDX > FAT-TABLE-COUNT
                  OR WS-FAT-IDX NOT = ZERO
           END-IF
           IF WS-FAT-IDX NOT = ZERO
              MOVE FAT-ASSET-DATA(WS-FAT-IDX) TO FixedAssetRec
           END-IF.

       CHECK-ONE-ASSET.
           IF FAT-ASSET-DATA(FAT-IDX)(1:6) = FT-ASSET-NUMBER
              MOVE FAT-IDX TO WS-FAT-IDX
           END-IF.

       APPLY-ADD-ASSET.
           MOVE SPACES TO FixedAssetRec
           MOVE FT-CATEGORY TO FA-CATEGORY
           EVALUATE TRUE
              WHEN FAT-TABLE-COUNT >= FAT-TABLE-MAX
                 MOVE "register full - asset not added"
                     TO WS-REJECT-REASON
              WHEN FT-DESCRIPTION = SPACES
                 MOVE "no asset description" TO WS-REJECT-REASON
              WHEN FT-CATEGORY = SPACES
                 MOVE "no asset category" TO WS-REJECT-REASON
              WHEN FT-LIFE NOT NUMERIC OR FT-LIFE-NUM = ZERO
                 MOVE "useful life must be months above zero"
                     TO WS-REJECT-REASON
              WHEN NOT FT-METHOD-VALID
                 MOVE "method must be S or R" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-CATEGORY-ACCOUNTS
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF FT-ADD-FROM-RECEIPT
                 PERFORM VALUE-CAPITALISED-RECEIPT
              ELSE
                 PERFORM VALIDATE-KEYED-ADDITION
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-LAST-ASSET-NUMBER
              MOVE WS-LAST-ASSET-NUMBER TO FA-ASSET-NUMBER
              MOVE FT-DESCRIPTION TO FA-DESCRIPTION
              MOVE FT-LIFE-NUM TO FA-LIFE-MONTHS
              MOVE FT-METHOD TO FA-METHOD
              IF FT-LOCATION = SPACES
                 MOVE "STORES" TO FA-LOCATION
              ELSE
                 MOVE FT-LOCATION TO FA-LOCATION
              END-IF
              MOVE ZERO TO FA-ACCUM-DEPN
              MOVE ZERO TO FA-MONTHS-CHARGED
              MOVE ZERO TO FA-LAST-DEPN-MONTH
              SET FA-ACTIVE TO TRUE
              MOVE ZERO TO FA-DISPOSAL-DATE
              MOVE ZERO TO FA-PROCEEDS
              ADD 1 TO FAT-TABLE-COUNT
              MOVE FAT-TABLE-COUNT TO WS-FAT-IDX
              MOVE FixedAssetRec TO FAT-ASSET-DATA(WS-FAT-IDX)
              MOVE SPACES TO WS-REFERENCE
              STRING "FA" FA-ASSET-NUMBER DELIMITED BY SIZE
                  INTO WS-REFERENCE
              MOVE "FAA" TO WS-LOOKUP-SOURCE
              PERFORM LOOKUP-CATEGORY-SOURCE
              MOVE FA-COST TO WS-POST-VALUE
              PERFORM POST-LEDGER-PAIR
           END-IF.

      * A category is usable only once its addition and depreciation
      * accounts are on the account map.
       CHECK-CATEGORY-ACCOUNTS.
           MOVE "FAA" TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-CATEGORY-SOURCE
           IF MAP-SOURCE-FOUND
              MOVE "FAD" TO WS-LOOKUP-SOURCE
              PERFORM LOOKUP-CATEGORY-SOURCE
           END-IF
           IF NOT MAP-SOURCE-FOUND
              MOVE "no ledger accounts for asset category"
                  TO WS-REJECT-REASON
           END-IF.

       VALIDATE-KEYED-ADDITION.
           MOVE FT-DATE TO DV-DATE-IN
           PERFORM VALIDATE-DATE-FIELD
           EVALUATE TRUE
              WHEN FT-AMOUNT NOT NUMERIC OR FT-AMOUNT-NUM = ZERO
                 MOVE "cost must be numeric and above zero"
                     TO WS-REJECT-REASON
              WHEN NOT DV-DATE-VALID
                 MOVE "acquisition date not a valid date"
                     TO WS-REJECT-REASON
              WHEN DV-DATE-OUT > WS-TODAY-DATE
                 MOVE "acquisition date is in the future"
                     TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE FT-AMOUNT-NUM TO FA-COST
                 MOVE DV-DATE-OUT TO FA-ACQUIRED-DATE
                 MOVE ZERO TO FA-SOURCE-PO
                 MOVE ZERO TO FA-SOURCE-STOCK
           END-EVALUATE.

      * The asset takes the whole value received against the order
      * line on the current goods received file.  A receipt can be
      * capitalised only once.
       VALUE-CAPITALISED-RECEIPT.
           IF FT-PO-NUMBER NOT NUMERIC
              OR FT-STOCK-NUMBER NOT NUMERIC
              MOVE "po and stock number must be numeric"
                  TO WS-REJECT-REASON
           ELSE
              PERFORM CHECK-ALREADY-CAPITALISED
                  VARYING FAT-IDX FROM 1 BY 1
                  UNTIL FAT-IDX > FAT-TABLE-COUNT
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM TOTAL-ORDER-LINE-RECEIPTS
              IF NOT RECEIPT-FOUND
                 MOVE "no goods receipt for po and item"
                     TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM LOOKUP-ORDER-CURRENCY
              IF RATE-TABLE-COUNT = ZERO
                 PERFORM LOAD-FX-RATES
              END-IF
              MOVE WS-PO-CURRENCY TO WS-FX-CURRENCY
              MOVE WS-RECEIPT-DATE TO WS-FX-DATE
              PERFORM GET-FX-RATE
              COMPUTE FA-COST ROUNDED =
                  WS-RECEIPT-VALUE * WS-FX-RATE
                  ON SIZE ERROR
                     MOVE "receipt value too large for register"
                         TO WS-REJECT-REASON
              END-COMPUTE
              MOVE WS-RECEIPT-DATE TO FA-ACQUIRED-DATE
              MOVE FT-PO-NUM TO FA-SOURCE-PO
              MOVE FT-STOCK-NUM TO FA-SOURCE-STOCK
           END-IF.

       CHECK-ALREADY-CAPITALISED.
           MOVE FAT-ASSET-DATA(FAT-IDX) TO FixedAssetRec
           IF FA-SOURCE-PO = FT-PO-NUM
              AND FA-SOURCE-STOCK = FT-STOCK-NUM
              MOVE "receipt already capitalised" TO WS-REJECT-REASON
           END-IF
           MOVE SPACES TO FixedAssetRec
           MOVE FT-CATEGORY TO FA-CATEGORY.

      * Receipt additions are checked before anything is written, so
      * that an unusable goods received file stops the run with the
      * journal, rejects and ledger files as they were.
       CHECK-FOR-RECEIPT-ADDITIONS.
           MOVE 'N' TO WS-RECEIPT-ADDS-SW
           MOVE 'N' TO TRANS-EOF
           OPEN INPUT FixedAssetTrans
           PERFORM SCAN-ASSET-TRANS UNTIL END-OF-ASSET-TRANS
           CLOSE FixedAssetTrans.

       SCAN-ASSET-TRANS.
           READ FixedAssetTrans
              AT END
                 SET END-OF-ASSET-TRANS TO TRUE
              NOT AT END
                 IF FT-ADD-FROM-RECEIPT
                    SET RECEIPT-ADDS-PRESENT TO TRUE
                 END-IF
           END-READ.

       VALIDATE-GOODS-RECEIVED.
           MOVE ZERO TO GR-REC-COUNT
           MOVE ZERO TO GR-HASH
           MOVE 'N' TO GR-TRAILER-SW
           MOVE 'N' TO GR-EOF
           OPEN INPUT GoodsReceived
           PERFORM CHECK-RECEIPT-CONTROL UNTIL END-OF-RECEIPTS
           CLOSE GoodsReceived.

       CHECK-RECEIPT-CONTROL.
           READ GoodsReceived
              AT END
                 SET END-OF-RECEIPTS TO TRUE
                 IF GR-REC-COUNT > ZERO AND NOT GR-TRAILER-SEEN
                    DISPLAY "*** GOODS RECEIVED FILE HAS NO "
                        "TRAILER - RUN ABANDONED, FILES LEFT "
                        "UNTOUCHED ***"
                    STOP RUN
                 END-IF
              NOT AT END
                 EVALUATE TRUE
                    WHEN GRC-HEADER-REC
                       CONTINUE
                    WHEN GRC-TRAILER-REC
                       SET GR-TRAILER-SEEN TO TRUE
                       IF GRC-REC-COUNT NOT = GR-REC-COUNT
                          OR GRC-HASH-TOTAL NOT = GR-HASH
                          DISPLAY "*** GOODS RECEIVED TRAILER DOES "
                              "NOT BALANCE - RUN ABANDONED, FILES "
                              "LEFT UNTOUCHED ***"
                          STOP RUN
                       END-IF
                    WHEN OTHER
                       ADD 1 TO GR-REC-COUNT
                       ADD GR-QTY-RECEIVED TO GR-HASH
                 END-EVALUATE
           END-READ.

       TOTAL-ORDER-LINE-RECEIPTS.
           MOVE 'N' TO WS-RECEIPT-FOUND
           MOVE ZERO TO WS-RECEIPT-VALUE
           MOVE WS-TODAY-DATE TO WS-RECEIPT-DATE
           MOVE 'N' TO GR-EOF
           OPEN INPUT GoodsReceived
           PERFORM READ-RECEIPT-RECORD UNTIL END-OF-RECEIPTS
           CLOSE GoodsReceived.

       READ-RECEIPT-RECORD.
           READ GoodsReceived
              AT END
                 SET END-OF-RECEIPTS TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN GRC-HEADER-REC
                       IF GRC-DATE NUMERIC AND GRC-DATE NOT = ZERO
                          MOVE GRC-DATE TO WS-RECEIPT-DATE
                       END-IF
                    WHEN GRC-TRAILER-REC
                       CONTINUE
                    WHEN OTHER
                       IF GR-PO-NUMBER = FT-PO-NUM
                          AND GR-STOCK-NUMBER = FT-STOCK-NUM
                          SET RECEIPT-FOUND TO TRUE
                          COMPUTE WS-RECEIPT-VALUE = WS-RECEIPT-VALUE
                              + GR-QTY-RECEIVED * GR-UNIT-COST
                       END-IF
                 END-EVALUATE
           END-READ.

       LOOKUP-ORDER-CURRENCY.
           MOVE ZERO TO WS-PO-CURRENCY
           MOVE 'N' TO ORDER-EOF
           OPEN INPUT OutstandingOrders
           PERFORM READ-ORDER-FOR-CURRENCY UNTIL END-OF-ORDERS
           CLOSE OutstandingOrders.

       READ-ORDER-FOR-CURRENCY.
           READ OutstandingOrders
              AT END
                 SET END-OF-ORDERS TO TRUE
              NOT AT END
                 IF OO-PO-NUMBER = FT-PO-NUM
                    AND OO-CURRENCY-CODE NUMERIC
                    MOVE OO-CURRENCY-CODE TO WS-PO-CURRENCY
                 END-IF
           END-READ.

       LOAD-FX-RATES.
           MOVE ZERO TO RATE-TABLE-COUNT
           MOVE 'N' TO FX-RATE-EOF
           OPEN INPUT ExchangeRateFile
           PERFORM READ-FX-RATE UNTIL END-OF-FX-RATES
           CLOSE ExchangeRateFile.

       READ-FX-RATE.
           READ ExchangeRateFile
              AT END
                 SET END-OF-FX-RATES TO TRUE
              NOT AT END
                 IF RATE-TABLE-COUNT >= RATE-TABLE-MAX
                    DISPLAY "*** EXCHANGE RATE FILE LARGER THAN "
                        "WORKING TABLE - RUN ABANDONED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO RATE-TABLE-COUNT
                 MOVE ER-CurrencyCode TO XR-CURRENCY(RATE-TABLE-COUNT)
                 MOVE ER-RateToHome TO XR-RATE(RATE-TABLE-COUNT)
                 MOVE ER-AsOfDate TO XR-AS-OF(RATE-TABLE-COUNT)
           END-READ.

      * The rate for a day is the latest one dated on or before it;
      * a currency with only later rates takes the earliest of
      * those.  Home currency, and a currency with no rates at all,
      * is taken at par.
       GET-FX-RATE.
           MOVE 1 TO WS-FX-RATE
           MOVE ZERO TO WS-FX-AS-OF
           IF WS-FX-CURRENCY NOT = ZERO
              PERFORM CONSIDER-FX-RATE
                  VARYING RATE-IDX FROM 1 BY 1
                  UNTIL RATE-IDX > RATE-TABLE-COUNT
           END-IF.

       CONSIDER-FX-RATE.
           IF XR-CURRENCY(RATE-IDX) = WS-FX-CURRENCY
              AND XR-RATE(RATE-IDX) > ZERO
              EVALUATE TRUE
                 WHEN WS-FX-AS-OF = ZERO
                 WHEN XR-AS-OF(RATE-IDX) <= WS-FX-DATE
                    AND (XR-AS-OF(RATE-IDX) > WS-FX-AS-OF
                      OR WS-FX-AS-OF > WS-FX-DATE)
                 WHEN XR-AS-OF(RATE-IDX) > WS-FX-DATE
                    AND WS-FX-AS-OF > XR-AS-OF(RATE-IDX)
                    MOVE XR-RATE(RATE-IDX) TO WS-FX-RATE
                    MOVE XR-AS-OF(RATE-IDX) TO WS-FX-AS-OF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      * The category, and with it the ledger accounts, cannot change.
      * A new life or method applies to the depreciation still to
      * come on the net book value.
       APPLY-CHANGE-ASSET.
           EVALUATE TRUE
              WHEN FT-CATEGORY NOT = SPACES
                AND FT-CATEGORY NOT = FA-CATEGORY
                 MOVE "category cannot be changed" TO WS-REJECT-REASON
              WHEN FT-LIFE NOT = SPACES
                AND (FT-LIFE NOT NUMERIC OR FT-LIFE-NUM = ZERO)
                 MOVE "useful life must be months above zero"
                     TO WS-REJECT-REASON
              WHEN FT-LIFE NOT = SPACES
                AND FT-LIFE-NUM < FA-MONTHS-CHARGED
                 MOVE "life shorter than months already charged"
                     TO WS-REJECT-REASON
              WHEN FT-METHOD NOT = SPACE AND NOT FT-METHOD-VALID
                 MOVE "method must be S or R" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              IF FT-DESCRIPTION NOT = SPACES
                 MOVE FT-DESCRIPTION TO FA-DESCRIPTION
              END-IF
              IF FT-LOCATION NOT = SPACES
                 MOVE FT-LOCATION TO FA-LOCATION
              END-IF
              IF FT-LIFE NOT = SPACES
                 MOVE FT-LIFE-NUM TO FA-LIFE-MONTHS
              END-IF
              IF FT-METHOD NOT = SPACE
                 MOVE FT-METHOD TO FA-METHOD
              END-IF
              PERFORM SAVE-ASSET-ENTRY
           END-IF.

      * The cost and depreciation to date come off the register; the
      * net book value is set against the proceeds in the disposals
      * account, leaving the gain or loss there.
       APPLY-DISPOSAL.
           MOVE WS-TODAY-DATE TO WS-DISPOSAL-DATE
           IF FT-DATE NOT = SPACES
              MOVE FT-DATE TO DV-DATE-IN
              PERFORM VALIDATE-DATE-FIELD
              IF DV-DATE-VALID
                 MOVE DV-DATE-OUT TO WS-DISPOSAL-DATE
              ELSE
                 MOVE "disposal date not a valid date"
                     TO WS-REJECT-REASON
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-REJECT-REASON NOT = SPACES
                 CONTINUE
              WHEN WS-DISPOSAL-DATE > WS-TODAY-DATE
                 MOVE "disposal date is in the future"
                     TO WS-REJECT-REASON
              WHEN WS-DISPOSAL-DATE < FA-ACQUIRED-DATE
                 MOVE "disposal date before acquisition"
                     TO WS-REJECT-REASON
              WHEN FT-AMOUNT NOT = SPACES AND FT-AMOUNT NOT NUMERIC
                 MOVE "proceeds not numeric" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-DISPOSAL-ACCOUNTS
           END-IF
           IF WS-REJECT-REASON = SPACES
              SET FA-DISPOSED TO TRUE
              MOVE WS-DISPOSAL-DATE TO FA-DISPOSAL-DATE
              MOVE ZERO TO FA-PROCEEDS
              IF FT-AMOUNT NOT = SPACES
                 MOVE FT-AMOUNT-NUM TO FA-PROCEEDS
              END-IF
              COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPN
              COMPUTE WS-GAIN-LOSS = FA-PROCEEDS - WS-NET-BOOK-VALUE
              PERFORM SAVE-ASSET-ENTRY
              MOVE SPACES TO WS-REFERENCE
              STRING "FA" FA-ASSET-NUMBER DELIMITED BY SIZE
                  INTO WS-REFERENCE
              MOVE "FAX" TO WS-LOOKUP-SOURCE
              PERFORM LOOKUP-CATEGORY-SOURCE
              MOVE FA-ACCUM-DEPN TO WS-POST-VALUE
              PERFORM POST-LEDGER-PAIR
              MOVE "FAN" TO WS-LOOKUP-SOURCE
              PERFORM LOOKUP-CATEGORY-SOURCE
              MOVE WS-NET-BOOK-VALUE TO WS-POST-VALUE
              PERFORM POST-LEDGER-PAIR
              MOVE "FAP" TO WS-LOOKUP-SOURCE
              PERFORM LOOKUP-CATEGORY-SOURCE
              MOVE FA-PROCEEDS TO WS-POST-VALUE
              PERFORM POST-LEDGER-PAIR
           END-IF.

       CHECK-DISPOSAL-ACCOUNTS.
           MOVE "FAX" TO WS-LOOKUP-SOURCE
           PERFORM LOOKUP-CATEGORY-SOURCE
           IF MAP-SOURCE-FOUND
              MOVE "FAN" TO WS-LOOKUP-SOURCE
              PERFORM LOOKUP-CATEGORY-SOURCE
           END-IF
           IF MAP-SOURCE-FOUND
              MOVE "FAP" TO WS-LOOKUP-SOURCE
              PERFORM LOOKUP-CATEGORY-SOURCE
           END-IF
           IF NOT MAP-SOURCE-FOUND
              MOVE "no ledger accounts for disposal"
                  TO WS-REJECT-REASON
           END-IF.

       SAVE-ASSET-ENTRY.
           MOVE FixedAssetRec TO FAT-ASSET-DATA(WS-FAT-IDX).

      * Posts WS-POST-VALUE, in whole currency units, to the accounts
      * found for WS-LOOKUP-SOURCE.  WS-POST-NOTE keeps the worst
      * outcome of the postings made for one transaction.
       POST-LEDGER-PAIR.
           MOVE 'N' TO WS-AMOUNT-TOO-BIG
           COMPUTE WS-POST-AMOUNT ROUNDED = WS-POST-VALUE
               ON SIZE ERROR
                   SET AMOUNT-TOO-BIG TO TRUE
                   MOVE ZERO TO WS-POST-AMOUNT
           END-COMPUTE
           EVALUATE TRUE
              WHEN NOT MAP-SOURCE-FOUND
                 ADD 1 TO POSTINGS-HELD
                 MOVE "NO ACCOUNT MAP" TO WS-POST-NOTE
              WHEN AMOUNT-TOO-BIG
                 ADD 1 TO POSTINGS-HELD
                 MOVE "TOO LARGE-HELD" TO WS-POST-NOTE
                 DISPLAY "*** " WS-LOOKUP-SOURCE " AMOUNT "
                     WS-POST-VALUE " EXCEEDS THE LEDGER "
                     "TRANSACTION SIZE - NOT POSTED ***"
              WHEN WS-POST-AMOUNT = ZERO
                 IF WS-POST-NOTE = SPACES
                    MOVE "NIL VALUE" TO WS-POST-NOTE
                 END-IF
              WHEN OTHER
                 PERFORM WRITE-POSTING-PAIR
                 IF WS-POST-NOTE = SPACES
                    OR WS-POST-NOTE = "NIL VALUE"
                    MOVE "POSTED" TO WS-POST-NOTE
                 END-IF
           END-EVALUATE.

       WRITE-POSTING-PAIR.
           MOVE WS-DR-ACCOUNT TO TX-Account
           MOVE 'D' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-REFERENCE TO TX-Reference
           MOVE WS-TODAY-DATE TO TX-Date
           WRITE TransactionRecord
           MOVE WS-CR-ACCOUNT TO TX-Account
           MOVE 'C' TO TX-DrCr
           MOVE WS-POST-AMOUNT TO TX-Amount
           MOVE WS-REFERENCE TO TX-Reference
           MOVE WS-TODAY-DATE TO TX-Date
           WRITE TransactionRecord
           ADD 2 TO POSTINGS-WRITTEN.

       WRITE-ASSET-JOURNAL.
           MOVE SPACES TO FixedAssetJournalRec
           MOVE WS-TODAY-DATE TO AJ-DATE
           MOVE FT-ACTION TO AJ-ACTION
           MOVE FA-ASSET-NUMBER TO AJ-ASSET-NUMBER
           MOVE FA-CATEGORY TO AJ-CATEGORY
           MOVE FA-COST TO AJ-COST
           MOVE FA-ACCUM-DEPN TO AJ-ACCUM-DEPN
           MOVE FA-PROCEEDS TO AJ-PROCEEDS
           MOVE WS-GAIN-LOSS TO AJ-GAIN-LOSS
           MOVE FA-LOCATION TO AJ-LOCATION
           MOVE WS-POST-NOTE TO AJ-POSTING-NOTE
           WRITE FixedAssetJournalRec.

       WRITE-ASSET-REJECT.
           MOVE FT-ACTION TO AR-ACTION
           MOVE FT-ASSET-NUMBER TO AR-ASSET-NUMBER
           MOVE FT-DESCRIPTION TO AR-DESCRIPTION
           MOVE WS-REJECT-REASON TO AR-REASON
           WRITE FixedAssetRejectLine FROM AssetRejectDetail.

       REWRITE-ASSET-FILE.
           OPEN OUTPUT FixedAssetFile
           PERFORM WRITE-ONE-ASSET
               VARYING FAT-IDX FROM 1 BY 1
               UNTIL FAT-IDX > FAT-TABLE-COUNT
           CLOSE FixedAssetFile.

       WRITE-ONE-ASSET.
           MOVE FAT-ASSET-DATA(FAT-IDX) TO FixedAssetRec
           WRITE FixedAssetRec.

      *****************************************************************
      * Depreciation run.  Each active asset acquired by the end of
      * the month and not yet charged for it takes one month's
      * charge, starting in the month it was acquired.  The charges
      * are posted by category as source FADcccc.
      *****************************************************************
       RUN-DEPRECIATION.
           DISPLAY "Depreciation month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-DEPN-MONTH
           IF WS-DEPN-MONTH NOT NUMERIC
              OR WS-DEPN-MM < 1 OR WS-DEPN-MM > 12
              DISPLAY "Depreciation month is not a valid month."
           ELSE
              IF WS-DEPN-MONTH > WS-TODAY-MONTH
                 DISPLAY "Cannot depreciate for a future month."
              ELSE
                 PERFORM CHARGE-DEPRECIATION
              END-IF
           END-IF.

       CHARGE-DEPRECIATION.
           PERFORM LOAD-ASSET-TABLE
           PERFORM LOAD-ACCOUNT-MAP
           MOVE ZERO TO CAT-TABLE-COUNT
           PERFORM LIST-DEPRECIATION-CATEGORY
               VARYING FAT-IDX FROM 1 BY 1
               UNTIL FAT-IDX > FAT-TABLE-COUNT
           OPEN OUTPUT DepreciationReport
           OPEN EXTEND TransactionFile
           MOVE WS-DEPN-MONTH TO DH-MONTH
           WRITE DepreciationLine FROM DepnHeading1
               AFTER ADVANCING PAGE
           WRITE DepreciationLine FROM DepnHeading2
               AFTER ADVANCING 2 LINES
           PERFORM DEPRECIATE-ONE-ASSET
               VARYING FAT-IDX FROM 1 BY 1
               UNTIL FAT-IDX > FAT-TABLE-COUNT
           WRITE DepreciationLine FROM DepnPostHeading
               AFTER ADVANCING 3 LINES
           MOVE SPACES TO WS-REFERENCE
           STRING "FD" WS-DEPN-MONTH DELIMITED BY SIZE
               INTO WS-REFERENCE
           PERFORM POST-CATEGORY-DEPRECIATION
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-TABLE-COUNT
           MOVE ASSETS-CHARGED TO DT-ASSETS
           MOVE TOTAL-CHARGE TO DT-CHARGE
           WRITE DepreciationLine FROM DepnTrailer
               AFTER ADVANCING 2 LINES
           CLOSE DepreciationReport
           CLOSE TransactionFile
           PERFORM REWRITE-ASSET-FILE
           DISPLAY "Depreciation run complete for " WS-DEPN-MONTH
           DISPLAY "Assets charged:        " ASSETS-CHARGED
           DISPLAY "Ledger postings:       " POSTINGS-WRITTEN
           IF POSTINGS-HELD > ZERO
              DISPLAY "Postings held:         " POSTINGS-HELD
           END-IF.

      * The categories due a charge are set up in the table before
      * the report is opened, so a table overflow leaves every file
      * as it was.
       LIST-DEPRECIATION-CATEGORY.
           MOVE FAT-ASSET-DATA(FAT-IDX) TO FixedAssetRec
           PERFORM CHECK-ASSET-DUE
           IF ASSET-DUE-FOR-CHARGE
              PERFORM LOOKUP-CATEGORY-ENTRY
              IF WS-CAT-IDX = ZERO
                 IF CAT-TABLE-COUNT >= CAT-TABLE-MAX
                    DISPLAY "*** MORE ASSET CATEGORIES DUE A CHARGE "
                        "THAN WORKING TABLE - RUN ABANDONED, FILES "
                        "LEFT UNTOUCHED ***"
                    STOP RUN
                 END-IF
                 ADD 1 TO CAT-TABLE-COUNT
                 MOVE FA-CATEGORY TO CT-CATEGORY(CAT-TABLE-COUNT)
                 MOVE ZERO TO CT-CHARGE(CAT-TABLE-COUNT)
                 MOVE ZERO TO CT-ASSETS(CAT-TABLE-COUNT)
              END-IF
           END-IF.

       CHECK-ASSET-DUE.
           MOVE 'N' TO WS-ASSET-DUE-SW
           MOVE FA-ACQUIRED-DATE(1:6) TO WS-ACQUIRED-MONTH
           IF FA-ACTIVE
              AND WS-ACQUIRED-MONTH <= WS-DEPN-MONTH
              AND FA-LAST-DEPN-MONTH < WS-DEPN-MONTH
              AND FA-ACCUM-DEPN < FA-COST
              AND FA-MONTHS-CHARGED < FA-LIFE-MONTHS
              SET ASSET-DUE-FOR-CHARGE TO TRUE
           END-IF.

       DEPRECIATE-ONE-ASSET.
           MOVE FAT-ASSET-DATA(FAT-IDX) TO FixedAssetRec
           PERFORM CHECK-ASSET-DUE
           IF ASSET-DUE-FOR-CHARGE
              PERFORM COMPUTE-MONTH-CHARGE
              ADD WS-CHARGE TO FA-ACCUM-DEPN
              ADD 1 TO FA-MONTHS-CHARGED
              MOVE WS-DEPN-MONTH TO FA-LAST-DEPN-MONTH
              MOVE FixedAssetRec TO FAT-ASSET-DATA(FAT-IDX)
              ADD 1 TO ASSETS-CHARGED
              ADD WS-CHARGE TO TOTAL-CHARGE
              PERFORM ADD-CATEGORY-CHARGE
              MOVE FA-ASSET-NUMBER TO DD-ASSET-NUMBER
              MOVE FA-DESCRIPTION TO DD-DESCRIPTION
              MOVE FA-CATEGORY TO DD-CATEGORY
              MOVE FA-METHOD TO DD-METHOD
              MOVE FA-LIFE-MONTHS TO DD-LIFE
              MOVE WS-CHARGE TO DD-CHARGE
              MOVE FA-ACCUM-DEPN TO DD-ACCUM-DEPN
              COMPUTE DD-NBV = FA-COST - FA-ACCUM-DEPN
              WRITE DepreciationLine FROM DepnDetail
                  AFTER ADVANCING 1 LINE
           END-IF.

      * The final month of the life takes whatever is left.
       COMPUTE-MONTH-CHARGE.
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPN
           IF FA-MONTHS-CHARGED + 1 >= FA-LIFE-MONTHS
              MOVE WS-NET-BOOK-VALUE TO WS-CHARGE
           ELSE
              IF FA-REDUCING-BALANCE
                 COMPUTE WS-CHARGE ROUNDED =
                     WS-NET-BOOK-VALUE * 2 / FA-LIFE-MONTHS
              ELSE
                 COMPUTE WS-CHARGE ROUNDED =
                     FA-COST / FA-LIFE-MONTHS
              END-IF
              IF WS-CHARGE > WS-NET-BOOK-VALUE
                 MOVE WS-NET-BOOK-VALUE TO WS-CHARGE
              END-IF
           END-IF.

       ADD-CATEGORY-CHARGE.
           PERFORM LOOKUP-CATEGORY-ENTRY
           ADD WS-CHARGE TO CT-CHARGE(WS-CAT-IDX)
           ADD 1 TO CT-ASSETS(WS-CAT-IDX).

       LOOKUP-CATEGORY-ENTRY.
           MOVE ZERO TO WS-CAT-IDX
           PERFORM FIND-CATEGORY-ENTRY
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-TABLE-COUNT.

       FIND-CATEGORY-ENTRY.
           IF CT-CATEGORY(CAT-IDX) = FA-CATEGORY
              MOVE CAT-IDX TO WS-CAT-IDX
           END-IF.

       POST-CATEGORY-DEPRECIATION.
           MOVE SPACES TO WS-POST-NOTE
           MOVE "FAD" TO WS-LOOKUP-SOURCE
           MOVE CT-CATEGORY(CAT-IDX) TO WS-LOOKUP-SOURCE(4:4)
           PERFORM LOOKUP-ACCOUNT-MAP
           MOVE CT-CHARGE(CAT-IDX) TO WS-POST-VALUE
           PERFORM POST-LEDGER-PAIR
           MOVE CT-CATEGORY(CAT-IDX) TO DP-CATEGORY
           MOVE WS-LOOKUP-SOURCE TO DP-SOURCE
           MOVE WS-DR-ACCOUNT TO DP-DR-ACCOUNT
           MOVE WS-CR-ACCOUNT TO DP-CR-ACCOUNT
           MOVE CT-ASSETS(CAT-IDX) TO DP-ASSETS
           MOVE CT-CHARGE(CAT-IDX) TO DP-CHARGE
           MOVE WS-POST-NOTE TO DP-NOTE
           WRITE DepreciationLine FROM DepnPostDetail
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * Fixed asset schedule.  Assets still held, by category, with
      * cost, depreciation to date and net book value.
      *****************************************************************
       PRODUCE-ASSET-SCHEDULE.
           SORT AssetSortWork
               ON ASCENDING KEY AS-CATEGORY AS-ASSET-NUMBER
               INPUT PROCEDURE IS SELECT-ASSETS-HELD
               GIVING SortedAssets
           OPEN INPUT SortedAssets
           OPEN OUTPUT AssetSchedule
           MOVE WS-TODAY-DATE TO SH-DATE
           WRITE AssetScheduleLine FROM ScheduleHeading1
               AFTER ADVANCING PAGE
           WRITE AssetScheduleLine FROM ScheduleHeading2
               AFTER ADVANCING 2 LINES
           PERFORM READ-SORTED-ASSET
           PERFORM SCHEDULE-ONE-CATEGORY UNTIL END-OF-SORTED-ASSETS
           MOVE "All categories" TO ST-LABEL
           MOVE TOTAL-ASSETS TO ST-ASSETS
           MOVE TOTAL-COST TO ST-COST
           MOVE TOTAL-ACCUM TO ST-ACCUM-DEPN
           MOVE TOTAL-NBV TO ST-NBV
           WRITE AssetScheduleLine FROM ScheduleTotalLine
               AFTER ADVANCING 2 LINES
           CLOSE SortedAssets
           CLOSE AssetSchedule
           DISPLAY "Fixed asset schedule produced. Assets: "
               TOTAL-ASSETS.

       SELECT-ASSETS-HELD.
           MOVE 'N' TO ASSET-EOF
           OPEN INPUT FixedAssetFile
           PERFORM READ-ASSET-FOR-SCHEDULE UNTIL END-OF-ASSETS
           CLOSE FixedAssetFile.

       READ-ASSET-FOR-SCHEDULE.
           READ FixedAssetFile
              AT END
                 SET END-OF-ASSETS TO TRUE
              NOT AT END
                 IF FA-ACTIVE
                    MOVE FA-CATEGORY TO AS-CATEGORY
                    MOVE FA-ASSET-NUMBER TO AS-ASSET-NUMBER
                    MOVE FixedAssetRec TO AS-ASSET-DATA
                    RELEASE AssetSortRec
                 END-IF
           END-READ.

       READ-SORTED-ASSET.
           READ SortedAssets
              AT END SET END-OF-SORTED-ASSETS TO TRUE
           END-READ.

       SCHEDULE-ONE-CATEGORY.
           MOVE SA-CATEGORY TO PrevCategory
           MOVE ZERO TO CATEGORY-COST
           MOVE ZERO TO CATEGORY-ACCUM
           MOVE ZERO TO CATEGORY-NBV
           MOVE ZERO TO CATEGORY-ASSETS
           MOVE PrevCategory TO SC-CATEGORY
           WRITE AssetScheduleLine FROM ScheduleCategoryLine
               AFTER ADVANCING 2 LINES
           PERFORM SCHEDULE-ONE-ASSET
               UNTIL END-OF-SORTED-ASSETS
               OR SA-CATEGORY NOT = PrevCategory
           MOVE "Category total" TO ST-LABEL
           MOVE CATEGORY-ASSETS TO ST-ASSETS
           MOVE CATEGORY-COST TO ST-COST
           MOVE CATEGORY-ACCUM TO ST-ACCUM-DEPN
           MOVE CATEGORY-NBV TO ST-NBV
           WRITE AssetScheduleLine FROM ScheduleTotalLine
               AFTER ADVANCING 1 LINE.

       SCHEDULE-ONE-ASSET.
           MOVE SA-ASSET-DATA TO FixedAssetRec
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPN
           MOVE FA-ASSET-NUMBER TO SD-ASSET-NUMBER
           MOVE FA-DESCRIPTION TO SD-DESCRIPTION
           MOVE FA-ACQUIRED-DATE TO SD-ACQUIRED-DATE
           MOVE FA-LOCATION TO SD-LOCATION
           MOVE FA-COST TO SD-COST
           MOVE FA-ACCUM-DEPN TO SD-ACCUM-DEPN
           MOVE WS-NET-BOOK-VALUE TO SD-NBV
           WRITE AssetScheduleLine FROM ScheduleDetail
               AFTER ADVANCING 1 LINE
           ADD FA-COST TO CATEGORY-COST TOTAL-COST
           ADD FA-ACCUM-DEPN TO CATEGORY-ACCUM TOTAL-ACCUM
           ADD WS-NET-BOOK-VALUE TO CATEGORY-NBV TOTAL-NBV
           ADD 1 TO CATEGORY-ASSETS TOTAL-ASSETS
           PERFORM READ-SORTED-ASSET.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** FIXED ASSET REGISTER LARGER THAN WORKING TABLE"
               " - RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.

       COPY DATEVALP.
