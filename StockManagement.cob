               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockValuation ASSIGN TO "StockValuation.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ValuationHistory
               ASSIGN TO "StockValuationHistory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ManufacturerFile ASSIGN TO "Manufacturer.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockCategoryFile
               ASSIGN TO "StockCategory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionReport ASSIGN TO "StockExceptions.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CheckpointFile ASSIGN TO "StockCheckpoint.Dat".
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockIssues ASSIGN TO "StockIssues.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IssuesJournal ASSIGN TO "IssuesJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IssueRejects ASSIGN TO "IssueRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockReturns ASSIGN TO "StockReturns.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReturnsJournal
               ASSIGN TO "ReturnsJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReturnRejects ASSIGN TO "ReturnRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SupplierCatalogue
               ASSIGN TO "SupplierCatalogue.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ExchangeRateFile
               ASSIGN TO "ExchangeRate.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StockWriteOffs ASSIGN TO "StockWriteOffs.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockAuthorizers
               ASSIGN TO "StockAuthorizers.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WriteOffJournal
               ASSIGN TO "WriteOffJournal.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WriteOffRejects ASSIGN TO "WriteOffRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockLots ASSIGN TO "StockLots.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Backorders ASSIGN TO "Backorders.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EquipmentRegister
               ASSIGN TO "EquipmentRegister.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StockAllocations
               ASSIGN TO "StockAllocations.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BillOfMaterials ASSIGN TO "BillOfMaterials.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QuarantineBalances
       COPY RUNCTL.

       FD StockFile.
       COPY STOCK.

       FD ReorderAlert.
       01 ReorderAlertLine  PIC X(95).

       FD StockValuation.
       01 StockValuationLine  PIC X(100).

       FD ValuationHistory.
       COPY STKVALH.

       FD StockCategoryFile.
       COPY STKCAT.

       FD ManufacturerFile.
       01 ManufacturerRec.
           02 MF-PHONE          PIC X(15).
           02 MF-LEAD-DAYS      PIC 9(3).
           02 MF-MIN-ORDER-QTY  PIC 9(6).
           02 MF-CURRENCY-CODE  PIC 99.

       FD ExceptionReport.
       01 ExceptionReportLine  PIC X(60).
           02 CK-LAST-STOCK-NUMBER  PIC 9(5).
           02 CK-RECORD-COUNT       PIC 9(7).
           02 CK-GRAND-VALUATION    PIC 9(8)V99.
      * One of these follows the checkpoint record for each category
      * valued so far, so the category subtotals survive a restart.
       01 CheckpointCategoryRec.
           02 CKC-CATEGORY-CODE     PIC X(4).
           02 CKC-ITEM-COUNT        PIC 9(5).
           02 CKC-VALUE             PIC 9(8)V99.
           02 FILLER                PIC X(3).

       FD GoodsReceived.
       01 GoodsReceivedRec.
           02 LSW-MANF-NUMBER   PIC 9(4).
           02 LSW-STOCK-NUMBER  PIC 9(5).
           02 LSW-REORDER-QTY   PIC 9(6).
           02 LSW-UNIT-OF-MEASURE PIC X(4).
           02 LSW-UNIT-PRICE    PIC 9(5)V99.
           02 LSW-MIN-QTY       PIC 9(6).
           02 LSW-DESCRIPTION   PIC X(30).

       SD LowStockSortWork.
       01 LSSW-Rec.
           02 LSSW-MANF-NUMBER   PIC 9(4).
           02 LSSW-STOCK-NUMBER  PIC 9(5).
           02 LSSW-REORDER-QTY   PIC 9(6).
           02 LSSW-UNIT-OF-MEASURE PIC X(4).
           02 LSSW-UNIT-PRICE    PIC 9(5)V99.
           02 LSSW-MIN-QTY       PIC 9(6).
           02 LSSW-DESCRIPTION   PIC X(30).

       FD SortedLowStock.
       01 SortedLowStockRec.
           02 SLS-MANF-NUMBER   PIC 9(4).
           02 SLS-STOCK-NUMBER  PIC 9(5).
           02 SLS-REORDER-QTY   PIC 9(6).
           02 SLS-UNIT-OF-MEASURE PIC X(4).
           02 SLS-UNIT-PRICE    PIC 9(5)V99.
           02 SLS-MIN-QTY       PIC 9(6).
           02 SLS-DESCRIPTION   PIC X(30).

       FD PurchaseOrder.
       01 PurchaseOrderLine  PIC X(100).

       FD ReorderNotification.
       01 ReorderNotificationLine  PIC X(110).

       FD StockListing.
       01 StockListingLine   PIC X(70).
           02 PC-LAST-PO-NUMBER  PIC 9(6).

       FD OutstandingOrders.
       COPY OUTORD.

       FD StockMaintTrans.
       01 StockMaintTransRec.
           02 SM-UNIT-COST-NUM REDEFINES SM-UNIT-COST
                                PIC 9(5)V99.
           02 SM-USER-ID        PIC X(8).
           02 SM-DESCRIPTION    PIC X(30).
           02 SM-UNIT-OF-MEASURE PIC X(4).
           02 SM-CATEGORY-CODE  PIC X(4).

       FD StockAuditJournal.
       01 StockAuditLine        PIC X(200).

       FD StockMaintRejects.
       01 StockMaintRejectLine  PIC X(70).

       FD IssuesJournal.
       01 IssuesJournalLine  PIC X(60).
       01 IssuesJournalInRec.
           02 IJI-DATE         PIC 9(8).
           02 FILLER           PIC X.
           02 IJI-STOCK-NUMBER PIC 9(5).
           02 FILLER           PIC X.
           02 IJI-DEPARTMENT   PIC X(10).
           02 FILLER           PIC X.
           02 IJI-QTY-ISSUED   PIC 9(6).
           02 FILLER           PIC X(28).

       FD IssueRejects.
       01 IssueRejectLine    PIC X(70).

       FD StockReturns.
       01 StockReturnRec.
           02 SR-STOCK-NUMBER  PIC 9(5).
           02 SR-QTY-RETURNED  PIC 9(6).
           02 SR-DEPARTMENT    PIC X(10).
           02 SR-ISSUE-DATE    PIC 9(8).

       FD ReturnsJournal.
       COPY STKRTN.

       FD ReturnRejects.
       01 ReturnRejectLine   PIC X(80).

       FD SupplierCatalogue.
       COPY SUPPCAT.

       FD ExchangeRateFile.
       01 ExchangeRateRecord.
           02 ER-CurrencyCode    PIC 99.
           02 ER-RateToHome      PIC 9(3)V9999.
           02 ER-AsOfDate        PIC 9(8).

       FD StockWriteOffs.
       01 StockWriteOffRec.
           02 WO-STOCK-NUMBER  PIC 9(5).
           02 WO-QTY           PIC 9(6).
           02 WO-REASON        PIC X.
               88 WO-REASON-VALID VALUE 'D' 'E' 'L' 'O'.
           02 WO-USER-ID       PIC X(8).
           02 WO-AUTH-ID       PIC X(8).

       FD StockAuthorizers.
       COPY STKAUTH.

       FD WriteOffJournal.
       COPY STKWOF.

       FD WriteOffRejects.
       01 WriteOffRejectLine PIC X(90).

       FD QuarantineBalances.
       01 QuarantineBalanceRec.
           02 QB-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 LOT-QTY          PIC 9(6).

       FD EquipmentRegister.
       COPY EQUIPREG.

       FD StockAllocations.
       COPY STKALLOC.

       WORKING-STORAGE SECTION.
       77 END-OF-FILE PIC X VALUE 'N'.

           88 ISSUE-MODE       VALUE 'I' 'i'.
           88 MAINTENANCE-MODE VALUE 'M' 'm'.
           88 KIT-MODE         VALUE 'K' 'k'.
           88 RETURN-MODE      VALUE 'T' 't'.
           88 WRITEOFF-MODE    VALUE 'W' 'w'.

       01 GR-EOF    PIC X VALUE 'N'.
           88 END-OF-RECEIPTS VALUE 'Y'.

       01 ReorderAlertHeading.
           02 FILLER           PIC X(59)
           VALUE "Stock Number  Manf QtyInStock ReorderQty Manf Name".
           02 FILLER           PIC X(11) VALUE "Description".

       01 ReorderAlertDetail.
           02 RA-STOCK-NUMBER  PIC Z(4)9.
           02 RA-REORDER-QTY   PIC Z(5)9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 RA-MANF-NAME     PIC X(20).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RA-DESCRIPTION   PIC X(30).

       01 ReorderNotificationDetail.
           02 FILLER               PIC X(21)
               VALUE " Reorder Qty:".
           02 FILLER               PIC X(1) VALUE SPACE.
           02 RN-REORDER-QTY       PIC Z(5)9.
           02 FILLER               PIC X(3) VALUE " - ".
           02 RN-DESCRIPTION       PIC X(30).

       01 MANF-TABLE-MAX    PIC 99 VALUE 50.
       01 MANF-TABLE-COUNT  PIC 99 VALUE ZERO.
               03 MT-MANF-NAME      PIC X(20).
               03 MT-LEAD-DAYS      PIC 9(3).
               03 MT-MIN-ORDER-QTY  PIC 9(6).
               03 MT-CURRENCY-CODE  PIC 99.

      * Supplier currencies are converted to home at the
      * ExchangeRate.Dat rate for WS-FX-DATE: today when orders are
      * raised, the goods received date for receipts.
       01 FX-RATE-EOF          PIC X VALUE 'N'.
           88 END-OF-FX-RATES  VALUE 'Y'.
       01 WS-FX-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-FX-CURRENCY       PIC 99 VALUE ZERO.
       01 WS-FX-RATE           PIC 9(3)V9999 VALUE ZEROS.
       01 WS-FX-RATE-SW        PIC X VALUE 'Y'.
           88 FX-RATE-FOUND    VALUE 'Y'.
       01 RATE-TABLE-MAX       PIC 99 VALUE 50.
       01 RATE-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 RATE-IDX             PIC 99 VALUE ZERO.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 50 TIMES.
               03 XR-CURRENCY   PIC 99.
               03 XR-RATE       PIC 9(3)V9999.
               03 XR-AS-OF      PIC 9(8).

      * Purchase orders raised in a foreign currency, so receipts
      * against them can be costed in home currency.
       01 FX-ORDER-EOF         PIC X VALUE 'N'.
           88 END-OF-FX-ORDERS VALUE 'Y'.
       01 FXO-TABLE-MAX        PIC 9(4) VALUE 1000.
       01 FXO-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 FXO-IDX              PIC 9(4) VALUE ZERO.
       01 FX-ORDER-TABLE.
           02 FXO-ENTRY OCCURS 1000 TIMES.
               03 FXO-PO-NUMBER    PIC 9(6).
               03 FXO-CURRENCY     PIC 99.
       01 WS-RECEIPT-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-LOOKUP-PO-NUMBER  PIC 9(6) VALUE ZEROS.
       01 WS-PO-CURRENCY       PIC 99 VALUE ZERO.

       01 StockValuationHeading.
           02 FILLER           PIC X(52)
           VALUE "Stock Number  QtyInStock   UnitCost   ExtendedValue".
           02 FILLER           PIC X(23)
               VALUE "UOM   Cat   Description".

       01 StockValuationDetail.
           02 SV-STOCK-NUMBER  PIC Z(4)9.
           02 SV-UNIT-COST     PIC Z(4)9.99.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 SV-EXTENDED      PIC Z(7)9.99.
           02 FILLER           PIC X(12) VALUE SPACES.
           02 SV-UNIT-OF-MEASURE PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SV-CATEGORY-CODE PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SV-DESCRIPTION   PIC X(30).

       01 StockValuationCategoryHeading.
           02 FILLER           PIC X(40)
               VALUE "Inventory Value by Category".
       01 StockValuationCategoryColHeads.
           02 FILLER           PIC X(52)
           VALUE "  Cat   Category Name          Items         Value".
       01 StockValuationCategoryLine.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SVC-CATEGORY-CODE PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 SVC-CATEGORY-NAME PIC X(20).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 SVC-ITEM-COUNT   PIC ZZZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 SVC-VALUE        PIC Z(7)9.99.

       01 StockValuationTotalLine.
           02 FILLER         PIC X(25) VALUE "Total Inventory Value:".
           02 SV-GRAND-TOTAL PIC Z(7)9.99.

       01 GRAND-VALUATION  PIC 9(8)V99 VALUE ZEROS.

       01 CATEGORY-TABLE-MAX    PIC 99 VALUE 99.
       01 CATEGORY-TABLE-COUNT  PIC 99 VALUE ZERO.
       01 CATEGORY-EOF          PIC X  VALUE 'N'.
           88 END-OF-CATEGORIES VALUE 'Y'.
       01 CATEGORY-IDX          PIC 999 VALUE ZERO.
       01 WS-CATEGORY-FOUND     PIC X  VALUE 'N'.
           88 CATEGORY-IS-FOUND VALUE 'Y'.
       01 WS-CATEGORY-CODE      PIC X(4)  VALUE SPACES.
       01 WS-CATEGORY-NAME      PIC X(20) VALUE SPACES.

       01 CATEGORY-TABLE.
           02 CATEGORY-ENTRY OCCURS 99 TIMES.
               03 CAT-CATEGORY-CODE PIC X(4).
               03 CAT-CATEGORY-NAME PIC X(20).

      * Valuation subtotals, one entry per category met on the master
      * (items whose category is not on the table get their own line).
       01 VALCAT-MAX            PIC 9(3) VALUE 100.
       01 VALCAT-COUNT          PIC 9(3) VALUE ZERO.
       01 VALCAT-IDX            PIC 9(3) VALUE ZERO.
       01 WS-VALCAT-IDX         PIC 9(3) VALUE ZERO.
       01 CHECKPOINT-CAT-EOF    PIC X VALUE 'N'.
           88 END-OF-CHECKPOINT-CATS VALUE 'Y'.

       01 VALCAT-TABLE.
           02 VALCAT-ENTRY OCCURS 100 TIMES.
               03 VCT-CATEGORY-CODE PIC X(4).
               03 VCT-ITEM-COUNT    PIC 9(5).
               03 VCT-VALUE         PIC 9(8)V99.
       01 LINE-EXTENSION   PIC 9(8)V99 VALUE ZEROS.

       01 WS-RECORD-VALID  PIC X VALUE 'Y'.
           02 FILLER           PIC X VALUE SPACE.
           02 SA-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X(6) VALUE " old: ".
           02 SA-OLD-VALUES    PIC X(77).
           02 FILLER           PIC X(6) VALUE " new: ".
           02 SA-NEW-VALUES    PIC X(77).

       01 StockAuditValues.
           02 SAV-MANF-NUMBER   PIC 9(4).
           02 SAV-REORDER-QTY   PIC 9(6).
           02 FILLER            PIC X VALUE SPACE.
           02 SAV-UNIT-COST     PIC 9(5)V99.
           02 FILLER            PIC X VALUE SPACE.
           02 SAV-UNIT-OF-MEASURE PIC X(4).
           02 FILLER            PIC X VALUE SPACE.
           02 SAV-CATEGORY-CODE PIC X(4).
           02 FILLER            PIC X VALUE SPACE.
           02 SAV-DESCRIPTION   PIC X(30).

       01 StockMaintRejectDetail.
           02 SJ-ACTION        PIC X.
       01 WS-KIT-SHORT         PIC X VALUE 'N'.
           88 KIT-IS-SHORT     VALUE 'Y'.
       01 WS-COMPONENT-QTY     PIC 9(6) VALUE ZERO.
       01 RETURN-EOF           PIC X VALUE 'N'.
           88 END-OF-RETURNS   VALUE 'Y'.
       01 JOURNAL-SCAN-EOF     PIC X VALUE 'N'.
           88 END-OF-JOURNAL-SCAN VALUE 'Y'.
       01 RETURNS-READ         PIC 9(4) VALUE ZERO.
       01 RETURNS-APPLIED      PIC 9(4) VALUE ZERO.
       01 RETURNS-REJECTED     PIC 9(4) VALUE ZERO.
       01 WS-REF-QTY-ISSUED    PIC 9(7) VALUE ZERO.
       01 WS-REF-QTY-RETURNED  PIC 9(7) VALUE ZERO.

       01 ReturnRejectDetail.
           02 RR-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 RR-DEPARTMENT    PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 RR-QTY-RETURNED  PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 RR-ISSUE-DATE    PIC 9(8).
           02 FILLER           PIC X(12)
               VALUE " rejected - ".
           02 RR-REASON        PIC X(36).

       01 CATALOGUE-EOF        PIC X VALUE 'N'.
           88 END-OF-CATALOGUE VALUE 'Y'.
       01 SPT-TABLE-MAX        PIC 9(4) VALUE 2000.
       01 SPT-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 SPT-IDX              PIC 9(4) VALUE ZERO.
       01 SUPPLIER-PRICE-TABLE.
           02 SPT-ENTRY OCCURS 2000 TIMES.
               03 SPT-STOCK-NUMBER PIC 9(5).
               03 SPT-MANF-NUMBER  PIC 9(4).
               03 SPT-PRICE        PIC 9(5)V99.
               03 SPT-LANDED       PIC 9(6)V99.
               03 SPT-MIN-QTY      PIC 9(6).
       01 WS-BEST-IDX          PIC 9(4) VALUE ZERO.
       01 WS-BEST-LANDED       PIC 9(8)V99 VALUE ZEROS.
       01 WS-CAND-LANDED       PIC 9(8)V99 VALUE ZEROS.
       01 WS-CAND-CURRENCY     PIC 99 VALUE ZERO.
       01 WS-BEST-LEAD         PIC 9(3) VALUE ZEROS.
       01 WS-CAND-LEAD         PIC 9(3) VALUE ZEROS.
       01 WS-CAND-MANF         PIC 9(4) VALUE ZEROS.
       01 WS-CAND-KNOWN        PIC X VALUE 'N'.
           88 CANDIDATE-KNOWN  VALUE 'Y'.

       01 WRITEOFF-EOF         PIC X VALUE 'N'.
           88 END-OF-WRITEOFFS VALUE 'Y'.
       01 AUTH-EOF             PIC X VALUE 'N'.
           88 END-OF-AUTHORIZERS VALUE 'Y'.
       01 WRITEOFFS-READ       PIC 9(4) VALUE ZERO.
       01 WRITEOFFS-APPLIED    PIC 9(4) VALUE ZERO.
       01 WRITEOFFS-REJECTED   PIC 9(4) VALUE ZERO.
       01 WRITEOFF-TOTAL-VALUE PIC 9(9)V99 VALUE ZEROS.
       01 WS-WRITEOFF-VALUE    PIC 9(9)V99 VALUE ZEROS.
      * Write-offs above this value need a manager's approval; the
      * run-control parameter may carry a different figure.
       01 WS-WRITEOFF-THRESHOLD PIC 9(5)V99 VALUE 100.00.
       01 WS-RC-THRESHOLD-X    PIC X(7) VALUE ZEROS.
       01 WS-RC-THRESHOLD REDEFINES WS-RC-THRESHOLD-X
                               PIC 9(5)V99.

       01 AUTH-TABLE-MAX       PIC 99 VALUE 50.
       01 AUTH-TABLE-COUNT     PIC 99 VALUE ZERO.
       01 AUTH-IDX             PIC 99 VALUE ZERO.
       01 WS-AUTH-FOUND        PIC X VALUE 'N'.
           88 AUTHORIZER-FOUND VALUE 'Y'.
       01 WS-AUTH-LIMIT        PIC 9(7)V99 VALUE ZEROS.
       01 AUTH-TABLE.
           02 AUTH-ENTRY OCCURS 50 TIMES.
               03 AT-USER-ID       PIC X(8).
               03 AT-WRITEOFF-LIMIT PIC 9(7)V99.

       01 WriteOffRejectDetail.
           02 WR-STOCK-NUMBER  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 WR-QTY           PIC 9(6).
           02 FILLER           PIC X VALUE SPACE.
           02 WR-REASON-CODE   PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 WR-USER-ID       PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 WR-AUTH-ID       PIC X(8).
           02 FILLER           PIC X(12)
               VALUE " rejected - ".
           02 WR-REASON        PIC X(40).

       01 KITS-READ            PIC 9(4) VALUE ZERO.
       01 KITS-ISSUED          PIC 9(4) VALUE ZERO.
       01 KITS-REJECTED        PIC 9(4) VALUE ZERO.
               03 LT-EXPIRY       PIC 9(8).
               03 LT-QTY          PIC 9(6).

       01 ALT-TABLE-MAX       PIC 9(4) VALUE 2000.
       01 ALT-TABLE-COUNT     PIC 9(4) VALUE ZERO.
       01 ALT-IDX             PIC 9(4) VALUE ZERO.
       01 ALLOC-EOF           PIC X VALUE 'N'.
           88 END-OF-ALLOCATIONS VALUE 'Y'.
       01 WS-ITEM-ALLOCATED   PIC 9(7) VALUE ZERO.
       01 WS-ITEM-FREE        PIC 9(7) VALUE ZERO.
       01 WS-OWN-ALLOC-IDX    PIC 9(4) VALUE ZERO.
       01 WS-ISSUE-DRAWABLE   PIC 9(7) VALUE ZERO.

       01 ALLOCATION-TABLE.
           02 ALT-ENTRY OCCURS 2000 TIMES.
               03 ALT-STOCK-NUMBER  PIC 9(5).
               03 ALT-COURSE-CODE   PIC X(5).
               03 ALT-REQUIRED-QTY  PIC 9(6).
               03 ALT-ALLOCATED-QTY PIC 9(6).
               03 ALT-ISSUED-QTY    PIC 9(6).
               03 ALT-DATE          PIC 9(8).

       01 EQI-TABLE-MAX       PIC 9(3) VALUE 500.
       01 EQI-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 EQI-IDX             PIC 9(3) VALUE ZERO.
       01 EQUIPMENT-EOF       PIC X VALUE 'N'.
           88 END-OF-EQUIPMENT VALUE 'Y'.
       01 WS-EQUIPMENT-SW     PIC X VALUE 'N'.
           88 ITEM-IS-EQUIPMENT VALUE 'Y'.
       01 EQUIPMENT-ITEM-TABLE.
           02 EQI-ENTRY OCCURS 500 TIMES.
               03 EQI-STOCK-NUMBER PIC 9(5).

       01 PO-EOF              PIC X    VALUE 'N'.
           88 END-OF-LOW-STOCK VALUE 'Y'.
       01 PO-PREV-MANF        PIC 9(4) VALUE ZEROS.
       01 WS-PO-MANF-NUMBER   PIC 9(4) VALUE ZEROS.
       01 WS-NEXT-PO-NUMBER   PIC 9(6) VALUE ZEROS.
       COPY ERRLOG.
       COPY AUTHCHK.

       01 WS-LISTING-PRINT    PIC X VALUE 'N'.
           88 LISTING-PRINT-ON VALUE 'P' 'p'.

       01 StockListingDetail.
           02 SL-LABEL        PIC X(22).
           02 SL-VALUE        PIC X(30).

       01 GR-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 GR-HASH             PIC 9(12) VALUE ZERO.

       01 PurchaseOrderHeading  PIC X(60)
           VALUE "Purchase Order - Items Below Reorder Level".
       01 PurchaseOrderColHeads.
           02 FILLER            PIC X(49)
               VALUE " Stock Number     Order Qty   Expected Delivery".
           02 FILLER            PIC X(47)
               VALUE "UOM   Description                    Unit Price".

       01 ManfGroupHeading.
           02 FILLER            PIC X(15) VALUE "Manufacturer: ".
           02 PGH-MANF-NUMBER   PIC Z(3)9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 PGH-MANF-NAME     PIC X(20).
           02 FILLER            PIC X(13) VALUE "  Currency: ".
           02 PGH-CURRENCY      PIC X(4).

       01 PurchaseOrderDetail.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 POD-ORDER-QTY      PIC Z(5)9.
           02 FILLER             PIC X(8) VALUE SPACES.
           02 POD-DUE-DATE       PIC 9(8).
           02 FILLER             PIC X(12) VALUE SPACES.
           02 POD-UNIT-OF-MEASURE PIC X(4).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 POD-DESCRIPTION    PIC X(30).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 POD-UNIT-PRICE     PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       OPEN-INPUT-FILE.
           ELSE
              DISPLAY "Run (L)isting, (R)eceipts, (I)ssues, "
                  WITH NO ADVANCING
              DISPLAY "(M)aintenance, re(Q)uisition, (K)it, "
                  WITH NO ADVANCING
              DISPLAY "depar(T)ment returns or (W)rite-off mode: "
                  WITH NO ADVANCING
              ACCEPT RUN-MODE
           END-IF
                 PERFORM PROCESS-MAINTENANCE
              WHEN KIT-MODE
                 PERFORM PROCESS-KIT-ISSUES
              WHEN RETURN-MODE
                 PERFORM PROCESS-RETURNS
              WHEN WRITEOFF-MODE
                 PERFORM PROCESS-WRITEOFFS
              WHEN OTHER
                 PERFORM PROCESS-LISTING
           END-EVALUATE
              PERFORM LOAD-CHECKPOINT
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-MANUFACTURER-TABLE
           MOVE WS-TODAY-DATE TO WS-FX-DATE
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-CATEGORY-TABLE
           PERFORM LOAD-SUPPLIER-CATALOGUE
           PERFORM LOAD-ALLOCATION-TABLE
           OPEN INPUT StockFile
           IF LISTING-PRINT-ON
              OPEN OUTPUT StockListing
              WRITE ExceptionReportLine FROM ExceptionHeading
           END-IF
           PERFORM READ-STOCK-FILE
           PERFORM WRITE-VALUATION-BY-CATEGORY
           MOVE GRAND-VALUATION TO SV-GRAND-TOTAL
           WRITE StockValuationLine FROM StockValuationTotalLine
           PERFORM WRITE-VALUATION-HISTORY
           CLOSE StockFile
           CLOSE ReorderAlert
           CLOSE StockValuation
           END-IF
           PERFORM PRODUCE-PURCHASE-ORDER.

       WRITE-VALUATION-HISTORY.
           OPEN EXTEND ValuationHistory
           MOVE SPACES TO ValuationHistoryRec
           MOVE WS-TODAY-DATE TO VH-DATE
           MOVE GRAND-VALUATION TO VH-TOTAL-VALUE
           WRITE ValuationHistoryRec
           CLOSE ValuationHistory.

       READ-STOCK-FILE.
           IF RESTART-FROM-CHECKPOINT
              MOVE RESTART-STOCK-NUMBER TO StockNumber
           MOVE TOTAL-RECORDS-READ TO CK-RECORD-COUNT
           MOVE GRAND-VALUATION TO CK-GRAND-VALUATION
           WRITE CheckpointRec
           PERFORM WRITE-CHECKPOINT-CATEGORY
               VARYING VALCAT-IDX FROM 1 BY 1
               UNTIL VALCAT-IDX > VALCAT-COUNT
           CLOSE CheckpointFile.

       WRITE-CHECKPOINT-CATEGORY.
           MOVE SPACES TO CheckpointCategoryRec
           MOVE VCT-CATEGORY-CODE(VALCAT-IDX) TO CKC-CATEGORY-CODE
           MOVE VCT-ITEM-COUNT(VALCAT-IDX) TO CKC-ITEM-COUNT
           MOVE VCT-VALUE(VALCAT-IDX) TO CKC-VALUE
           WRITE CheckpointCategoryRec.

       LOAD-CHECKPOINT.
           OPEN INPUT CheckpointFile
           READ CheckpointFile
                 MOVE CK-LAST-STOCK-NUMBER TO RESTART-STOCK-NUMBER
                 MOVE CK-RECORD-COUNT TO TOTAL-RECORDS-READ
                 MOVE CK-GRAND-VALUATION TO GRAND-VALUATION
                 MOVE 'N' TO CHECKPOINT-CAT-EOF
                 PERFORM LOAD-CHECKPOINT-CATEGORY
                     UNTIL END-OF-CHECKPOINT-CATS
           END-READ
           CLOSE CheckpointFile.

       LOAD-CHECKPOINT-CATEGORY.
           READ CheckpointFile
              AT END
                 SET END-OF-CHECKPOINT-CATS TO TRUE
              NOT AT END
                 IF VALCAT-COUNT < VALCAT-MAX
                    ADD 1 TO VALCAT-COUNT
                    MOVE CKC-CATEGORY-CODE
                        TO VCT-CATEGORY-CODE(VALCAT-COUNT)
                    MOVE CKC-ITEM-COUNT TO VCT-ITEM-COUNT(VALCAT-COUNT)
                    MOVE CKC-VALUE TO VCT-VALUE(VALCAT-COUNT)
                 END-IF
           END-READ.

       PROCESS-STOCK-RECORD.
           PERFORM VALIDATE-STOCK-RECORD
           IF RECORD-IS-VALID
           MOVE "Stock Number:" TO SL-LABEL
           MOVE StockNumber TO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           MOVE "Description:" TO SL-LABEL
           MOVE ItemDescription TO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           MOVE "Unit of Measure:" TO SL-LABEL
           MOVE UnitOfMeasure TO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           MOVE "Category:" TO SL-LABEL
           MOVE CategoryCode TO WS-CATEGORY-CODE
           PERFORM LOOKUP-CATEGORY
           MOVE SPACES TO SL-VALUE
           STRING CategoryCode " " WS-CATEGORY-NAME
               DELIMITED BY SIZE INTO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           MOVE "Manufacturer Number:" TO SL-LABEL
           MOVE ManfNumber TO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           MOVE "Quantity In Stock:" TO SL-LABEL
           MOVE QtyInStock TO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           PERFORM GET-ITEM-ALLOCATION
           MOVE "Allocated To Courses:" TO SL-LABEL
           MOVE WS-ITEM-ALLOCATED TO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           MOVE "Free To Issue:" TO SL-LABEL
           MOVE WS-ITEM-FREE TO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           MOVE "Reorder Level:" TO SL-LABEL
           MOVE ReorderLevel TO SL-VALUE
           WRITE StockListingLine FROM StockListingDetail
           MOVE QtyInStock TO SV-QTY-IN-STOCK
           MOVE UnitCost TO SV-UNIT-COST
           MOVE LINE-EXTENSION TO SV-EXTENDED
           MOVE UnitOfMeasure TO SV-UNIT-OF-MEASURE
           MOVE CategoryCode TO SV-CATEGORY-CODE
           MOVE ItemDescription TO SV-DESCRIPTION
           WRITE StockValuationLine FROM StockValuationDetail
           PERFORM ADD-TO-CATEGORY-VALUE.

       ADD-TO-CATEGORY-VALUE.
           MOVE ZERO TO WS-VALCAT-IDX
           PERFORM FIND-CATEGORY-VALUE
               VARYING VALCAT-IDX FROM 1 BY 1
               UNTIL VALCAT-IDX > VALCAT-COUNT
                  OR WS-VALCAT-IDX NOT = ZERO
           IF WS-VALCAT-IDX = ZERO AND VALCAT-COUNT < VALCAT-MAX
              ADD 1 TO VALCAT-COUNT
              MOVE VALCAT-COUNT TO WS-VALCAT-IDX
              MOVE CategoryCode TO VCT-CATEGORY-CODE(WS-VALCAT-IDX)
              MOVE ZERO TO VCT-ITEM-COUNT(WS-VALCAT-IDX)
              MOVE ZERO TO VCT-VALUE(WS-VALCAT-IDX)
           END-IF
           IF WS-VALCAT-IDX NOT = ZERO
              ADD 1 TO VCT-ITEM-COUNT(WS-VALCAT-IDX)
              ADD LINE-EXTENSION TO VCT-VALUE(WS-VALCAT-IDX)
           END-IF.

       FIND-CATEGORY-VALUE.
           IF VCT-CATEGORY-CODE(VALCAT-IDX) = CategoryCode
              MOVE VALCAT-IDX TO WS-VALCAT-IDX
           END-IF.

       WRITE-VALUATION-BY-CATEGORY.
           WRITE StockValuationLine FROM StockValuationCategoryHeading
           WRITE StockValuationLine FROM StockValuationCategoryColHeads
           PERFORM WRITE-VALUATION-CATEGORY-LINE
               VARYING VALCAT-IDX FROM 1 BY 1
               UNTIL VALCAT-IDX > VALCAT-COUNT.

       WRITE-VALUATION-CATEGORY-LINE.
           MOVE VCT-CATEGORY-CODE(VALCAT-IDX) TO WS-CATEGORY-CODE
           PERFORM LOOKUP-CATEGORY
           MOVE WS-CATEGORY-CODE TO SVC-CATEGORY-CODE
           MOVE WS-CATEGORY-NAME TO SVC-CATEGORY-NAME
           MOVE VCT-ITEM-COUNT(VALCAT-IDX) TO SVC-ITEM-COUNT
           MOVE VCT-VALUE(VALCAT-IDX) TO SVC-VALUE
           WRITE StockValuationLine FROM StockValuationCategoryLine.

       WRITE-REORDER-ALERT.
           MOVE StockNumber TO RA-STOCK-NUMBER
           MOVE QtyInStock TO RA-QTY-IN-STOCK
           MOVE ReorderQty TO RA-REORDER-QTY
           MOVE WS-MANF-NAME TO RA-MANF-NAME
           MOVE ItemDescription TO RA-DESCRIPTION
           WRITE ReorderAlertLine FROM ReorderAlertDetail
           PERFORM WRITE-REORDER-NOTIFICATION.

           MOVE ManfNumber TO RN-MANF-NUMBER
           MOVE QtyInStock TO RN-QTY-IN-STOCK
           MOVE ReorderQty TO RN-REORDER-QTY
           MOVE ItemDescription TO RN-DESCRIPTION
           WRITE ReorderNotificationLine FROM ReorderNotificationDetail.

       WRITE-LOW-STOCK-WORK-RECORD.
           MOVE ManfNumber TO LSW-MANF-NUMBER
           MOVE StockNumber TO LSW-STOCK-NUMBER
           MOVE ReorderQty TO LSW-REORDER-QTY
           MOVE UnitCost TO LSW-UNIT-PRICE
           MOVE ZERO TO LSW-MIN-QTY
           MOVE UnitOfMeasure TO LSW-UNIT-OF-MEASURE
           MOVE ItemDescription TO LSW-DESCRIPTION
           PERFORM SELECT-PREFERRED-SUPPLIER
           IF WS-BEST-IDX NOT = ZERO
              MOVE SPT-MANF-NUMBER(WS-BEST-IDX) TO LSW-MANF-NUMBER
              MOVE SPT-PRICE(WS-BEST-IDX) TO LSW-UNIT-PRICE
              MOVE SPT-MIN-QTY(WS-BEST-IDX) TO LSW-MIN-QTY
           ELSE
              PERFORM PRICE-UNIT-COST-IN-CURRENCY
           END-IF
           WRITE LowStockWorkRec.

      * Without a catalogue price the order goes out at the stock
      * master unit cost, restated in the supplier's currency at
      * today's rate.
       PRICE-UNIT-COST-IN-CURRENCY.
           MOVE ManfNumber TO WS-CAND-MANF
           PERFORM LOOKUP-CANDIDATE-LEAD
           IF CANDIDATE-KNOWN AND WS-CAND-CURRENCY NOT = ZERO
              MOVE WS-CAND-CURRENCY TO WS-FX-CURRENCY
              PERFORM GET-FX-RATE
              IF FX-RATE-FOUND
                 COMPUTE LSW-UNIT-PRICE ROUNDED =
                     UnitCost / WS-FX-RATE
              END-IF
           END-IF.

      * Only catalogue prices in effect today are held.  A zero
      * effective-to date leaves the price open-ended.
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
                 IF SPC-EFFECTIVE-FROM <= WS-TODAY-DATE
                    AND (SPC-EFFECTIVE-TO = ZERO
                         OR SPC-EFFECTIVE-TO >= WS-TODAY-DATE)
                    IF SPT-TABLE-COUNT >= SPT-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO SPT-TABLE-COUNT
                    MOVE SPC-STOCK-NUMBER
                        TO SPT-STOCK-NUMBER(SPT-TABLE-COUNT)
                    MOVE SPC-MANF-NUMBER
                        TO SPT-MANF-NUMBER(SPT-TABLE-COUNT)
                    MOVE SPC-PRICE TO SPT-PRICE(SPT-TABLE-COUNT)
                    COMPUTE SPT-LANDED(SPT-TABLE-COUNT) =
                        SPC-PRICE + SPC-FREIGHT
                    MOVE SPC-MIN-QTY TO SPT-MIN-QTY(SPT-TABLE-COUNT)
                 END-IF
           END-READ.

      * The preferred supplier is the one with the lowest landed
      * price; where two suppliers land the item at the same price
      * the one with the shorter lead time is preferred.  Catalogue
      * prices are in the supplier's own currency, so they are
      * compared at today's rate in home currency.  Suppliers
      * missing from the manufacturer file are passed over.  With no
      * current catalogue price the item stays with the supplier and
      * unit cost on the stock master.
       SELECT-PREFERRED-SUPPLIER.
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-LANDED
           MOVE ZERO TO WS-BEST-LEAD
           PERFORM CONSIDER-CATALOGUE-PRICE
               VARYING SPT-IDX FROM 1 BY 1
               UNTIL SPT-IDX > SPT-TABLE-COUNT.

       CONSIDER-CATALOGUE-PRICE.
           IF SPT-STOCK-NUMBER(SPT-IDX) = StockNumber
              MOVE SPT-MANF-NUMBER(SPT-IDX) TO WS-CAND-MANF
              PERFORM LOOKUP-CANDIDATE-LEAD
              IF CANDIDATE-KNOWN
                 MOVE WS-CAND-CURRENCY TO WS-FX-CURRENCY
                 PERFORM GET-FX-RATE
                 COMPUTE WS-CAND-LANDED ROUNDED =
                     SPT-LANDED(SPT-IDX) * WS-FX-RATE
                 IF WS-BEST-IDX = ZERO
                    OR WS-CAND-LANDED < WS-BEST-LANDED
                    OR (WS-CAND-LANDED = WS-BEST-LANDED
                        AND WS-CAND-LEAD < WS-BEST-LEAD)
                    MOVE SPT-IDX TO WS-BEST-IDX
                    MOVE WS-CAND-LANDED TO WS-BEST-LANDED
                    MOVE WS-CAND-LEAD TO WS-BEST-LEAD
                 END-IF
              END-IF
           END-IF.

       LOOKUP-CANDIDATE-LEAD.
           MOVE 'N' TO WS-CAND-KNOWN
           MOVE ZERO TO WS-CAND-LEAD
           MOVE ZERO TO WS-CAND-CURRENCY
           PERFORM FIND-CANDIDATE-LEAD
               VARYING MANF-IDX FROM 1 BY 1
               UNTIL MANF-IDX > MANF-TABLE-COUNT.

       FIND-CANDIDATE-LEAD.
           IF MT-MANF-NUMBER(MANF-IDX) = WS-CAND-MANF
              SET CANDIDATE-KNOWN TO TRUE
              MOVE MT-LEAD-DAYS(MANF-IDX) TO WS-CAND-LEAD
              MOVE MT-CURRENCY-CODE(MANF-IDX) TO WS-CAND-CURRENCY
           END-IF.

       LOAD-MANUFACTURER-TABLE.
           MOVE ZERO TO MANF-TABLE-COUNT
           MOVE 'N' TO MANF-EOF
                        TO MT-LEAD-DAYS(MANF-TABLE-COUNT)
                    MOVE MF-MIN-ORDER-QTY
                        TO MT-MIN-ORDER-QTY(MANF-TABLE-COUNT)
                    MOVE ZERO TO MT-CURRENCY-CODE(MANF-TABLE-COUNT)
                    IF MF-CURRENCY-CODE NUMERIC
                       MOVE MF-CURRENCY-CODE
                           TO MT-CURRENCY-CODE(MANF-TABLE-COUNT)
                    END-IF
                 END-IF
           END-READ.

      * The rate used is the latest one dated on or before
      * WS-FX-DATE; a currency with only later rates takes the
      * earliest of those.
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
                 PERFORM STORE-FX-RATE
           END-READ.

       STORE-FX-RATE.
           MOVE ZERO TO RATE-IDX
           PERFORM FIND-FX-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT
                  OR XR-CURRENCY(RATE-IDX) = ER-CurrencyCode
           IF RATE-IDX > RATE-TABLE-COUNT
              IF RATE-TABLE-COUNT >= RATE-TABLE-MAX
                 PERFORM ABORT-TABLE-OVERFLOW
              END-IF
              ADD 1 TO RATE-TABLE-COUNT
              MOVE RATE-TABLE-COUNT TO RATE-IDX
              MOVE ER-CurrencyCode TO XR-CURRENCY(RATE-IDX)
              MOVE ER-RateToHome TO XR-RATE(RATE-IDX)
              MOVE ER-AsOfDate TO XR-AS-OF(RATE-IDX)
           ELSE
              EVALUATE TRUE
                 WHEN ER-AsOfDate <= WS-FX-DATE
                    AND (ER-AsOfDate > XR-AS-OF(RATE-IDX)
                      OR XR-AS-OF(RATE-IDX) > WS-FX-DATE)
                    MOVE ER-RateToHome TO XR-RATE(RATE-IDX)
                    MOVE ER-AsOfDate TO XR-AS-OF(RATE-IDX)
                 WHEN ER-AsOfDate > WS-FX-DATE
                    AND XR-AS-OF(RATE-IDX) > ER-AsOfDate
                    MOVE ER-RateToHome TO XR-RATE(RATE-IDX)
                    MOVE ER-AsOfDate TO XR-AS-OF(RATE-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       FIND-FX-RATE.
           CONTINUE.

      * Home currency (00) converts at par.  A currency with no
      * usable rate is also taken at par and FX-RATE-FOUND is left
      * off so the caller can report it.
       GET-FX-RATE.
           MOVE 1 TO WS-FX-RATE
           MOVE 'Y' TO WS-FX-RATE-SW
           IF WS-FX-CURRENCY NOT = ZERO
              MOVE 'N' TO WS-FX-RATE-SW
              MOVE ZERO TO RATE-IDX
              PERFORM FIND-FX-RATE
                  VARYING RATE-IDX FROM 1 BY 1
                  UNTIL RATE-IDX > RATE-TABLE-COUNT
                     OR XR-CURRENCY(RATE-IDX) = WS-FX-CURRENCY
              IF RATE-IDX <= RATE-TABLE-COUNT
                 AND XR-RATE(RATE-IDX) > ZERO
                 MOVE XR-RATE(RATE-IDX) TO WS-FX-RATE
                 MOVE 'Y' TO WS-FX-RATE-SW
              END-IF
           END-IF.

       LOOKUP-MANUFACTURER.
           MOVE SPACES TO WS-MANF-NAME
           PERFORM FIND-MANUFACTURER
              MOVE MT-MANF-NAME(MANF-IDX) TO WS-MANF-NAME
           END-IF.

       LOAD-CATEGORY-TABLE.
           MOVE ZERO TO CATEGORY-TABLE-COUNT
           MOVE 'N' TO CATEGORY-EOF
           OPEN INPUT StockCategoryFile
           PERFORM READ-CATEGORY-FILE UNTIL END-OF-CATEGORIES
           CLOSE StockCategoryFile.

       READ-CATEGORY-FILE.
           READ StockCategoryFile
              AT END
                 SET END-OF-CATEGORIES TO TRUE
              NOT AT END
                 IF CATEGORY-TABLE-COUNT < CATEGORY-TABLE-MAX
                    ADD 1 TO CATEGORY-TABLE-COUNT
                    MOVE SC-CATEGORY-CODE
                        TO CAT-CATEGORY-CODE(CATEGORY-TABLE-COUNT)
                    MOVE SC-CATEGORY-NAME
                        TO CAT-CATEGORY-NAME(CATEGORY-TABLE-COUNT)
                 ELSE
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
           END-READ.

       LOOKUP-CATEGORY.
           MOVE 'N' TO WS-CATEGORY-FOUND
           MOVE "** NOT ON TABLE **" TO WS-CATEGORY-NAME
           PERFORM FIND-CATEGORY
               VARYING CATEGORY-IDX FROM 1 BY 1
               UNTIL CATEGORY-IDX > CATEGORY-TABLE-COUNT
                  OR CATEGORY-IS-FOUND.

       FIND-CATEGORY.
           IF CAT-CATEGORY-CODE(CATEGORY-IDX) = WS-CATEGORY-CODE
              SET CATEGORY-IS-FOUND TO TRUE
              MOVE CAT-CATEGORY-NAME(CATEGORY-IDX) TO WS-CATEGORY-NAME
           END-IF.

       PROCESS-RECEIPTS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-RECEIPT-DATE
           PERFORM LOAD-RECEIPT-TABLE
           MOVE WS-RECEIPT-DATE TO WS-FX-DATE
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-FX-ORDER-TABLE
           PERFORM LOAD-BACKORDER-TABLE
           PERFORM LOAD-LOT-TABLE
           OPEN I-O StockFile
              NOT AT END
                 EVALUATE TRUE
                    WHEN GRC-HEADER-REC
                       IF GRC-DATE NUMERIC AND GRC-DATE NOT = ZERO
                          MOVE GRC-DATE TO WS-RECEIPT-DATE
                       END-IF
                    WHEN GRC-TRAILER-REC
                       SET GR-TRAILER-SEEN TO TRUE
                       IF GRC-REC-COUNT NOT = GR-REC-COUNT
                 PERFORM QUARANTINE-RECEIPT
           END-READ.

      * The goods received cost is in the currency of the order; it
      * is held in quarantine, and so costed into stock on release,
      * in home currency at the rate on the goods received date.
       QUARANTINE-RECEIPT.
           MOVE StockNumber TO QB-STOCK-NUMBER
           MOVE RCT-QTY-RECEIVED(RECEIPT-IDX) TO QB-QTY
           PERFORM LOOKUP-PO-CURRENCY
           MOVE WS-PO-CURRENCY TO WS-FX-CURRENCY
           PERFORM GET-FX-RATE
           IF NOT FX-RATE-FOUND
              MOVE 'E' TO EL-SEVERITY
              MOVE SPACES TO EL-MESSAGE
              STRING "NO RATE FOR CURRENCY " WS-FX-CURRENCY
                  " ON PO " RCT-PO-NUMBER(RECEIPT-IDX)
                  " - COSTED AT PAR" DELIMITED BY SIZE
                  INTO EL-MESSAGE
              CALL "ErrorLogger" USING ERROR-LOG-PARAMS
           END-IF
           COMPUTE QB-UNIT-COST ROUNDED =
               RCT-UNIT-COST(RECEIPT-IDX) * WS-FX-RATE
           MOVE WS-TODAY-DATE TO QB-RECEIVED-DATE
           MOVE RCT-PO-NUMBER(RECEIPT-IDX) TO QB-PO-NUMBER
           WRITE QuarantineBalanceRec
           MOVE RCT-QTY-RECEIVED(RECEIPT-IDX) TO WS-MOVE-QTY
           PERFORM WRITE-STOCK-MOVEMENT.

       LOAD-FX-ORDER-TABLE.
           MOVE ZERO TO FXO-TABLE-COUNT
           MOVE 'N' TO FX-ORDER-EOF
           OPEN INPUT OutstandingOrders
           PERFORM READ-FX-ORDER UNTIL END-OF-FX-ORDERS
           CLOSE OutstandingOrders.

       READ-FX-ORDER.
           READ OutstandingOrders
              AT END
                 SET END-OF-FX-ORDERS TO TRUE
              NOT AT END
                 IF OO-CURRENCY-CODE NUMERIC
                    AND OO-CURRENCY-CODE NOT = ZERO
                    MOVE OO-PO-NUMBER TO WS-LOOKUP-PO-NUMBER
                    PERFORM LOOKUP-FX-ORDER
                    IF WS-PO-CURRENCY = ZERO
                       IF FXO-TABLE-COUNT >= FXO-TABLE-MAX
                          PERFORM ABORT-TABLE-OVERFLOW
                       END-IF
                       ADD 1 TO FXO-TABLE-COUNT
                       MOVE OO-PO-NUMBER
                           TO FXO-PO-NUMBER(FXO-TABLE-COUNT)
                       MOVE OO-CURRENCY-CODE
                           TO FXO-CURRENCY(FXO-TABLE-COUNT)
                    END-IF
                 END-IF
           END-READ.

       LOOKUP-PO-CURRENCY.
           MOVE RCT-PO-NUMBER(RECEIPT-IDX) TO WS-LOOKUP-PO-NUMBER
           PERFORM LOOKUP-FX-ORDER.

       LOOKUP-FX-ORDER.
           MOVE ZERO TO WS-PO-CURRENCY
           PERFORM FIND-FX-ORDER
               VARYING FXO-IDX FROM 1 BY 1
               UNTIL FXO-IDX > FXO-TABLE-COUNT.

       FIND-FX-ORDER.
           IF FXO-PO-NUMBER(FXO-IDX) = WS-LOOKUP-PO-NUMBER
              MOVE FXO-CURRENCY(FXO-IDX) TO WS-PO-CURRENCY
           END-IF.

       WRITE-STOCK-MOVEMENT.
           MOVE WS-TODAY-DATE TO SMV-DATE
           MOVE WS-MOVE-TYPE TO SMV-TYPE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ISSUE-TABLE
           PERFORM LOAD-LOT-TABLE
           PERFORM LOAD-ALLOCATION-TABLE
           PERFORM LOAD-EQUIPMENT-ITEMS
           OPEN I-O StockFile
           OPEN EXTEND IssuesJournal
           OPEN OUTPUT IssueRejects
              DISPLAY "Backorders raised for stock shortages: "
                  BACKORDERS-RAISED
           END-IF
           PERFORM REWRITE-LOT-FILE
           IF ALT-TABLE-COUNT > ZERO
              PERFORM REWRITE-ALLOCATION-FILE
           END-IF.

       LOAD-EQUIPMENT-ITEMS.
           MOVE ZERO TO EQI-TABLE-COUNT
           MOVE 'N' TO EQUIPMENT-EOF
           OPEN INPUT EquipmentRegister
           PERFORM READ-EQUIPMENT-REGISTER UNTIL END-OF-EQUIPMENT
           CLOSE EquipmentRegister.

       READ-EQUIPMENT-REGISTER.
           READ EquipmentRegister
              AT END
                 SET END-OF-EQUIPMENT TO TRUE
              NOT AT END
                 MOVE 'N' TO WS-EQUIPMENT-SW
                 PERFORM FIND-REGISTERED-ITEM
                     VARYING EQI-IDX FROM 1 BY 1
                     UNTIL EQI-IDX > EQI-TABLE-COUNT
                 IF NOT ITEM-IS-EQUIPMENT
                    IF EQI-TABLE-COUNT >= EQI-TABLE-MAX
                       PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    ADD 1 TO EQI-TABLE-COUNT
                    MOVE EQ-STOCK-NUMBER
                        TO EQI-STOCK-NUMBER(EQI-TABLE-COUNT)
                 END-IF
           END-READ.

       FIND-REGISTERED-ITEM.
           IF EQI-STOCK-NUMBER(EQI-IDX) = EQ-STOCK-NUMBER
              SET ITEM-IS-EQUIPMENT TO TRUE
           END-IF.

       LOAD-ALLOCATION-TABLE.
           MOVE ZERO TO ALT-TABLE-COUNT
           MOVE 'N' TO ALLOC-EOF
           OPEN INPUT StockAllocations
           PERFORM READ-ALLOCATION-RECORD UNTIL END-OF-ALLOCATIONS
           CLOSE StockAllocations.

       READ-ALLOCATION-RECORD.
           READ StockAllocations
              AT END
                 SET END-OF-ALLOCATIONS TO TRUE
              NOT AT END
                 IF ALT-TABLE-COUNT >= ALT-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO ALT-TABLE-COUNT
                 MOVE ALC-STOCK-NUMBER
                     TO ALT-STOCK-NUMBER(ALT-TABLE-COUNT)
                 MOVE ALC-COURSE-CODE
                     TO ALT-COURSE-CODE(ALT-TABLE-COUNT)
                 MOVE ALC-REQUIRED-QTY
                     TO ALT-REQUIRED-QTY(ALT-TABLE-COUNT)
                 MOVE ALC-ALLOCATED-QTY
                     TO ALT-ALLOCATED-QTY(ALT-TABLE-COUNT)
                 MOVE ALC-ISSUED-QTY
                     TO ALT-ISSUED-QTY(ALT-TABLE-COUNT)
                 MOVE ALC-DATE TO ALT-DATE(ALT-TABLE-COUNT)
           END-READ.

      * Works out, for the item in StockRec, how much of the stock on
      * hand is held for courses and how much is free to issue.  When
      * ISSUE-IDX names an issue to a course holding an allocation of
      * the item, WS-OWN-ALLOC-IDX points at that allocation.
       GET-ITEM-ALLOCATION.
           MOVE ZERO TO WS-ITEM-ALLOCATED
           MOVE ZERO TO WS-OWN-ALLOC-IDX
           PERFORM ADD-ITEM-ALLOCATION
               VARYING ALT-IDX FROM 1 BY 1
               UNTIL ALT-IDX > ALT-TABLE-COUNT
           IF WS-ITEM-ALLOCATED >= QtyInStock
              MOVE ZERO TO WS-ITEM-FREE
           ELSE
              COMPUTE WS-ITEM-FREE = QtyInStock - WS-ITEM-ALLOCATED
           END-IF.

       ADD-ITEM-ALLOCATION.
           IF ALT-STOCK-NUMBER(ALT-IDX) = StockNumber
              ADD ALT-ALLOCATED-QTY(ALT-IDX) TO WS-ITEM-ALLOCATED
              IF ISSUE-MODE
                 IF ALT-COURSE-CODE(ALT-IDX)
                    = ISS-DEPARTMENT(ISSUE-IDX)
                    MOVE ALT-IDX TO WS-OWN-ALLOC-IDX
                 END-IF
              END-IF
           END-IF.

      * A course drawing its own requisitioned stock uses up its
      * allocation first; the rest of the issue comes from free stock.
       DRAW-COURSE-ALLOCATION.
           ADD ISS-QTY-ISSUED(ISSUE-IDX)
               TO ALT-ISSUED-QTY(WS-OWN-ALLOC-IDX)
           IF ISS-QTY-ISSUED(ISSUE-IDX)
              >= ALT-ALLOCATED-QTY(WS-OWN-ALLOC-IDX)
              MOVE ZERO TO ALT-ALLOCATED-QTY(WS-OWN-ALLOC-IDX)
           ELSE
              SUBTRACT ISS-QTY-ISSUED(ISSUE-IDX)
                  FROM ALT-ALLOCATED-QTY(WS-OWN-ALLOC-IDX)
           END-IF.

       REWRITE-ALLOCATION-FILE.
           OPEN OUTPUT StockAllocations
           PERFORM WRITE-ONE-ALLOCATION
               VARYING ALT-IDX FROM 1 BY 1
               UNTIL ALT-IDX > ALT-TABLE-COUNT
           CLOSE StockAllocations.

       WRITE-ONE-ALLOCATION.
           MOVE SPACES TO StockAllocationRec
           MOVE ALT-STOCK-NUMBER(ALT-IDX) TO ALC-STOCK-NUMBER
           MOVE ALT-COURSE-CODE(ALT-IDX) TO ALC-COURSE-CODE
           MOVE ALT-REQUIRED-QTY(ALT-IDX) TO ALC-REQUIRED-QTY
           MOVE ALT-ALLOCATED-QTY(ALT-IDX) TO ALC-ALLOCATED-QTY
           MOVE ALT-ISSUED-QTY(ALT-IDX) TO ALC-ISSUED-QTY
           MOVE ALT-DATE(ALT-IDX) TO ALC-DATE
           WRITE StockAllocationRec.

       LOAD-LOT-TABLE.
           MOVE ZERO TO LOT-TABLE-COUNT
                 END-IF
           END-READ.

      * Returnable equipment is lent on the serial number register by
      * EquipmentLoans, never issued.
       APPLY-ONE-ISSUE.
           MOVE 'N' TO WS-EQUIPMENT-SW
           PERFORM FIND-EQUIPMENT-ITEM
               VARYING EQI-IDX FROM 1 BY 1
               UNTIL EQI-IDX > EQI-TABLE-COUNT
           IF ITEM-IS-EQUIPMENT
              MOVE "returnable - use loan register" TO IR-REASON
              PERFORM WRITE-ISSUE-REJECT
           ELSE
              PERFORM ISSUE-FROM-STOCK
           END-IF.

       FIND-EQUIPMENT-ITEM.
           IF EQI-STOCK-NUMBER(EQI-IDX) = ISS-STOCK-NUMBER(ISSUE-IDX)
              SET ITEM-IS-EQUIPMENT TO TRUE
           END-IF.

       ISSUE-FROM-STOCK.
           MOVE ISS-STOCK-NUMBER(ISSUE-IDX) TO StockNumber
           READ StockFile
              INVALID KEY
                 MOVE "issue for unknown stock number" TO IR-REASON
                 PERFORM WRITE-ISSUE-REJECT
              NOT INVALID KEY
                 PERFORM GET-ITEM-ALLOCATION
                 MOVE WS-ITEM-FREE TO WS-ISSUE-DRAWABLE
                 IF WS-OWN-ALLOC-IDX NOT = ZERO
                    ADD ALT-ALLOCATED-QTY(WS-OWN-ALLOC-IDX)
                        TO WS-ISSUE-DRAWABLE
                 END-IF
                 IF ISS-QTY-ISSUED(ISSUE-IDX) <= WS-ISSUE-DRAWABLE
                    IF WS-OWN-ALLOC-IDX NOT = ZERO
                       PERFORM DRAW-COURSE-ALLOCATION
                    END-IF
                    SUBTRACT ISS-QTY-ISSUED(ISSUE-IDX)
                        FROM QtyInStock
                    REWRITE StockRec

       PROCESS-MAINTENANCE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CATEGORY-TABLE
           OPEN I-O StockFile
           OPEN INPUT StockMaintTrans
           OPEN OUTPUT StockAuditJournal
              MOVE 'N' TO WS-MAINT-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-MAINT-REASON
           END-IF
           IF MAINT-TRANS-VALID
              PERFORM CHECK-MAINT-AUTHORITY
           END-IF
           IF MAINT-TRANS-VALID AND SM-STOCK-NUMBER NOT NUMERIC
              MOVE 'N' TO WS-MAINT-VALID
              MOVE "STOCK NUMBER NOT NUMERIC" TO WS-MAINT-REASON
              END-EVALUATE
           END-IF.

       CHECK-MAINT-AUTHORITY.
           MOVE "STOCKMANAGEMENT" TO AC-PROGRAM-ID
           MOVE SM-USER-ID TO AC-USER-ID
           MOVE SM-ACTION TO AC-ACTION
           MOVE SM-STOCK-NUMBER TO AC-KEY
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS
           IF NOT AC-AUTHORISED
              MOVE 'N' TO WS-MAINT-VALID
              MOVE "USER NOT AUTHORISED" TO WS-MAINT-REASON
           END-IF.

       VALIDATE-ADD-FIELDS.
           IF SM-MANF-NUMBER NOT NUMERIC
              OR SM-QTY-IN-STOCK NOT NUMERIC
              OR SM-UNIT-COST NOT NUMERIC
              MOVE 'N' TO WS-MAINT-VALID
              MOVE "NON-NUMERIC FIELD ON ADD" TO WS-MAINT-REASON
           END-IF
           IF MAINT-TRANS-VALID AND SM-DESCRIPTION = SPACES
              MOVE 'N' TO WS-MAINT-VALID
              MOVE "DESCRIPTION MISSING ON ADD" TO WS-MAINT-REASON
           END-IF
           IF MAINT-TRANS-VALID AND SM-UNIT-OF-MEASURE = SPACES
              MOVE 'N' TO WS-MAINT-VALID
              MOVE "UNIT OF MEASURE MISSING ON ADD" TO WS-MAINT-REASON
           END-IF
           IF MAINT-TRANS-VALID
              PERFORM VALIDATE-MAINT-CATEGORY
           END-IF.

       VALIDATE-MAINT-CATEGORY.
           MOVE SM-CATEGORY-CODE TO WS-CATEGORY-CODE
           PERFORM LOOKUP-CATEGORY
           IF NOT CATEGORY-IS-FOUND
              MOVE 'N' TO WS-MAINT-VALID
              MOVE "CATEGORY NOT ON CATEGORY TABLE" TO WS-MAINT-REASON
           END-IF.

       VALIDATE-CHANGE-FIELDS.
              AND SM-UNIT-COST NOT NUMERIC
              MOVE 'N' TO WS-MAINT-VALID
              MOVE "UNIT COST NOT NUMERIC" TO WS-MAINT-REASON
           END-IF
           IF MAINT-TRANS-VALID AND SM-CATEGORY-CODE NOT = SPACES
              PERFORM VALIDATE-MAINT-CATEGORY
           END-IF.

       APPLY-ADD-ITEM.
           MOVE SM-REORDER-LEVEL TO ReorderLevel
           MOVE SM-REORDER-QTY TO ReorderQty
           MOVE SM-UNIT-COST-NUM TO UnitCost
           MOVE SM-DESCRIPTION TO ItemDescription
           MOVE SM-UNIT-OF-MEASURE TO UnitOfMeasure
           MOVE SM-CATEGORY-CODE TO CategoryCode
           WRITE StockRec
              INVALID KEY
                 MOVE 'N' TO WS-MAINT-VALID
           END-IF
           IF SM-UNIT-COST NOT = SPACES
              MOVE SM-UNIT-COST-NUM TO UnitCost
           END-IF
           IF SM-DESCRIPTION NOT = SPACES
              MOVE SM-DESCRIPTION TO ItemDescription
           END-IF
           IF SM-UNIT-OF-MEASURE NOT = SPACES
              MOVE SM-UNIT-OF-MEASURE TO UnitOfMeasure
           END-IF
           IF SM-CATEGORY-CODE NOT = SPACES
              MOVE SM-CATEGORY-CODE TO CategoryCode
           END-IF.

       APPLY-DISCONTINUE-ITEM.
           MOVE ReorderLevel TO SAV-REORDER-LEVEL
           MOVE ReorderQty TO SAV-REORDER-QTY
           MOVE UnitCost TO SAV-UNIT-COST
           MOVE UnitOfMeasure TO SAV-UNIT-OF-MEASURE
           MOVE CategoryCode TO SAV-CATEGORY-CODE
           MOVE ItemDescription TO SAV-DESCRIPTION
           MOVE StockAuditValues TO SA-OLD-VALUES.

       BUILD-NEW-AUDIT-VALUES.
           MOVE ReorderLevel TO SAV-REORDER-LEVEL
           MOVE ReorderQty TO SAV-REORDER-QTY
           MOVE UnitCost TO SAV-UNIT-COST
           MOVE UnitOfMeasure TO SAV-UNIT-OF-MEASURE
           MOVE CategoryCode TO SAV-CATEGORY-CODE
           MOVE ItemDescription TO SAV-DESCRIPTION
           MOVE StockAuditValues TO SA-NEW-VALUES.

       WRITE-STOCK-AUDIT.
           IF WS-ORDER-QTY < WS-MIN-ORDER-QTY
              MOVE WS-MIN-ORDER-QTY TO WS-ORDER-QTY
           END-IF
           IF WS-ORDER-QTY < SLS-MIN-QTY
              MOVE SLS-MIN-QTY TO WS-ORDER-QTY
           END-IF
           MOVE SLS-STOCK-NUMBER TO POD-STOCK-NUMBER
           MOVE WS-ORDER-QTY TO POD-ORDER-QTY
           MOVE WS-DUE-DATE TO POD-DUE-DATE
           MOVE SLS-UNIT-OF-MEASURE TO POD-UNIT-OF-MEASURE
           MOVE SLS-DESCRIPTION TO POD-DESCRIPTION
           MOVE SLS-UNIT-PRICE TO POD-UNIT-PRICE
           WRITE PurchaseOrderLine FROM PurchaseOrderDetail
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-OUTSTANDING-ORDER
           END-IF.

       WRITE-OUTSTANDING-ORDER.
           MOVE SPACES TO OutstandingOrderRec
           MOVE WS-NEXT-PO-NUMBER TO OO-PO-NUMBER
           MOVE SLS-MANF-NUMBER TO OO-MANF-NUMBER
           MOVE SLS-STOCK-NUMBER TO OO-STOCK-NUMBER
           MOVE WS-ORDER-QTY TO OO-QTY-ORDERED
           MOVE WS-PO-DATE TO OO-ORDER-DATE
           MOVE 'O' TO OO-STATUS
           MOVE SLS-UNIT-PRICE TO OO-UNIT-PRICE
           SET OO-NOT-SENT TO TRUE
           MOVE ZERO TO OO-SENT-DATE
           MOVE ZERO TO OO-PROMISED-DATE
           MOVE WS-PO-CURRENCY TO OO-CURRENCY-CODE
           WRITE OutstandingOrderRec.

       WRITE-MANUFACTURER-GROUP-HEADING.
           PERFORM LOOKUP-MANUFACTURER-FOR-PO
           MOVE SLS-MANF-NUMBER TO PGH-MANF-NUMBER
           MOVE WS-MANF-NAME TO PGH-MANF-NAME
           IF WS-PO-CURRENCY = ZERO
              MOVE "HOME" TO PGH-CURRENCY
           ELSE
              MOVE SPACES TO PGH-CURRENCY
              MOVE WS-PO-CURRENCY TO PGH-CURRENCY(3:2)
           END-IF
           WRITE PurchaseOrderLine FROM ManfGroupHeading
               AFTER ADVANCING 2 LINES
           MOVE WS-NEXT-PO-NUMBER TO PNL-PO-NUMBER

       LOOKUP-MANUFACTURER-FOR-PO.
           MOVE SPACES TO WS-MANF-NAME
           MOVE ZERO TO WS-PO-CURRENCY
           PERFORM FIND-MANUFACTURER-FOR-PO
               VARYING MANF-IDX FROM 1 BY 1
               UNTIL MANF-IDX > MANF-TABLE-COUNT.
       FIND-MANUFACTURER-FOR-PO.
           IF MT-MANF-NUMBER(MANF-IDX) = WS-PO-MANF-NUMBER
              MOVE MT-MANF-NAME(MANF-IDX) TO WS-MANF-NAME
              MOVE MT-CURRENCY-CODE(MANF-IDX) TO WS-PO-CURRENCY
           END-IF.

       PROCESS-KIT-ISSUES.
           MOVE WS-COMPONENT-QTY TO WS-ISSUE-REMAINING
           PERFORM CONSUME-LOTS-FEFO.

      * A department may return stock against an earlier issue,
      * named by the date of the issue journal line.  The return may
      * not exceed what the department was issued of that item on
      * that date, less anything it has already returned against it.
       PROCESS-RETURNS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN I-O StockFile
           OPEN OUTPUT ReturnRejects
           OPEN EXTEND StockMovements
           OPEN INPUT StockReturns
           MOVE 'N' TO RETURN-EOF
           PERFORM READ-RETURN-TRANS UNTIL END-OF-RETURNS
           CLOSE StockReturns
           CLOSE StockFile
           CLOSE ReturnRejects
           CLOSE StockMovements
           DISPLAY "Department returns run complete."
           DISPLAY "Returns read:     " RETURNS-READ
           DISPLAY "Returns applied:  " RETURNS-APPLIED
           DISPLAY "Returns rejected: " RETURNS-REJECTED.

       READ-RETURN-TRANS.
           READ StockReturns
              AT END
                 SET END-OF-RETURNS TO TRUE
              NOT AT END
                 ADD 1 TO RETURNS-READ
                 PERFORM APPLY-ONE-RETURN
           END-READ.

       APPLY-ONE-RETURN.
           MOVE SPACES TO RR-REASON
           EVALUATE TRUE
              WHEN SR-STOCK-NUMBER NOT NUMERIC
                OR SR-QTY-RETURNED NOT NUMERIC
                OR SR-ISSUE-DATE NOT NUMERIC
                 MOVE "non-numeric field on return" TO RR-REASON
              WHEN SR-QTY-RETURNED = ZERO
                 MOVE "return quantity is zero" TO RR-REASON
              WHEN SR-DEPARTMENT = SPACES
                 MOVE "no department on return" TO RR-REASON
           END-EVALUATE
           IF RR-REASON = SPACES
              PERFORM TOTAL-ISSUED-FOR-REFERENCE
              PERFORM TOTAL-RETURNED-FOR-REFERENCE
              IF WS-REF-QTY-ISSUED = ZERO
                 MOVE "no issue to department on that date"
                     TO RR-REASON
              ELSE
                 IF SR-QTY-RETURNED + WS-REF-QTY-RETURNED
                    > WS-REF-QTY-ISSUED
                    MOVE "return exceeds quantity issued"
                        TO RR-REASON
                 END-IF
              END-IF
           END-IF
           IF RR-REASON = SPACES
              MOVE SR-STOCK-NUMBER TO StockNumber
              READ StockFile
                 INVALID KEY
                    MOVE "return for unknown stock number"
                        TO RR-REASON
                 NOT INVALID KEY
                    ADD SR-QTY-RETURNED TO QtyInStock
                       ON SIZE ERROR
                          MOVE "return overflows quantity in stock"
                              TO RR-REASON
                    END-ADD
              END-READ
           END-IF
           IF RR-REASON = SPACES
              REWRITE StockRec
              MOVE "RTN" TO WS-MOVE-TYPE
              MOVE SR-QTY-RETURNED TO WS-MOVE-QTY
              PERFORM WRITE-STOCK-MOVEMENT
              PERFORM WRITE-RETURN-JOURNAL
              ADD 1 TO RETURNS-APPLIED
           ELSE
              PERFORM WRITE-RETURN-REJECT
           END-IF.

       TOTAL-ISSUED-FOR-REFERENCE.
           MOVE ZERO TO WS-REF-QTY-ISSUED
           MOVE 'N' TO JOURNAL-SCAN-EOF
           OPEN INPUT IssuesJournal
           PERFORM SCAN-ISSUES-JOURNAL UNTIL END-OF-JOURNAL-SCAN
           CLOSE IssuesJournal.

       SCAN-ISSUES-JOURNAL.
           READ IssuesJournal
              AT END
                 SET END-OF-JOURNAL-SCAN TO TRUE
              NOT AT END
                 IF IJI-DATE = SR-ISSUE-DATE
                    AND IJI-STOCK-NUMBER = SR-STOCK-NUMBER
                    AND IJI-DEPARTMENT = SR-DEPARTMENT
                    AND IJI-QTY-ISSUED IS NUMERIC
                    ADD IJI-QTY-ISSUED TO WS-REF-QTY-ISSUED
                 END-IF
           END-READ.

       TOTAL-RETURNED-FOR-REFERENCE.
           MOVE ZERO TO WS-REF-QTY-RETURNED
           MOVE 'N' TO JOURNAL-SCAN-EOF
           OPEN INPUT ReturnsJournal
           PERFORM SCAN-RETURNS-JOURNAL UNTIL END-OF-JOURNAL-SCAN
           CLOSE ReturnsJournal.

       SCAN-RETURNS-JOURNAL.
           READ ReturnsJournal
              AT END
                 SET END-OF-JOURNAL-SCAN TO TRUE
              NOT AT END
                 IF RJ-ISSUE-DATE = SR-ISSUE-DATE
                    AND RJ-STOCK-NUMBER = SR-STOCK-NUMBER
                    AND RJ-DEPARTMENT = SR-DEPARTMENT
                    ADD RJ-QTY-RETURNED TO WS-REF-QTY-RETURNED
                 END-IF
           END-READ.

       WRITE-RETURN-JOURNAL.
           OPEN EXTEND ReturnsJournal
           MOVE SPACES TO ReturnsJournalRec
           MOVE WS-TODAY-DATE TO RJ-DATE
           MOVE StockNumber TO RJ-STOCK-NUMBER
           MOVE SR-DEPARTMENT TO RJ-DEPARTMENT
           MOVE SR-QTY-RETURNED TO RJ-QTY-RETURNED
           MOVE SR-ISSUE-DATE TO RJ-ISSUE-DATE
           MOVE QtyInStock TO RJ-NEW-BALANCE
           WRITE ReturnsJournalRec
           CLOSE ReturnsJournal.

       WRITE-RETURN-REJECT.
           ADD 1 TO RETURNS-REJECTED
           MOVE SR-STOCK-NUMBER TO RR-STOCK-NUMBER
           MOVE SR-DEPARTMENT TO RR-DEPARTMENT
           MOVE SR-QTY-RETURNED TO RR-QTY-RETURNED
           MOVE SR-ISSUE-DATE TO RR-ISSUE-DATE
           WRITE ReturnRejectLine FROM ReturnRejectDetail.

      * Breakage, expiry, loss and obsolescence are written off here
      * rather than by a maintenance quantity change, so each one is
      * reasoned, valued and - above the threshold - approved by a
      * manager whose write-off limit covers it.
       PROCESS-WRITEOFFS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF RUN-CONTROL-FOUND
              AND WS-RC-PARM(1:7) IS NUMERIC
              MOVE WS-RC-PARM(1:7) TO WS-RC-THRESHOLD-X
              MOVE WS-RC-THRESHOLD TO WS-WRITEOFF-THRESHOLD
           END-IF
           PERFORM LOAD-AUTHORIZER-TABLE
           PERFORM LOAD-LOT-TABLE
           OPEN I-O StockFile
           OPEN OUTPUT WriteOffRejects
           OPEN EXTEND WriteOffJournal
           OPEN EXTEND StockMovements
           OPEN INPUT StockWriteOffs
           MOVE 'N' TO WRITEOFF-EOF
           PERFORM READ-WRITEOFF-TRANS UNTIL END-OF-WRITEOFFS
           CLOSE StockWriteOffs
           CLOSE StockFile
           CLOSE WriteOffRejects
           CLOSE WriteOffJournal
           CLOSE StockMovements
           PERFORM REWRITE-LOT-FILE
           DISPLAY "Stock write-off run complete."
           DISPLAY "Write-offs read:     " WRITEOFFS-READ
           DISPLAY "Write-offs applied:  " WRITEOFFS-APPLIED
           DISPLAY "Write-offs rejected: " WRITEOFFS-REJECTED
           DISPLAY "Value written off:   " WRITEOFF-TOTAL-VALUE.

       LOAD-AUTHORIZER-TABLE.
           MOVE ZERO TO AUTH-TABLE-COUNT
           MOVE 'N' TO AUTH-EOF
           OPEN INPUT StockAuthorizers
           PERFORM READ-AUTHORIZER-FILE UNTIL END-OF-AUTHORIZERS
           CLOSE StockAuthorizers.

       READ-AUTHORIZER-FILE.
           READ StockAuthorizers
              AT END
                 SET END-OF-AUTHORIZERS TO TRUE
              NOT AT END
                 IF AUTH-TABLE-COUNT >= AUTH-TABLE-MAX
                    PERFORM ABORT-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO AUTH-TABLE-COUNT
                 MOVE AU-USER-ID TO AT-USER-ID(AUTH-TABLE-COUNT)
                 MOVE AU-WRITEOFF-LIMIT
                     TO AT-WRITEOFF-LIMIT(AUTH-TABLE-COUNT)
           END-READ.

       LOOKUP-AUTHORIZER.
           MOVE 'N' TO WS-AUTH-FOUND
           MOVE ZERO TO WS-AUTH-LIMIT
           PERFORM FIND-AUTHORIZER
               VARYING AUTH-IDX FROM 1 BY 1
               UNTIL AUTH-IDX > AUTH-TABLE-COUNT.

       FIND-AUTHORIZER.
           IF AT-USER-ID(AUTH-IDX) = WO-AUTH-ID
              SET AUTHORIZER-FOUND TO TRUE
              MOVE AT-WRITEOFF-LIMIT(AUTH-IDX) TO WS-AUTH-LIMIT
           END-IF.

       READ-WRITEOFF-TRANS.
           READ StockWriteOffs
              AT END
                 SET END-OF-WRITEOFFS TO TRUE
              NOT AT END
                 ADD 1 TO WRITEOFFS-READ
                 PERFORM APPLY-ONE-WRITEOFF
           END-READ.

       APPLY-ONE-WRITEOFF.
           MOVE SPACES TO WR-REASON
           EVALUATE TRUE
              WHEN WO-STOCK-NUMBER NOT NUMERIC
                OR WO-QTY NOT NUMERIC
                 MOVE "non-numeric field on write-off" TO WR-REASON
              WHEN WO-QTY = ZERO
                 MOVE "write-off quantity is zero" TO WR-REASON
              WHEN NOT WO-REASON-VALID
                 MOVE "reason must be D, E, L or O" TO WR-REASON
              WHEN WO-USER-ID = SPACES
                 MOVE "no user id on write-off" TO WR-REASON
           END-EVALUATE
           IF WR-REASON = SPACES
              MOVE WO-STOCK-NUMBER TO StockNumber
              READ StockFile
                 INVALID KEY
                    MOVE "write-off for unknown stock number"
                        TO WR-REASON
                 NOT INVALID KEY
                    PERFORM VALIDATE-WRITEOFF-ITEM
              END-READ
           END-IF
           IF WR-REASON = SPACES
              SUBTRACT WO-QTY FROM QtyInStock
              REWRITE StockRec
              MOVE "WOF" TO WS-MOVE-TYPE
              MOVE WO-QTY TO WS-MOVE-QTY
              PERFORM WRITE-STOCK-MOVEMENT
              PERFORM WRITE-WRITEOFF-JOURNAL
              MOVE WO-QTY TO WS-ISSUE-REMAINING
              PERFORM CONSUME-LOTS-FEFO
              ADD 1 TO WRITEOFFS-APPLIED
              ADD WS-WRITEOFF-VALUE TO WRITEOFF-TOTAL-VALUE
           ELSE
              PERFORM WRITE-WRITEOFF-REJECT
           END-IF.

       VALIDATE-WRITEOFF-ITEM.
           COMPUTE WS-WRITEOFF-VALUE = WO-QTY * UnitCost
           EVALUATE TRUE
              WHEN WO-QTY > QtyInStock
                 MOVE "write-off exceeds quantity in stock"
                     TO WR-REASON
              WHEN WS-WRITEOFF-VALUE NOT > WS-WRITEOFF-THRESHOLD
                 CONTINUE
              WHEN WO-AUTH-ID = SPACES
                 MOVE "over threshold - manager approval needed"
                     TO WR-REASON
              WHEN WO-AUTH-ID = WO-USER-ID
                 MOVE "approver may not authorize own write-off"
                     TO WR-REASON
              WHEN OTHER
                 PERFORM LOOKUP-AUTHORIZER
                 IF NOT AUTHORIZER-FOUND
                    MOVE "approver not on authorizer file"
                        TO WR-REASON
                 ELSE
                    IF WS-WRITEOFF-VALUE > WS-AUTH-LIMIT
                       MOVE "value exceeds approver's limit"
                           TO WR-REASON
                    END-IF
                 END-IF
           END-EVALUATE.

       WRITE-WRITEOFF-JOURNAL.
           MOVE SPACES TO WriteOffJournalRec
           MOVE WS-TODAY-DATE TO WJ-DATE
           MOVE StockNumber TO WJ-STOCK-NUMBER
           MOVE WO-QTY TO WJ-QTY
           MOVE WO-REASON TO WJ-REASON
           MOVE UnitCost TO WJ-UNIT-COST
           MOVE WS-WRITEOFF-VALUE TO WJ-VALUE
           MOVE CategoryCode TO WJ-CATEGORY-CODE
           MOVE WO-USER-ID TO WJ-USER-ID
           IF WS-WRITEOFF-VALUE > WS-WRITEOFF-THRESHOLD
              MOVE WO-AUTH-ID TO WJ-AUTH-ID
           END-IF
           MOVE ItemDescription TO WJ-DESCRIPTION
           WRITE WriteOffJournalRec.

       WRITE-WRITEOFF-REJECT.
           ADD 1 TO WRITEOFFS-REJECTED
           MOVE WO-STOCK-NUMBER TO WR-STOCK-NUMBER
           MOVE WO-QTY TO WR-QTY
           MOVE WO-REASON TO WR-REASON-CODE
           MOVE WO-USER-ID TO WR-USER-ID
           MOVE WO-AUTH-ID TO WR-AUTH-ID
           WRITE WriteOffRejectLine FROM WriteOffRejectDetail.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** MASTER FILE LARGER THAN WORKING TABLE - "
               "RUN ABANDONED, FILES LEFT UNTOUCHED ***"
