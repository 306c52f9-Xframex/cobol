      *****************************************************************
      * STKALLOC.CPY
      * Shared record layout for StockAllocations.Dat, the on-hand
      * stock reserved for each course requisition.  One record per
      * course and stock item, rebuilt by StockAllocation from the
      * latest course requisitions and drawn down by StockManagement
      * as the course issues against it.
      * ALC-REQUIRED-QTY is the quantity the course requisitioned,
      * ALC-ISSUED-QTY what the course has drawn against it so far
      * and ALC-ALLOCATED-QTY the on-hand stock still held for it.
      * The requirement still to cover is required less issued; any
      * part of that not allocated is a shortfall.
      *****************************************************************
       01 StockAllocationRec.
           02 ALC-STOCK-NUMBER  PIC 9(5).
           02 FILLER            PIC X.
           02 ALC-COURSE-CODE   PIC X(5).
           02 FILLER            PIC X.
           02 ALC-REQUIRED-QTY  PIC 9(6).
           02 FILLER            PIC X.
           02 ALC-ALLOCATED-QTY PIC 9(6).
           02 FILLER            PIC X.
           02 ALC-ISSUED-QTY    PIC 9(6).
           02 FILLER            PIC X.
           02 ALC-DATE          PIC 9(8).
