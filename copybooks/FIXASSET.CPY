      *****************************************************************
      * FIXASSET.CPY
      * Shared record layout for FixedAssets.Dat, the fixed asset
      * register of ride components, vehicles, IT kit and other
      * capital purchases.  One record per asset, maintained by
      * FixedAssets.
      * FA-CATEGORY selects the ledger accounts used for the asset
      * (GlAccountMap.Dat sources FAA, FAD, FAX, FAN and FAP followed
      * by the category).  FA-COST is the home-currency cost.
      * FA-METHOD: S straight line, cost spread evenly over
      * FA-LIFE-MONTHS; R reducing balance, each month charging
      * twice the straight-line rate on the net book value.  Either
      * way the asset is written down to nil in its final month.
      * FA-ACCUM-DEPN and FA-MONTHS-CHARGED are the depreciation to
      * date and FA-LAST-DEPN-MONTH (YYYYMM) the latest month charged.
      * FA-STATUS: A active, D disposed on FA-DISPOSAL-DATE for
      * FA-PROCEEDS.  FA-SOURCE-PO and FA-SOURCE-STOCK identify the
      * goods receipt an asset was capitalised from, zero when the
      * asset was keyed directly.
      *****************************************************************
       01 FixedAssetRec.
           02 FA-ASSET-NUMBER    PIC 9(6).
           02 FILLER             PIC X.
           02 FA-DESCRIPTION     PIC X(30).
           02 FILLER             PIC X.
           02 FA-CATEGORY        PIC X(4).
           02 FILLER             PIC X.
           02 FA-COST            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 FA-ACQUIRED-DATE   PIC 9(8).
           02 FILLER             PIC X.
           02 FA-LIFE-MONTHS     PIC 9(3).
           02 FILLER             PIC X.
           02 FA-METHOD          PIC X.
               88 FA-STRAIGHT-LINE     VALUE 'S'.
               88 FA-REDUCING-BALANCE  VALUE 'R'.
           02 FILLER             PIC X.
           02 FA-LOCATION        PIC X(20).
           02 FILLER             PIC X.
           02 FA-ACCUM-DEPN      PIC 9(7)V99.
           02 FILLER             PIC X.
           02 FA-MONTHS-CHARGED  PIC 9(3).
           02 FILLER             PIC X.
           02 FA-LAST-DEPN-MONTH PIC 9(6).
           02 FILLER             PIC X.
           02 FA-STATUS          PIC X.
               88 FA-ACTIVE      VALUE 'A'.
               88 FA-DISPOSED    VALUE 'D'.
           02 FILLER             PIC X.
           02 FA-DISPOSAL-DATE   PIC 9(8).
           02 FILLER             PIC X.
           02 FA-PROCEEDS        PIC 9(7)V99.
           02 FILLER             PIC X.
           02 FA-SOURCE-PO       PIC 9(6).
           02 FILLER             PIC X.
           02 FA-SOURCE-STOCK    PIC 9(5).
