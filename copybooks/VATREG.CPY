      * the customer), space otherwise.  On a late adjustment (doc
      * type 'A', posted into the current open period) VRG-OrigDate
      * carries the original invoice date; otherwise zero.
      * Park takings (doc type 'P', or 'C' on a day of net refunds)
      * are written by ParkVatExtract as VAT-inclusive daily totals
      * with no invoice number and VRG-Customer PARK-ADM, PARK-ANC or
      * PARK-GCR naming the revenue type.
      * VRG-SupplyType is 'S' for a supply of services and 'G' for
      * goods; lines written before it was recorded, and park
      * takings, carry a space and are treated as goods.
      *****************************************************************
       01 VatRegisterRec.
           02 VRG-Date         PIC 9(8).
           02 VRG-InvNo        PIC X(8).
           02 FILLER           PIC X VALUE SPACE.
           02 VRG-Customer     PIC X(10).
           02 FILLER           PIC X VALUE SPACE.
           02 VRG-SupplyType   PIC X.
               88 VRG-SERVICES     VALUE 'S'.
