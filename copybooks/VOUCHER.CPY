      *****************************************************************
      * VOUCHER.CPY
      * Shared record layout for VoucherMaster.Dat, the discount
      * voucher master read by the gate.  VM-DISC-TYPE 'P' takes
      * VM-DISC-VALUE percent off the price; any other value takes
      * VM-DISC-VALUE off as an amount.  Rain checks are single-use
      * amount vouchers coded RC followed by the transaction id of
      * the admission they replace.
      *****************************************************************
       01 VoucherMasterRec.
           02 VM-CODE             PIC X(8).
           02 VM-DISC-TYPE        PIC X.
           02 VM-DISC-VALUE       PIC 9(3)V99.
           02 VM-VALID-FROM       PIC 9(8).
           02 VM-VALID-TO         PIC 9(8).
           02 VM-MAX-REDEMPTIONS  PIC 9(5).
