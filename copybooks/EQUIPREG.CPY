      *****************************************************************
      * EQUIPREG.CPY
      * Shared record layout for EquipmentRegister.Dat, the serial
      * number register of returnable equipment (projectors, radios,
      * first-aid kits ...) lent out from stores.  A stock item is
      * returnable equipment when it has serials on this register;
      * such items are lent through EquipmentLoans, not issued.
      * EQ-STATUS: S in stores, O out on loan, L lost by the holder
      * and charged to it through DeptChargeback.
      * EQ-HOLDER is the department or course code holding the item
      * (spaces while in stores) and EQ-LOCATION where it is kept.
      * EQ-CONDITION: G good, F fair, D damaged, U unserviceable, as
      * recorded when the item was registered or last checked in.
      *****************************************************************
       01 EquipmentRegisterRec.
           02 EQ-SERIAL-NUMBER  PIC X(12).
           02 FILLER            PIC X.
           02 EQ-STOCK-NUMBER   PIC 9(5).
           02 FILLER            PIC X.
           02 EQ-STATUS         PIC X.
               88 EQ-IN-STORES  VALUE 'S'.
               88 EQ-ON-LOAN    VALUE 'O'.
               88 EQ-LOST       VALUE 'L'.
           02 FILLER            PIC X.
           02 EQ-HOLDER         PIC X(10).
           02 FILLER            PIC X.
           02 EQ-LOCATION       PIC X(20).
           02 FILLER            PIC X.
           02 EQ-OUT-DATE       PIC 9(8).
           02 FILLER            PIC X.
           02 EQ-DUE-DATE       PIC 9(8).
           02 FILLER            PIC X.
           02 EQ-RETURN-DATE    PIC 9(8).
           02 FILLER            PIC X.
           02 EQ-CONDITION      PIC X.
               88 EQ-CONDITION-VALID VALUE 'G' 'F' 'D' 'U'.
           02 FILLER            PIC X.
           02 EQ-LOST-DATE      PIC 9(8).
