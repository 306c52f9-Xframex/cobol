      *****************************************************************
      * BANKDEP.CPY
      * Shared record layout for BankDeposits.Dat, the numbered
      * register of everything the park expects the bank to credit.
      * CashBanking adds the day's records when the deposit is made
      * up and marks them off against the bank statement later.
      * BD-KIND values:
      *   C cash deposit for one site and takings day; BD-CASH-AMOUNT
      *     is notes and coin, BD-FX-AMOUNT foreign notes at the home
      *     value ExchangeRate.Dat gave them on the day
      *   K card settlement batch, the day's CardSettlement.Dat total
      * BD-STATUS: O outstanding, M matched (BD-BANK-DATE holds the
      * statement date it was matched on).
      *****************************************************************
       01 BankDepositRec.
           02 BD-DEPOSIT-NO    PIC 9(6).
           02 FILLER           PIC X.
           02 BD-KIND          PIC X.
               88 BD-CASH-DEPOSIT  VALUE 'C'.
               88 BD-CARD-BATCH    VALUE 'K'.
           02 FILLER           PIC X.
           02 BD-TAKINGS-DATE  PIC 9(8).
           02 FILLER           PIC X.
           02 BD-SITE          PIC X(3).
           02 FILLER           PIC X.
           02 BD-CASH-AMOUNT   PIC 9(7)V99.
           02 FILLER           PIC X.
           02 BD-FX-AMOUNT     PIC 9(7)V99.
           02 FILLER           PIC X.
           02 BD-AMOUNT        PIC 9(7)V99.
           02 FILLER           PIC X.
           02 BD-STATUS        PIC X.
               88 BD-OUTSTANDING   VALUE 'O'.
               88 BD-MATCHED       VALUE 'M'.
           02 FILLER           PIC X.
           02 BD-BANK-DATE     PIC 9(8).
