      *****************************************************************
      * STDJNL.CPY
      * Shared record layout for StandingJournals.Dat, the recurring
      * journal templates posted each period by StandingJournals.
      * Each template is an H record followed by its L records, one
      * per ledger line; the lines must balance.
      * SJ-FREQUENCY  M monthly  Q quarterly  H half-yearly  A annual,
      *               counted from SJ-START-PERIOD.
      * SJ-END-PERIOD is the last period posted; zero has no end.
      * SJ-AUTO-REVERSE Y reverses the entry on the first day of the
      * next period (accruals).
      *****************************************************************
       01 StandingJournalRec.
           02 SJ-REC-TYPE        PIC X.
               88 SJ-HEADER-REC      VALUE 'H'.
               88 SJ-LINE-REC        VALUE 'L'.
           02 SJ-TEMPLATE        PIC X(6).
           02 SJ-HEADER-BODY.
               03 SJ-DESCRIPTION     PIC X(30).
               03 SJ-FREQUENCY       PIC X.
                   88 SJ-VALID-FREQUENCY VALUE 'M' 'Q' 'H' 'A'.
               03 SJ-START-PERIOD    PIC 9(6).
               03 SJ-END-PERIOD      PIC 9(6).
               03 SJ-AUTO-REVERSE    PIC X.
                   88 SJ-REVERSING       VALUE 'Y'.
           02 SJ-LINE-BODY REDEFINES SJ-HEADER-BODY.
               03 SJ-ACCOUNT         PIC X(6).
               03 SJ-DRCR            PIC X.
               03 SJ-AMOUNT          PIC 9(5).
               03 FILLER             PIC X(32).
