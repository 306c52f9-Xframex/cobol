      *****************************************************************
      * COAMAST.CPY
      * Shared record layout for ChartOfAccounts.Dat, the chart of
      * accounts, maintained by ChartOfAccounts and read by the ledger
      * posting, period close and financial statement runs.
      * CO-TYPE is A asset, L liability, E equity, I income or
      * X expense; the statement is P (profit and loss) for income and
      * expense accounts and B (balance sheet) for the rest.  Accounts
      * sharing a section and reporting line are added together on
      * the statements.  A closed account stays on file for reporting
      * but takes no further postings.
      *****************************************************************
       01 ChartOfAccountRec.
           02 CO-ACCOUNT       PIC X(6).
           02 FILLER           PIC X VALUE SPACE.
           02 CO-NAME          PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 CO-TYPE          PIC X.
               88 CO-ASSET         VALUE 'A'.
               88 CO-LIABILITY     VALUE 'L'.
               88 CO-EQUITY        VALUE 'E'.
               88 CO-INCOME        VALUE 'I'.
               88 CO-EXPENSE       VALUE 'X'.
               88 CO-VALID-TYPE    VALUE 'A' 'L' 'E' 'I' 'X'.
           02 FILLER           PIC X VALUE SPACE.
           02 CO-NORMAL-BAL    PIC X.
               88 CO-NORMAL-DEBIT  VALUE 'D'.
               88 CO-NORMAL-CREDIT VALUE 'C'.
           02 FILLER           PIC X VALUE SPACE.
           02 CO-STATEMENT     PIC X.
               88 CO-PROFIT-AND-LOSS VALUE 'P'.
               88 CO-BALANCE-SHEET   VALUE 'B'.
           02 FILLER           PIC X VALUE SPACE.
           02 CO-SECTION       PIC X(20).
           02 FILLER           PIC X VALUE SPACE.
           02 CO-REPORT-LINE   PIC X(30).
           02 FILLER           PIC X VALUE SPACE.
           02 CO-STATUS        PIC X.
               88 CO-ACTIVE        VALUE 'A'.
               88 CO-CLOSED        VALUE 'C'.
