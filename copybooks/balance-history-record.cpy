      *****************************************************************
      * BALANCE-HISTORY-RECORD layout for the daily balance history
      * (balance_history_YYYYMMDD.dat, line sequential, one file per
      * business date). BalanceHistoryBatch writes one record per
      * account on accounts.dat, in account-number order, at the end
      * of each EOD cycle: the ledger balance, the open funds holds,
      * and the available balance (ledger balance minus open holds)
      * as they stood when the day's posting was done, with the
      * product and status the account carried that day. A day with
      * no cycle (a weekend or holiday) has no file; the last
      * snapshot before it stands for that day.
      * MonthEndMisReport builds the month's average daily balances
      * from these files.
      *****************************************************************
       01 BALANCE-HISTORY-RECORD.
           05 BAL-SNAPSHOT-DATE    PIC 9(8).
           05 BAL-ACCOUNT-NUMBER   PIC 9(10).
           05 BAL-PRODUCT-CODE     PIC X(3).
           05 BAL-ACCOUNT-STATUS   PIC X(1).
               88 BAL-ACCOUNT-CLOSED VALUE "C".
           05 BAL-LEDGER-BALANCE   PIC S9(8)V99.
           05 BAL-OPEN-HOLDS       PIC 9(8)V99.
           05 BAL-AVAILABLE-BALANCE PIC S9(8)V99.
