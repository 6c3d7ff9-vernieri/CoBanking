      *****************************************************************
      * AVERAGE-BALANCE-RECORD layout for the monthly average daily
      * balance file (average_balance_YYYYMM.dat, line sequential),
      * written by MonthEndMisReport once a month closes. One record
      * per account on the books at any time in the month, in
      * account-number order. ADB-DAYS is the calendar days the
      * account was on the books in the month (every day of the
      * month unless it was opened during it); the averages are the
      * sum of each day's closing balance over those days, a day
      * without a cycle taking the previous day's balance. Read by
      * any process that prices or charges on average balance.
      *****************************************************************
       01 AVERAGE-BALANCE-RECORD.
           05 ADB-MONTH            PIC 9(6).
           05 ADB-ACCOUNT-NUMBER   PIC 9(10).
           05 ADB-PRODUCT-CODE     PIC X(3).
           05 ADB-ACCOUNT-STATUS   PIC X(1).
           05 ADB-DAYS             PIC 9(2).
           05 ADB-LEDGER-AVERAGE   PIC S9(8)V99.
           05 ADB-AVAILABLE-AVERAGE PIC S9(8)V99.
           05 ADB-MONTH-END-BALANCE PIC S9(8)V99.
