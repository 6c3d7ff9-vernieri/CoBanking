      *****************************************************************
      * HOLIDAY-RECORD layout for HOLIDAY-FILE (holidays.dat, line
      * sequential), the bank holiday calendar. One record per date
      * the bank is closed on a weekday; Saturdays and Sundays are
      * never business days and need not be listed. Maintained by
      * operations ahead of each year, and on the day for any
      * unplanned closure. EodCycleDriver works out the next business
      * date from it and refuses a cycle for any other day;
      * StandingOrderBatch and HoldReleaseBatch move an item falling
      * due on a closed day to the next business day;
      * CashTransactionReportBatch and PendingChangeReport report
      * items dated on a closed day with the next business date.
      *****************************************************************
       01 HOLIDAY-RECORD.
           05 HOL-DATE             PIC 9(8).
           05 HOL-DESCRIPTION      PIC X(30).
