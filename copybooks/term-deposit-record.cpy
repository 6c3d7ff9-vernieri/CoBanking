      *****************************************************************
      * TERM-DEPOSIT-RECORD layout for TERM-DEPOSIT-FILE
      * (term_deposits.dat, line sequential), the term deposit
      * (certificate of deposit) master. One record per deposit: the
      * principal placed, the annual rate locked at opening, the term
      * in months, the start and maturity dates, and what to do at
      * maturity - roll over for another term at the same rate with
      * the interest added to the principal, or pay principal and
      * interest out to TD-PAYOUT-ACCOUNT. Interest is simple
      * interest for the actual days of the term on a 365-day year.
      * Opened from the registry, which debits TD-FUNDING-ACCOUNT;
      * settled at maturity by TermDepositMaturityBatch in the EOD
      * cycle, or early (with a penalty) from the registry. A deposit
      * stays on file once settled (status MATURED or BROKEN) so the
      * master is its own history; TD-NUMBER is unique within it.
      * TD-MATURITY-DAY is the day of the month the deposit was
      * opened on; each renewal matures on that day, or on the last
      * day of a shorter month, so a month-end deposit stays a
      * month-end deposit. Records written before it was kept carry
      * spaces there and use the day of TD-START-DATE.
      *****************************************************************
       01 TERM-DEPOSIT-RECORD.
           05 TD-NUMBER            PIC 9(6).
           05 TD-CUSTOMER-ID       PIC 9(8).
           05 TD-FUNDING-ACCOUNT   PIC 9(10).
           05 TD-PAYOUT-ACCOUNT    PIC 9(10).
           05 TD-PRINCIPAL         PIC 9(8)V99.
           05 TD-RATE              PIC 9(2)V9(4).
           05 TD-TERM-MONTHS       PIC 9(3).
           05 TD-START-DATE        PIC 9(8).
           05 TD-MATURITY-DATE     PIC 9(8).
           05 TD-MATURITY-ACTION   PIC X(1).
               88 TD-ROLL-OVER     VALUE "R".
               88 TD-PAY-OUT       VALUE "P".
           05 TD-STATUS            PIC X(1).
               88 TD-ACTIVE        VALUE "A".
               88 TD-MATURED       VALUE "M".
               88 TD-BROKEN        VALUE "B".
           05 TD-CLOSED-DATE       PIC 9(8).
           05 TD-OPERATOR-ID       PIC X(8).
           05 TD-MATURITY-DAY      PIC 9(2).
