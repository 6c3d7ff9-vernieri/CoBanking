      *****************************************************************
      * STOP-PAYMENT-RECORD layout for STOP-PAYMENT-FILE
      * (stop_payments.dat, line sequential), the stop-payment
      * register. One record per stop a customer places on cheques
      * drawn on their account: a single cheque (STOP-CHEQUE-TO equal
      * to STOP-CHEQUE-FROM) or a range of cheque numbers, the amount
      * where the customer knows it (zeros for a range or an unknown
      * amount), and the date the stop lapses. A presented cheque is
      * stopped when its number falls in the range and, where the
      * stop carries an amount, the amounts agree. Maintained from
      * the registry under audit; read by ChequeClearingBatch. A stop
      * stays on file once revoked (STOP-STATUS "R") or lapsed so the
      * register is its own history; STOP-NUMBER is unique within it.
      *****************************************************************
       01 STOP-PAYMENT-RECORD.
           05 STOP-NUMBER          PIC 9(6).
           05 STOP-ACCOUNT-NUMBER  PIC 9(10).
           05 STOP-CHEQUE-FROM     PIC 9(8).
           05 STOP-CHEQUE-TO       PIC 9(8).
           05 STOP-AMOUNT          PIC 9(8)V99.
           05 STOP-EXPIRY-DATE     PIC 9(8).
           05 STOP-STATUS          PIC X(1).
               88 STOP-ACTIVE      VALUE "A".
               88 STOP-REVOKED     VALUE "R".
           05 STOP-PLACED-DATE     PIC 9(8).
           05 STOP-OPERATOR-ID     PIC X(8).
