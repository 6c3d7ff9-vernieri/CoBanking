      *****************************************************************
      * ATM-PARAMETER-RECORD layout for ATM-PARAMETER-FILE
      * (atm_parameters.dat, line sequential, one record), the ATM
      * authorization settings. ATMP-PREAUTH-DAYS is how many days a
      * pre-authorization hold may wait for its withdrawal to settle
      * before HoldReleaseBatch releases it as stale; AtmAuthorization
      * dates each pre-auth hold's release that many days after it
      * is placed. With no file on hand both programs use 5 days.
      *****************************************************************
       01 ATM-PARAMETER-RECORD.
           05 ATMP-PREAUTH-DAYS    PIC 9(3).
