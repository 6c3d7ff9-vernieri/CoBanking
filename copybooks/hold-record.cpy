      * tests. HOLD-NUMBER is unique within the file and is how a
      * teller names a hold for early release. Expired holds are
      * released by HoldReleaseBatch in the EOD cycle.
      *
      * An ATM pre-authorization hold is placed by AtmAuthorization
      * for each approved withdrawal; its reason reads "ATM AUTH"
      * and the authorization code returned to the switch, which is
      * the hold's own number. BatchTransactionPoster releases it
      * when the withdrawal settles with that code on the network
      * feed; one that never settles is released as stale by
      * HoldReleaseBatch.
      *****************************************************************
       01 HOLD-RECORD.
           05 HOLD-NUMBER          PIC 9(6).
           05 HOLD-ACCOUNT-NUMBER  PIC 9(10).
           05 HOLD-AMOUNT          PIC 9(8)V99.
           05 HOLD-REASON          PIC X(20).
           05 HOLD-PREAUTH-REASON  REDEFINES HOLD-REASON.
               10 HOLD-PREAUTH-TAG PIC X(9).
                   88 HOLD-IS-PREAUTH VALUE "ATM AUTH ".
               10 HOLD-AUTH-CODE   PIC 9(6).
               10 FILLER           PIC X(5).
           05 HOLD-RELEASE-DATE    PIC 9(8).
           05 HOLD-STATUS          PIC X(1).
               88 HOLD-OPEN        VALUE "O".
