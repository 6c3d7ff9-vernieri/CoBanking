      * timestamp, a unique sequence number (see
      * txn-sequence-record.cpy), the operator, and the channel the
      * item arrived on (TEL=teller, ATM=network feed, INT=interest,
      * FEE=service charge or NSF fee, REV=reversal,
      * TRF=account-to-account transfer, TDP=term deposit placement
      * or maturity payout, CHQ=cheque paid through clearing,
      * BCQ=closing balance paid out by bank cheque). A
      * cleared cheque carries its cheque number in
      * TXN-CHEQUE-NUMBER, which shares the TXN-ORIG-SEQUENCE
      * positions (a cheque is never a reversal or a transfer leg).
      * A reversal carries "R" in
      * TXN-REVERSAL-CODE and the sequence number of the
      * transaction it backs out in TXN-ORIG-SEQUENCE, linking the
      * pair; a transfer posts as two
      * TRF records whose credit leg carries the debit leg's
      * sequence number in TXN-ORIG-SEQUENCE, linking the legs the
      * same way; ordinary activity carries space/zeros there.
           05 TXN-REVERSAL-CODE    PIC X(1).
               88 TXN-IS-REVERSAL   VALUE "R".
           05 TXN-ORIG-SEQUENCE    PIC 9(8).
           05 TXN-CHEQUE-NUMBER    REDEFINES TXN-ORIG-SEQUENCE
                                   PIC 9(8).
