      * cycle's business date, so a date selection would miss it
      * while its movement is inside the reconciliation variance.
      * The selected activity is summarized by channel (TEL, ATM,
      * INT, FEE, REV, TRF, STO, TDP, CHQ, BCQ, and anything new)
      * and by the account's product code. Each summary bucket emits
      * a balanced pair of journal lines on gl_journal.dat: the
      * customer-deposit liability account (200 + product code) and
      * the offset to the bank's cash account (100100), interest
      * expense (510100) for INT, fee income (410100) for FEE, term
      * deposits (210100) for TDP, or bank cheques payable (220100)
      * for BCQ.
      * Header and trailer records carry the feed date, line count,
      * and an amount hash total so the core ledger can validate the
      * feed.
                   MOVE "510100" TO JD-GL-ACCOUNT
               WHEN "FEE"
                   MOVE "410100" TO JD-GL-ACCOUNT
               WHEN "TDP"
                   MOVE "210100" TO JD-GL-ACCOUNT
               WHEN "BCQ"
                   MOVE "220100" TO JD-GL-ACCOUNT
               WHEN OTHER
                   MOVE "100100" TO JD-GL-ACCOUNT
           END-EVALUATE
