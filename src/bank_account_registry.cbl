               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT INTEREST-RATE-FILE ASSIGN TO "interest_rate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT OPTIONAL CLOSING-STATEMENT-FILE ASSIGN TO
               "closing_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TERM-DEPOSIT-FILE ASSIGN TO
               "term_deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT OPTIONAL STOP-PAYMENT-FILE ASSIGN TO
               "stop_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

           SELECT OPTIONAL ACCRUAL-CONTROL-FILE ASSIGN TO
               "accrual_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-CONTROL-STATUS.

           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO
               "pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       FD OWNER-XREF-FILE.
           COPY "account-owner-record.cpy".

       FD INTEREST-RATE-FILE.
       01 INTEREST-RATE-RECORD.
           05 RATE-PERCENT  PIC 9(2)V9(4).

       FD ACCRUAL-CONTROL-FILE.
       01 ACCRUAL-CONTROL-RECORD.
           05 ACR-ACCRUED-THROUGH PIC 9(8).

       FD CLOSING-STATEMENT-FILE.
       01 CLOSING-STATEMENT-LINE PIC X(100).

       FD TERM-DEPOSIT-FILE.
           COPY "term-deposit-record.cpy".

       FD STOP-PAYMENT-FILE.
           COPY "stop-payment-record.cpy".

       FD PENDING-CHANGE-FILE.
           COPY "pending-change-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPTION          PIC 9(2) VALUE 0.
       01 WS-ACCOUNT-NUMBER  PIC 9(10).

       01 WS-TXN-TYPE         PIC X(1).
       01 WS-TXN-AMOUNT       PIC 9(8)V99.
       01 WS-TXN-CHANNEL      PIC X(3).
       01 WS-ACCOUNT-FOUND    PIC X VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y" FALSE "N".
       01 WS-TXN-REJECTED     PIC X VALUE "N".
       01 WS-PRODUCT-FOUND    PIC X VALUE "N".
           88 PRODUCT-FOUND VALUE "Y" FALSE "N".
       01 WS-MIN-OPENING-EDIT PIC -(7)9.99.
       01 WS-PRODUCT-OVERDRAFT-FLAG PIC X(1).

       01 WS-CUSTOMERS-STATUS PIC X(2).
           88 CUSTOMERS-OK       VALUE "00".
           88 XFER-EDITS-PASS VALUE "Y" FALSE "N".
       01 WS-XFER-DEBIT-SEQ    PIC 9(8).

       01 WS-RATE-FILE-STATUS  PIC X(2).
           88 RATE-FILE-OK        VALUE "00".
       01 WS-ACCRUAL-CONTROL-STATUS PIC X(2).
           88 ACCRUAL-CONTROL-OK  VALUES "00" "05".
       01 WS-ACCRUAL-OPERATOR-ID PIC X(8) VALUE "BATCH".
       01 WS-CLOSE-ACCRUED-THROUGH PIC 9(8).
       01 WS-CLOSE-ACCOUNT     PIC 9(10).
       01 WS-CLOSE-NAME        PIC X(30).
       01 WS-CLOSE-TO-ACCOUNT  PIC 9(10) VALUE ZEROS.
       01 WS-CLOSE-PAYOUT-OPTION PIC 9 VALUE 0.
           88 CLOSE-PAY-BY-TRANSFER VALUE 1.
           88 CLOSE-PAY-BY-CASH     VALUE 2.
           88 CLOSE-PAY-BY-CHEQUE   VALUE 3.
       01 WS-CLOSE-REJECT-TEXT PIC X(40).
       01 WS-CLOSE-DATE        PIC 9(8).
       01 WS-CLOSE-RATE        PIC 9(2)V9(4).
       01 WS-CLOSE-LAST-INT-DATE PIC 9(8).
       01 WS-CLOSE-FIRST-DATE  PIC 9(8).
       01 WS-CLOSE-START-DATE  PIC 9(8).
       01 WS-CLOSE-DAYS        PIC 9(5) VALUE ZEROS.
       01 WS-CLOSE-OPENING-BALANCE PIC S9(8)V99.
       01 WS-CLOSE-INTEREST    PIC S9(8)V99.
       01 WS-CLOSE-DAY-INTEREST PIC S9(8)V99.
       01 WS-CLOSE-PAYOUT      PIC S9(8)V99.
       01 WS-CLOSE-SO-COUNT    PIC 9(3) VALUE ZEROS.
       01 WS-CLOSE-TD-NUMBER   PIC 9(6) VALUE ZEROS.
       01 WS-RATE-EDIT         PIC Z9.9(4).
       01 WS-CLOSING-HEADER    PIC X(100).
       01 WS-CLOSING-LINE.
           05 CL-LABEL            PIC X(36).
           05 CL-AMOUNT           PIC -(9)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CL-TEXT             PIC X(40).

       01 WS-TD-STATUS         PIC X(2).
           88 TD-FILE-OK          VALUES "00" "05".
       01 WS-TD-OPTION         PIC 9 VALUE 0.
       01 WS-TD-NUMBER         PIC 9(6).
       01 WS-TD-FUNDING-ACCOUNT PIC 9(10).
       01 WS-TD-PAYOUT-ACCOUNT PIC 9(10).
       01 WS-TD-PRINCIPAL      PIC 9(8)V99.
       01 WS-TD-RATE           PIC 9(2)V9(4).
       01 WS-TD-TERM-MONTHS    PIC 9(3).
       01 WS-TD-ACTION         PIC X(1).
       01 WS-TD-CUSTOMER-ID    PIC 9(8).
       01 WS-TD-START-DATE     PIC 9(8).
       01 WS-TD-MATURITY-DATE  PIC 9(8).
       01 WS-TD-CHANNEL        PIC X(3).
       01 WS-TD-REJECT-TEXT    PIC X(40).
       01 WS-NEXT-TD-NUMBER    PIC 9(6) VALUE ZEROS.
       01 WS-TD-DAYS           PIC 9(5) VALUE ZEROS.
       01 WS-TD-INTEREST       PIC 9(8)V99 VALUE ZEROS.
       01 WS-TD-PENALTY        PIC 9(8)V99 VALUE ZEROS.
       01 WS-TD-PENALTY-DAYS   PIC 9(3) VALUE 90.
       01 WS-TD-MAX-TERM       PIC 9(3) VALUE 120.
       01 WS-TD-DATE           PIC 9(8).
       01 WS-TD-DATE-SPLIT REDEFINES WS-TD-DATE.
           05 WS-TDD-YEAR      PIC 9(4).
           05 WS-TDD-MONTH     PIC 9(2).
           05 WS-TDD-DAY       PIC 9(2).
       01 WS-TD-MONTH-COUNT    PIC 9(6).
       01 WS-MONTH-LIMIT       PIC 9(2).
       01 WS-TD-TABLE-SWITCH   PIC X VALUE "N".
           88 TD-TABLE-FULL VALUE "Y" FALSE "N".
       01 WS-TD-MAX            PIC 9(3) VALUE 200.
       01 WS-TD-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-TD-SUB            PIC 9(3) VALUE ZEROS.
       01 WS-TD-INDEX          PIC 9(3) VALUE ZEROS.
       01 WS-TD-TABLE.
           05 WS-TD-ENTRY OCCURS 200.
               10 TT-NUMBER          PIC 9(6).
               10 TT-CUSTOMER-ID     PIC 9(8).
               10 TT-FUNDING-ACCOUNT PIC 9(10).
               10 TT-PAYOUT-ACCOUNT  PIC 9(10).
               10 TT-PRINCIPAL       PIC 9(8)V99.
               10 TT-RATE            PIC 9(2)V9(4).
               10 TT-TERM-MONTHS     PIC 9(3).
               10 TT-START-DATE      PIC 9(8).
               10 TT-MATURITY-DATE   PIC 9(8).
               10 TT-MATURITY-ACTION PIC X(1).
               10 TT-STATUS          PIC X(1).
               10 TT-CLOSED-DATE     PIC 9(8).
               10 TT-OPERATOR-ID     PIC X(8).
               10 TT-MATURITY-DAY    PIC 9(2).

       01 WS-STOP-STATUS       PIC X(2).
           88 STOP-FILE-OK        VALUES "00" "05".
       01 WS-STOP-OPTION       PIC 9 VALUE 0.
       01 WS-STOP-NUMBER       PIC 9(6).
       01 WS-STOP-CHEQUE-FROM  PIC 9(8).
       01 WS-STOP-CHEQUE-TO    PIC 9(8).
       01 WS-STOP-AMOUNT       PIC 9(8)V99.
       01 WS-STOP-EXPIRY       PIC 9(8).
       01 WS-STOP-TERM-MONTHS  PIC 9(3) VALUE 6.
       01 WS-NEXT-STOP-NUMBER  PIC 9(6) VALUE ZEROS.
       01 WS-STOP-RANGE-TEXT   PIC X(30).
       01 WS-STOP-TABLE-SWITCH PIC X VALUE "N".
           88 STOP-TABLE-FULL VALUE "Y" FALSE "N".
       01 WS-STOP-MAX          PIC 9(3) VALUE 500.
       01 WS-STOP-COUNT        PIC 9(3) VALUE ZEROS.
       01 WS-STOP-SUB          PIC 9(3) VALUE ZEROS.
       01 WS-STOP-INDEX        PIC 9(3) VALUE ZEROS.
       01 WS-STOP-TABLE.
           05 WS-STOP-ENTRY OCCURS 500.
               10 SP-NUMBER        PIC 9(6).
               10 SP-ACCOUNT       PIC 9(10).
               10 SP-CHEQUE-FROM   PIC 9(8).
               10 SP-CHEQUE-TO     PIC 9(8).
               10 SP-AMOUNT        PIC 9(8)V99.
               10 SP-EXPIRY-DATE   PIC 9(8).
               10 SP-STATUS        PIC X(1).
               10 SP-PLACED-DATE   PIC 9(8).
               10 SP-OPERATOR-ID   PIC X(8).

       01 WS-PC-STATUS         PIC X(2).
           88 PC-FILE-OK          VALUES "00" "05".
       01 WS-PC-OPTION         PIC 9 VALUE 0.
       01 WS-PC-NUMBER         PIC 9(6).
       01 WS-PC-DECISION       PIC X(1).
       01 WS-PC-CHANGE-TYPE    PIC X(1).
       01 WS-PC-ACCOUNT        PIC 9(10).
       01 WS-PC-CUSTOMER       PIC 9(8).
       01 WS-PC-BEFORE-VALUE   PIC X(40).
       01 WS-PC-BEFORE-LIMIT REDEFINES WS-PC-BEFORE-VALUE
                               PIC 9(8)V99.
       01 WS-PC-AFTER-VALUE    PIC X(40).
       01 WS-PC-AFTER-LIMIT REDEFINES WS-PC-AFTER-VALUE
                               PIC 9(8)V99.
       01 WS-PC-TYPE-TEXT      PIC X(16).
       01 WS-PC-REJECT-TEXT    PIC X(40).
       01 WS-PC-LISTED         PIC 9(4) VALUE ZEROS.
       01 WS-NEXT-PC-NUMBER    PIC 9(6) VALUE ZEROS.
       01 WS-PC-PENDING-NUMBER PIC 9(6) VALUE ZEROS.
       01 WS-PC-APPLIED-SWITCH PIC X VALUE "N".
           88 PC-CHANGE-APPLIED VALUE "Y" FALSE "N".
       01 WS-PC-TABLE-SWITCH   PIC X VALUE "N".
           88 PC-TABLE-FULL VALUE "Y" FALSE "N".
       01 WS-PC-MAX            PIC 9(3) VALUE 500.
       01 WS-PC-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-PC-SUB            PIC 9(3) VALUE ZEROS.
       01 WS-PC-INDEX          PIC 9(3) VALUE ZEROS.
      * Each entry has the PENDING-CHANGE-RECORD layout, so a change
      * moves between the table and the record buffer whole.
       01 WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 500.
               10 PQ-NUMBER        PIC 9(6).
               10 PQ-CHANGE-TYPE   PIC X(1).
               10 PQ-ACCOUNT       PIC 9(10).
               10 PQ-CUSTOMER      PIC 9(8).
               10 PQ-BEFORE-VALUE  PIC X(40).
               10 PQ-AFTER-VALUE   PIC X(40).
               10 PQ-STATUS        PIC X(1).
               10 PQ-MAKER-ID      PIC X(8).
               10 PQ-MADE-DATE     PIC 9(8).
               10 PQ-CHECKER-ID    PIC X(8).
               10 PQ-DECIDED-DATE  PIC 9(8).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-AUDIT-OVERRIDE-ID  PIC X(8) VALUE SPACES.
       01 WS-AUDIT-FIELD-NAME   PIC X(20).
       01 WS-AUDIT-BEFORE-VALUE PIC X(30).
       01 WS-AUDIT-AFTER-VALUE  PIC X(30).
           DISPLAY "11 - Transfer Between Accounts".
           DISPLAY "12 - Standing Order Maintenance".
           DISPLAY "13 - Account Owner Maintenance".
           DISPLAY "14 - Term Deposit Maintenance".
           DISPLAY "15 - Stop Payment Maintenance".
           DISPLAY "16 - Approve/Reject Pending Changes".
           DISPLAY "Enter your option: ".
           ACCEPT WS-OPTION.

                   PERFORM STANDING-ORDER-MAINTENANCE
               WHEN 13
                   PERFORM ACCOUNT-OWNER-MAINTENANCE
               WHEN 14
                   PERFORM TERM-DEPOSIT-MAINTENANCE
               WHEN 15
                   PERFORM STOP-PAYMENT-MAINTENANCE
               WHEN 16
                   PERFORM PENDING-CHANGE-APPROVAL
               WHEN OTHER
                   DISPLAY "Invalid option. Please try again."
           END-EVALUATE.
           IF WS-ACCOUNT-BALANCE > 0
               MOVE "C" TO WS-TXN-TYPE
               MOVE WS-ACCOUNT-BALANCE TO WS-TXN-AMOUNT
               MOVE "TEL" TO WS-TXN-CHANNEL
               PERFORM LOG-POSTED-TRANSACTION
           END-IF.

                       DISPLAY "Balance: $", ACCOUNT-BALANCE
                       DISPLAY "1 - Correct Account Name"
                       DISPLAY "2 - Close Account"
                       DISPLAY "3 - Change Overdraft Limit"
                       DISPLAY "4 - Cancel"
                       DISPLAY "Enter your option: "
                       ACCEPT WS-UPDATE-OPTION
                       EVALUATE WS-UPDATE-OPTION
                           WHEN 1
                               DISPLAY "Enter Corrected Account Name: "
                               ACCEPT WS-ACCOUNT-NAME
                               PERFORM QUEUE-ACCOUNT-NAME-CHANGE
                           WHEN 3
                               PERFORM QUEUE-OVERDRAFT-LIMIT-CHANGE
                           WHEN 2
                               IF WS-OPERATOR-ROLE NOT = "S"
                                   DISPLAY "Closing an account ",
                                   DISPLAY "Account is already closed.",
                                       " No changes made."
                               ELSE
                                   PERFORM SETTLE-AND-CLOSE-ACCOUNT
                               END-IF
                               END-IF
                           WHEN OTHER
               CLOSE ACCOUNTS-FILE
           END-IF.

      * Closing settles the account before it is marked closed: open
      * holds block the closure outright (release or let them expire
      * first), as does a debit balance, which must be collected
      * rather than paid out. Every live standing order the account
      * pays or receives is cancelled, interest is brought up to the
      * closing date, and whatever balance remains is paid away -
      * transferred to another account or handed over as cash or a
      * bank cheque at the window - so the account closes at zero.
      * A closing statement is appended to closing_statements.txt.
      * Every edit runs, and the payout method is taken, before
      * anything is written.
       SETTLE-AND-CLOSE-ACCOUNT.
           MOVE ACCOUNT-NUMBER TO WS-CLOSE-ACCOUNT
           MOVE ACCOUNT-NAME TO WS-CLOSE-NAME
           MOVE ACCOUNT-BALANCE TO WS-CLOSE-OPENING-BALANCE
           ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-CLOSE-INTEREST
           MOVE ZEROS TO WS-CLOSE-PAYOUT
           MOVE ZEROS TO WS-CLOSE-DAYS
           MOVE ZEROS TO WS-CLOSE-SO-COUNT
           MOVE ZEROS TO WS-CLOSE-TO-ACCOUNT
           MOVE 0 TO WS-CLOSE-PAYOUT-OPTION
           MOVE SPACES TO WS-CLOSE-REJECT-TEXT
           MOVE SPACES TO WS-AUDIT-OVERRIDE-ID

           PERFORM EDIT-ACCOUNT-CLOSURE
           IF WS-CLOSE-REJECT-TEXT NOT = SPACES
               DISPLAY "Closure refused: ", WS-CLOSE-REJECT-TEXT,
                   ". No changes made."
           ELSE
               PERFORM CANCEL-CLOSING-STANDING-ORDERS
               PERFORM POST-CLOSING-INTEREST
               PERFORM PAY-OUT-CLOSING-BALANCE
               PERFORM MARK-ACCOUNT-CLOSED
               PERFORM WRITE-CLOSING-STATEMENT
           END-IF.

       EDIT-ACCOUNT-CLOSURE.
           MOVE WS-CLOSE-ACCOUNT TO WS-HOLD-SCAN-ACCOUNT
           PERFORM COMPUTE-OPEN-HOLDS
           IF WS-OPEN-HOLDS-TOTAL > 0
               MOVE WS-OPEN-HOLDS-TOTAL TO WS-HOLDS-EDIT
               DISPLAY "Open holds total $", WS-HOLDS-EDIT, "."
               MOVE "account has open holds"
                   TO WS-CLOSE-REJECT-TEXT
           ELSE
           IF ACCOUNT-BALANCE < 0
               MOVE "account is overdrawn"
                   TO WS-CLOSE-REJECT-TEXT
           ELSE
               PERFORM FIND-ACTIVE-PAYOUT-DEPOSIT
               IF WS-CLOSE-TD-NUMBER > 0
                   DISPLAY "Term deposit ", WS-CLOSE-TD-NUMBER,
                       " pays out to this account."
                   MOVE "payout account of an active term deposit"
                       TO WS-CLOSE-REJECT-TEXT
               ELSE
                   PERFORM LOAD-SO-TABLE
                   IF SO-TABLE-FULL
                       MOVE "standing-order master too large"
                           TO WS-CLOSE-REJECT-TEXT
                   END-IF
               END-IF
           END-IF
           END-IF
           IF WS-CLOSE-REJECT-TEXT = SPACES
               PERFORM COMPUTE-CLOSING-INTEREST
               COMPUTE WS-CLOSE-PAYOUT =
                   ACCOUNT-BALANCE + WS-CLOSE-INTEREST
               IF WS-CLOSE-PAYOUT > 0
                   PERFORM ASK-CLOSING-PAYOUT
               END-IF
           END-IF.

      * An ACTIVE term deposit settles to its payout account at
      * maturity (or when broken); TermDepositMaturityBatch cannot
      * pay a closed account, so the deposit would be stranded.
       FIND-ACTIVE-PAYOUT-DEPOSIT.
           MOVE ZEROS TO WS-CLOSE-TD-NUMBER
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TD-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ TERM-DEPOSIT-FILE INTO TERM-DEPOSIT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF TD-ACTIVE
                               AND TD-PAYOUT-ACCOUNT = WS-CLOSE-ACCOUNT
                               MOVE TD-NUMBER TO WS-CLOSE-TD-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

      * Interest is brought up to date at the rate
      * InterestAccrualBatch would apply: the product's own rate for
      * interest-bearing products, nothing for non-interest products,
      * and the bank-wide default in interest_rate.dat where the
      * product is unknown. One day's rate is owed for every day,
      * compounded daily as InterestAccrualBatch compounds it,
      * after the date InterestAccrualBatch has accrued through
      * (accrual_control.dat). Before that control exists, the basis
      * is the account's last INT posting by the accrual batch - INT
      * credits from term deposit settlements do not count - or its
      * first posting, if interest has never run on it.
       COMPUTE-CLOSING-INTEREST.
           MOVE ZEROS TO WS-CLOSE-RATE
           MOVE ACCOUNT-PRODUCT-CODE TO WS-PRODUCT-CODE
           IF WS-PRODUCT-CODE = SPACES
               SET PRODUCT-FOUND TO FALSE
           ELSE
               PERFORM FIND-PRODUCT
           END-IF
           IF PRODUCT-FOUND
               IF PT-INTEREST-FLAG (WS-PRODUCT-INDEX) = "Y"
                   MOVE PT-INTEREST-RATE (WS-PRODUCT-INDEX)
                       TO WS-CLOSE-RATE
               END-IF
           ELSE
               PERFORM READ-DEFAULT-INTEREST-RATE
           END-IF
           IF WS-CLOSE-RATE > 0 AND ACCOUNT-BALANCE > 0
               PERFORM READ-ACCRUED-THROUGH
               IF WS-CLOSE-ACCRUED-THROUGH > 0
                   MOVE WS-CLOSE-ACCRUED-THROUGH
                       TO WS-CLOSE-START-DATE
               ELSE
                   PERFORM FIND-LAST-ACCRUAL-DATE
                   IF WS-CLOSE-LAST-INT-DATE > 0
                       MOVE WS-CLOSE-LAST-INT-DATE
                           TO WS-CLOSE-START-DATE
                   ELSE
                       MOVE WS-CLOSE-FIRST-DATE TO WS-CLOSE-START-DATE
                   END-IF
               END-IF
               IF WS-CLOSE-START-DATE > 0
                   AND WS-CLOSE-START-DATE < WS-CLOSE-DATE
                   COMPUTE WS-CLOSE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-CLOSE-START-DATE)
                   MOVE ZEROS TO WS-CLOSE-INTEREST
                   PERFORM ACCRUE-ONE-CLOSING-DAY WS-CLOSE-DAYS TIMES
               END-IF
           END-IF.

       ACCRUE-ONE-CLOSING-DAY.
           COMPUTE WS-CLOSE-DAY-INTEREST ROUNDED =
               (ACCOUNT-BALANCE + WS-CLOSE-INTEREST)
               * WS-CLOSE-RATE / 100
           ADD WS-CLOSE-DAY-INTEREST TO WS-CLOSE-INTEREST.

       READ-ACCRUED-THROUGH.
           MOVE ZEROS TO WS-CLOSE-ACCRUED-THROUGH
           OPEN INPUT ACCRUAL-CONTROL-FILE
           IF ACCRUAL-CONTROL-OK
               READ ACCRUAL-CONTROL-FILE INTO ACCRUAL-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACR-ACCRUED-THROUGH NUMERIC
                           AND FUNCTION INTEGER-OF-DATE
                               (ACR-ACCRUED-THROUGH) > 0
                           MOVE ACR-ACCRUED-THROUGH
                               TO WS-CLOSE-ACCRUED-THROUGH
                       END-IF
               END-READ
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF.

       READ-DEFAULT-INTEREST-RATE.
           OPEN INPUT INTEREST-RATE-FILE
           IF RATE-FILE-OK
               READ INTEREST-RATE-FILE INTO INTEREST-RATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RATE-PERCENT TO WS-CLOSE-RATE
               END-READ
               CLOSE INTEREST-RATE-FILE
           END-IF.

      * Only the account's own activity is read, through the
      * account-number alternate key.
       FIND-LAST-ACCRUAL-DATE.
           MOVE ZEROS TO WS-CLOSE-LAST-INT-DATE
           MOVE ZEROS TO WS-CLOSE-FIRST-DATE
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FILE-OK
               MOVE WS-CLOSE-ACCOUNT TO TXN-ACCOUNT-NUMBER
               READ TRANSACTION-FILE
                   KEY IS TXN-ACCOUNT-NUMBER
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-ACCRUAL-TXN
               END-READ
               PERFORM UNTIL END-OF-FILE
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF TXN-ACCOUNT-NUMBER NOT = WS-CLOSE-ACCOUNT
                               SET END-OF-FILE TO TRUE
                           ELSE
                               PERFORM CHECK-ONE-ACCRUAL-TXN
                           END-IF
                   END-READ
               END-PERFORM
               SET END-OF-FILE TO FALSE
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-ONE-ACCRUAL-TXN.
           IF TXN-CHANNEL = "INT"
               AND TXN-OPERATOR-ID = WS-ACCRUAL-OPERATOR-ID
               AND TXN-POST-DATE > WS-CLOSE-LAST-INT-DATE
               MOVE TXN-POST-DATE TO WS-CLOSE-LAST-INT-DATE
           END-IF
           IF WS-CLOSE-FIRST-DATE = ZEROS
               OR TXN-POST-DATE < WS-CLOSE-FIRST-DATE
               MOVE TXN-POST-DATE TO WS-CLOSE-FIRST-DATE
           END-IF.

      * The receiving account is read while the closing account's
      * record is in the buffer, so the closing account is read back
      * before the edit returns.
       ASK-CLOSING-PAYOUT.
           MOVE WS-CLOSE-PAYOUT TO WS-AMOUNT-EDIT
           DISPLAY "Balance to pay out (with interest to date): $",
               WS-AMOUNT-EDIT
           DISPLAY "1 - Transfer to Another Account"
           DISPLAY "2 - Cash Payout"
           DISPLAY "3 - Cheque Payout"
           DISPLAY "Enter payout method: "
           ACCEPT WS-CLOSE-PAYOUT-OPTION
           EVALUATE TRUE
               WHEN CLOSE-PAY-BY-TRANSFER
                   DISPLAY "Enter Receiving Account Number ",
                       "(10 digits): "
                   ACCEPT WS-CLOSE-TO-ACCOUNT
                   PERFORM EDIT-CLOSING-TRANSFER-ACCOUNT
               WHEN CLOSE-PAY-BY-CASH
                   CONTINUE
               WHEN CLOSE-PAY-BY-CHEQUE
                   CONTINUE
               WHEN OTHER
                   MOVE "no payout method chosen"
                       TO WS-CLOSE-REJECT-TEXT
           END-EVALUATE.

       EDIT-CLOSING-TRANSFER-ACCOUNT.
           IF WS-CLOSE-TO-ACCOUNT = WS-CLOSE-ACCOUNT
               MOVE "cannot pay out to the closing account"
                   TO WS-CLOSE-REJECT-TEXT
           ELSE
               MOVE WS-CLOSE-TO-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   KEY IS ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE "receiving account not on file"
                           TO WS-CLOSE-REJECT-TEXT
                   NOT INVALID KEY
                       IF ACCOUNT-CLOSED
                           MOVE "receiving account is closed"
                               TO WS-CLOSE-REJECT-TEXT
                       END-IF
               END-READ
               PERFORM READ-CLOSING-ACCOUNT
           END-IF.

       READ-CLOSING-ACCOUNT.
           MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   DISPLAY "Account ", WS-CLOSE-ACCOUNT,
                       " could not be re-read."
           END-READ.

      * Active orders are cancelled whichever side of them the
      * account is on - a payer order would drain a closed account,
      * a payee order would fail against one every cycle. Each is
      * audited against its paying account, as a manual
      * cancellation is. Expired and cancelled orders have already
      * ended and are left as they are.
       CANCEL-CLOSING-STANDING-ORDERS.
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
               IF ST-STATUS (WS-SO-SUB) = "A"
                   AND (ST-FROM-ACCOUNT (WS-SO-SUB) = WS-CLOSE-ACCOUNT
                   OR ST-TO-ACCOUNT (WS-SO-SUB) = WS-CLOSE-ACCOUNT)
                   MOVE "C" TO ST-STATUS (WS-SO-SUB)
                   ADD 1 TO WS-CLOSE-SO-COUNT
                   DISPLAY "Standing order ", ST-NUMBER (WS-SO-SUB),
                       " cancelled."
                   MOVE ST-FROM-ACCOUNT (WS-SO-SUB) TO ACCOUNT-NUMBER
                   MOVE "STANDING-ORD-CAN" TO WS-AUDIT-FIELD-NAME
                   MOVE ST-AMOUNT (WS-SO-SUB) TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-AUDIT-BEFORE-VALUE
                   MOVE "CANCELLED" TO WS-AUDIT-AFTER-VALUE
                   PERFORM LOG-AUDIT-ENTRY
               END-IF
           END-PERFORM
           IF WS-CLOSE-SO-COUNT > 0
               PERFORM SAVE-SO-TABLE
           END-IF
           PERFORM READ-CLOSING-ACCOUNT.

       POST-CLOSING-INTEREST.
           IF WS-CLOSE-INTEREST > 0
               MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-AUDIT-BEFORE-VALUE
               ADD WS-CLOSE-INTEREST TO ACCOUNT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCOUNT-BALANCE" TO WS-AUDIT-FIELD-NAME
               MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-AUDIT-AFTER-VALUE
               PERFORM LOG-AUDIT-ENTRY
               PERFORM LOG-CLOSING-INTEREST
               MOVE WS-CLOSE-INTEREST TO WS-AMOUNT-EDIT
               DISPLAY "Interest to closing date posted: $",
                   WS-AMOUNT-EDIT, " (", WS-CLOSE-DAYS, " days)."
           END-IF.

       LOG-CLOSING-INTEREST.
           MOVE WS-CLOSE-ACCOUNT TO TXN-ACCOUNT-NUMBER
           MOVE "C" TO TXN-TYPE
           MOVE WS-CLOSE-INTEREST TO TXN-AMOUNT
           PERFORM GET-NEXT-TXN-SEQUENCE
           MOVE WS-TXN-SEQUENCE TO TXN-SEQUENCE
           MOVE WS-CLOSE-DATE TO TXN-POST-DATE
           MOVE FUNCTION CURRENT-DATE TO TXN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE "INT" TO TXN-CHANNEL
           MOVE SPACE TO TXN-REVERSAL-CODE
           MOVE ZEROS TO TXN-ORIG-SEQUENCE

           OPEN I-O TRANSACTION-FILE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      * A transfer payout posts as an ordinary linked TRF pair; a
      * cash or cheque payout is a withdrawal of the whole balance -
      * TEL for cash, which belongs in the drawer proof and the CTR
      * totals, BCQ for a bank cheque, which is neither. No payout
      * is subject to the available-balance edit - the edits above
      * have already ruled out holds and overdraft.
       PAY-OUT-CLOSING-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-CLOSE-PAYOUT
           IF WS-CLOSE-PAYOUT > 0
               IF CLOSE-PAY-BY-TRANSFER
                   MOVE WS-CLOSE-ACCOUNT TO WS-XFER-FROM-ACCOUNT
                   MOVE WS-CLOSE-TO-ACCOUNT TO WS-XFER-TO-ACCOUNT
                   MOVE WS-CLOSE-PAYOUT TO WS-XFER-AMOUNT
                   PERFORM POST-TRANSFER-LEGS
               ELSE
                   PERFORM POST-CLOSING-WITHDRAWAL
               END-IF
               PERFORM READ-CLOSING-ACCOUNT
           END-IF.

       POST-CLOSING-WITHDRAWAL.
           MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AUDIT-BEFORE-VALUE
           SUBTRACT WS-CLOSE-PAYOUT FROM ACCOUNT-BALANCE
           MOVE WS-CLOSE-DATE TO ACCOUNT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           MOVE "ACCOUNT-BALANCE" TO WS-AUDIT-FIELD-NAME
           MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AUDIT-AFTER-VALUE
           PERFORM LOG-AUDIT-ENTRY
           MOVE WS-CLOSE-ACCOUNT TO WS-ACCOUNT-NUMBER
           MOVE "D" TO WS-TXN-TYPE
           MOVE WS-CLOSE-PAYOUT TO WS-TXN-AMOUNT
           IF CLOSE-PAY-BY-CASH
               MOVE "TEL" TO WS-TXN-CHANNEL
           ELSE
               MOVE "BCQ" TO WS-TXN-CHANNEL
           END-IF
           PERFORM LOG-POSTED-TRANSACTION
           MOVE WS-CLOSE-PAYOUT TO WS-AMOUNT-EDIT
           IF CLOSE-PAY-BY-CASH
               DISPLAY "Pay out $", WS-AMOUNT-EDIT, " in cash ",
                   "(sequence ", WS-TXN-SEQUENCE, ")."
           ELSE
               DISPLAY "Issue bank cheque for $", WS-AMOUNT-EDIT,
                   " (sequence ", WS-TXN-SEQUENCE, ")."
           END-IF.

       MARK-ACCOUNT-CLOSED.
           IF ACCOUNT-DORMANT
               MOVE "DORMANT" TO WS-AUDIT-BEFORE-VALUE
           ELSE
               MOVE "ACTIVE" TO WS-AUDIT-BEFORE-VALUE
           END-IF
           SET ACCOUNT-CLOSED TO TRUE
           REWRITE ACCOUNT-RECORD
           DISPLAY "Account closed. Closing balance: $",
               ACCOUNT-BALANCE
           MOVE "ACCOUNT-STATUS" TO WS-AUDIT-FIELD-NAME
           MOVE "CLOSED" TO WS-AUDIT-AFTER-VALUE
           PERFORM LOG-AUDIT-ENTRY.

       WRITE-CLOSING-STATEMENT.
           OPEN EXTEND CLOSING-STATEMENT-FILE
           MOVE SPACES TO WS-CLOSING-HEADER
           STRING "===== Closing Statement - Account "
               DELIMITED BY SIZE
               WS-CLOSE-ACCOUNT DELIMITED BY SIZE
               " - Closed " DELIMITED BY SIZE
               WS-CLOSE-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-CLOSING-HEADER
           WRITE CLOSING-STATEMENT-LINE FROM WS-CLOSING-HEADER
           MOVE SPACES TO WS-CLOSING-HEADER
           STRING "Account Name: " DELIMITED BY SIZE
               WS-CLOSE-NAME DELIMITED BY SIZE
               "  Closed by: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-CLOSING-HEADER
           WRITE CLOSING-STATEMENT-LINE FROM WS-CLOSING-HEADER

           MOVE "Balance before settlement" TO CL-LABEL
           MOVE WS-CLOSE-OPENING-BALANCE TO CL-AMOUNT
           MOVE SPACES TO CL-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM WS-CLOSING-LINE

           MOVE "Interest to closing date" TO CL-LABEL
           MOVE WS-CLOSE-INTEREST TO CL-AMOUNT
           MOVE SPACES TO CL-TEXT
           IF WS-CLOSE-INTEREST > 0
               STRING WS-CLOSE-DAYS DELIMITED BY SIZE
                   " day(s) at " DELIMITED BY SIZE
                   INTO CL-TEXT
               MOVE WS-CLOSE-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO CL-TEXT (17:7)
               MOVE "%" TO CL-TEXT (24:1)
           END-IF
           WRITE CLOSING-STATEMENT-LINE FROM WS-CLOSING-LINE

           MOVE SPACES TO CL-TEXT
           EVALUATE TRUE
               WHEN WS-CLOSE-PAYOUT NOT > 0
                   MOVE "Payout" TO CL-LABEL
                   MOVE "nothing to pay out" TO CL-TEXT
               WHEN CLOSE-PAY-BY-TRANSFER
                   MOVE "Payout by transfer" TO CL-LABEL
                   STRING "to account " DELIMITED BY SIZE
                       WS-CLOSE-TO-ACCOUNT DELIMITED BY SIZE
                       INTO CL-TEXT
               WHEN CLOSE-PAY-BY-CASH
                   MOVE "Payout in cash" TO CL-LABEL
               WHEN OTHER
                   MOVE "Payout by bank cheque" TO CL-LABEL
           END-EVALUATE
           COMPUTE CL-AMOUNT = 0 - WS-CLOSE-PAYOUT
           WRITE CLOSING-STATEMENT-LINE FROM WS-CLOSING-LINE

           MOVE "Closing balance" TO CL-LABEL
           MOVE ACCOUNT-BALANCE TO CL-AMOUNT
           MOVE "CLOSED" TO CL-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM WS-CLOSING-LINE

           MOVE SPACES TO WS-CLOSING-HEADER
           STRING "Standing orders cancelled: " DELIMITED BY SIZE
               WS-CLOSE-SO-COUNT DELIMITED BY SIZE
               INTO WS-CLOSING-HEADER
           WRITE CLOSING-STATEMENT-LINE FROM WS-CLOSING-HEADER
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE
           CLOSE CLOSING-STATEMENT-FILE
           DISPLAY "Closing statement written to ",
               "closing_statements.txt.".

       LOOK-UP-CUSTOMER.
           SET CUSTOMER-FOUND TO FALSE.
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID.
           DISPLAY "Phone: ", CUST-PHONE
           DISPLAY "Enter Corrected Phone: "
           ACCEPT WS-CUST-PHONE
           DISPLAY "Tax ID: ", CUST-TAX-ID
           DISPLAY "Enter Corrected Tax ID: "
           ACCEPT WS-CUST-TAX-ID

      * Name and phone take effect at once on the customer record;
      * an address or tax ID change goes to the pending-change queue
      * for a second operator, and the customer record keeps the old
      * value until it is approved. The accounts the customer holds
      * as primary owner are retitled only through the same queue.
           MOVE WS-CUST-NAME TO CUST-NAME
           MOVE WS-CUST-PHONE TO CUST-PHONE
           REWRITE CUSTOMER-RECORD
           DISPLAY "Customer updated."

           IF WS-CUST-ADDRESS NOT = CUST-ADDRESS
               MOVE "A" TO WS-PC-CHANGE-TYPE
               MOVE ZEROS TO WS-PC-ACCOUNT
               MOVE WS-CUSTOMER-ID TO WS-PC-CUSTOMER
               MOVE CUST-ADDRESS TO WS-PC-BEFORE-VALUE
               MOVE WS-CUST-ADDRESS TO WS-PC-AFTER-VALUE
               PERFORM QUEUE-PENDING-CHANGE
           END-IF
           IF WS-CUST-TAX-ID NOT = CUST-TAX-ID
               MOVE "T" TO WS-PC-CHANGE-TYPE
               MOVE ZEROS TO WS-PC-ACCOUNT
               MOVE WS-CUSTOMER-ID TO WS-PC-CUSTOMER
               MOVE CUST-TAX-ID TO WS-PC-BEFORE-VALUE
               MOVE WS-CUST-TAX-ID TO WS-PC-AFTER-VALUE
               PERFORM QUEUE-PENDING-CHANGE
           END-IF

           IF WS-CUST-NAME NOT = WS-OLD-CUST-NAME
               MOVE WS-CUSTOMER-ID TO AUDIT-ACCOUNT-NUMBER
               MOVE "CUST-NAME" TO WS-AUDIT-FIELD-NAME
      * Account titles follow the PRIMARY owner only: an account is
      * named for the customer in ACCOUNT-CUSTOMER-ID, so a name
      * correction to a customer who holds an account merely as a
      * joint (secondary) owner must not retitle it. Each title
      * change is queued as an account name correction, so a second
      * operator approves it exactly as one keyed against the
      * account.
       PROPAGATE-CUSTOMER-NAME.
           OPEN INPUT ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "Unable to open accounts.dat (status ",
                   WS-ACCOUNTS-STATUS, "). Account names not ",
                   "queued; correct them individually."
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ ACCOUNTS-FILE NEXT RECORD INTO ACCOUNT-RECORD
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ACCOUNT-CUSTOMER-ID = WS-CUSTOMER-ID
                               AND ACCOUNT-NAME NOT = WS-CUST-NAME
                               PERFORM QUEUE-ONE-ACCOUNT-RETITLE
                           END-IF
                   END-READ
               END-PERFORM
               SET END-OF-FILE TO FALSE
           END-IF.

       QUEUE-ONE-ACCOUNT-RETITLE.
           DISPLAY "Account ", ACCOUNT-NUMBER, " title:"
           MOVE "N" TO WS-PC-CHANGE-TYPE
           MOVE ACCOUNT-NUMBER TO WS-PC-ACCOUNT
           MOVE ZEROS TO WS-PC-CUSTOMER
           MOVE ACCOUNT-NAME TO WS-PC-BEFORE-VALUE
           MOVE WS-CUST-NAME TO WS-PC-AFTER-VALUE
           PERFORM QUEUE-PENDING-CHANGE.

       CUSTOMER-HOLDINGS-INQUIRY.
           DISPLAY "Enter Customer ID (8 digits): ".
                   PERFORM APPLY-TRANSACTION-TO-ACCOUNT
                   IF ACCOUNT-FOUND AND NOT TXN-REJECTED
                       AND NOT DORMANT-BLOCKED
                       MOVE "TEL" TO WS-TXN-CHANNEL
                       PERFORM LOG-POSTED-TRANSACTION
                   END-IF
                   MOVE SPACES TO WS-AUDIT-OVERRIDE-ID
           MOVE WS-POST-DATE TO TXN-POST-DATE
           MOVE FUNCTION CURRENT-DATE TO TXN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE WS-TXN-CHANNEL TO TXN-CHANNEL
           MOVE SPACE TO TXN-REVERSAL-CODE
           MOVE ZEROS TO TXN-ORIG-SEQUENCE

                       DISPLAY "Customer is already an owner of ",
                           "that account. No owner added."
                   ELSE
                       MOVE "J" TO WS-PC-CHANGE-TYPE
                       MOVE WS-ACCOUNT-NUMBER TO WS-PC-ACCOUNT
                       MOVE WS-OWNER-CUSTOMER TO WS-PC-CUSTOMER
                       MOVE SPACES TO WS-PC-BEFORE-VALUE
                       MOVE WS-OWNER-CUSTOMER TO WS-PC-AFTER-VALUE
                       PERFORM QUEUE-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF
           CLOSE OWNER-XREF-FILE

           DISPLAY "Customer ", WS-OWNER-CUSTOMER, " added as joint ",
               "owner of account ", WS-ACCOUNT-NUMBER, ".".

       REMOVE-ACCOUNT-OWNER.
           IF WS-OPERATOR-ROLE NOT = "S"
                       "  next due ", SO-NEXT-DUE-DATE
           END-EVALUATE.

      * Term deposits. Opening one moves the principal off the
      * funding account as a TDP-channel debit - the money leaves
      * customer demand deposits for the term deposit ledger - and
      * writes the deposit to term_deposits.dat with its rate locked
      * for the term. TermDepositMaturityBatch settles deposits on
      * their maturity date; breaking one early is a supervisor
      * function that pays principal and interest to date to the
      * payout account and charges the early-withdrawal penalty
      * there as a FEE-channel debit. All of it is audited.
       TERM-DEPOSIT-MAINTENANCE.
           DISPLAY "===== Term Deposit Maintenance =====".
           DISPLAY "1 - Open Term Deposit".
           DISPLAY "2 - Early Withdrawal".
           DISPLAY "3 - View Term Deposits for an Account".
           DISPLAY "4 - Cancel".
           DISPLAY "Enter your option: ".
           ACCEPT WS-TD-OPTION.
           EVALUATE WS-TD-OPTION
               WHEN 1
                   PERFORM OPEN-TERM-DEPOSIT
               WHEN 2
                   PERFORM BREAK-TERM-DEPOSIT
               WHEN 3
                   PERFORM VIEW-TERM-DEPOSITS
               WHEN OTHER
                   DISPLAY "No changes made."
           END-EVALUATE.

       OPEN-TERM-DEPOSIT.
           DISPLAY "Enter Funding Account Number (10 digits): ".
           ACCEPT WS-TD-FUNDING-ACCOUNT.
           DISPLAY "Enter Principal: ".
           ACCEPT WS-TD-PRINCIPAL.
           DISPLAY "Enter Term in Months: ".
           ACCEPT WS-TD-TERM-MONTHS.
           DISPLAY "Enter Annual Rate (e.g. 4.2500): ".
           ACCEPT WS-TD-RATE.
           DISPLAY "At Maturity (R=Roll Over, P=Pay Out): ".
           ACCEPT WS-TD-ACTION.
           DISPLAY "Enter Payout Account Number (0 = funding ",
               "account): ".
           ACCEPT WS-TD-PAYOUT-ACCOUNT.
           IF WS-TD-PAYOUT-ACCOUNT = ZEROS
               MOVE WS-TD-FUNDING-ACCOUNT TO WS-TD-PAYOUT-ACCOUNT
           END-IF

           IF WS-TD-PRINCIPAL NOT > 0
               DISPLAY "Principal must be greater than zero. ",
                   "Term deposit not opened."
           ELSE
           IF WS-TD-TERM-MONTHS = ZEROS
               OR WS-TD-TERM-MONTHS > WS-TD-MAX-TERM
               DISPLAY "Term must be 1 to ", WS-TD-MAX-TERM,
                   " months. Term deposit not opened."
           ELSE
           IF WS-TD-RATE NOT > 0
               DISPLAY "Rate must be greater than zero. Term ",
                   "deposit not opened."
           ELSE
           IF WS-TD-ACTION NOT = "R" AND WS-TD-ACTION NOT = "P"
               DISPLAY "Maturity instruction must be R or P. Term ",
                   "deposit not opened."
           ELSE
               MOVE SPACES TO WS-AUDIT-OVERRIDE-ID
               IF WS-TD-PRINCIPAL > WS-OPERATOR-LIMIT
                   AND WS-OPERATOR-ROLE NOT = "S"
                   PERFORM SUPERVISOR-OVERRIDE
               ELSE
                   SET OVERRIDE-OK TO TRUE
               END-IF
               IF OVERRIDE-OK
                   PERFORM EDIT-AND-OPEN-TERM-DEPOSIT
                   MOVE SPACES TO WS-AUDIT-OVERRIDE-ID
               ELSE
                   DISPLAY "Term deposit not opened."
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       EDIT-AND-OPEN-TERM-DEPOSIT.
           MOVE SPACES TO WS-TD-REJECT-TEXT
           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "Unable to open accounts.dat (status ",
                   WS-ACCOUNTS-STATUS, "). Term deposit not opened."
           ELSE
               PERFORM EDIT-TERM-DEPOSIT-ACCOUNTS
               IF WS-TD-REJECT-TEXT = SPACES
                   PERFORM POST-TERM-DEPOSIT-OPENING
               ELSE
                   DISPLAY "Term deposit rejected: ",
                       WS-TD-REJECT-TEXT
               END-IF
               CLOSE ACCOUNTS-FILE
           END-IF.

      * The principal must come out of the funding account's
      * available balance (ledger balance less open holds) - a term
      * deposit is never funded from the overdraft line. The payout
      * account only has to be open to receive funds.
       EDIT-TERM-DEPOSIT-ACCOUNTS.
           MOVE WS-TD-FUNDING-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "funding account not on file"
                       TO WS-TD-REJECT-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCOUNT-CLOSED
                           MOVE "funding account is closed"
                               TO WS-TD-REJECT-TEXT
                       WHEN ACCOUNT-DORMANT
                           MOVE "funding account is dormant"
                               TO WS-TD-REJECT-TEXT
                       WHEN OTHER
                           MOVE ACCOUNT-CUSTOMER-ID
                               TO WS-TD-CUSTOMER-ID
                           MOVE WS-TD-FUNDING-ACCOUNT
                               TO WS-HOLD-SCAN-ACCOUNT
                           PERFORM COMPUTE-OPEN-HOLDS
                           COMPUTE WS-PROJECTED-BALANCE =
                               ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL
                               - WS-TD-PRINCIPAL
                           IF WS-PROJECTED-BALANCE < 0
                               MOVE "insufficient available balance"
                                   TO WS-TD-REJECT-TEXT
                           END-IF
                   END-EVALUATE
           END-READ
           IF WS-TD-REJECT-TEXT = SPACES
               MOVE WS-TD-PAYOUT-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   KEY IS ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE "payout account not on file"
                           TO WS-TD-REJECT-TEXT
                   NOT INVALID KEY
                       IF ACCOUNT-CLOSED
                           MOVE "payout account is closed"
                               TO WS-TD-REJECT-TEXT
                       END-IF
               END-READ
           END-IF.

       POST-TERM-DEPOSIT-OPENING.
           ACCEPT WS-TD-START-DATE FROM DATE YYYYMMDD
           MOVE WS-TD-START-DATE TO WS-TD-DATE
           PERFORM ADD-TERM-TO-DATE
           MOVE WS-TD-DATE TO WS-TD-MATURITY-DATE

           MOVE WS-TD-FUNDING-ACCOUNT TO WS-ACCOUNT-NUMBER
           MOVE "D" TO WS-TXN-TYPE
           MOVE WS-TD-PRINCIPAL TO WS-TXN-AMOUNT
           MOVE "TDP" TO WS-TD-CHANNEL
           PERFORM POST-TERM-DEPOSIT-LEG

           PERFORM GET-NEXT-TD-NUMBER
           MOVE WS-NEXT-TD-NUMBER TO TD-NUMBER
           MOVE WS-TD-CUSTOMER-ID TO TD-CUSTOMER-ID
           MOVE WS-TD-FUNDING-ACCOUNT TO TD-FUNDING-ACCOUNT
           MOVE WS-TD-PAYOUT-ACCOUNT TO TD-PAYOUT-ACCOUNT
           MOVE WS-TD-PRINCIPAL TO TD-PRINCIPAL
           MOVE WS-TD-RATE TO TD-RATE
           MOVE WS-TD-TERM-MONTHS TO TD-TERM-MONTHS
           MOVE WS-TD-START-DATE TO TD-START-DATE
           MOVE WS-TD-MATURITY-DATE TO TD-MATURITY-DATE
           MOVE WS-TD-ACTION TO TD-MATURITY-ACTION
           SET TD-ACTIVE TO TRUE
           MOVE ZEROS TO TD-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO TD-OPERATOR-ID
           MOVE WS-TD-START-DATE (7:2) TO TD-MATURITY-DAY

           OPEN EXTEND TERM-DEPOSIT-FILE
           WRITE TERM-DEPOSIT-RECORD
           CLOSE TERM-DEPOSIT-FILE

           DISPLAY "Term deposit ", TD-NUMBER, " opened; matures ",
               WS-TD-MATURITY-DATE, " (sequence ", WS-TXN-SEQUENCE,
               ")."

           MOVE WS-TD-FUNDING-ACCOUNT TO ACCOUNT-NUMBER
           MOVE "TERM-DEPOSIT" TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-BEFORE-VALUE
           MOVE WS-TD-PRINCIPAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AUDIT-AFTER-VALUE
           PERFORM LOG-AUDIT-ENTRY.

      * One balance change on an account already open I-O, with its
      * audit entry and its transaction record: WS-ACCOUNT-NUMBER,
      * WS-TXN-TYPE, WS-TXN-AMOUNT and WS-TD-CHANNEL describe it. The
      * edits have all been made by the caller.
       POST-TERM-DEPOSIT-LEG.
           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-AUDIT-BEFORE-VALUE
                   IF WS-TXN-TYPE = "C"
                       ADD WS-TXN-AMOUNT TO ACCOUNT-BALANCE
                   ELSE
                       SUBTRACT WS-TXN-AMOUNT FROM ACCOUNT-BALANCE
                   END-IF
                   ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
                   MOVE WS-POST-DATE TO ACCOUNT-LAST-ACTIVITY-DATE
                   REWRITE ACCOUNT-RECORD
                   MOVE "ACCOUNT-BALANCE" TO WS-AUDIT-FIELD-NAME
                   MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-AUDIT-AFTER-VALUE
                   PERFORM LOG-AUDIT-ENTRY
           END-READ
           PERFORM LOG-TERM-DEPOSIT-TRANSACTION.

       LOG-TERM-DEPOSIT-TRANSACTION.
           MOVE WS-ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER
           MOVE WS-TXN-TYPE TO TXN-TYPE
           MOVE WS-TXN-AMOUNT TO TXN-AMOUNT
           PERFORM GET-NEXT-TXN-SEQUENCE
           MOVE WS-TXN-SEQUENCE TO TXN-SEQUENCE
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           MOVE WS-POST-DATE TO TXN-POST-DATE
           MOVE FUNCTION CURRENT-DATE TO TXN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE WS-TD-CHANNEL TO TXN-CHANNEL
           MOVE SPACE TO TXN-REVERSAL-CODE
           MOVE ZEROS TO TXN-ORIG-SEQUENCE

           OPEN I-O TRANSACTION-FILE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      * Maturity falls the same day of the month the term's number
      * of months later, clamped to the length of the target month
      * (a deposit opened on the 31st matures on the 30th or the
      * 28th/29th when the month is shorter).
       ADD-TERM-TO-DATE.
           COMPUTE WS-TD-MONTH-COUNT =
               WS-TDD-YEAR * 12 + WS-TDD-MONTH - 1 + WS-TD-TERM-MONTHS
           DIVIDE WS-TD-MONTH-COUNT BY 12 GIVING WS-TDD-YEAR
               REMAINDER WS-TDD-MONTH
           ADD 1 TO WS-TDD-MONTH
           EVALUATE WS-TDD-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LIMIT
               WHEN 2
                   IF FUNCTION MOD(WS-TDD-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-TDD-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(WS-TDD-YEAR, 400) = 0)
                       MOVE 29 TO WS-MONTH-LIMIT
                   ELSE
                       MOVE 28 TO WS-MONTH-LIMIT
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LIMIT
           END-EVALUATE
           IF WS-TDD-DAY > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-TDD-DAY
           END-IF.

       GET-NEXT-TD-NUMBER.
           MOVE ZEROS TO WS-NEXT-TD-NUMBER
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TD-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ TERM-DEPOSIT-FILE INTO TERM-DEPOSIT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF TD-NUMBER > WS-NEXT-TD-NUMBER
                               MOVE TD-NUMBER TO WS-NEXT-TD-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
               SET END-OF-FILE TO FALSE
           END-IF
           ADD 1 TO WS-NEXT-TD-NUMBER.

      * Breaking a deposit before maturity pays the principal back
      * and the interest earned so far, then takes the penalty -
      * WS-TD-PENALTY-DAYS of interest on the principal at the
      * locked rate - as a FEE-channel debit. The penalty is charged
      * in full even where it exceeds the interest earned. A deposit
      * on or past its maturity date is left to the maturity batch.
       BREAK-TERM-DEPOSIT.
           DISPLAY "Enter Term Deposit Number: ".
           ACCEPT WS-TD-NUMBER.

           IF WS-OPERATOR-ROLE NOT = "S"
               DISPLAY "Early withdrawal requires a supervisor. No ",
                   "changes made."
           ELSE
               PERFORM LOAD-TD-TABLE
               IF TD-TABLE-FULL
                   DISPLAY "Term deposit master is larger than the ",
                       "work table; withdrawal not applied."
               ELSE
                   ACCEPT WS-TD-DATE FROM DATE YYYYMMDD
                   PERFORM FIND-TD-IN-TABLE
                   EVALUATE TRUE
                       WHEN WS-TD-INDEX = ZEROS
                           DISPLAY "Term deposit ", WS-TD-NUMBER,
                               " not found."
                       WHEN TT-STATUS (WS-TD-INDEX) NOT = "A"
                           DISPLAY "Term deposit ", WS-TD-NUMBER,
                               " is already settled."
                       WHEN TT-MATURITY-DATE (WS-TD-INDEX)
                           NOT > WS-TD-DATE
                           DISPLAY "Term deposit ", WS-TD-NUMBER,
                               " has reached maturity and settles ",
                               "in tonight's cycle."
                       WHEN OTHER
                           PERFORM EDIT-AND-BREAK-TERM-DEPOSIT
                   END-EVALUATE
               END-IF
           END-IF.

       EDIT-AND-BREAK-TERM-DEPOSIT.
           MOVE SPACES TO WS-TD-REJECT-TEXT
           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "Unable to open accounts.dat (status ",
                   WS-ACCOUNTS-STATUS, "). No changes made."
           ELSE
               MOVE TT-PAYOUT-ACCOUNT (WS-TD-INDEX) TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   KEY IS ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE "payout account not on file"
                           TO WS-TD-REJECT-TEXT
                   NOT INVALID KEY
                       IF ACCOUNT-CLOSED
                           MOVE "payout account is closed"
                               TO WS-TD-REJECT-TEXT
                       END-IF
               END-READ
               IF WS-TD-REJECT-TEXT = SPACES
                   PERFORM POST-TERM-DEPOSIT-BREAK
               ELSE
                   DISPLAY "Early withdrawal rejected: ",
                       WS-TD-REJECT-TEXT
               END-IF
               CLOSE ACCOUNTS-FILE
           END-IF.

       POST-TERM-DEPOSIT-BREAK.
           COMPUTE WS-TD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TD-DATE)
               - FUNCTION INTEGER-OF-DATE(TT-START-DATE (WS-TD-INDEX))
           COMPUTE WS-TD-INTEREST ROUNDED =
               TT-PRINCIPAL (WS-TD-INDEX) * TT-RATE (WS-TD-INDEX)
               / 100 * WS-TD-DAYS / 365
           COMPUTE WS-TD-PENALTY ROUNDED =
               TT-PRINCIPAL (WS-TD-INDEX) * TT-RATE (WS-TD-INDEX)
               / 100 * WS-TD-PENALTY-DAYS / 365
           MOVE TT-PAYOUT-ACCOUNT (WS-TD-INDEX) TO WS-ACCOUNT-NUMBER

           MOVE "C" TO WS-TXN-TYPE
           MOVE TT-PRINCIPAL (WS-TD-INDEX) TO WS-TXN-AMOUNT
           MOVE "TDP" TO WS-TD-CHANNEL
           PERFORM POST-TERM-DEPOSIT-LEG
           IF WS-TD-INTEREST > 0
               MOVE "C" TO WS-TXN-TYPE
               MOVE WS-TD-INTEREST TO WS-TXN-AMOUNT
               MOVE "INT" TO WS-TD-CHANNEL
               PERFORM POST-TERM-DEPOSIT-LEG
           END-IF
           IF WS-TD-PENALTY > 0
               MOVE "D" TO WS-TXN-TYPE
               MOVE WS-TD-PENALTY TO WS-TXN-AMOUNT
               MOVE "FEE" TO WS-TD-CHANNEL
               PERFORM POST-TERM-DEPOSIT-LEG
           END-IF

           MOVE "B" TO TT-STATUS (WS-TD-INDEX)
           MOVE WS-TD-DATE TO TT-CLOSED-DATE (WS-TD-INDEX)
           PERFORM SAVE-TD-TABLE

           MOVE TT-PRINCIPAL (WS-TD-INDEX) TO WS-AMOUNT-EDIT
           DISPLAY "Term deposit ", WS-TD-NUMBER, " broken. ",
               "Principal $", WS-AMOUNT-EDIT, " paid to ",
               WS-ACCOUNT-NUMBER, "."
           MOVE WS-TD-INTEREST TO WS-AMOUNT-EDIT
           DISPLAY "Interest for ", WS-TD-DAYS, " day(s): $",
               WS-AMOUNT-EDIT
           MOVE WS-TD-PENALTY TO WS-AMOUNT-EDIT
           DISPLAY "Early-withdrawal penalty: $", WS-AMOUNT-EDIT

           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           MOVE "TERM-DEPOSIT-BRK" TO WS-AUDIT-FIELD-NAME
           MOVE TT-PRINCIPAL (WS-TD-INDEX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AUDIT-BEFORE-VALUE
           MOVE "BROKEN" TO WS-AUDIT-AFTER-VALUE
           PERFORM LOG-AUDIT-ENTRY.

       FIND-TD-IN-TABLE.
           MOVE ZEROS TO WS-TD-INDEX
           PERFORM VARYING WS-TD-SUB FROM 1 BY 1
               UNTIL WS-TD-SUB > WS-TD-COUNT
               IF TT-NUMBER (WS-TD-SUB) = WS-TD-NUMBER
                   MOVE WS-TD-SUB TO WS-TD-INDEX
               END-IF
           END-PERFORM.

       LOAD-TD-TABLE.
           SET TD-TABLE-FULL TO FALSE
           MOVE ZEROS TO WS-TD-COUNT
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TD-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ TERM-DEPOSIT-FILE INTO TERM-DEPOSIT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-TD
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-TD.
           IF WS-TD-COUNT < WS-TD-MAX
               ADD 1 TO WS-TD-COUNT
               MOVE TD-NUMBER TO TT-NUMBER (WS-TD-COUNT)
               MOVE TD-CUSTOMER-ID TO TT-CUSTOMER-ID (WS-TD-COUNT)
               MOVE TD-FUNDING-ACCOUNT
                   TO TT-FUNDING-ACCOUNT (WS-TD-COUNT)
               MOVE TD-PAYOUT-ACCOUNT
                   TO TT-PAYOUT-ACCOUNT (WS-TD-COUNT)
               MOVE TD-PRINCIPAL TO TT-PRINCIPAL (WS-TD-COUNT)
               MOVE TD-RATE TO TT-RATE (WS-TD-COUNT)
               MOVE TD-TERM-MONTHS TO TT-TERM-MONTHS (WS-TD-COUNT)
               MOVE TD-START-DATE TO TT-START-DATE (WS-TD-COUNT)
               MOVE TD-MATURITY-DATE
                   TO TT-MATURITY-DATE (WS-TD-COUNT)
               MOVE TD-MATURITY-ACTION
                   TO TT-MATURITY-ACTION (WS-TD-COUNT)
               MOVE TD-STATUS TO TT-STATUS (WS-TD-COUNT)
               MOVE TD-CLOSED-DATE TO TT-CLOSED-DATE (WS-TD-COUNT)
               MOVE TD-OPERATOR-ID TO TT-OPERATOR-ID (WS-TD-COUNT)
               IF TD-MATURITY-DAY NUMERIC AND TD-MATURITY-DAY > 0
                   MOVE TD-MATURITY-DAY
                       TO TT-MATURITY-DAY (WS-TD-COUNT)
               ELSE
                   MOVE TD-START-DATE (7:2)
                       TO TT-MATURITY-DAY (WS-TD-COUNT)
               END-IF
           ELSE
               SET TD-TABLE-FULL TO TRUE
           END-IF.

       SAVE-TD-TABLE.
           OPEN OUTPUT TERM-DEPOSIT-FILE
           PERFORM VARYING WS-TD-SUB FROM 1 BY 1
               UNTIL WS-TD-SUB > WS-TD-COUNT
               MOVE TT-NUMBER (WS-TD-SUB) TO TD-NUMBER
               MOVE TT-CUSTOMER-ID (WS-TD-SUB) TO TD-CUSTOMER-ID
               MOVE TT-FUNDING-ACCOUNT (WS-TD-SUB)
                   TO TD-FUNDING-ACCOUNT
               MOVE TT-PAYOUT-ACCOUNT (WS-TD-SUB)
                   TO TD-PAYOUT-ACCOUNT
               MOVE TT-PRINCIPAL (WS-TD-SUB) TO TD-PRINCIPAL
               MOVE TT-RATE (WS-TD-SUB) TO TD-RATE
               MOVE TT-TERM-MONTHS (WS-TD-SUB) TO TD-TERM-MONTHS
               MOVE TT-START-DATE (WS-TD-SUB) TO TD-START-DATE
               MOVE TT-MATURITY-DATE (WS-TD-SUB) TO TD-MATURITY-DATE
               MOVE TT-MATURITY-ACTION (WS-TD-SUB)
                   TO TD-MATURITY-ACTION
               MOVE TT-STATUS (WS-TD-SUB) TO TD-STATUS
               MOVE TT-CLOSED-DATE (WS-TD-SUB) TO TD-CLOSED-DATE
               MOVE TT-OPERATOR-ID (WS-TD-SUB) TO TD-OPERATOR-ID
               MOVE TT-MATURITY-DAY (WS-TD-SUB) TO TD-MATURITY-DAY
               WRITE TERM-DEPOSIT-RECORD
           END-PERFORM
           CLOSE TERM-DEPOSIT-FILE.

       VIEW-TERM-DEPOSITS.
           DISPLAY "Enter Account Number (10 digits): ".
           ACCEPT WS-ACCOUNT-NUMBER.
           DISPLAY "===== Term Deposits for Account ",
               WS-ACCOUNT-NUMBER, " ====="
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TD-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ TERM-DEPOSIT-FILE INTO TERM-DEPOSIT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF TD-FUNDING-ACCOUNT = WS-ACCOUNT-NUMBER
                               OR TD-PAYOUT-ACCOUNT
                                   = WS-ACCOUNT-NUMBER
                               PERFORM SHOW-ONE-TERM-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       SHOW-ONE-TERM-DEPOSIT.
           MOVE TD-PRINCIPAL TO WS-AMOUNT-EDIT
           MOVE TD-RATE TO WS-RATE-EDIT
           EVALUATE TRUE
               WHEN TD-MATURED
                   DISPLAY "  ", TD-NUMBER, "  $", WS-AMOUNT-EDIT,
                       "  ", WS-RATE-EDIT, "%  ", TD-TERM-MONTHS,
                       "m  MATURED ", TD-CLOSED-DATE
               WHEN TD-BROKEN
                   DISPLAY "  ", TD-NUMBER, "  $", WS-AMOUNT-EDIT,
                       "  ", WS-RATE-EDIT, "%  ", TD-TERM-MONTHS,
                       "m  BROKEN  ", TD-CLOSED-DATE
               WHEN OTHER
                   DISPLAY "  ", TD-NUMBER, "  $", WS-AMOUNT-EDIT,
                       "  ", WS-RATE-EDIT, "%  ", TD-TERM-MONTHS,
                       "m  matures ", TD-MATURITY-DATE, "  ",
                       TD-MATURITY-ACTION, " to ", TD-PAYOUT-ACCOUNT
           END-EVALUATE.

      * Stop payments. A customer can stop a single cheque or a range
      * of cheque numbers drawn on their account until the stop's
      * expiry date (six months from today unless another date is
      * keyed). ChequeClearingBatch returns any presented cheque the
      * register stops. Placing and revoking a stop are audited.
       STOP-PAYMENT-MAINTENANCE.
           DISPLAY "===== Stop Payment Maintenance =====".
           DISPLAY "1 - Place Stop Payment".
           DISPLAY "2 - Revoke Stop Payment".
           DISPLAY "3 - View Stop Payments on an Account".
           DISPLAY "4 - Cancel".
           DISPLAY "Enter your option: ".
           ACCEPT WS-STOP-OPTION.
           EVALUATE WS-STOP-OPTION
               WHEN 1
                   PERFORM PLACE-STOP-PAYMENT
               WHEN 2
                   PERFORM REVOKE-STOP-PAYMENT
               WHEN 3
                   PERFORM VIEW-STOP-PAYMENTS
               WHEN OTHER
                   DISPLAY "No changes made."
           END-EVALUATE.

       PLACE-STOP-PAYMENT.
           DISPLAY "Enter Account Number (10 digits): ".
           ACCEPT WS-ACCOUNT-NUMBER.
           PERFORM LOOK-UP-ACCOUNT
           IF NOT ACCOUNT-FOUND
               DISPLAY "Account not found. No stop placed."
           ELSE
           IF ACCOUNT-CLOSED
               DISPLAY "Account is closed. No stop placed."
           ELSE
               DISPLAY "Enter Cheque Number: "
               ACCEPT WS-STOP-CHEQUE-FROM
               DISPLAY "Enter Last Cheque Number of Range (0 for a ",
                   "single cheque): "
               ACCEPT WS-STOP-CHEQUE-TO
               DISPLAY "Enter Cheque Amount (0 if not known): "
               ACCEPT WS-STOP-AMOUNT
               DISPLAY "Enter Expiry Date (YYYYMMDD, 0 for six ",
                   "months): "
               ACCEPT WS-STOP-EXPIRY
               PERFORM EDIT-AND-PLACE-STOP
           END-IF
           END-IF.

       EDIT-AND-PLACE-STOP.
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           IF WS-STOP-CHEQUE-TO = ZEROS
               MOVE WS-STOP-CHEQUE-FROM TO WS-STOP-CHEQUE-TO
           END-IF
           IF WS-STOP-EXPIRY = ZEROS
               MOVE WS-POST-DATE TO WS-TD-DATE
               MOVE WS-STOP-TERM-MONTHS TO WS-TD-TERM-MONTHS
               PERFORM ADD-TERM-TO-DATE
               MOVE WS-TD-DATE TO WS-STOP-EXPIRY
           END-IF

           IF WS-STOP-EXPIRY NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE (WS-STOP-EXPIRY) = 0
               DISPLAY "Expiry date is not a valid date. ",
                   "No stop placed."
           ELSE
           IF WS-STOP-CHEQUE-FROM = ZEROS
               DISPLAY "Cheque number must be greater than zero. ",
                   "No stop placed."
           ELSE
           IF WS-STOP-CHEQUE-TO < WS-STOP-CHEQUE-FROM
               DISPLAY "Last cheque number is before the first. ",
                   "No stop placed."
           ELSE
           IF WS-STOP-CHEQUE-TO NOT = WS-STOP-CHEQUE-FROM
               AND WS-STOP-AMOUNT > 0
               DISPLAY "An amount applies to a single cheque only. ",
                   "No stop placed."
           ELSE
           IF WS-STOP-EXPIRY NOT > WS-POST-DATE
               DISPLAY "Expiry date must be after today. ",
                   "No stop placed."
           ELSE
               PERFORM WRITE-NEW-STOP-PAYMENT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-NEW-STOP-PAYMENT.
           PERFORM GET-NEXT-STOP-NUMBER
           MOVE WS-NEXT-STOP-NUMBER TO STOP-NUMBER
           MOVE WS-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER
           MOVE WS-STOP-CHEQUE-FROM TO STOP-CHEQUE-FROM
           MOVE WS-STOP-CHEQUE-TO TO STOP-CHEQUE-TO
           MOVE WS-STOP-AMOUNT TO STOP-AMOUNT
           MOVE WS-STOP-EXPIRY TO STOP-EXPIRY-DATE
           SET STOP-ACTIVE TO TRUE
           MOVE WS-POST-DATE TO STOP-PLACED-DATE
           MOVE WS-OPERATOR-ID TO STOP-OPERATOR-ID

           OPEN EXTEND STOP-PAYMENT-FILE
           WRITE STOP-PAYMENT-RECORD
           CLOSE STOP-PAYMENT-FILE

           DISPLAY "Stop ", STOP-NUMBER, " placed on cheque(s) ",
               WS-STOP-CHEQUE-FROM, " to ", WS-STOP-CHEQUE-TO,
               " until ", WS-STOP-EXPIRY, "."

           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           MOVE "STOP-PAYMENT" TO WS-AUDIT-FIELD-NAME
           MOVE WS-STOP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AUDIT-BEFORE-VALUE
           MOVE SPACES TO WS-STOP-RANGE-TEXT
           STRING WS-STOP-CHEQUE-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-STOP-CHEQUE-TO DELIMITED BY SIZE
               " EXP " DELIMITED BY SIZE
               WS-STOP-EXPIRY DELIMITED BY SIZE
               INTO WS-STOP-RANGE-TEXT
           MOVE WS-STOP-RANGE-TEXT TO WS-AUDIT-AFTER-VALUE
           MOVE SPACES TO WS-AUDIT-OVERRIDE-ID
           PERFORM LOG-AUDIT-ENTRY.

       GET-NEXT-STOP-NUMBER.
           MOVE ZEROS TO WS-NEXT-STOP-NUMBER
           OPEN INPUT STOP-PAYMENT-FILE
           IF STOP-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ STOP-PAYMENT-FILE INTO STOP-PAYMENT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF STOP-NUMBER > WS-NEXT-STOP-NUMBER
                               MOVE STOP-NUMBER
                                   TO WS-NEXT-STOP-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOP-PAYMENT-FILE
               SET END-OF-FILE TO FALSE
           END-IF
           ADD 1 TO WS-NEXT-STOP-NUMBER.

       REVOKE-STOP-PAYMENT.
           DISPLAY "Enter Account Number (10 digits): ".
           ACCEPT WS-ACCOUNT-NUMBER.
           DISPLAY "Enter Stop Number: ".
           ACCEPT WS-STOP-NUMBER.

           PERFORM LOAD-STOP-TABLE
           IF STOP-TABLE-FULL
               DISPLAY "Stop-payment register is larger than the ",
                   "work table; revocation not applied."
           ELSE
               PERFORM FIND-STOP-IN-TABLE
               EVALUATE TRUE
                   WHEN WS-STOP-INDEX = ZEROS
                       DISPLAY "Stop ", WS-STOP-NUMBER, " not found."
                   WHEN SP-ACCOUNT (WS-STOP-INDEX)
                       NOT = WS-ACCOUNT-NUMBER
                       DISPLAY "Stop ", WS-STOP-NUMBER, " does not ",
                           "belong to that account."
                   WHEN SP-STATUS (WS-STOP-INDEX) = "R"
                       DISPLAY "Stop ", WS-STOP-NUMBER, " is already ",
                           "revoked."
                   WHEN OTHER
                       PERFORM APPLY-STOP-REVOCATION
               END-EVALUATE
           END-IF.

       APPLY-STOP-REVOCATION.
           MOVE "R" TO SP-STATUS (WS-STOP-INDEX)
           PERFORM SAVE-STOP-TABLE
           DISPLAY "Stop ", WS-STOP-NUMBER, " revoked."

           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           MOVE "STOP-PAYMENT-REV" TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-STOP-RANGE-TEXT
           STRING SP-CHEQUE-FROM (WS-STOP-INDEX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SP-CHEQUE-TO (WS-STOP-INDEX) DELIMITED BY SIZE
               " EXP " DELIMITED BY SIZE
               SP-EXPIRY-DATE (WS-STOP-INDEX) DELIMITED BY SIZE
               INTO WS-STOP-RANGE-TEXT
           MOVE WS-STOP-RANGE-TEXT TO WS-AUDIT-BEFORE-VALUE
           MOVE "REVOKED" TO WS-AUDIT-AFTER-VALUE
           MOVE SPACES TO WS-AUDIT-OVERRIDE-ID
           PERFORM LOG-AUDIT-ENTRY.

       FIND-STOP-IN-TABLE.
           MOVE ZEROS TO WS-STOP-INDEX
           PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
               UNTIL WS-STOP-SUB > WS-STOP-COUNT
               IF SP-NUMBER (WS-STOP-SUB) = WS-STOP-NUMBER
                   MOVE WS-STOP-SUB TO WS-STOP-INDEX
               END-IF
           END-PERFORM.

       LOAD-STOP-TABLE.
           SET STOP-TABLE-FULL TO FALSE
           MOVE ZEROS TO WS-STOP-COUNT
           OPEN INPUT STOP-PAYMENT-FILE
           IF STOP-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ STOP-PAYMENT-FILE INTO STOP-PAYMENT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-STOP
                   END-READ
               END-PERFORM
               CLOSE STOP-PAYMENT-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-STOP.
           IF WS-STOP-COUNT < WS-STOP-MAX
               ADD 1 TO WS-STOP-COUNT
               MOVE STOP-NUMBER TO SP-NUMBER (WS-STOP-COUNT)
               MOVE STOP-ACCOUNT-NUMBER TO SP-ACCOUNT (WS-STOP-COUNT)
               MOVE STOP-CHEQUE-FROM TO SP-CHEQUE-FROM (WS-STOP-COUNT)
               MOVE STOP-CHEQUE-TO TO SP-CHEQUE-TO (WS-STOP-COUNT)
               MOVE STOP-AMOUNT TO SP-AMOUNT (WS-STOP-COUNT)
               MOVE STOP-EXPIRY-DATE
                   TO SP-EXPIRY-DATE (WS-STOP-COUNT)
               MOVE STOP-STATUS TO SP-STATUS (WS-STOP-COUNT)
               MOVE STOP-PLACED-DATE
                   TO SP-PLACED-DATE (WS-STOP-COUNT)
               MOVE STOP-OPERATOR-ID
                   TO SP-OPERATOR-ID (WS-STOP-COUNT)
           ELSE
               SET STOP-TABLE-FULL TO TRUE
           END-IF.

       SAVE-STOP-TABLE.
           OPEN OUTPUT STOP-PAYMENT-FILE
           PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
               UNTIL WS-STOP-SUB > WS-STOP-COUNT
               MOVE SP-NUMBER (WS-STOP-SUB) TO STOP-NUMBER
               MOVE SP-ACCOUNT (WS-STOP-SUB) TO STOP-ACCOUNT-NUMBER
               MOVE SP-CHEQUE-FROM (WS-STOP-SUB) TO STOP-CHEQUE-FROM
               MOVE SP-CHEQUE-TO (WS-STOP-SUB) TO STOP-CHEQUE-TO
               MOVE SP-AMOUNT (WS-STOP-SUB) TO STOP-AMOUNT
               MOVE SP-EXPIRY-DATE (WS-STOP-SUB) TO STOP-EXPIRY-DATE
               MOVE SP-STATUS (WS-STOP-SUB) TO STOP-STATUS
               MOVE SP-PLACED-DATE (WS-STOP-SUB) TO STOP-PLACED-DATE
               MOVE SP-OPERATOR-ID (WS-STOP-SUB) TO STOP-OPERATOR-ID
               WRITE STOP-PAYMENT-RECORD
           END-PERFORM
           CLOSE STOP-PAYMENT-FILE.

       VIEW-STOP-PAYMENTS.
           DISPLAY "Enter Account Number (10 digits): ".
           ACCEPT WS-ACCOUNT-NUMBER.
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           DISPLAY "===== Stop Payments on Account ",
               WS-ACCOUNT-NUMBER, " ====="
           OPEN INPUT STOP-PAYMENT-FILE
           IF STOP-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ STOP-PAYMENT-FILE INTO STOP-PAYMENT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF STOP-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                               PERFORM SHOW-ONE-STOP-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOP-PAYMENT-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       SHOW-ONE-STOP-PAYMENT.
           MOVE STOP-AMOUNT TO WS-AMOUNT-EDIT
           EVALUATE TRUE
               WHEN STOP-REVOKED
                   DISPLAY "  ", STOP-NUMBER, "  ", STOP-CHEQUE-FROM,
                       " - ", STOP-CHEQUE-TO, "  $", WS-AMOUNT-EDIT,
                       "  REVOKED"
               WHEN STOP-EXPIRY-DATE < WS-POST-DATE
                   DISPLAY "  ", STOP-NUMBER, "  ", STOP-CHEQUE-FROM,
                       " - ", STOP-CHEQUE-TO, "  $", WS-AMOUNT-EDIT,
                       "  LAPSED ", STOP-EXPIRY-DATE
               WHEN OTHER
                   DISPLAY "  ", STOP-NUMBER, "  ", STOP-CHEQUE-FROM,
                       " - ", STOP-CHEQUE-TO, "  $", WS-AMOUNT-EDIT,
                       "  ACTIVE until ", STOP-EXPIRY-DATE
           END-EVALUATE.

      * Dual control. An account name correction, a customer address
      * or tax ID change, an overdraft limit change, and a joint owner
      * added to an account are not applied when keyed: each is
      * queued on pending_changes.dat and the master is left as it
      * is. A second operator - never the one who keyed it - approves
      * or rejects it from the approval option. An approved change is
      * applied only if the master still holds the value it was keyed
      * against, and is audited with the maker as the operator and
      * the checker as the override.
       QUEUE-ACCOUNT-NAME-CHANGE.
           IF WS-ACCOUNT-NAME = ACCOUNT-NAME
               DISPLAY "Account name unchanged. No change queued."
           ELSE
               MOVE "N" TO WS-PC-CHANGE-TYPE
               MOVE ACCOUNT-NUMBER TO WS-PC-ACCOUNT
               MOVE ZEROS TO WS-PC-CUSTOMER
               MOVE ACCOUNT-NAME TO WS-PC-BEFORE-VALUE
               MOVE WS-ACCOUNT-NAME TO WS-PC-AFTER-VALUE
               PERFORM QUEUE-PENDING-CHANGE
           END-IF.

      * The limit may only be raised above zero on a product that
      * offers overdrafts; accounts from before the product file
      * carry no product and are not restricted.
       QUEUE-OVERDRAFT-LIMIT-CHANGE.
           MOVE OVERDRAFT-LIMIT TO WS-LIMIT-EDIT
           DISPLAY "Overdraft Limit: $", WS-LIMIT-EDIT
           DISPLAY "Enter New Overdraft Limit (0 for none): "
           ACCEPT WS-OVERDRAFT-LIMIT
           MOVE ACCOUNT-PRODUCT-CODE TO WS-PRODUCT-CODE
           PERFORM FIND-PRODUCT
           MOVE "Y" TO WS-PRODUCT-OVERDRAFT-FLAG
           IF PRODUCT-FOUND
               MOVE PT-OVERDRAFT-FLAG (WS-PRODUCT-INDEX)
                   TO WS-PRODUCT-OVERDRAFT-FLAG
           END-IF

           IF ACCOUNT-CLOSED
               DISPLAY "Account is closed. No change queued."
           ELSE
           IF WS-OVERDRAFT-LIMIT = OVERDRAFT-LIMIT
               DISPLAY "Overdraft limit unchanged. No change queued."
           ELSE
               IF WS-OVERDRAFT-LIMIT > 0
                   AND WS-PRODUCT-OVERDRAFT-FLAG NOT = "Y"
                   DISPLAY "Product ", WS-PRODUCT-CODE, " does not ",
                       "offer an overdraft. No change queued."
               ELSE
                   MOVE "O" TO WS-PC-CHANGE-TYPE
                   MOVE ACCOUNT-NUMBER TO WS-PC-ACCOUNT
                   MOVE ZEROS TO WS-PC-CUSTOMER
                   MOVE SPACES TO WS-PC-BEFORE-VALUE
                   MOVE OVERDRAFT-LIMIT TO WS-PC-BEFORE-LIMIT
                   MOVE SPACES TO WS-PC-AFTER-VALUE
                   MOVE WS-OVERDRAFT-LIMIT TO WS-PC-AFTER-LIMIT
                   PERFORM QUEUE-PENDING-CHANGE
               END-IF
           END-IF
           END-IF.

      * Only one change of a kind may wait against the same account
      * or customer (the same joint owner, for an owner addition),
      * so an approval can never be overtaken by a second request
      * still in the queue.
       QUEUE-PENDING-CHANGE.
           PERFORM CHECK-CHANGE-ALREADY-PENDING
           IF WS-PC-PENDING-NUMBER > 0
               DISPLAY "Change ", WS-PC-PENDING-NUMBER, " of the ",
                   "same kind is already awaiting approval. No ",
                   "change queued."
           ELSE
               ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
               PERFORM GET-NEXT-PC-NUMBER
               MOVE WS-NEXT-PC-NUMBER TO PC-NUMBER
               MOVE WS-PC-CHANGE-TYPE TO PC-CHANGE-TYPE
               MOVE WS-PC-ACCOUNT TO PC-ACCOUNT-NUMBER
               MOVE WS-PC-CUSTOMER TO PC-CUSTOMER-ID
               MOVE WS-PC-BEFORE-VALUE TO PC-BEFORE-VALUE
               MOVE WS-PC-AFTER-VALUE TO PC-AFTER-VALUE
               SET PC-PENDING TO TRUE
               MOVE WS-OPERATOR-ID TO PC-MAKER-ID
               MOVE WS-POST-DATE TO PC-MADE-DATE
               MOVE SPACES TO PC-CHECKER-ID
               MOVE ZEROS TO PC-DECIDED-DATE

               OPEN EXTEND PENDING-CHANGE-FILE
               WRITE PENDING-CHANGE-RECORD
               CLOSE PENDING-CHANGE-FILE

               DISPLAY "Change ", PC-NUMBER, " queued for approval ",
                   "by a second operator; the record is unchanged ",
                   "until then."
           END-IF.

       CHECK-CHANGE-ALREADY-PENDING.
           MOVE ZEROS TO WS-PC-PENDING-NUMBER
           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-CHANGE-FILE INTO PENDING-CHANGE-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PC-PENDING
                               AND PC-CHANGE-TYPE = WS-PC-CHANGE-TYPE
                               AND PC-ACCOUNT-NUMBER = WS-PC-ACCOUNT
                               AND PC-CUSTOMER-ID = WS-PC-CUSTOMER
                               MOVE PC-NUMBER TO WS-PC-PENDING-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       GET-NEXT-PC-NUMBER.
           MOVE ZEROS TO WS-NEXT-PC-NUMBER
           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-CHANGE-FILE INTO PENDING-CHANGE-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PC-NUMBER > WS-NEXT-PC-NUMBER
                               MOVE PC-NUMBER TO WS-NEXT-PC-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
               SET END-OF-FILE TO FALSE
           END-IF
           ADD 1 TO WS-NEXT-PC-NUMBER.

       PENDING-CHANGE-APPROVAL.
           DISPLAY "===== Pending Change Approval =====".
           DISPLAY "1 - List Changes Awaiting Approval".
           DISPLAY "2 - Approve or Reject a Change".
           DISPLAY "3 - Cancel".
           DISPLAY "Enter your option: ".
           ACCEPT WS-PC-OPTION.
           EVALUATE WS-PC-OPTION
               WHEN 1
                   PERFORM LIST-PENDING-CHANGES
               WHEN 2
                   PERFORM DECIDE-PENDING-CHANGE
               WHEN OTHER
                   DISPLAY "No changes made."
           END-EVALUATE.

       LIST-PENDING-CHANGES.
           MOVE ZEROS TO WS-PC-LISTED
           DISPLAY "===== Changes Awaiting Approval ====="
           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-CHANGE-FILE INTO PENDING-CHANGE-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PC-PENDING
                               PERFORM SHOW-ONE-PENDING-CHANGE
                               ADD 1 TO WS-PC-LISTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
               SET END-OF-FILE TO FALSE
           END-IF
           DISPLAY WS-PC-LISTED, " change(s) awaiting approval.".

       SHOW-ONE-PENDING-CHANGE.
           EVALUATE TRUE
               WHEN PC-ACCOUNT-NAME
                   MOVE "ACCOUNT NAME" TO WS-PC-TYPE-TEXT
               WHEN PC-CUSTOMER-ADDRESS
                   MOVE "CUSTOMER ADDRESS" TO WS-PC-TYPE-TEXT
               WHEN PC-CUSTOMER-TAX-ID
                   MOVE "CUSTOMER TAX ID" TO WS-PC-TYPE-TEXT
               WHEN PC-OVERDRAFT-LIMIT
                   MOVE "OVERDRAFT LIMIT" TO WS-PC-TYPE-TEXT
               WHEN PC-JOINT-OWNER
                   MOVE "ADD JOINT OWNER" TO WS-PC-TYPE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-PC-TYPE-TEXT
           END-EVALUATE

           EVALUATE TRUE
               WHEN PC-JOINT-OWNER
                   DISPLAY "  ", PC-NUMBER, "  ", WS-PC-TYPE-TEXT,
                       "  Account ", PC-ACCOUNT-NUMBER,
                       "  Customer ", PC-CUSTOMER-ID
               WHEN PC-CUSTOMER-ADDRESS OR PC-CUSTOMER-TAX-ID
                   DISPLAY "  ", PC-NUMBER, "  ", WS-PC-TYPE-TEXT,
                       "  Customer ", PC-CUSTOMER-ID
               WHEN OTHER
                   DISPLAY "  ", PC-NUMBER, "  ", WS-PC-TYPE-TEXT,
                       "  Account ", PC-ACCOUNT-NUMBER
           END-EVALUATE

           IF PC-OVERDRAFT-LIMIT
               MOVE PC-BEFORE-LIMIT TO WS-LIMIT-EDIT
               DISPLAY "      From: $", WS-LIMIT-EDIT
               MOVE PC-AFTER-LIMIT TO WS-LIMIT-EDIT
               DISPLAY "      To:   $", WS-LIMIT-EDIT
           ELSE
               IF NOT PC-JOINT-OWNER
                   DISPLAY "      From: ", PC-BEFORE-VALUE
                   DISPLAY "      To:   ", PC-AFTER-VALUE
               END-IF
           END-IF
           DISPLAY "      Keyed by ", PC-MAKER-ID, " on ",
               PC-MADE-DATE.

       DECIDE-PENDING-CHANGE.
           DISPLAY "Enter Change Number: ".
           ACCEPT WS-PC-NUMBER.

           PERFORM LOAD-PC-TABLE
           IF PC-TABLE-FULL
               DISPLAY "Pending-change queue is larger than the work ",
                   "table; no decision recorded."
           ELSE
               PERFORM FIND-PC-IN-TABLE
               EVALUATE TRUE
                   WHEN WS-PC-INDEX = ZEROS
                       DISPLAY "Change ", WS-PC-NUMBER, " not found."
                   WHEN PQ-STATUS (WS-PC-INDEX) NOT = "P"
                       DISPLAY "Change ", WS-PC-NUMBER, " has ",
                           "already been decided."
                   WHEN PQ-MAKER-ID (WS-PC-INDEX) = WS-OPERATOR-ID
                       DISPLAY "You keyed change ", WS-PC-NUMBER,
                           "; a second operator must approve or ",
                           "reject it."
                   WHEN OTHER
                       PERFORM ASK-PENDING-DECISION
               END-EVALUATE
           END-IF.

       ASK-PENDING-DECISION.
           MOVE WS-PC-ENTRY (WS-PC-INDEX) TO PENDING-CHANGE-RECORD
           PERFORM SHOW-ONE-PENDING-CHANGE
           DISPLAY "A - Approve, R - Reject, anything else - leave ",
               "pending: "
           ACCEPT WS-PC-DECISION
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           EVALUATE WS-PC-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM APPLY-PENDING-CHANGE
                   IF PC-CHANGE-APPLIED
                       PERFORM RECORD-PENDING-DECISION
                       DISPLAY "Change ", WS-PC-NUMBER, " approved ",
                           "and applied."
                   ELSE
                       DISPLAY "Change ", WS-PC-NUMBER, " cannot be ",
                           "applied: ", WS-PC-REJECT-TEXT
                       DISPLAY "It remains pending; reject it and ",
                           "have it keyed again if still wanted."
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO PC-STATUS
                   PERFORM RECORD-PENDING-DECISION
                   DISPLAY "Change ", WS-PC-NUMBER, " rejected."
               WHEN OTHER
                   DISPLAY "Change ", WS-PC-NUMBER, " left pending."
           END-EVALUATE.

       RECORD-PENDING-DECISION.
           IF PC-PENDING
               SET PC-APPROVED TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO PC-CHECKER-ID
           MOVE WS-POST-DATE TO PC-DECIDED-DATE
           MOVE PENDING-CHANGE-RECORD TO WS-PC-ENTRY (WS-PC-INDEX)
           PERFORM SAVE-PC-TABLE.

       APPLY-PENDING-CHANGE.
           SET PC-CHANGE-APPLIED TO FALSE
           MOVE SPACES TO WS-PC-REJECT-TEXT
           EVALUATE TRUE
               WHEN PC-ACCOUNT-NAME
               WHEN PC-OVERDRAFT-LIMIT
                   PERFORM APPLY-ACCOUNT-CHANGE
               WHEN PC-CUSTOMER-ADDRESS
               WHEN PC-CUSTOMER-TAX-ID
                   PERFORM APPLY-CUSTOMER-CHANGE
               WHEN PC-JOINT-OWNER
                   PERFORM APPLY-JOINT-OWNER-CHANGE
               WHEN OTHER
                   MOVE "unknown change type." TO WS-PC-REJECT-TEXT
           END-EVALUATE.

       APPLY-ACCOUNT-CHANGE.
           MOVE PC-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               MOVE "accounts.dat could not be opened."
                   TO WS-PC-REJECT-TEXT
           ELSE
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   KEY IS ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE "account is no longer on file."
                           TO WS-PC-REJECT-TEXT
                   NOT INVALID KEY
                       PERFORM REWRITE-ACCOUNT-CHANGE
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF.

       REWRITE-ACCOUNT-CHANGE.
           IF PC-ACCOUNT-NAME
               IF ACCOUNT-NAME NOT = PC-BEFORE-VALUE
                   MOVE "account name has changed since keyed."
                       TO WS-PC-REJECT-TEXT
               ELSE
                   MOVE PC-AFTER-VALUE TO ACCOUNT-NAME
                   REWRITE ACCOUNT-RECORD
                   SET PC-CHANGE-APPLIED TO TRUE
                   MOVE "ACCOUNT-NAME" TO WS-AUDIT-FIELD-NAME
                   MOVE PC-BEFORE-VALUE TO WS-AUDIT-BEFORE-VALUE
                   MOVE PC-AFTER-VALUE TO WS-AUDIT-AFTER-VALUE
               END-IF
           ELSE
               IF OVERDRAFT-LIMIT NOT = PC-BEFORE-LIMIT
                   MOVE "overdraft limit has changed since keyed."
                       TO WS-PC-REJECT-TEXT
               ELSE
                   MOVE PC-AFTER-LIMIT TO OVERDRAFT-LIMIT
                   REWRITE ACCOUNT-RECORD
                   SET PC-CHANGE-APPLIED TO TRUE
                   MOVE "OVERDRAFT-LIMIT" TO WS-AUDIT-FIELD-NAME
                   MOVE PC-BEFORE-LIMIT TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO WS-AUDIT-BEFORE-VALUE
                   MOVE PC-AFTER-LIMIT TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO WS-AUDIT-AFTER-VALUE
               END-IF
           END-IF
           IF PC-CHANGE-APPLIED
               MOVE PC-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER
               PERFORM LOG-APPROVED-CHANGE-AUDIT
           END-IF.

       APPLY-CUSTOMER-CHANGE.
           MOVE PC-CUSTOMER-ID TO CUSTOMER-ID
           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               MOVE "customers.dat could not be opened."
                   TO WS-PC-REJECT-TEXT
           ELSE
               READ CUSTOMERS-FILE INTO CUSTOMER-RECORD
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       MOVE "customer is no longer on file."
                           TO WS-PC-REJECT-TEXT
                   NOT INVALID KEY
                       PERFORM REWRITE-CUSTOMER-CHANGE
               END-READ
               CLOSE CUSTOMERS-FILE
           END-IF.

       REWRITE-CUSTOMER-CHANGE.
           IF PC-CUSTOMER-ADDRESS
               IF CUST-ADDRESS NOT = PC-BEFORE-VALUE
                   MOVE "address has changed since keyed."
                       TO WS-PC-REJECT-TEXT
               ELSE
                   MOVE PC-AFTER-VALUE TO CUST-ADDRESS
                   REWRITE CUSTOMER-RECORD
                   SET PC-CHANGE-APPLIED TO TRUE
                   MOVE "CUST-ADDRESS" TO WS-AUDIT-FIELD-NAME
               END-IF
           ELSE
               IF CUST-TAX-ID NOT = PC-BEFORE-VALUE
                   MOVE "tax ID has changed since keyed."
                       TO WS-PC-REJECT-TEXT
               ELSE
                   MOVE PC-AFTER-VALUE TO CUST-TAX-ID
                   REWRITE CUSTOMER-RECORD
                   SET PC-CHANGE-APPLIED TO TRUE
                   MOVE "CUST-TAX-ID" TO WS-AUDIT-FIELD-NAME
               END-IF
           END-IF
           IF PC-CHANGE-APPLIED
               MOVE PC-CUSTOMER-ID TO AUDIT-ACCOUNT-NUMBER
               MOVE PC-BEFORE-VALUE TO WS-AUDIT-BEFORE-VALUE
               MOVE PC-AFTER-VALUE TO WS-AUDIT-AFTER-VALUE
               PERFORM LOG-APPROVED-CHANGE-AUDIT
           END-IF.

      * The ownership edits are repeated at approval: the account
      * may have closed, or the customer been added by another
      * route, while the change waited.
       APPLY-JOINT-OWNER-CHANGE.
           MOVE PC-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           MOVE PC-CUSTOMER-ID TO WS-OWNER-CUSTOMER
           MOVE PC-CUSTOMER-ID TO WS-CUSTOMER-ID
           PERFORM LOOK-UP-ACCOUNT
           IF NOT ACCOUNT-FOUND
               MOVE "account is no longer on file."
                   TO WS-PC-REJECT-TEXT
           ELSE
           IF ACCOUNT-CLOSED
               MOVE "account has been closed." TO WS-PC-REJECT-TEXT
           ELSE
               PERFORM LOOK-UP-CUSTOMER
               PERFORM CHECK-OWNER-ON-XREF
               IF NOT CUSTOMER-FOUND
                   MOVE "customer is no longer on file."
                       TO WS-PC-REJECT-TEXT
               ELSE
               IF OWNER-ON-XREF
                   OR WS-OWNER-CUSTOMER = ACCOUNT-CUSTOMER-ID
                   MOVE "customer is already an owner."
                       TO WS-PC-REJECT-TEXT
               ELSE
                   PERFORM WRITE-NEW-OWNER-XREF
                   SET PC-CHANGE-APPLIED TO TRUE
                   MOVE PC-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER
                   MOVE "ACCOUNT-OWNER-ADD" TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES TO WS-AUDIT-BEFORE-VALUE
                   MOVE WS-OWNER-CUSTOMER TO WS-AUDIT-AFTER-VALUE
                   PERFORM LOG-APPROVED-CHANGE-AUDIT
               END-IF
               END-IF
           END-IF
           END-IF.

      * The maker is recorded as the operator who made the change and
      * the approving operator in the override column.
       LOG-APPROVED-CHANGE-AUDIT.
           MOVE WS-AUDIT-FIELD-NAME TO AUDIT-FIELD-NAME.
           MOVE WS-AUDIT-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
           MOVE WS-AUDIT-AFTER-VALUE TO AUDIT-AFTER-VALUE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE PC-MAKER-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OVERRIDE-ID.

           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       FIND-PC-IN-TABLE.
           MOVE ZEROS TO WS-PC-INDEX
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
               UNTIL WS-PC-SUB > WS-PC-COUNT
               IF PQ-NUMBER (WS-PC-SUB) = WS-PC-NUMBER
                   MOVE WS-PC-SUB TO WS-PC-INDEX
               END-IF
           END-PERFORM.

       LOAD-PC-TABLE.
           SET PC-TABLE-FULL TO FALSE
           MOVE ZEROS TO WS-PC-COUNT
           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-CHANGE-FILE INTO PENDING-CHANGE-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-PC
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-PC.
           IF WS-PC-COUNT < WS-PC-MAX
               ADD 1 TO WS-PC-COUNT
               MOVE PENDING-CHANGE-RECORD TO WS-PC-ENTRY (WS-PC-COUNT)
           ELSE
               SET PC-TABLE-FULL TO TRUE
           END-IF.

       SAVE-PC-TABLE.
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
               UNTIL WS-PC-SUB > WS-PC-COUNT
               MOVE WS-PC-ENTRY (WS-PC-SUB) TO PENDING-CHANGE-RECORD
               WRITE PENDING-CHANGE-RECORD
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE.

      * Funds-availability holds. A hold restricts part of the ledger
      * balance (an uncollected deposited item, a legal order) until
      * its release date; the EOD cycle releases expired holds, and a
      * teller can release one early here, both under audit. Open
      * holds reduce the available balance every withdrawal edit
      * tests.
       HOLD-MAINTENANCE.
           DISPLAY "===== Funds Hold Maintenance =====".
           DISPLAY "1 - Place Hold".
           DISPLAY "2 - Release Hold Early".
           DISPLAY "3 - View Holds on an Account".
           DISPLAY "4 - Cancel".
           DISPLAY "Enter your option: ".
           ACCEPT WS-HOLD-OPTION.
           EVALUATE WS-HOLD-OPTION
               WHEN 1
                   PERFORM PLACE-HOLD
               WHEN 2
                   PERFORM RELEASE-HOLD-EARLY
               WHEN 3
                   PERFORM VIEW-ACCOUNT-HOLDS
               WHEN OTHER
                   DISPLAY "No changes made."
           END-EVALUATE.

       PLACE-HOLD.
           DISPLAY "Enter Account Number (10 digits): ".
           ACCEPT WS-ACCOUNT-NUMBER.
           PERFORM LOOK-UP-ACCOUNT
           IF NOT ACCOUNT-FOUND
               DISPLAY "Account not found. No hold placed."
           ELSE
           IF ACCOUNT-CLOSED
               DISPLAY "Account is closed. No hold placed."
           ELSE
               DISPLAY "Enter Hold Amount: "
               ACCEPT WS-HOLD-AMOUNT
               DISPLAY "Enter Hold Reason: "
               ACCEPT WS-HOLD-REASON
               DISPLAY "Enter Release Date (YYYYMMDD): "
               ACCEPT WS-HOLD-RELEASE-DATE
               IF WS-HOLD-AMOUNT NOT > 0
                   DISPLAY "Hold amount must be greater than zero. ",
                       "No hold placed."
               ELSE
               IF WS-HOLD-RELEASE-DATE NOT NUMERIC
                   OR WS-HOLD-RELEASE-DATE = ZEROS
                   OR FUNCTION INTEGER-OF-DATE (WS-HOLD-RELEASE-DATE)
                       = 0
                   DISPLAY "Release date must be a valid YYYYMMDD ",
                       "date. No hold placed."
               ELSE
                   PERFORM WRITE-NEW-HOLD
               END-IF
