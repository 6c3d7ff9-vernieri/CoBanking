       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermDepositMaturityBatch.

      *****************************************************************
      * Term deposit maturity. Walks the term deposit master
      * (term_deposits.dat, opened from the registry) and settles
      * every ACTIVE deposit whose maturity date has arrived on or
      * before the cycle's business date (business_date.dat;
      * stand-alone runs use the system date). Interest for the term
      * is simple interest at the locked rate for the actual days
      * from start to maturity on a 365-day year.
      *
      * Pay-out deposits credit the interest (INT channel) and the
      * principal (TDP channel) to the payout account and are marked
      * MATURED. Roll-over deposits renew for the same number of
      * months at the same rate from the old maturity date, on the
      * deposit's own day of the month (TD-MATURITY-DAY) so a
      * month-end maturity does not drift to an earlier day, with the
      * interest added to the principal; the interest still passes
      * through the payout account - an INT credit and an equal TDP
      * debit - so interest expense and the term deposit liability
      * both reach the GL journal, and the customer sees the
      * interest on their statement. A deposit whose payout account
      * is missing or closed is not settled: it is listed with its
      * reason code on term_deposit_maturity_report.txt and retried
      * next cycle. Every balance change is audited.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "term_deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT TD-REPORT-FILE ASSIGN TO
               "term_deposit_maturity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-SEQUENCE
               ALTERNATE RECORD KEY IS TXN-ACCOUNT-NUMBER
                   WITH DUPLICATES.

           SELECT OPTIONAL TXN-SEQUENCE-FILE ASSIGN TO
               "txn_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
           COPY "account-record.cpy".

       FD TERM-DEPOSIT-FILE.
           COPY "term-deposit-record.cpy".

       FD TD-REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       FD TRANSACTION-FILE.
           COPY "transaction-record.cpy".

       FD TXN-SEQUENCE-FILE.
           COPY "txn-sequence-record.cpy".

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       FD AUDIT-LOG-FILE.
           COPY "audit-log-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS  PIC X(2).
           88 ACCOUNTS-OK        VALUE "00".
       01 WS-TD-STATUS         PIC X(2).
           88 TD-FILE-OK          VALUE "00".
       01 TD-FILE-SWITCH       PIC X VALUE "N".
           88 TD-FILE-MISSING VALUE "Y" FALSE "N".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".

       01 WS-SEQUENCE-STATUS   PIC X(2).
           88 SEQUENCE-FILE-OK    VALUES "00" "05".
       01 WS-TXN-SEQUENCE      PIC 9(8) VALUE ZEROS.
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-POST-DATE         PIC 9(8).

       01 WS-TD-MAX            PIC 9(3) VALUE 200.
       01 WS-TD-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-TD-SUB            PIC 9(3) VALUE ZEROS.
       01 WS-TD-OVERFLOW       PIC 9(3) VALUE ZEROS.
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

       01 WS-REASON-CODE       PIC X(2).
           88 REASON-UNKNOWN-ACCOUNT VALUE "01".
           88 REASON-ACCOUNT-CLOSED  VALUE "02".
       01 WS-REASON-TEXT       PIC X(25).
       01 WS-TD-DAYS           PIC 9(5) VALUE ZEROS.
       01 WS-TD-INTEREST       PIC 9(8)V99 VALUE ZEROS.
       01 WS-TXN-TYPE          PIC X(1).
       01 WS-TXN-AMOUNT        PIC 9(8)V99.
       01 WS-TXN-CHANNEL       PIC X(3).

       01 WS-TD-DATE           PIC 9(8).
       01 WS-TD-DATE-SPLIT REDEFINES WS-TD-DATE.
           05 WS-TDD-YEAR      PIC 9(4).
           05 WS-TDD-MONTH     PIC 9(2).
           05 WS-TDD-DAY       PIC 9(2).
       01 WS-TD-MONTH-COUNT    PIC 9(6).
       01 WS-MONTH-LIMIT       PIC 9(2).

       01 WS-DEPOSITS-DUE      PIC 9(6) VALUE ZEROS.
       01 WS-DEPOSITS-PAID     PIC 9(6) VALUE ZEROS.
       01 WS-DEPOSITS-ROLLED   PIC 9(6) VALUE ZEROS.
       01 WS-DEPOSITS-FAILED   PIC 9(6) VALUE ZEROS.
       01 WS-PAID-PRINCIPAL    PIC S9(10)V99 VALUE ZEROS.
       01 WS-ROLLED-PRINCIPAL  PIC S9(10)V99 VALUE ZEROS.
       01 WS-TOTAL-INTEREST    PIC S9(10)V99 VALUE ZEROS.

       01 WS-OPERATOR-ID       PIC X(8) VALUE "TDMATUR".
       01 WS-AMOUNT-EDIT       PIC -(7)9.99.
       01 WS-HEADER-LINE       PIC X(100).
       01 WS-DETAIL-LINE.
           05 DL-TD-NUMBER        PIC Z(5)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-PAYOUT-ACCOUNT   PIC Z(9)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-PRINCIPAL        PIC -(7)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-INTEREST         PIC -(7)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-ACTION           PIC X(12).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-NEXT-MATURITY    PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-REASON-CODE      PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-REASON-TEXT      PIC X(25).
       01 WS-TOTAL-LINE-1.
           05 FILLER PIC X(20) VALUE "Deposits matured:   ".
           05 TL-DUE-COUNT        PIC Z(5)9.
       01 WS-TOTAL-LINE-2.
           05 FILLER PIC X(20) VALUE "Deposits paid out:  ".
           05 TL-PAID-COUNT       PIC Z(5)9.
           05 FILLER              PIC X(15) VALUE "   principal: $".
           05 TL-PAID-PRINCIPAL   PIC -(9)9.99.
       01 WS-TOTAL-LINE-3.
           05 FILLER PIC X(20) VALUE "Deposits rolled:    ".
           05 TL-ROLLED-COUNT     PIC Z(5)9.
           05 FILLER              PIC X(15) VALUE "   principal: $".
           05 TL-ROLLED-PRINCIPAL PIC -(9)9.99.
       01 WS-TOTAL-LINE-4.
           05 FILLER PIC X(20) VALUE "Interest paid:      ".
           05 FILLER              PIC X(7) VALUE SPACES.
           05 TL-TOTAL-INTEREST   PIC -(9)9.99.
       01 WS-TOTAL-LINE-5.
           05 FILLER PIC X(20) VALUE "Deposits unsettled: ".
           05 TL-FAILED-COUNT     PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-TD-TABLE
           IF TD-FILE-MISSING
               DISPLAY "term_deposits.dat not found; no deposits ",
                   "to mature."
               STOP RUN
           END-IF
      * Settling from a partial table would leave deposits the
      * rewrite cannot record, so an overflow settles nothing.
           IF WS-TD-OVERFLOW > 0
               DISPLAY "Term deposit master has more than ",
                   WS-TD-MAX, " deposits; nothing settled. Split the ",
                   "master before running again."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-TD-REPORT

           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "Unable to open accounts.dat (status ",
                   WS-ACCOUNTS-STATUS, "). No deposits were settled."
               MOVE 8 TO RETURN-CODE
           ELSE
      * One open for the whole run - writers used to pay an open and
      * close per record, which the indexed file makes even dearer.
               OPEN I-O TRANSACTION-FILE
               PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                   UNTIL WS-TD-SUB > WS-TD-COUNT
                   IF TT-STATUS (WS-TD-SUB) = "A"
                       AND TT-MATURITY-DATE (WS-TD-SUB)
                           <= WS-POST-DATE
                       PERFORM WORK-ONE-MATURITY
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNTS-FILE
               PERFORM SAVE-TD-TABLE
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY "Term deposit maturity complete. Matured ",
               WS-DEPOSITS-DUE, ", paid out ", WS-DEPOSITS-PAID,
               ", rolled over ", WS-DEPOSITS-ROLLED,
               ", not settled ", WS-DEPOSITS-FAILED, "."
           STOP RUN.

       WORK-ONE-MATURITY.
           ADD 1 TO WS-DEPOSITS-DUE
           MOVE SPACES TO WS-REASON-CODE
           MOVE TT-PAYOUT-ACCOUNT (WS-TD-SUB) TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   SET REASON-UNKNOWN-ACCOUNT TO TRUE
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED
                       SET REASON-ACCOUNT-CLOSED TO TRUE
                   END-IF
           END-READ

           IF WS-REASON-CODE NOT = SPACES
               ADD 1 TO WS-DEPOSITS-FAILED
               PERFORM SET-REASON-TEXT
               MOVE ZEROS TO WS-TD-INTEREST
               MOVE "NOT SETTLED" TO DL-ACTION
               MOVE SPACES TO DL-NEXT-MATURITY
               PERFORM WRITE-TD-DETAIL-LINE
           ELSE
               COMPUTE WS-TD-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (TT-MATURITY-DATE (WS-TD-SUB))
                   - FUNCTION INTEGER-OF-DATE
                       (TT-START-DATE (WS-TD-SUB))
               COMPUTE WS-TD-INTEREST ROUNDED =
                   TT-PRINCIPAL (WS-TD-SUB) * TT-RATE (WS-TD-SUB)
                   / 100 * WS-TD-DAYS / 365
               ADD WS-TD-INTEREST TO WS-TOTAL-INTEREST
               MOVE SPACES TO WS-REASON-TEXT
               IF TT-MATURITY-ACTION (WS-TD-SUB) = "R"
                   PERFORM ROLL-OVER-DEPOSIT
               ELSE
                   PERFORM PAY-OUT-DEPOSIT
               END-IF
           END-IF.

       PAY-OUT-DEPOSIT.
           IF WS-TD-INTEREST > 0
               MOVE "C" TO WS-TXN-TYPE
               MOVE WS-TD-INTEREST TO WS-TXN-AMOUNT
               MOVE "INT" TO WS-TXN-CHANNEL
               PERFORM POST-DEPOSIT-LEG
           END-IF
           MOVE "C" TO WS-TXN-TYPE
           MOVE TT-PRINCIPAL (WS-TD-SUB) TO WS-TXN-AMOUNT
           MOVE "TDP" TO WS-TXN-CHANNEL
           PERFORM POST-DEPOSIT-LEG

           MOVE "M" TO TT-STATUS (WS-TD-SUB)
           MOVE WS-POST-DATE TO TT-CLOSED-DATE (WS-TD-SUB)
           ADD 1 TO WS-DEPOSITS-PAID
           ADD TT-PRINCIPAL (WS-TD-SUB) TO WS-PAID-PRINCIPAL
           MOVE "PAID OUT" TO DL-ACTION
           MOVE SPACES TO DL-NEXT-MATURITY
           PERFORM WRITE-TD-DETAIL-LINE.

      * The interest is credited and immediately re-placed, so the
      * payout account nets to zero and the deposit grows by it.
       ROLL-OVER-DEPOSIT.
           IF WS-TD-INTEREST > 0
               MOVE "C" TO WS-TXN-TYPE
               MOVE WS-TD-INTEREST TO WS-TXN-AMOUNT
               MOVE "INT" TO WS-TXN-CHANNEL
               PERFORM POST-DEPOSIT-LEG
               MOVE "D" TO WS-TXN-TYPE
               MOVE WS-TD-INTEREST TO WS-TXN-AMOUNT
               MOVE "TDP" TO WS-TXN-CHANNEL
               PERFORM POST-DEPOSIT-LEG
               ADD WS-TD-INTEREST TO TT-PRINCIPAL (WS-TD-SUB)
           END-IF

           MOVE TT-MATURITY-DATE (WS-TD-SUB)
               TO TT-START-DATE (WS-TD-SUB)
           MOVE TT-MATURITY-DATE (WS-TD-SUB) TO WS-TD-DATE
           MOVE TT-MATURITY-DAY (WS-TD-SUB) TO WS-TDD-DAY
           PERFORM ADD-TERM-TO-DATE
           MOVE WS-TD-DATE TO TT-MATURITY-DATE (WS-TD-SUB)

           ADD 1 TO WS-DEPOSITS-ROLLED
           ADD TT-PRINCIPAL (WS-TD-SUB) TO WS-ROLLED-PRINCIPAL
           MOVE "ROLLED OVER" TO DL-ACTION
           MOVE WS-TD-DATE TO DL-NEXT-MATURITY
           PERFORM WRITE-TD-DETAIL-LINE.

      * Interest and maturity proceeds are not customer activity, so
      * ACCOUNT-LAST-ACTIVITY-DATE is left untouched, as it is for
      * interest accrual.
       POST-DEPOSIT-LEG.
           MOVE TT-PAYOUT-ACCOUNT (WS-TD-SUB) TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO AUDIT-BEFORE-VALUE
                   IF WS-TXN-TYPE = "C"
                       ADD WS-TXN-AMOUNT TO ACCOUNT-BALANCE
                   ELSE
                       SUBTRACT WS-TXN-AMOUNT FROM ACCOUNT-BALANCE
                   END-IF
                   REWRITE ACCOUNT-RECORD
                   PERFORM LOG-BALANCE-AUDIT-ENTRY
           END-READ
           PERFORM LOG-DEPOSIT-TRANSACTION.

       LOG-BALANCE-AUDIT-ENTRY.
           MOVE "ACCOUNT-BALANCE" TO AUDIT-FIELD-NAME
           MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO AUDIT-AFTER-VALUE
           MOVE ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE SPACES TO AUDIT-OVERRIDE-ID

           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       LOG-DEPOSIT-TRANSACTION.
           MOVE TT-PAYOUT-ACCOUNT (WS-TD-SUB) TO TXN-ACCOUNT-NUMBER
           MOVE WS-TXN-TYPE TO TXN-TYPE
           MOVE WS-TXN-AMOUNT TO TXN-AMOUNT
           PERFORM GET-NEXT-TXN-SEQUENCE
           MOVE WS-TXN-SEQUENCE TO TXN-SEQUENCE
           MOVE WS-POST-DATE TO TXN-POST-DATE
           MOVE FUNCTION CURRENT-DATE TO TXN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE WS-TXN-CHANNEL TO TXN-CHANNEL
           MOVE SPACE TO TXN-REVERSAL-CODE
           MOVE ZEROS TO TXN-ORIG-SEQUENCE

           WRITE TRANSACTION-RECORD.

      * The renewed term ends on the deposit's own day of the month
      * the term's number of months later, clamped to the length of
      * the target month, exactly as the registry dates a new
      * deposit. The clamp applies to that month only; the next
      * renewal starts again from the deposit's own day.
       ADD-TERM-TO-DATE.
           COMPUTE WS-TD-MONTH-COUNT =
               WS-TDD-YEAR * 12 + WS-TDD-MONTH - 1
               + TT-TERM-MONTHS (WS-TD-SUB)
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

       LOAD-TD-TABLE.
           MOVE ZEROS TO WS-TD-COUNT
           OPEN INPUT TERM-DEPOSIT-FILE
           IF NOT TD-FILE-OK
               SET TD-FILE-MISSING TO TRUE
           ELSE
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
               ADD 1 TO WS-TD-OVERFLOW
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

       GET-NEXT-TXN-SEQUENCE.
           MOVE ZEROS TO TSQ-LAST-SEQUENCE
           OPEN INPUT TXN-SEQUENCE-FILE
           IF SEQUENCE-FILE-OK
               READ TXN-SEQUENCE-FILE INTO TXN-SEQUENCE-RECORD
                   AT END
                       MOVE ZEROS TO TSQ-LAST-SEQUENCE
               END-READ
               CLOSE TXN-SEQUENCE-FILE
           END-IF
           ADD 1 TO TSQ-LAST-SEQUENCE
           MOVE TSQ-LAST-SEQUENCE TO WS-TXN-SEQUENCE
           OPEN OUTPUT TXN-SEQUENCE-FILE
           WRITE TXN-SEQUENCE-RECORD
           CLOSE TXN-SEQUENCE-FILE.

       OPEN-TD-REPORT.
           OPEN OUTPUT TD-REPORT-FILE

           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== Term Deposit Maturities - Business Date "
               DELIMITED BY SIZE
               WS-POST-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Deposit Payout Acct    Principal     Interest  "
               DELIMITED BY SIZE
               "Action        Matures   Rsn  Reason"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       SET-REASON-TEXT.
           EVALUATE TRUE
               WHEN REASON-UNKNOWN-ACCOUNT
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-TEXT
               WHEN REASON-ACCOUNT-CLOSED
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
           END-EVALUATE.

       WRITE-TD-DETAIL-LINE.
           MOVE TT-NUMBER (WS-TD-SUB) TO DL-TD-NUMBER
           MOVE TT-PAYOUT-ACCOUNT (WS-TD-SUB) TO DL-PAYOUT-ACCOUNT
           MOVE TT-PRINCIPAL (WS-TD-SUB) TO DL-PRINCIPAL
           MOVE WS-TD-INTEREST TO DL-INTEREST
           MOVE WS-REASON-CODE TO DL-REASON-CODE
           MOVE WS-REASON-TEXT TO DL-REASON-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEPOSITS-DUE TO TL-DUE-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-DEPOSITS-PAID TO TL-PAID-COUNT
           MOVE WS-PAID-PRINCIPAL TO TL-PAID-PRINCIPAL
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-DEPOSITS-ROLLED TO TL-ROLLED-COUNT
           MOVE WS-ROLLED-PRINCIPAL TO TL-ROLLED-PRINCIPAL
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TOTAL-INTEREST TO TL-TOTAL-INTEREST
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-DEPOSITS-FAILED TO TL-FAILED-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
           CLOSE TD-REPORT-FILE.

      * The posting date is the cycle's business date when the EOD
      * driver is in control (business_date.dat); stand-alone runs
      * fall back to the system date.
       GET-BUSINESS-DATE.
           MOVE ZEROS TO BUS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-OK
               READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
                   AT END
                       MOVE ZEROS TO BUS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF BUS-DATE NUMERIC AND BUS-DATE > 0
               MOVE BUS-DATE TO WS-POST-DATE
           ELSE
               ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           END-IF.
