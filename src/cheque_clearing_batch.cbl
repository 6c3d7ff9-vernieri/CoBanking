       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeClearingBatch.

      *****************************************************************
      * Inbound cheque clearing. cheque_clearing_input.dat arrives
      * from the clearing house with the cheques other banks have
      * presented against our accounts: an "H" header (clearing date,
      * source ID), "D" details (account number, cheque number,
      * amount, presenting bank, item reference), and a "T" trailer
      * (item count, amount hash total). The file is proven exactly
      * as BatchTransactionPoster proves the network feed - header,
      * trailer, count and hash in agreement, and the date/source not
      * already on the shared feed-control register feed_control.dat
      * - and a file that fails is rejected whole with accounts.dat
      * untouched and return code 8.
      *
      * Each cheque of a proven file is then paid or returned. It is
      * returned when the account is unknown, closed or dormant, when
      * an active, unexpired stop on the stop-payment register
      * (stop_payments.dat) covers its number (and, where the stop
      * carries an amount, its amount), when a cheque of the same
      * number has already been paid on the account - on the live
      * transaction file or in the previous month's archive
      * (txn_archive_YYYYMM.dat), so a cheque paid just before the
      * month-end archive is still known - or when the available
      * balance - the ledger less open holds - will not
      * cover it within the overdraft limit. A paid cheque is debited
      * under the same rules the network feed posts by and logged to
      * transactions.dat on channel CHQ with the cheque number in
      * TXN-CHEQUE-NUMBER. Returned cheques go to cheque_returns.dat
      * (header, details with a reason code, trailer) for sending back
      * to the presenting banks, and every item returned is listed on
      * cheque_clearing_report.txt.
      *
      * Return reason codes follow the suspense codes of the network
      * feed where the cause is the same:
      *   01 account not on file     02 account closed
      *   03 insufficient funds      05 non-numeric item
      *   06 account dormant         07 uncollected funds held
      *   08 payment stopped         09 cheque already paid
      *
      * The stop register and the archived paid cheques are loaded
      * before anything is opened for update; if either will not fit
      * its table the run ends with return code 8 before a single
      * cheque is paid, and the file is not registered, so it clears
      * once the table is enlarged.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT CLEARING-INPUT-FILE ASSIGN TO
               "cheque_clearing_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

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

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL STOP-PAYMENT-FILE ASSIGN TO
               "stop_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

           SELECT CHEQUE-RETURN-FILE ASSIGN TO "cheque_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLEARING-REPORT-FILE ASSIGN TO
               "cheque_clearing_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL FEED-CONTROL-FILE ASSIGN TO
               "feed_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
           COPY "account-record.cpy".

       FD CLEARING-INPUT-FILE.
       01 CLEARING-ITEM-RECORD.
           05 CI-RECORD-TYPE      PIC X(1).
               88 CI-IS-HEADER      VALUE "H".
               88 CI-IS-DETAIL      VALUE "D".
               88 CI-IS-TRAILER     VALUE "T".
           05 CI-ACCOUNT-NUMBER   PIC 9(10).
           05 CI-CHEQUE-NUMBER    PIC 9(8).
           05 CI-AMOUNT           PIC 9(8)V99.
           05 CI-PRESENTER-ID     PIC X(8).
           05 CI-ITEM-REFERENCE   PIC X(12).
       01 CLEARING-HEADER-RECORD.
           05 FILLER              PIC X(1).
           05 CH-CLEARING-DATE    PIC 9(8).
           05 CH-SOURCE-ID        PIC X(8).
           05 FILLER              PIC X(32).
       01 CLEARING-TRAILER-RECORD.
           05 FILLER              PIC X(1).
           05 CT-ITEM-COUNT       PIC 9(6).
           05 CT-HASH-TOTAL       PIC 9(12)V99.
           05 FILLER              PIC X(28).

       FD TRANSACTION-FILE.
           COPY "transaction-record.cpy".

       FD TXN-SEQUENCE-FILE.
           COPY "txn-sequence-record.cpy".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD      PIC X(80).

       FD STOP-PAYMENT-FILE.
           COPY "stop-payment-record.cpy".

       FD CHEQUE-RETURN-FILE.
       01 CHEQUE-RETURN-RECORD.
           05 CR-RECORD-TYPE      PIC X(1).
           05 CR-ACCOUNT-NUMBER   PIC 9(10).
           05 CR-CHEQUE-NUMBER    PIC 9(8).
           05 CR-AMOUNT           PIC 9(8)V99.
           05 CR-REASON-CODE      PIC X(2).
           05 CR-PRESENTER-ID     PIC X(8).
           05 CR-ITEM-REFERENCE   PIC X(12).
           05 CR-CLEARING-DATE    PIC 9(8).
       01 CHEQUE-RETURN-HEADER.
           05 FILLER              PIC X(1).
           05 CRH-CLEARING-DATE   PIC 9(8).
           05 CRH-SOURCE-ID       PIC X(8).
           05 CRH-RETURN-DATE     PIC 9(8).
           05 FILLER              PIC X(34).
       01 CHEQUE-RETURN-TRAILER.
           05 FILLER              PIC X(1).
           05 CRT-ITEM-COUNT      PIC 9(6).
           05 CRT-HASH-TOTAL      PIC 9(12)V99.
           05 FILLER              PIC X(38).

       FD CLEARING-REPORT-FILE.
       01 REPORT-LINE             PIC X(100).

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       FD AUDIT-LOG-FILE.
           COPY "audit-log-record.cpy".

       FD HOLDS-FILE.
           COPY "hold-record.cpy".

       FD FEED-CONTROL-FILE.
       01 FEED-CONTROL-RECORD.
           05 FC-FEED-DATE        PIC 9(8).
           05 FC-SOURCE-ID        PIC X(8).
           05 FC-ITEMS-POSTED     PIC 9(6).
           05 FC-ITEMS-SUSPENDED  PIC 9(6).
           05 FC-POSTED-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS  PIC X(2).
           88 ACCOUNTS-OK        VALUE "00".
       01 WS-INPUT-STATUS     PIC X(2).
           88 INPUT-FILE-OK      VALUE "00".
       01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-SCAN-SWITCH      PIC X VALUE "N".
           88 SCAN-DONE VALUE "Y" FALSE "N".

       01 WS-ITEM-ACCOUNT-NUMBER PIC 9(10).
       01 WS-ITEM-CHEQUE-NUMBER  PIC 9(8).
       01 WS-ITEM-AMOUNT         PIC 9(8)V99.
       01 WS-REASON-CODE         PIC X(2).
           88 REASON-UNKNOWN-ACCOUNT VALUE "01".
           88 REASON-ACCOUNT-CLOSED  VALUE "02".
           88 REASON-OVERDRAFT       VALUE "03".
           88 REASON-BAD-AMOUNT      VALUE "05".
           88 REASON-ACCOUNT-DORMANT VALUE "06".
           88 REASON-FUNDS-HELD      VALUE "07".
           88 REASON-PAYMENT-STOPPED VALUE "08".
           88 REASON-ALREADY-PAID    VALUE "09".
       01 WS-ITEM-PAYABLE     PIC X VALUE "N".
           88 ITEM-PAYABLE VALUE "Y" FALSE "N".
       01 WS-DETAIL-SWITCH    PIC X VALUE "N".
           88 DETAIL-FOUND VALUE "Y" FALSE "N".
       01 WS-STOP-SWITCH      PIC X VALUE "N".
           88 STOP-MATCHED VALUE "Y" FALSE "N".
       01 WS-PAID-SWITCH      PIC X VALUE "N".
           88 CHEQUE-ALREADY-PAID VALUE "Y" FALSE "N".
       01 WS-PROJECTED-BALANCE PIC S9(8)V99.
       01 WS-HOLDS-STATUS     PIC X(2).
           88 HOLDS-FILE-OK      VALUES "00" "05".
       01 WS-OPEN-HOLDS-TOTAL PIC S9(10)V99 VALUE ZEROS.

      * Active stops not yet lapsed on the clearing date, loaded once
      * for the run.
       01 WS-STOP-STATUS      PIC X(2).
           88 STOP-FILE-OK       VALUES "00" "05".
       01 WS-STOP-MAX         PIC 9(4) VALUE 2000.
       01 WS-STOP-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-STOP-SUB         PIC 9(4) VALUE ZEROS.
       01 WS-STOP-OVERFLOW    PIC 9(4) VALUE ZEROS.
       01 WS-STOP-TABLE.
           05 WS-STOP-ENTRY OCCURS 2000.
               10 SP-ACCOUNT       PIC 9(10).
               10 SP-CHEQUE-FROM   PIC 9(8).
               10 SP-CHEQUE-TO     PIC 9(8).
               10 SP-AMOUNT        PIC 9(8)V99.

      * Cheques paid in the month before the business month, from
      * that month's transaction archive, loaded once for the run.
       01 WS-ARCHIVE-STATUS   PIC X(2).
           88 ARCHIVE-FILE-OK    VALUES "00" "05".
       01 WS-ARCHIVE-YYYYMM.
           05 WS-AM-YEAR       PIC 9(4).
           05 WS-AM-MONTH      PIC 9(2).
       01 WS-ARCHIVE-FILE-NAME PIC X(30).
       01 WS-PAID-MAX         PIC 9(4) VALUE 5000.
       01 WS-PAID-COUNT       PIC 9(4) VALUE ZEROS.
       01 WS-PAID-SUB         PIC 9(4) VALUE ZEROS.
       01 WS-PAID-OVERFLOW    PIC 9(4) VALUE ZEROS.
       01 WS-PAID-TABLE.
           05 WS-PAID-ENTRY OCCURS 5000.
               10 PD-ACCOUNT       PIC 9(10).
               10 PD-CHEQUE-NUMBER PIC 9(8).

       01 WS-FEED-CONTROL-STATUS PIC X(2).
           88 FEED-CONTROL-OK       VALUES "00" "05".
       01 WS-FEED-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-FEED-SOURCE      PIC X(8) VALUE SPACES.
       01 WS-FEED-REJECT      PIC X VALUE "N".
           88 FEED-REJECTED VALUE "Y" FALSE "N".
       01 WS-REJECT-REASON    PIC X(20) VALUE SPACES.
       01 WS-HEADER-SWITCH    PIC X VALUE "N".
           88 HEADER-SEEN VALUE "Y" FALSE "N".
       01 WS-TRAILER-SWITCH   PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y" FALSE "N".
       01 WS-PROOF-COUNT      PIC 9(6) VALUE ZEROS.
       01 WS-PROOF-HASH       PIC 9(12)V99 VALUE ZEROS.
       01 WS-TRAILER-COUNT    PIC 9(6) VALUE ZEROS.
       01 WS-TRAILER-HASH     PIC 9(12)V99 VALUE ZEROS.

       01 WS-ITEMS-READ       PIC 9(6) VALUE ZEROS.
       01 WS-ITEMS-PAID       PIC 9(6) VALUE ZEROS.
       01 WS-ITEMS-RETURNED   PIC 9(6) VALUE ZEROS.
       01 WS-PAID-AMOUNT      PIC S9(10)V99 VALUE ZEROS.
       01 WS-RETURNED-AMOUNT  PIC S9(10)V99 VALUE ZEROS.
       01 WS-RETURN-HASH      PIC 9(12)V99 VALUE ZEROS.

       01 WS-SEQUENCE-STATUS  PIC X(2).
           88 SEQUENCE-FILE-OK   VALUES "00" "05".
       01 WS-TXN-SEQUENCE     PIC 9(8) VALUE ZEROS.
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-POST-DATE        PIC 9(8).

       01 WS-AMOUNT-EDIT      PIC -(7)9.99.
       01 WS-OPERATOR-ID      PIC X(8) VALUE "CHQCLEAR".
       01 WS-REASON-TEXT      PIC X(25).
       01 WS-HEADER-LINE      PIC X(100).
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT-NUMBER   PIC Z(9)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-CHEQUE-NUMBER    PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-AMOUNT           PIC -(7)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-PRESENTER-ID     PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-REASON-CODE      PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-REASON-TEXT      PIC X(25).
       01 WS-TOTAL-LINE-1.
           05 FILLER              PIC X(13) VALUE "Items read:  ".
           05 TL-ITEMS-READ       PIC Z(5)9.
       01 WS-TOTAL-LINE-2.
           05 FILLER              PIC X(13) VALUE "Paid:        ".
           05 TL-ITEMS-PAID       PIC Z(5)9.
           05 FILLER              PIC X(12) VALUE "   amount: $".
           05 TL-PAID-AMOUNT      PIC -(9)9.99.
       01 WS-TOTAL-LINE-3.
           05 FILLER              PIC X(13) VALUE "Returned:    ".
           05 TL-ITEMS-RETURNED   PIC Z(5)9.
           05 FILLER              PIC X(12) VALUE "   amount: $".
           05 TL-RETURNED-AMOUNT  PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE

           OPEN INPUT CLEARING-INPUT-FILE
           IF NOT INPUT-FILE-OK
               DISPLAY "cheque_clearing_input.dat not found; no ",
                   "cheques to clear."
               STOP RUN
           END-IF

           PERFORM VERIFY-FEED-CONTROLS
           IF FEED-REJECTED
               DISPLAY "CLEARING FILE REJECTED: ", WS-REJECT-REASON,
                   " - no cheques were paid; accounts.dat is ",
                   "untouched."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ACTIVE-STOPS
           IF WS-STOP-OVERFLOW > 0
               DISPLAY "STOP TABLE FULL - ", WS-STOP-OVERFLOW,
                   " active stop(s) on stop_payments.dat not loaded; ",
                   "no cheques were paid. Enlarge WS-STOP-TABLE."
               CLOSE CLEARING-INPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ARCHIVED-CHEQUES
           IF WS-PAID-OVERFLOW > 0
               DISPLAY "PAID CHEQUE TABLE FULL - ", WS-PAID-OVERFLOW,
                   " cheque(s) in ", WS-ARCHIVE-FILE-NAME,
                   " not loaded; no cheques were paid. Enlarge ",
                   "WS-PAID-TABLE."
               CLOSE CLEARING-INPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "Unable to open accounts.dat (status ",
                   WS-ACCOUNTS-STATUS, "). Cheque clearing aborted; ",
                   "no items were processed."
               CLOSE CLEARING-INPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-CLEARING-OUTPUTS

      * One open for the whole run - writers used to pay an open and
      * close per record, which the indexed file makes even dearer.
           OPEN I-O TRANSACTION-FILE

           PERFORM UNTIL END-OF-FILE
               PERFORM READ-NEXT-CLEARING-DETAIL
               IF NOT END-OF-FILE
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM CLEAR-ONE-CHEQUE
               END-IF
           END-PERFORM

           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE CLEARING-INPUT-FILE
           PERFORM CLOSE-CLEARING-OUTPUTS
           PERFORM REGISTER-CLEARED-FEED

           DISPLAY "Cheque clearing complete. Read ", WS-ITEMS-READ,
               ", paid ", WS-ITEMS-PAID, ", returned ",
               WS-ITEMS-RETURNED, ".".
           STOP RUN.

      * The header and trailer were consumed by the proving pass;
      * the clearing pass wants details only.
       READ-NEXT-CLEARING-DETAIL.
           SET DETAIL-FOUND TO FALSE
           PERFORM UNTIL END-OF-FILE OR DETAIL-FOUND
               READ CLEARING-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CI-IS-DETAIL
                           SET DETAIL-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * The whole file is read once and proven before a single cheque
      * is paid: a failure here leaves accounts.dat untouched. On
      * success the file is simply reopened for the clearing pass.
       VERIFY-FEED-CONTROLS.
           SET FEED-REJECTED TO FALSE
           SET HEADER-SEEN TO FALSE
           SET TRAILER-SEEN TO FALSE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROS TO WS-PROOF-COUNT
           MOVE ZEROS TO WS-PROOF-HASH

           PERFORM UNTIL END-OF-FILE
               READ CLEARING-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM PROVE-ONE-FEED-RECORD
               END-READ
           END-PERFORM
           SET END-OF-FILE TO FALSE
           CLOSE CLEARING-INPUT-FILE

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT HEADER-SEEN
                   MOVE "NO FEED HEADER" TO WS-REJECT-REASON
               WHEN NOT TRAILER-SEEN
                   MOVE "NO FEED TRAILER" TO WS-REJECT-REASON
               WHEN WS-PROOF-COUNT NOT = WS-TRAILER-COUNT
                   MOVE "ITEM COUNT MISMATCH" TO WS-REJECT-REASON
               WHEN WS-PROOF-HASH NOT = WS-TRAILER-HASH
                   MOVE "HASH TOTAL MISMATCH" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-FEED-REGISTER
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               SET FEED-REJECTED TO TRUE
           ELSE
               OPEN INPUT CLEARING-INPUT-FILE
           END-IF.

       PROVE-ONE-FEED-RECORD.
           EVALUATE TRUE
               WHEN CI-IS-HEADER
                   SET HEADER-SEEN TO TRUE
                   MOVE CH-CLEARING-DATE TO WS-FEED-DATE
                   MOVE CH-SOURCE-ID TO WS-FEED-SOURCE
               WHEN CI-IS-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE CT-ITEM-COUNT TO WS-TRAILER-COUNT
                   MOVE CT-HASH-TOTAL TO WS-TRAILER-HASH
               WHEN CI-IS-DETAIL
                   ADD 1 TO WS-PROOF-COUNT
                   IF CI-AMOUNT NUMERIC
                       ADD CI-AMOUNT TO WS-PROOF-HASH
                   END-IF
               WHEN OTHER
                   MOVE "BAD RECORD TYPE" TO WS-REJECT-REASON
           END-EVALUATE.

      * A file already on the register was cleared once before - the
      * same date and source must never clear twice.
       CHECK-FEED-REGISTER.
           OPEN INPUT FEED-CONTROL-FILE
           IF FEED-CONTROL-OK
               PERFORM UNTIL END-OF-FILE
                   READ FEED-CONTROL-FILE INTO FEED-CONTROL-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF FC-FEED-DATE = WS-FEED-DATE
                               AND FC-SOURCE-ID = WS-FEED-SOURCE
                               MOVE "DUPLICATE FEED"
                                   TO WS-REJECT-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-CONTROL-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       REGISTER-CLEARED-FEED.
           MOVE WS-FEED-DATE TO FC-FEED-DATE
           MOVE WS-FEED-SOURCE TO FC-SOURCE-ID
           MOVE WS-ITEMS-PAID TO FC-ITEMS-POSTED
           MOVE WS-ITEMS-RETURNED TO FC-ITEMS-SUSPENDED
           MOVE WS-POST-DATE TO FC-POSTED-DATE

           OPEN EXTEND FEED-CONTROL-FILE
           WRITE FEED-CONTROL-RECORD
           CLOSE FEED-CONTROL-FILE.

      * A stop that has been revoked, or whose expiry date is before
      * the clearing date, no longer stops anything.
       LOAD-ACTIVE-STOPS.
           MOVE ZEROS TO WS-STOP-COUNT
           OPEN INPUT STOP-PAYMENT-FILE
           IF STOP-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ STOP-PAYMENT-FILE INTO STOP-PAYMENT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF STOP-ACTIVE
                               AND STOP-EXPIRY-DATE NOT < WS-POST-DATE
                               PERFORM STORE-ONE-STOP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOP-PAYMENT-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-STOP.
           IF WS-STOP-COUNT < WS-STOP-MAX
               ADD 1 TO WS-STOP-COUNT
               MOVE STOP-ACCOUNT-NUMBER TO SP-ACCOUNT (WS-STOP-COUNT)
               MOVE STOP-CHEQUE-FROM TO SP-CHEQUE-FROM (WS-STOP-COUNT)
               MOVE STOP-CHEQUE-TO TO SP-CHEQUE-TO (WS-STOP-COUNT)
               MOVE STOP-AMOUNT TO SP-AMOUNT (WS-STOP-COUNT)
           ELSE
               ADD 1 TO WS-STOP-OVERFLOW
           END-IF.

      * The month-end archive takes every item posted before the
      * business month off the live file, so last month's paid
      * cheques are only to be found in its archive.
       LOAD-ARCHIVED-CHEQUES.
           MOVE ZEROS TO WS-PAID-COUNT
           MOVE WS-POST-DATE (1:4) TO WS-AM-YEAR
           MOVE WS-POST-DATE (5:2) TO WS-AM-MONTH
           IF WS-AM-MONTH = 1
               SUBTRACT 1 FROM WS-AM-YEAR
               MOVE 12 TO WS-AM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-AM-MONTH
           END-IF
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "txn_archive_" DELIMITED BY SIZE
               WS-ARCHIVE-YYYYMM DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME

           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ ARCHIVE-FILE INTO TRANSACTION-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF TXN-CHANNEL = "CHQ"
                               PERFORM STORE-ONE-PAID-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-PAID-CHEQUE.
           IF WS-PAID-COUNT < WS-PAID-MAX
               ADD 1 TO WS-PAID-COUNT
               MOVE TXN-ACCOUNT-NUMBER TO PD-ACCOUNT (WS-PAID-COUNT)
               MOVE TXN-CHEQUE-NUMBER
                   TO PD-CHEQUE-NUMBER (WS-PAID-COUNT)
           ELSE
               ADD 1 TO WS-PAID-OVERFLOW
           END-IF.

       CLEAR-ONE-CHEQUE.
           SET ITEM-PAYABLE TO FALSE
           MOVE SPACES TO WS-REASON-CODE
           MOVE CI-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT-NUMBER
           MOVE CI-CHEQUE-NUMBER TO WS-ITEM-CHEQUE-NUMBER
           MOVE CI-AMOUNT TO WS-ITEM-AMOUNT

           IF WS-ITEM-AMOUNT NOT NUMERIC
               OR WS-ITEM-ACCOUNT-NUMBER NOT NUMERIC
               OR WS-ITEM-CHEQUE-NUMBER NOT NUMERIC
               SET REASON-BAD-AMOUNT TO TRUE
           ELSE
               MOVE WS-ITEM-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                   KEY IS ACCOUNT-NUMBER
                   INVALID KEY
                       SET REASON-UNKNOWN-ACCOUNT TO TRUE
                   NOT INVALID KEY
                       PERFORM EDIT-CHEQUE-AGAINST-ACCOUNT
               END-READ
           END-IF

           IF ITEM-PAYABLE
               PERFORM PAY-CHEQUE
           ELSE
               PERFORM RETURN-CHEQUE
           END-IF.

       EDIT-CHEQUE-AGAINST-ACCOUNT.
           IF ACCOUNT-CLOSED
               SET REASON-ACCOUNT-CLOSED TO TRUE
           ELSE
           IF ACCOUNT-DORMANT
               SET REASON-ACCOUNT-DORMANT TO TRUE
           ELSE
               PERFORM CHECK-STOP-REGISTER
               IF STOP-MATCHED
                   SET REASON-PAYMENT-STOPPED TO TRUE
               ELSE
                   PERFORM CHECK-CHEQUE-ALREADY-PAID
                   IF CHEQUE-ALREADY-PAID
                       SET REASON-ALREADY-PAID TO TRUE
                   ELSE
                       PERFORM EDIT-AVAILABLE-BALANCE
                   END-IF
               END-IF
           END-IF
           END-IF.

      * A stop covers the cheque when the number is within its range
      * and the stop either carries no amount or the same amount.
       CHECK-STOP-REGISTER.
           SET STOP-MATCHED TO FALSE
           PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
               UNTIL WS-STOP-SUB > WS-STOP-COUNT OR STOP-MATCHED
               IF SP-ACCOUNT (WS-STOP-SUB) = WS-ITEM-ACCOUNT-NUMBER
                   AND WS-ITEM-CHEQUE-NUMBER
                       NOT < SP-CHEQUE-FROM (WS-STOP-SUB)
                   AND WS-ITEM-CHEQUE-NUMBER
                       NOT > SP-CHEQUE-TO (WS-STOP-SUB)
                   IF SP-AMOUNT (WS-STOP-SUB) = ZEROS
                       OR SP-AMOUNT (WS-STOP-SUB) = WS-ITEM-AMOUNT
                       SET STOP-MATCHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * Last month's archived cheques are checked first. On the live
      * file only the account's own activity is read, through the
      * account-number alternate key. A cheque paid earlier in this
      * same run is on file by now, so a duplicate within the file is
      * caught too.
       CHECK-CHEQUE-ALREADY-PAID.
           SET CHEQUE-ALREADY-PAID TO FALSE
           SET SCAN-DONE TO FALSE
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
               UNTIL WS-PAID-SUB > WS-PAID-COUNT
               OR CHEQUE-ALREADY-PAID
               IF PD-ACCOUNT (WS-PAID-SUB) = WS-ITEM-ACCOUNT-NUMBER
                   AND PD-CHEQUE-NUMBER (WS-PAID-SUB)
                       = WS-ITEM-CHEQUE-NUMBER
                   SET CHEQUE-ALREADY-PAID TO TRUE
               END-IF
           END-PERFORM
           IF NOT CHEQUE-ALREADY-PAID
               PERFORM CHECK-LIVE-PAID-CHEQUES
           END-IF.

       CHECK-LIVE-PAID-CHEQUES.
           MOVE WS-ITEM-ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER
           READ TRANSACTION-FILE
               KEY IS TXN-ACCOUNT-NUMBER
               INVALID KEY
                   SET SCAN-DONE TO TRUE
               NOT INVALID KEY
                   PERFORM CHECK-ONE-PAID-CHEQUE
           END-READ
           PERFORM UNTIL SCAN-DONE
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF TXN-ACCOUNT-NUMBER
                           NOT = WS-ITEM-ACCOUNT-NUMBER
                           SET SCAN-DONE TO TRUE
                       ELSE
                           PERFORM CHECK-ONE-PAID-CHEQUE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-PAID-CHEQUE.
           IF TXN-CHANNEL = "CHQ"
               AND TXN-CHEQUE-NUMBER = WS-ITEM-CHEQUE-NUMBER
               SET CHEQUE-ALREADY-PAID TO TRUE
               SET SCAN-DONE TO TRUE
           END-IF.

      * A cheque draws on the available balance - the ledger balance
      * less open funds-availability holds - the same edit the
      * network feed applies to a withdrawal. A cheque that only
      * fails because of held funds gets its own reason code.
       EDIT-AVAILABLE-BALANCE.
           PERFORM COMPUTE-OPEN-HOLDS
           COMPUTE WS-PROJECTED-BALANCE =
               ACCOUNT-BALANCE - WS-OPEN-HOLDS-TOTAL
               - WS-ITEM-AMOUNT
           IF WS-PROJECTED-BALANCE < 0 - OVERDRAFT-LIMIT
               IF ACCOUNT-BALANCE - WS-ITEM-AMOUNT
                   < 0 - OVERDRAFT-LIMIT
                   SET REASON-OVERDRAFT TO TRUE
               ELSE
                   SET REASON-FUNDS-HELD TO TRUE
               END-IF
           ELSE
               SET ITEM-PAYABLE TO TRUE
           END-IF.

       PAY-CHEQUE.
           MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO AUDIT-BEFORE-VALUE
           SUBTRACT WS-ITEM-AMOUNT FROM ACCOUNT-BALANCE
           MOVE WS-POST-DATE TO ACCOUNT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD

           MOVE "ACCOUNT-BALANCE" TO AUDIT-FIELD-NAME
           MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO AUDIT-AFTER-VALUE
           MOVE ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           PERFORM LOG-AUDIT-ENTRY

           PERFORM LOG-PAID-CHEQUE

           ADD 1 TO WS-ITEMS-PAID
           ADD WS-ITEM-AMOUNT TO WS-PAID-AMOUNT.

       LOG-PAID-CHEQUE.
           MOVE WS-ITEM-ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER
           MOVE "D" TO TXN-TYPE
           MOVE WS-ITEM-AMOUNT TO TXN-AMOUNT
           PERFORM GET-NEXT-TXN-SEQUENCE
           MOVE WS-TXN-SEQUENCE TO TXN-SEQUENCE
           MOVE WS-POST-DATE TO TXN-POST-DATE
           MOVE FUNCTION CURRENT-DATE TO TXN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE "CHQ" TO TXN-CHANNEL
           MOVE SPACE TO TXN-REVERSAL-CODE
           MOVE WS-ITEM-CHEQUE-NUMBER TO TXN-CHEQUE-NUMBER

           WRITE TRANSACTION-RECORD.

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

       COMPUTE-OPEN-HOLDS.
           MOVE ZEROS TO WS-OPEN-HOLDS-TOTAL
           OPEN INPUT HOLDS-FILE
           IF HOLDS-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ HOLDS-FILE INTO HOLD-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF HOLD-OPEN AND HOLD-ACCOUNT-NUMBER
                               = WS-ITEM-ACCOUNT-NUMBER
                               ADD HOLD-AMOUNT
                                   TO WS-OPEN-HOLDS-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       RETURN-CHEQUE.
           MOVE SPACES TO CHEQUE-RETURN-RECORD
           MOVE "D" TO CR-RECORD-TYPE
           IF WS-ITEM-ACCOUNT-NUMBER NUMERIC
               MOVE WS-ITEM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
           ELSE
               MOVE ZEROS TO CR-ACCOUNT-NUMBER
           END-IF
           IF WS-ITEM-CHEQUE-NUMBER NUMERIC
               MOVE WS-ITEM-CHEQUE-NUMBER TO CR-CHEQUE-NUMBER
           ELSE
               MOVE ZEROS TO CR-CHEQUE-NUMBER
           END-IF
           IF WS-ITEM-AMOUNT NUMERIC
               MOVE WS-ITEM-AMOUNT TO CR-AMOUNT
               ADD WS-ITEM-AMOUNT TO WS-RETURNED-AMOUNT
               ADD WS-ITEM-AMOUNT TO WS-RETURN-HASH
           ELSE
               MOVE ZEROS TO CR-AMOUNT
           END-IF
           MOVE WS-REASON-CODE TO CR-REASON-CODE
           MOVE CI-PRESENTER-ID TO CR-PRESENTER-ID
           MOVE CI-ITEM-REFERENCE TO CR-ITEM-REFERENCE
           MOVE WS-FEED-DATE TO CR-CLEARING-DATE
           WRITE CHEQUE-RETURN-RECORD

           PERFORM WRITE-RETURN-DETAIL-LINE
           ADD 1 TO WS-ITEMS-RETURNED.

       OPEN-CLEARING-OUTPUTS.
           OPEN OUTPUT CHEQUE-RETURN-FILE
           MOVE SPACES TO CHEQUE-RETURN-HEADER
           MOVE "H" TO CHEQUE-RETURN-HEADER (1:1)
           MOVE WS-FEED-DATE TO CRH-CLEARING-DATE
           MOVE WS-FEED-SOURCE TO CRH-SOURCE-ID
           MOVE WS-POST-DATE TO CRH-RETURN-DATE
           WRITE CHEQUE-RETURN-HEADER

           OPEN OUTPUT CLEARING-REPORT-FILE
           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== Cheque Clearing Returns - Business Date "
               DELIMITED BY SIZE
               WS-POST-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Clearing date " DELIMITED BY SIZE
               WS-FEED-DATE DELIMITED BY SIZE
               "  Source " DELIMITED BY SIZE
               WS-FEED-SOURCE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Account No  Cheque    Amount       "
               DELIMITED BY SIZE
               "Presentr  Rsn  Reason" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-RETURN-DETAIL-LINE.
           EVALUATE TRUE
               WHEN REASON-UNKNOWN-ACCOUNT
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-TEXT
               WHEN REASON-ACCOUNT-CLOSED
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
               WHEN REASON-OVERDRAFT
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
               WHEN REASON-BAD-AMOUNT
                   MOVE "NON-NUMERIC ITEM" TO WS-REASON-TEXT
               WHEN REASON-ACCOUNT-DORMANT
                   MOVE "ACCOUNT DORMANT" TO WS-REASON-TEXT
               WHEN REASON-FUNDS-HELD
                   MOVE "UNCOLLECTED FUNDS HELD" TO WS-REASON-TEXT
               WHEN REASON-PAYMENT-STOPPED
                   MOVE "PAYMENT STOPPED" TO WS-REASON-TEXT
               WHEN REASON-ALREADY-PAID
                   MOVE "CHEQUE ALREADY PAID" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
           END-EVALUATE

           MOVE CR-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE CR-CHEQUE-NUMBER TO DL-CHEQUE-NUMBER
           MOVE CR-AMOUNT TO DL-AMOUNT
           MOVE CR-PRESENTER-ID TO DL-PRESENTER-ID
           MOVE WS-REASON-CODE TO DL-REASON-CODE
           MOVE WS-REASON-TEXT TO DL-REASON-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       CLOSE-CLEARING-OUTPUTS.
           MOVE SPACES TO CHEQUE-RETURN-TRAILER
           MOVE "T" TO CHEQUE-RETURN-TRAILER (1:1)
           MOVE WS-ITEMS-RETURNED TO CRT-ITEM-COUNT
           MOVE WS-RETURN-HASH TO CRT-HASH-TOTAL
           WRITE CHEQUE-RETURN-TRAILER
           CLOSE CHEQUE-RETURN-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ITEMS-READ TO TL-ITEMS-READ
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-ITEMS-PAID TO TL-ITEMS-PAID
           MOVE WS-PAID-AMOUNT TO TL-PAID-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-ITEMS-RETURNED TO TL-ITEMS-RETURNED
           MOVE WS-RETURNED-AMOUNT TO TL-RETURNED-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
           CLOSE CLEARING-REPORT-FILE.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-OVERRIDE-ID
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * The posting date is the cycle's business date when one is on
      * file (business_date.dat); stand-alone runs fall back to the
      * system date.
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
