       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEndMisReport.

      *****************************************************************
      * Month-end deposit portfolio MIS. Builds, for a closed month,
      * each account's average daily balance from the daily balance
      * history BalanceHistoryBatch writes (balance_history_
      * YYYYMMDD.dat): every calendar day of the month counts, a day
      * with no cycle (weekend or holiday) taking the last snapshot
      * before it, and the month opens on the last snapshot of the
      * month before. The averages go to average_balance_YYYYMM.dat,
      * one record per account on the books in the month, for any
      * process that prices or charges on average balance.
      *
      * The management report deposit_portfolio_YYYYMM.txt totals
      * by product code: accounts open at month end, accounts opened
      * and closed in the month, month-end ledger balance, the
      * product's average daily balance (the sum of its accounts'
      * averages) and the average per account, and growth of the
      * month-end balance over the prior month end. An account is
      * opened in the month when it is not in the prior month's last
      * snapshot, and closed in the month when its status went to
      * closed during it; accounts already closed before the month
      * are left out.
      *
      * Runs in the EOD cycle after the balance history step: on the
      * first cycle of a month (the last snapshot before the business
      * date falls in an earlier month) it reports that month; on
      * other days it does nothing. Run stand-alone with a month
      * (YYYYMM) on the command line to report or re-report any
      * month that has ended.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN USING WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".

           SELECT AVERAGE-BALANCE-FILE
               ASSIGN USING WS-AVERAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MIS-REPORT-FILE ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
           COPY "balance-history-record.cpy".

       FD PRODUCT-FILE.
           COPY "product-record.cpy".

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-SNAPSHOT-DATE    PIC 9(8).
           05 SRT-ACCOUNT-NUMBER   PIC 9(10).
           05 SRT-PRODUCT-CODE     PIC X(3).
           05 SRT-ACCOUNT-STATUS   PIC X(1).
           05 SRT-LEDGER-BALANCE   PIC S9(8)V99.
           05 SRT-OPEN-HOLDS       PIC 9(8)V99.
           05 SRT-AVAILABLE-BALANCE PIC S9(8)V99.

       FD AVERAGE-BALANCE-FILE.
           COPY "average-balance-record.cpy".

       FD MIS-REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS    PIC X(2).
           88 HISTORY-FILE-OK     VALUES "00" "05".
           88 HISTORY-FILE-PRESENT VALUE "00".
       01 WS-PRODUCT-FILE-STATUS PIC X(2).
           88 PRODUCT-FILE-OK     VALUES "00" "05".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-BUSINESS-MONTH    PIC 9(6).

       01 WS-HISTORY-FILE-NAME PIC X(30).
       01 WS-AVERAGE-FILE-NAME PIC X(30).
       01 WS-REPORT-FILE-NAME  PIC X(30).

      * The month reported, and its first and last days as dates and
      * as day numbers (FUNCTION INTEGER-OF-DATE).
       01 WS-MONTH-ARGUMENT    PIC X(10).
       01 WS-REPORT-MONTH      PIC 9(6) VALUE ZEROS.
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YEAR       PIC 9(4).
           05 WS-RM-MONTH      PIC 9(2).
       01 WS-NEXT-MONTH-START.
           05 WS-NM-YEAR       PIC 9(4).
           05 WS-NM-MONTH      PIC 9(2).
           05 WS-NM-DAY        PIC 9(2) VALUE 1.
       01 WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH-START PIC 9(8).
       01 WS-MONTH-START       PIC 9(8).
       01 WS-MONTH-END         PIC 9(8).
       01 WS-START-DAY         PIC 9(7).
       01 WS-END-DAY           PIC 9(7).
       01 WS-DAYS-IN-MONTH     PIC 9(2).
       01 WS-DAY-NUMBER        PIC 9(7).
       01 WS-HISTORY-DATE      PIC 9(8).
       01 WS-LOOK-BACK         PIC 9(2).
       01 WS-LOOK-BACK-MAX     PIC 9(2) VALUE 31.

       01 WS-REPORT-SWITCH     PIC X VALUE "N".
           88 MONTH-TO-REPORT  VALUE "Y" FALSE "N".
       01 WS-SEED-SWITCH       PIC X VALUE "N".
           88 SEED-FILE-FOUND  VALUE "Y" FALSE "N".
       01 WS-SEED-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-HISTORY-SWITCH    PIC X VALUE "N".
           88 HISTORY-FOUND    VALUE "Y" FALSE "N".
       01 WS-HISTORY-DAYS      PIC 9(2) VALUE ZEROS.
       01 WS-RECORDS-SORTED    PIC 9(7) VALUE ZEROS.

      * The account being averaged: its opening position from the
      * prior month's last snapshot (if any), the latest snapshot
      * applied, and the running day-weighted balance sums.
       01 WS-CURRENT-ACCOUNT   PIC 9(10) VALUE ZEROS.
       01 WS-ACCOUNT-SWITCH    PIC X VALUE "N".
           88 ACCOUNT-STARTED  VALUE "Y" FALSE "N".
       01 WS-SEEDED-SWITCH     PIC X VALUE "N".
           88 ACCOUNT-SEEDED   VALUE "Y" FALSE "N".
       01 WS-PREVIOUS-SWITCH   PIC X VALUE "N".
           88 HAVE-PREVIOUS    VALUE "Y" FALSE "N".
       01 WS-SEED-STATUS       PIC X(1).
       01 WS-SEED-PRODUCT      PIC X(3).
       01 WS-SEED-LEDGER       PIC S9(8)V99.
       01 WS-PREV-DAY          PIC 9(7).
       01 WS-PREV-STATUS       PIC X(1).
       01 WS-PREV-PRODUCT      PIC X(3).
       01 WS-PREV-LEDGER       PIC S9(8)V99.
       01 WS-PREV-AVAILABLE    PIC S9(8)V99.
       01 WS-RECORD-DAY        PIC 9(7).
       01 WS-DAY-SPAN          PIC 9(3).
       01 WS-DAYS-ON-BOOK      PIC 9(3).
       01 WS-LEDGER-SUM        PIC S9(12)V99.
       01 WS-AVAILABLE-SUM     PIC S9(12)V99.

      * Product totals. Codes found on accounts but not on
      * products.dat are added as they turn up.
       01 WS-PRODUCT-COUNT     PIC 9(2) VALUE ZEROS.
       01 WS-PRODUCT-MAX       PIC 9(2) VALUE 30.
       01 WS-PRODUCT-INDEX     PIC 9(2) VALUE ZEROS.
       01 WS-PRODUCT-SUB       PIC 9(2) VALUE ZEROS.
       01 WS-PRODUCT-CODE      PIC X(3).
       01 WS-PRODUCT-OVERFLOW  PIC 9(6) VALUE ZEROS.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 30.
               10 PT-CODE              PIC X(3).
               10 PT-DESCRIPTION       PIC X(20).
               10 PT-OPEN-COUNT        PIC 9(6).
               10 PT-ON-BOOK-COUNT     PIC 9(6).
               10 PT-OPENED-COUNT      PIC 9(6).
               10 PT-CLOSED-COUNT      PIC 9(6).
               10 PT-MONTH-END-BALANCE PIC S9(10)V99.
               10 PT-AVERAGE-TOTAL     PIC S9(10)V99.
               10 PT-PRIOR-BALANCE     PIC S9(10)V99.

       01 WS-TOTALS.
           05 WS-TOTAL-OPEN        PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-ON-BOOK     PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-OPENED      PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-CLOSED      PIC 9(6) VALUE ZEROS.
           05 WS-TOTAL-MONTH-END   PIC S9(10)V99 VALUE ZEROS.
           05 WS-TOTAL-AVERAGE     PIC S9(10)V99 VALUE ZEROS.
           05 WS-TOTAL-PRIOR       PIC S9(10)V99 VALUE ZEROS.
       01 WS-AVERAGES-WRITTEN  PIC 9(6) VALUE ZEROS.
       01 WS-GROWTH            PIC S9(10)V99.
       01 WS-GROWTH-PERCENT    PIC S9(4)V9.
       01 WS-PER-ACCOUNT       PIC S9(8)V99.
       01 WS-PRIOR-BALANCE     PIC S9(10)V99.
       01 WS-LEDGER-AVERAGE    PIC S9(8)V99.
       01 WS-AVAILABLE-AVERAGE PIC S9(8)V99.

       01 WS-HEADER-LINE       PIC X(100).
       01 WS-COLUMN-HEADER-1.
           05 FILLER PIC X(20) VALUE "Prd Description".
           05 FILLER PIC X(16) VALUE "Accts Open Clsd".
           05 FILLER PIC X(14) VALUE "    Month-end".
           05 FILLER PIC X(14) VALUE "    Avg daily".
           05 FILLER PIC X(11) VALUE "   Average".
           05 FILLER PIC X(20) VALUE "  Growth over Grow %".
       01 WS-COLUMN-HEADER-2.
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "      balance".
           05 FILLER PIC X(14) VALUE "      balance".
           05 FILLER PIC X(11) VALUE "  per acct".
           05 FILLER PIC X(20) VALUE "  prior month".
       01 WS-DETAIL-LINE.
           05 DL-PRODUCT-CODE     PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-DESCRIPTION      PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-OPEN-COUNT       PIC Z(4)9.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-OPENED-COUNT     PIC Z(3)9.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-CLOSED-COUNT     PIC Z(3)9.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-MONTH-END-BALANCE PIC -(9)9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-AVERAGE-TOTAL    PIC -(9)9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-PER-ACCOUNT      PIC -(6)9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-GROWTH           PIC -(9)9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 DL-GROWTH-PERCENT   PIC X(6).
       01 WS-PERCENT-EDIT         PIC -(3)9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-MONTH-ARGUMENT FROM COMMAND-LINE
           IF WS-MONTH-ARGUMENT = SPACES
               PERFORM FIND-MONTH-JUST-ENDED
           ELSE
               PERFORM EDIT-MONTH-ARGUMENT
           END-IF
           IF NOT MONTH-TO-REPORT
               STOP RUN
           END-IF

           PERFORM SET-MONTH-BOUNDARIES
           PERFORM LOAD-PRODUCT-TABLE

           MOVE SPACES TO WS-AVERAGE-FILE-NAME
           STRING "average_balance_" DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-AVERAGE-FILE-NAME
           OPEN OUTPUT AVERAGE-BALANCE-FILE

           SORT SORT-WORK-FILE
               ASCENDING KEY SRT-ACCOUNT-NUMBER SRT-SNAPSHOT-DATE
               INPUT PROCEDURE IS LOAD-MONTH-HISTORY
               OUTPUT PROCEDURE IS AVERAGE-EACH-ACCOUNT

           CLOSE AVERAGE-BALANCE-FILE
           PERFORM WRITE-MIS-REPORT

           IF WS-PRODUCT-OVERFLOW > 0
               DISPLAY "PRODUCT TABLE FULL - ", WS-PRODUCT-OVERFLOW,
                   " account(s) left out of the product totals; ",
                   "enlarge WS-PRODUCT-TABLE and re-run for ",
                   WS-REPORT-MONTH, "."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Month-end MIS for ", WS-REPORT-MONTH,
                   " written to ", WS-REPORT-FILE-NAME, "; ",
                   WS-AVERAGES-WRITTEN, " average balance(s) to ",
                   WS-AVERAGE-FILE-NAME, "."
           END-IF
           STOP RUN.

      * In the cycle the report is due when the last snapshot taken
      * before today's falls in an earlier month - this is the first
      * cycle since that month ended.
       FIND-MONTH-JUST-ENDED.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM VARYING WS-LOOK-BACK FROM 1 BY 1
               UNTIL WS-LOOK-BACK > WS-LOOK-BACK-MAX
               OR SEED-FILE-FOUND
               COMPUTE WS-HISTORY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-DAY-NUMBER - WS-LOOK-BACK)
               PERFORM CHECK-HISTORY-FILE-EXISTS
           END-PERFORM

           IF SEED-FILE-FOUND
               AND WS-SEED-DATE (1:6) < WS-BUSINESS-MONTH
               MOVE WS-SEED-DATE (1:6) TO WS-REPORT-MONTH
               SET MONTH-TO-REPORT TO TRUE
           ELSE
               DISPLAY "No month end since the last cycle; ",
                   "no month-end MIS due for business date ",
                   WS-BUSINESS-DATE, "."
           END-IF
           SET SEED-FILE-FOUND TO FALSE.

       CHECK-HISTORY-FILE-EXISTS.
           PERFORM BUILD-HISTORY-FILE-NAME
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-OK
               IF HISTORY-FILE-PRESENT
                   SET SEED-FILE-FOUND TO TRUE
                   MOVE WS-HISTORY-DATE TO WS-SEED-DATE
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

      * A month named on the command line must have ended by the
      * business date.
       EDIT-MONTH-ARGUMENT.
           IF WS-MONTH-ARGUMENT (1:6) NOT NUMERIC
               OR WS-MONTH-ARGUMENT (7:4) NOT = SPACES
               DISPLAY "Month must be YYYYMM; no report produced."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-MONTH-ARGUMENT (1:6) TO WS-REPORT-MONTH
               IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
                   DISPLAY "Month must be YYYYMM; no report produced."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REPORT-MONTH NOT < WS-BUSINESS-MONTH
                       DISPLAY "Month ", WS-REPORT-MONTH,
                           " has not ended as of business date ",
                           WS-BUSINESS-DATE, "; no report produced."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       SET MONTH-TO-REPORT TO TRUE
                   END-IF
               END-IF
           END-IF.

       SET-MONTH-BOUNDARIES.
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           IF WS-RM-MONTH = 12
               COMPUTE WS-NM-YEAR = WS-RM-YEAR + 1
               MOVE 1 TO WS-NM-MONTH
           ELSE
               MOVE WS-RM-YEAR TO WS-NM-YEAR
               COMPUTE WS-NM-MONTH = WS-RM-MONTH + 1
           END-IF
           COMPUTE WS-START-DAY =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
           COMPUTE WS-END-DAY =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER (WS-END-DAY)
           COMPUTE WS-DAYS-IN-MONTH = WS-END-DAY - WS-START-DAY + 1.

       BUILD-HISTORY-FILE-NAME.
           MOVE SPACES TO WS-HISTORY-FILE-NAME
           STRING "balance_history_" DELIMITED BY SIZE
               WS-HISTORY-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-HISTORY-FILE-NAME.

      * Sort input: the last snapshot before the month (the opening
      * position), then every snapshot taken in the month.
       LOAD-MONTH-HISTORY.
           SET SEED-FILE-FOUND TO FALSE
           PERFORM VARYING WS-LOOK-BACK FROM 1 BY 1
               UNTIL WS-LOOK-BACK > WS-LOOK-BACK-MAX
               OR SEED-FILE-FOUND
               COMPUTE WS-HISTORY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-START-DAY - WS-LOOK-BACK)
               PERFORM RELEASE-HISTORY-FILE
               IF HISTORY-FOUND
                   SET SEED-FILE-FOUND TO TRUE
                   MOVE WS-HISTORY-DATE TO WS-SEED-DATE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DAY-NUMBER FROM WS-START-DAY BY 1
               UNTIL WS-DAY-NUMBER > WS-END-DAY
               COMPUTE WS-HISTORY-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
               PERFORM RELEASE-HISTORY-FILE
               IF HISTORY-FOUND
                   ADD 1 TO WS-HISTORY-DAYS
               END-IF
           END-PERFORM.

       RELEASE-HISTORY-FILE.
           SET HISTORY-FOUND TO FALSE
           PERFORM BUILD-HISTORY-FILE-NAME
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-OK
               IF HISTORY-FILE-PRESENT
                   SET HISTORY-FOUND TO TRUE
                   PERFORM UNTIL END-OF-FILE
                       READ HISTORY-FILE INTO BALANCE-HISTORY-RECORD
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE BALANCE-HISTORY-RECORD
                                   TO SORT-RECORD
                               RELEASE SORT-RECORD
                               ADD 1 TO WS-RECORDS-SORTED
                       END-READ
                   END-PERFORM
                   SET END-OF-FILE TO FALSE
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

      * Sort output: the snapshots come back by account, oldest
      * first. Each snapshot's balance stands from its own day until
      * the next snapshot's day; the last one stands to month end.
       AVERAGE-EACH-ACCOUNT.
           PERFORM UNTIL END-OF-FILE
               RETURN SORT-WORK-FILE INTO SORT-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-SNAPSHOT
               END-RETURN
           END-PERFORM
           IF ACCOUNT-STARTED
               PERFORM FINISH-ACCOUNT
           END-IF
           SET END-OF-FILE TO FALSE.

       APPLY-ONE-SNAPSHOT.
           IF ACCOUNT-STARTED
               AND SRT-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               PERFORM FINISH-ACCOUNT
           END-IF
           IF NOT ACCOUNT-STARTED
               PERFORM START-ACCOUNT
           END-IF

           COMPUTE WS-RECORD-DAY =
               FUNCTION INTEGER-OF-DATE (SRT-SNAPSHOT-DATE)
           IF WS-RECORD-DAY < WS-START-DAY
               SET ACCOUNT-SEEDED TO TRUE
               MOVE SRT-ACCOUNT-STATUS TO WS-SEED-STATUS
               MOVE SRT-PRODUCT-CODE TO WS-SEED-PRODUCT
               MOVE SRT-LEDGER-BALANCE TO WS-SEED-LEDGER
               MOVE WS-START-DAY TO WS-RECORD-DAY
           ELSE
               IF HAVE-PREVIOUS
                   COMPUTE WS-DAY-SPAN = WS-RECORD-DAY - WS-PREV-DAY
                   PERFORM ADD-DAYS-AT-PREVIOUS
               END-IF
           END-IF
           MOVE WS-RECORD-DAY TO WS-PREV-DAY
           MOVE SRT-ACCOUNT-STATUS TO WS-PREV-STATUS
           MOVE SRT-PRODUCT-CODE TO WS-PREV-PRODUCT
           MOVE SRT-LEDGER-BALANCE TO WS-PREV-LEDGER
           MOVE SRT-AVAILABLE-BALANCE TO WS-PREV-AVAILABLE
           SET HAVE-PREVIOUS TO TRUE.

       START-ACCOUNT.
           MOVE SRT-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
           SET ACCOUNT-STARTED TO TRUE
           SET ACCOUNT-SEEDED TO FALSE
           SET HAVE-PREVIOUS TO FALSE
           MOVE SPACES TO WS-SEED-STATUS
           MOVE SPACES TO WS-SEED-PRODUCT
           MOVE ZEROS TO WS-SEED-LEDGER
           MOVE ZEROS TO WS-DAYS-ON-BOOK
           MOVE ZEROS TO WS-LEDGER-SUM
           MOVE ZEROS TO WS-AVAILABLE-SUM.

       ADD-DAYS-AT-PREVIOUS.
           COMPUTE WS-LEDGER-SUM =
               WS-LEDGER-SUM + WS-PREV-LEDGER * WS-DAY-SPAN
           COMPUTE WS-AVAILABLE-SUM =
               WS-AVAILABLE-SUM + WS-PREV-AVAILABLE * WS-DAY-SPAN
           ADD WS-DAY-SPAN TO WS-DAYS-ON-BOOK.

       FINISH-ACCOUNT.
           COMPUTE WS-DAY-SPAN = WS-END-DAY + 1 - WS-PREV-DAY
           PERFORM ADD-DAYS-AT-PREVIOUS
           SET ACCOUNT-STARTED TO FALSE

      * Closed before the month began: nothing to average or count.
           IF ACCOUNT-SEEDED AND WS-SEED-STATUS = "C"
               AND WS-PREV-STATUS = "C"
               CONTINUE
           ELSE
               PERFORM WRITE-ACCOUNT-AVERAGE
               PERFORM ADD-TO-PRODUCT-TOTALS
           END-IF.

       WRITE-ACCOUNT-AVERAGE.
           MOVE WS-REPORT-MONTH TO ADB-MONTH
           MOVE WS-CURRENT-ACCOUNT TO ADB-ACCOUNT-NUMBER
           MOVE WS-PREV-PRODUCT TO ADB-PRODUCT-CODE
           MOVE WS-PREV-STATUS TO ADB-ACCOUNT-STATUS
           MOVE WS-DAYS-ON-BOOK TO ADB-DAYS
           COMPUTE WS-LEDGER-AVERAGE ROUNDED =
               WS-LEDGER-SUM / WS-DAYS-ON-BOOK
           COMPUTE WS-AVAILABLE-AVERAGE ROUNDED =
               WS-AVAILABLE-SUM / WS-DAYS-ON-BOOK
           MOVE WS-LEDGER-AVERAGE TO ADB-LEDGER-AVERAGE
           MOVE WS-AVAILABLE-AVERAGE TO ADB-AVAILABLE-AVERAGE
           MOVE WS-PREV-LEDGER TO ADB-MONTH-END-BALANCE
           WRITE AVERAGE-BALANCE-RECORD
           ADD 1 TO WS-AVERAGES-WRITTEN.

       ADD-TO-PRODUCT-TOTALS.
           MOVE WS-PREV-PRODUCT TO WS-PRODUCT-CODE
           PERFORM FIND-OR-ADD-PRODUCT
           IF WS-PRODUCT-INDEX > 0
               ADD 1 TO PT-ON-BOOK-COUNT (WS-PRODUCT-INDEX)
               IF WS-PREV-STATUS NOT = "C"
                   ADD 1 TO PT-OPEN-COUNT (WS-PRODUCT-INDEX)
               END-IF
               IF NOT ACCOUNT-SEEDED
                   ADD 1 TO PT-OPENED-COUNT (WS-PRODUCT-INDEX)
               END-IF
               IF WS-PREV-STATUS = "C"
                   ADD 1 TO PT-CLOSED-COUNT (WS-PRODUCT-INDEX)
               END-IF
               ADD WS-PREV-LEDGER
                   TO PT-MONTH-END-BALANCE (WS-PRODUCT-INDEX)
               ADD WS-LEDGER-AVERAGE
                   TO PT-AVERAGE-TOTAL (WS-PRODUCT-INDEX)
           END-IF

      * The prior month-end balance counts under the product the
      * account carried then.
           IF ACCOUNT-SEEDED
               MOVE WS-SEED-PRODUCT TO WS-PRODUCT-CODE
               PERFORM FIND-OR-ADD-PRODUCT
               IF WS-PRODUCT-INDEX > 0
                   ADD WS-SEED-LEDGER
                       TO PT-PRIOR-BALANCE (WS-PRODUCT-INDEX)
               END-IF
           END-IF.

       LOAD-PRODUCT-TABLE.
           MOVE ZEROS TO WS-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ PRODUCT-FILE INTO PRODUCT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PROD-CODE TO WS-PRODUCT-CODE
                           PERFORM FIND-OR-ADD-PRODUCT
                           IF WS-PRODUCT-INDEX > 0
                               MOVE PROD-DESCRIPTION
                                   TO PT-DESCRIPTION (WS-PRODUCT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
               SET END-OF-FILE TO FALSE
           END-IF
           MOVE ZEROS TO WS-PRODUCT-OVERFLOW.

      * Looks WS-PRODUCT-CODE up, adding a zeroed entry when it is
      * new; WS-PRODUCT-INDEX is zero only when the table is full.
       FIND-OR-ADD-PRODUCT.
           MOVE ZEROS TO WS-PRODUCT-INDEX
           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
               OR WS-PRODUCT-INDEX > 0
               IF PT-CODE (WS-PRODUCT-SUB) = WS-PRODUCT-CODE
                   MOVE WS-PRODUCT-SUB TO WS-PRODUCT-INDEX
               END-IF
           END-PERFORM
           IF WS-PRODUCT-INDEX = 0
               IF WS-PRODUCT-COUNT < WS-PRODUCT-MAX
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-INDEX
                   MOVE WS-PRODUCT-CODE TO PT-CODE (WS-PRODUCT-INDEX)
                   MOVE "NOT ON PRODUCT FILE"
                       TO PT-DESCRIPTION (WS-PRODUCT-INDEX)
                   MOVE ZEROS TO PT-OPEN-COUNT (WS-PRODUCT-INDEX)
                   MOVE ZEROS TO PT-ON-BOOK-COUNT (WS-PRODUCT-INDEX)
                   MOVE ZEROS TO PT-OPENED-COUNT (WS-PRODUCT-INDEX)
                   MOVE ZEROS TO PT-CLOSED-COUNT (WS-PRODUCT-INDEX)
                   MOVE ZEROS
                       TO PT-MONTH-END-BALANCE (WS-PRODUCT-INDEX)
                   MOVE ZEROS TO PT-AVERAGE-TOTAL (WS-PRODUCT-INDEX)
                   MOVE ZEROS TO PT-PRIOR-BALANCE (WS-PRODUCT-INDEX)
               ELSE
                   ADD 1 TO WS-PRODUCT-OVERFLOW
               END-IF
           END-IF.

       WRITE-MIS-REPORT.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "deposit_portfolio_" DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT MIS-REPORT-FILE

           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== Deposit Portfolio MIS - Month "
               DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Period " DELIMITED BY SIZE
               WS-MONTH-START DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-MONTH-END DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-DAYS-IN-MONTH DELIMITED BY SIZE
               " days, balance history for " DELIMITED BY SIZE
               WS-HISTORY-DAYS DELIMITED BY SIZE
               " of them." DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF SEED-FILE-FOUND
               STRING "Opening position from the snapshot of "
                   DELIMITED BY SIZE
                   WS-SEED-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "No balance history before the month - every "
                   DELIMITED BY SIZE
                   "account counts as opened, growth is from zero."
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM WS-COLUMN-HEADER-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER-2

           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
               IF PT-ON-BOOK-COUNT (WS-PRODUCT-SUB) > 0
                   OR PT-PRIOR-BALANCE (WS-PRODUCT-SUB) NOT = 0
                   PERFORM WRITE-PRODUCT-LINE
               END-IF
           END-PERFORM

           MOVE "TOT" TO DL-PRODUCT-CODE
           MOVE "ALL PRODUCTS" TO DL-DESCRIPTION
           MOVE WS-TOTAL-OPEN TO DL-OPEN-COUNT
           MOVE WS-TOTAL-OPENED TO DL-OPENED-COUNT
           MOVE WS-TOTAL-CLOSED TO DL-CLOSED-COUNT
           MOVE WS-TOTAL-MONTH-END TO DL-MONTH-END-BALANCE
           MOVE WS-TOTAL-AVERAGE TO DL-AVERAGE-TOTAL
           MOVE ZEROS TO WS-PER-ACCOUNT
           IF WS-TOTAL-ON-BOOK > 0
               COMPUTE WS-PER-ACCOUNT ROUNDED =
                   WS-TOTAL-AVERAGE / WS-TOTAL-ON-BOOK
           END-IF
           MOVE WS-PER-ACCOUNT TO DL-PER-ACCOUNT
           COMPUTE WS-GROWTH = WS-TOTAL-MONTH-END - WS-TOTAL-PRIOR
           MOVE WS-TOTAL-PRIOR TO WS-PRIOR-BALANCE
           PERFORM EDIT-GROWTH
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Accts = open at month end. Avg daily balance = sum of"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "the accounts' averages; per acct over every "
               DELIMITED BY SIZE
               "account on the books in the month." DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE MIS-REPORT-FILE.

       WRITE-PRODUCT-LINE.
           MOVE PT-CODE (WS-PRODUCT-SUB) TO DL-PRODUCT-CODE
           MOVE PT-DESCRIPTION (WS-PRODUCT-SUB) TO DL-DESCRIPTION
           MOVE PT-OPEN-COUNT (WS-PRODUCT-SUB) TO DL-OPEN-COUNT
           MOVE PT-OPENED-COUNT (WS-PRODUCT-SUB) TO DL-OPENED-COUNT
           MOVE PT-CLOSED-COUNT (WS-PRODUCT-SUB) TO DL-CLOSED-COUNT
           MOVE PT-MONTH-END-BALANCE (WS-PRODUCT-SUB)
               TO DL-MONTH-END-BALANCE
           MOVE PT-AVERAGE-TOTAL (WS-PRODUCT-SUB) TO DL-AVERAGE-TOTAL
           MOVE ZEROS TO WS-PER-ACCOUNT
           IF PT-ON-BOOK-COUNT (WS-PRODUCT-SUB) > 0
               COMPUTE WS-PER-ACCOUNT ROUNDED =
                   PT-AVERAGE-TOTAL (WS-PRODUCT-SUB)
                   / PT-ON-BOOK-COUNT (WS-PRODUCT-SUB)
           END-IF
           MOVE WS-PER-ACCOUNT TO DL-PER-ACCOUNT
           COMPUTE WS-GROWTH = PT-MONTH-END-BALANCE (WS-PRODUCT-SUB)
               - PT-PRIOR-BALANCE (WS-PRODUCT-SUB)
           MOVE PT-PRIOR-BALANCE (WS-PRODUCT-SUB) TO WS-PRIOR-BALANCE
           PERFORM EDIT-GROWTH
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           ADD PT-OPEN-COUNT (WS-PRODUCT-SUB) TO WS-TOTAL-OPEN
           ADD PT-ON-BOOK-COUNT (WS-PRODUCT-SUB) TO WS-TOTAL-ON-BOOK
           ADD PT-OPENED-COUNT (WS-PRODUCT-SUB) TO WS-TOTAL-OPENED
           ADD PT-CLOSED-COUNT (WS-PRODUCT-SUB) TO WS-TOTAL-CLOSED
           ADD PT-MONTH-END-BALANCE (WS-PRODUCT-SUB)
               TO WS-TOTAL-MONTH-END
           ADD PT-AVERAGE-TOTAL (WS-PRODUCT-SUB) TO WS-TOTAL-AVERAGE
           ADD PT-PRIOR-BALANCE (WS-PRODUCT-SUB) TO WS-TOTAL-PRIOR.

      * Growth in WS-GROWTH against the prior month-end balance in
      * WS-PRIOR-BALANCE; no percentage when there was no prior
      * balance to grow from.
       EDIT-GROWTH.
           MOVE WS-GROWTH TO DL-GROWTH
           MOVE SPACES TO DL-GROWTH-PERCENT
           IF WS-PRIOR-BALANCE > 0
               COMPUTE WS-GROWTH-PERCENT ROUNDED =
                   WS-GROWTH * 100 / WS-PRIOR-BALANCE
                   ON SIZE ERROR
                       MOVE "  ****" TO DL-GROWTH-PERCENT
                   NOT ON SIZE ERROR
                       MOVE WS-GROWTH-PERCENT TO WS-PERCENT-EDIT
                       MOVE WS-PERCENT-EDIT TO DL-GROWTH-PERCENT
               END-COMPUTE
           END-IF.

      * The cycle's business date (business_date.dat) decides which
      * month has ended; stand-alone runs use the system date.
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
               MOVE BUS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-MONTH.
