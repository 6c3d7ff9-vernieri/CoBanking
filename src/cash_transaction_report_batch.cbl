       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashTransactionReportBatch.

      *****************************************************************
      * Large cash transaction reporting and structuring detection.
      * Totals each customer's TEL-channel cash for the business date
      * (business_date.dat; stand-alone runs use the system date)
      * across every account the customer owns - the primary owner
      * from ACCOUNT-CUSTOMER-ID and any joint owners from
      * account_owners.dat, so cash through a joint account counts
      * toward each owner. Cash in (deposits) and cash out
      * (withdrawals) are totalled separately; a customer whose cash
      * in or cash out for the day is over the reporting threshold
      * goes on the currency transaction report feed ctr_filing.dat
      * with name, address, and tax ID from customers.dat, in the
      * same header/detail/trailer form as the other regulatory
      * feeds. Customers with no tax ID on file are flagged.
      *
      * Teller postings carry the date they were keyed, and no cycle
      * runs on a weekend or a bank holiday (holidays.dat), so the
      * business date's cash is every item dated after the previous
      * business date up to and including the business date: cash
      * keyed on a Saturday, a holiday, or after midnight before the
      * cycle ran is reported by the next cycle rather than lost.
      *
      * Possible structuring is flagged when a customer has several
      * cash items each just under the threshold (at or above the
      * near-threshold floor) within the rolling window of days
      * ending on the business date, and at least one of them is
      * business-date cash as above, so an alert is raised when the
      * pattern forms or grows rather than repeated every day of the
      * window. Alerts and the CTR list are printed on
      * cash_compliance_report.txt for compliance review.
      *
      * The window may reach back into a month already rolled to
      * txn_archive_YYYYMM.dat; those archives are read as well.
      * Items later reversed (a REV item naming them in
      * TXN-ORIG-SEQUENCE) are left out. Threshold, floor, window,
      * and item count come from ctr_parameters.dat when present;
      * otherwise $10,000.00, $8,000.00, 5 days, and 3 items. A full
      * customer table ends the run with return code 8 - a partial
      * report must not pass for a complete one. A full holiday table
      * ends it with return code 8 before anything is written.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO
               "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-SEQUENCE
               ALTERNATE RECORD KEY IS TXN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO
               "account_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT OPTIONAL CTR-PARAMETER-FILE ASSIGN TO
               "ctr_parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT CTR-FILING-FILE ASSIGN TO "ctr_filing.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPLIANCE-REPORT-FILE ASSIGN TO
               "cash_compliance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
           COPY "account-record.cpy".

       FD CUSTOMERS-FILE.
           COPY "customer-record.cpy".

       FD TRANSACTION-FILE.
           COPY "transaction-record.cpy".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD       PIC X(80).

       FD OWNER-XREF-FILE.
           COPY "account-owner-record.cpy".

       FD CTR-PARAMETER-FILE.
       01 CTR-PARAMETER-RECORD.
           05 CP-THRESHOLD         PIC 9(8)V99.
           05 CP-NEAR-FLOOR        PIC 9(8)V99.
           05 CP-WINDOW-DAYS       PIC 9(3).
           05 CP-MIN-ITEMS         PIC 9(2).

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       FD HOLIDAY-FILE.
           COPY "holiday-record.cpy".

       FD CTR-FILING-FILE.
       01 FILING-LINE          PIC X(140).

       FD COMPLIANCE-REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS   PIC X(2).
           88 ACCOUNTS-OK          VALUE "00".
       01 ACCOUNTS-FILE-SWITCH PIC X VALUE "N".
           88 ACCOUNTS-FILE-MISSING VALUE "Y" FALSE "N".
       01 WS-CUSTOMERS-STATUS  PIC X(2).
           88 CUSTOMERS-OK         VALUE "00".
       01 CUSTOMERS-FILE-SWITCH PIC X VALUE "N".
           88 CUSTOMERS-FILE-MISSING VALUE "Y" FALSE "N".
       01 WS-TXN-FILE-STATUS   PIC X(2).
           88 TXN-FILE-OK          VALUES "00" "05".
       01 WS-ARCHIVE-STATUS    PIC X(2).
           88 ARCHIVE-FILE-OK     VALUES "00" "05".
       01 WS-OWNER-STATUS      PIC X(2).
           88 OWNER-FILE-OK       VALUES "00" "05".
       01 WS-PARAMETER-STATUS  PIC X(2).
           88 PARAMETER-FILE-OK   VALUES "00" "05".
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".

       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-WINDOW-START      PIC 9(8).
       01 WS-CASH-FROM-DATE    PIC 9(8).
       01 WS-SCAN-START        PIC 9(8).
       01 WS-THRESHOLD         PIC 9(8)V99 VALUE 10000.00.
       01 WS-NEAR-FLOOR        PIC 9(8)V99 VALUE 8000.00.
       01 WS-WINDOW-DAYS       PIC 9(3) VALUE 5.
       01 WS-MIN-ITEMS         PIC 9(2) VALUE 3.

      * Bank holiday calendar, from holidays.dat.
       01 WS-HOLIDAY-STATUS    PIC X(2).
           88 HOLIDAY-FILE-OK     VALUES "00" "05".
       01 WS-HOLIDAY-COUNT     PIC 9(3) VALUE ZEROS.
       01 WS-HOLIDAY-MAX       PIC 9(3) VALUE 500.
       01 WS-HOLIDAY-SUB       PIC 9(3) VALUE ZEROS.
       01 WS-HOLIDAY-OVERFLOW  PIC 9(3) VALUE ZEROS.
       01 WS-HOLIDAY-TABLE.
           05 HC-HOLIDAY-DATE OCCURS 500 TIMES PIC 9(8).
       01 WS-CALENDAR-DATE     PIC 9(8).
       01 WS-CALENDAR-INTEGER  PIC 9(8).
       01 WS-BUSINESS-DAY-SWITCH PIC X VALUE "N".
           88 BUSINESS-DAY VALUE "Y" FALSE "N".

       01 WS-SCAN-PASS         PIC 9 VALUE 1.
           88 REVERSAL-PASS      VALUE 1.
           88 CASH-PASS          VALUE 2.
       01 WS-ARCHIVE-YYYYMM.
           05 WS-AM-YEAR       PIC 9(4).
           05 WS-AM-MONTH      PIC 9(2).
       01 WS-ARCHIVE-PERIOD REDEFINES WS-ARCHIVE-YYYYMM PIC 9(6).
       01 WS-LAST-PERIOD       PIC 9(6).
       01 WS-ARCHIVE-FILE-NAME PIC X(30).

       01 WS-REVERSAL-MAX      PIC 9(4) VALUE 2000.
       01 WS-REVERSAL-COUNT    PIC 9(4) VALUE ZEROS.
       01 WS-REVERSAL-SUB      PIC 9(4) VALUE ZEROS.
       01 WS-REVERSAL-TABLE.
           05 WS-REVERSED-SEQUENCE OCCURS 2000 PIC 9(8).
       01 WS-REVERSED-SWITCH   PIC X VALUE "N".
           88 ITEM-REVERSED VALUE "Y" FALSE "N".

       01 WS-XREF-MAX          PIC 9(4) VALUE 2000.
       01 WS-XREF-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-XREF-SUB          PIC 9(4) VALUE ZEROS.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 2000.
               10 XT-ACCOUNT-NUMBER PIC 9(10).
               10 XT-CUSTOMER-ID    PIC 9(8).

       01 WS-OWNER-MAX         PIC 9(2) VALUE 10.
       01 WS-OWNER-COUNT       PIC 9(2) VALUE ZEROS.
       01 WS-OWNER-SUB         PIC 9(2) VALUE ZEROS.
       01 WS-OWNER-LIST.
           05 WS-OWNER-ID OCCURS 10 PIC 9(8).
       01 WS-OWNER-SWITCH      PIC X VALUE "N".
           88 OWNER-ON-LIST VALUE "Y" FALSE "N".
       01 WS-SCAN-CUSTOMER     PIC 9(8).
       01 WS-LAST-ACCOUNT      PIC 9(10) VALUE ZEROS.
       01 WS-LAST-PRIMARY      PIC 9(8) VALUE ZEROS.

       01 WS-CUST-MAX          PIC 9(4) VALUE 1000.
       01 WS-CUST-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-CUST-SUB          PIC 9(4) VALUE ZEROS.
       01 WS-CUST-INDEX        PIC 9(4) VALUE ZEROS.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 1000.
               10 CT-CUSTOMER-ID   PIC 9(8).
               10 CT-CASH-IN       PIC S9(10)V99.
               10 CT-IN-COUNT      PIC 9(4).
               10 CT-CASH-OUT      PIC S9(10)V99.
               10 CT-OUT-COUNT     PIC 9(4).
               10 CT-NEAR-COUNT    PIC 9(4).
               10 CT-NEAR-TOTAL    PIC S9(10)V99.
               10 CT-NEAR-TODAY    PIC X(1).
               10 CT-NEAR-FIRST    PIC 9(8).
               10 CT-NEAR-LAST     PIC 9(8).
               10 CT-ACCOUNT-COUNT PIC 9(2).
               10 CT-ACCT-LIST OCCURS 10 PIC 9(10).
       01 WS-ACCT-LIST-MAX     PIC 9(2) VALUE 10.
       01 WS-ACCT-SUB          PIC 9(2) VALUE ZEROS.
       01 WS-ACCT-SWITCH       PIC X VALUE "N".
           88 ACCT-ON-LIST VALUE "Y" FALSE "N".

       01 WS-CASH-ITEMS        PIC 9(8) VALUE ZEROS.
       01 WS-REVERSED-ITEMS    PIC 9(6) VALUE ZEROS.
       01 WS-UNKNOWN-ACCT-ITEMS PIC 9(6) VALUE ZEROS.
       01 WS-CTR-COUNT         PIC 9(6) VALUE ZEROS.
       01 WS-ALERT-COUNT       PIC 9(6) VALUE ZEROS.
       01 WS-MISSING-TIN-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-CASH-IN     PIC S9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-CASH-OUT    PIC S9(12)V99 VALUE ZEROS.
       01 WS-CUST-OVERFLOW     PIC 9(6) VALUE ZEROS.
       01 WS-TABLE-OVERFLOW    PIC 9(6) VALUE ZEROS.

       01 WS-AMOUNT-EDIT       PIC -(9)9.99.
       01 WS-HEADER-LINE       PIC X(100).

       01 WS-FILING-HEADER.
           05 FH-RECORD-TYPE   PIC X(1) VALUE "H".
           05 FH-BUSINESS-DATE PIC 9(8).
           05 FH-SOURCE-ID     PIC X(8) VALUE "COBANK99".
           05 FILLER           PIC X(123) VALUE SPACES.
       01 WS-FILING-DETAIL.
           05 FD-RECORD-TYPE   PIC X(1) VALUE "D".
           05 FD-BUSINESS-DATE PIC 9(8).
           05 FD-CUSTOMER-ID   PIC 9(8).
           05 FD-TAX-ID        PIC X(11).
           05 FD-CUST-NAME     PIC X(30).
           05 FD-CUST-ADDRESS  PIC X(40).
           05 FD-CASH-IN       PIC S9(10)V99.
           05 FD-IN-COUNT      PIC 9(4).
           05 FD-CASH-OUT      PIC S9(10)V99.
           05 FD-OUT-COUNT     PIC 9(4).
           05 FD-ACCOUNT-COUNT PIC 9(2).
           05 FD-TIN-MISSING   PIC X(1).
           05 FILLER           PIC X(7) VALUE SPACES.
       01 WS-FILING-TRAILER.
           05 FT-RECORD-TYPE   PIC X(1) VALUE "T".
           05 FT-CTR-COUNT     PIC 9(6).
           05 FT-TOTAL-CASH-IN PIC S9(12)V99.
           05 FT-TOTAL-CASH-OUT PIC S9(12)V99.
           05 FILLER           PIC X(105) VALUE SPACES.

       01 WS-CTR-LINE.
           05 CL-CUSTOMER-ID      PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CL-CUST-NAME        PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CL-CASH-IN          PIC -(9)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CL-CASH-OUT         PIC -(9)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CL-TAX-ID           PIC X(11).
       01 WS-CTR-ACCOUNT-LINE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(9) VALUE "Account: ".
           05 CA-ACCOUNT-NUMBER   PIC 9(10).
       01 WS-ALERT-LINE.
           05 AL-CUSTOMER-ID      PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AL-CUST-NAME        PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AL-ITEM-COUNT       PIC Z(3)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AL-ITEM-TOTAL       PIC -(9)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AL-FIRST-DATE       PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AL-LAST-DATE        PIC 9(8).
       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(32).
           05 TL-COUNT            PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF WS-HOLIDAY-OVERFLOW > 0
               DISPLAY "HOLIDAY TABLE FULL - ", WS-HOLIDAY-OVERFLOW,
                   " date(s) on holidays.dat not loaded; no report ",
                   "written. Enlarge WS-HOLIDAY-TABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CTR-PARAMETERS
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                - WS-WINDOW-DAYS + 1)
           PERFORM FIND-CASH-FROM-DATE
           IF WS-CASH-FROM-DATE < WS-WINDOW-START
               MOVE WS-CASH-FROM-DATE TO WS-SCAN-START
           ELSE
               MOVE WS-WINDOW-START TO WS-SCAN-START
           END-IF
           DISPLAY "Cash reporting for ", WS-BUSINESS-DATE,
               " (cash dated from ", WS-CASH-FROM-DATE,
               "); structuring window from ", WS-WINDOW-START, "."

           PERFORM LOAD-OWNER-XREF
           OPEN INPUT ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               SET ACCOUNTS-FILE-MISSING TO TRUE
               DISPLAY "accounts.dat not found; only joint owners ",
                   "on account_owners.dat can be credited with cash."
           END-IF

           SET REVERSAL-PASS TO TRUE
           PERFORM SCAN-ALL-SOURCES
           SET CASH-PASS TO TRUE
           PERFORM SCAN-ALL-SOURCES

           IF NOT ACCOUNTS-FILE-MISSING
               CLOSE ACCOUNTS-FILE
           END-IF

           PERFORM WRITE-OUTPUT-FILES

           IF WS-CUST-OVERFLOW > 0 OR WS-TABLE-OVERFLOW > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Cash reporting complete. ", WS-CTR-COUNT,
               " CTR(s), ", WS-ALERT-COUNT,
               " structuring alert(s), ", WS-MISSING-TIN-COUNT,
               " CTR customer(s) missing a tax ID."
           STOP RUN.

      * The business date is the cycle's business date when the EOD
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
               MOVE BUS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

      * The business date's cash starts the day after the previous
      * business date - the last date a cycle could have run for -
      * so weekend and holiday postings fall to the next cycle.
       FIND-CASH-FROM-DATE.
           COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 1)
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
               COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-CALENDAR-INTEGER - 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           COMPUTE WS-CASH-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (WS-CALENDAR-INTEGER + 1).

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ HOLIDAY-FILE INTO HOLIDAY-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-HOLIDAY.
           IF HOL-DATE NUMERIC AND HOL-DATE > 0
               IF WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HOL-DATE TO HC-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
               ELSE
                   ADD 1 TO WS-HOLIDAY-OVERFLOW
               END-IF
           END-IF.

      * Sets BUSINESS-DAY for WS-CALENDAR-DATE. Day 1 of the integer
      * calendar (1601-01-01) was a Monday, so a remainder of 6 is a
      * Saturday and 0 a Sunday.
       CHECK-BUSINESS-DAY.
           SET BUSINESS-DAY TO TRUE
           COMPUTE WS-CALENDAR-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CALENDAR-DATE)
           IF FUNCTION MOD (WS-CALENDAR-INTEGER, 7) = 6
               OR FUNCTION MOD (WS-CALENDAR-INTEGER, 7) = 0
               SET BUSINESS-DAY TO FALSE
           ELSE
               PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                   OR NOT BUSINESS-DAY
                   IF HC-HOLIDAY-DATE (WS-HOLIDAY-SUB)
                       = WS-CALENDAR-DATE
                       SET BUSINESS-DAY TO FALSE
                   END-IF
               END-PERFORM
           END-IF.

      * Any parameter missing or zero on ctr_parameters.dat keeps its
      * default; a floor at or above the threshold would catch
      * nothing, so it falls back to the default as well.
       READ-CTR-PARAMETERS.
           OPEN INPUT CTR-PARAMETER-FILE
           IF PARAMETER-FILE-OK
               READ CTR-PARAMETER-FILE INTO CTR-PARAMETER-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-THRESHOLD NUMERIC AND CP-THRESHOLD > 0
                           MOVE CP-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF CP-NEAR-FLOOR NUMERIC
                           AND CP-NEAR-FLOOR > 0
                           AND CP-NEAR-FLOOR < WS-THRESHOLD
                           MOVE CP-NEAR-FLOOR TO WS-NEAR-FLOOR
                       END-IF
                       IF CP-WINDOW-DAYS NUMERIC
                           AND CP-WINDOW-DAYS > 0
                           MOVE CP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF CP-MIN-ITEMS NUMERIC AND CP-MIN-ITEMS > 1
                           MOVE CP-MIN-ITEMS TO WS-MIN-ITEMS
                       END-IF
               END-READ
               CLOSE CTR-PARAMETER-FILE
           END-IF
           IF WS-NEAR-FLOOR NOT < WS-THRESHOLD
               COMPUTE WS-NEAR-FLOOR = WS-THRESHOLD * 0.8
           END-IF.

      * Only the joint-owner rows are kept: the "P" row always
      * repeats the account's own ACCOUNT-CUSTOMER-ID.
       LOAD-OWNER-XREF.
           OPEN INPUT OWNER-XREF-FILE
           IF OWNER-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ OWNER-XREF-FILE INTO ACCOUNT-OWNER-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF NOT AOX-IS-PRIMARY
                               PERFORM STORE-ONE-XREF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-XREF-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-XREF.
           IF WS-XREF-COUNT < WS-XREF-MAX
               ADD 1 TO WS-XREF-COUNT
               MOVE AOX-ACCOUNT-NUMBER
                   TO XT-ACCOUNT-NUMBER (WS-XREF-COUNT)
               MOVE AOX-CUSTOMER-ID TO XT-CUSTOMER-ID (WS-XREF-COUNT)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

      * Each pass reads the archive for every month the window
      * touches before the business month, then the live file. A
      * month with no archive on disk is still on the live file.
       SCAN-ALL-SOURCES.
           MOVE WS-SCAN-START (1:6) TO WS-ARCHIVE-PERIOD
           MOVE WS-BUSINESS-DATE (1:6) TO WS-LAST-PERIOD
           PERFORM UNTIL WS-ARCHIVE-PERIOD NOT < WS-LAST-PERIOD
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING "txn_archive_" DELIMITED BY SIZE
                   WS-ARCHIVE-YYYYMM DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILE-NAME
               PERFORM SCAN-ONE-ARCHIVE
               IF WS-AM-MONTH = 12
                   ADD 1 TO WS-AM-YEAR
                   MOVE 1 TO WS-AM-MONTH
               ELSE
                   ADD 1 TO WS-AM-MONTH
               END-IF
           END-PERFORM

           OPEN INPUT TRANSACTION-FILE
           IF TXN-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ TRANSACTION-FILE NEXT RECORD
                       INTO TRANSACTION-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SELECT-ONE-TXN
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ ARCHIVE-FILE INTO TRANSACTION-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SELECT-ONE-TXN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       SELECT-ONE-TXN.
           IF REVERSAL-PASS
               IF TXN-IS-REVERSAL
                   PERFORM NOTE-REVERSED-SEQUENCE
               END-IF
           ELSE
               IF TXN-CHANNEL = "TEL"
                   AND TXN-POST-DATE NOT < WS-SCAN-START
                   AND TXN-POST-DATE NOT > WS-BUSINESS-DATE
                   PERFORM CHECK-ITEM-REVERSED
                   IF ITEM-REVERSED
                       ADD 1 TO WS-REVERSED-ITEMS
                   ELSE
                       ADD 1 TO WS-CASH-ITEMS
                       PERFORM ACCUMULATE-CASH-ITEM
                   END-IF
               END-IF
           END-IF.

       NOTE-REVERSED-SEQUENCE.
           IF WS-REVERSAL-COUNT < WS-REVERSAL-MAX
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE TXN-ORIG-SEQUENCE
                   TO WS-REVERSED-SEQUENCE (WS-REVERSAL-COUNT)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       CHECK-ITEM-REVERSED.
           SET ITEM-REVERSED TO FALSE
           PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
               UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
               OR ITEM-REVERSED
               IF WS-REVERSED-SEQUENCE (WS-REVERSAL-SUB)
                   = TXN-SEQUENCE
                   SET ITEM-REVERSED TO TRUE
               END-IF
           END-PERFORM.

       ACCUMULATE-CASH-ITEM.
           PERFORM FIND-ACCOUNT-OWNERS
           IF WS-OWNER-COUNT = ZEROS
               ADD 1 TO WS-UNKNOWN-ACCT-ITEMS
           ELSE
               PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
                   UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
                   MOVE WS-OWNER-ID (WS-OWNER-SUB)
                       TO WS-SCAN-CUSTOMER
                   PERFORM ACCUMULATE-FOR-OWNER
               END-PERFORM
           END-IF.

      * The primary owner comes from the account record (one keyed
      * read, reused while consecutive items hit the same account);
      * joint owners from the cross-reference, each counted once.
       FIND-ACCOUNT-OWNERS.
           MOVE ZEROS TO WS-OWNER-COUNT
           IF TXN-ACCOUNT-NUMBER NOT = WS-LAST-ACCOUNT
               MOVE ZEROS TO WS-LAST-PRIMARY
               IF NOT ACCOUNTS-FILE-MISSING
                   MOVE TXN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                   READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                       KEY IS ACCOUNT-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACCOUNT-CUSTOMER-ID
                               TO WS-LAST-PRIMARY
                   END-READ
               END-IF
               MOVE TXN-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
           END-IF
           IF WS-LAST-PRIMARY > ZEROS
               MOVE WS-LAST-PRIMARY TO WS-SCAN-CUSTOMER
               PERFORM ADD-OWNER-TO-LIST
           END-IF
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF XT-ACCOUNT-NUMBER (WS-XREF-SUB)
                   = TXN-ACCOUNT-NUMBER
                   MOVE XT-CUSTOMER-ID (WS-XREF-SUB)
                       TO WS-SCAN-CUSTOMER
                   PERFORM ADD-OWNER-TO-LIST
               END-IF
           END-PERFORM.

       ADD-OWNER-TO-LIST.
           SET OWNER-ON-LIST TO FALSE
           PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
               UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
               IF WS-OWNER-ID (WS-OWNER-SUB) = WS-SCAN-CUSTOMER
                   SET OWNER-ON-LIST TO TRUE
               END-IF
           END-PERFORM
           IF NOT OWNER-ON-LIST
               IF WS-OWNER-COUNT < WS-OWNER-MAX
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE WS-SCAN-CUSTOMER
                       TO WS-OWNER-ID (WS-OWNER-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

      * Business-date cash (dated from WS-CASH-FROM-DATE) feeds the
      * CTR totals; any item in the window between the floor and the
      * threshold feeds the structuring count, whatever its direction.
       ACCUMULATE-FOR-OWNER.
           PERFORM FIND-OR-ADD-CUSTOMER
           IF WS-CUST-INDEX > ZEROS
               IF TXN-POST-DATE NOT < WS-CASH-FROM-DATE
                   IF TXN-IS-DEPOSIT
                       ADD 1 TO CT-IN-COUNT (WS-CUST-INDEX)
                       ADD TXN-AMOUNT TO CT-CASH-IN (WS-CUST-INDEX)
                   ELSE
                       ADD 1 TO CT-OUT-COUNT (WS-CUST-INDEX)
                       ADD TXN-AMOUNT TO CT-CASH-OUT (WS-CUST-INDEX)
                   END-IF
                   PERFORM NOTE-CUSTOMER-ACCOUNT
               END-IF
               IF TXN-AMOUNT NOT < WS-NEAR-FLOOR
                   AND TXN-AMOUNT < WS-THRESHOLD
                   AND TXN-POST-DATE NOT < WS-WINDOW-START
                   ADD 1 TO CT-NEAR-COUNT (WS-CUST-INDEX)
                   ADD TXN-AMOUNT TO CT-NEAR-TOTAL (WS-CUST-INDEX)
                   IF TXN-POST-DATE NOT < WS-CASH-FROM-DATE
                       MOVE "Y" TO CT-NEAR-TODAY (WS-CUST-INDEX)
                   END-IF
                   IF CT-NEAR-FIRST (WS-CUST-INDEX) = ZEROS
                       OR TXN-POST-DATE < CT-NEAR-FIRST (WS-CUST-INDEX)
                       MOVE TXN-POST-DATE
                           TO CT-NEAR-FIRST (WS-CUST-INDEX)
                   END-IF
                   IF TXN-POST-DATE > CT-NEAR-LAST (WS-CUST-INDEX)
                       MOVE TXN-POST-DATE
                           TO CT-NEAR-LAST (WS-CUST-INDEX)
                   END-IF
               END-IF
           END-IF.

       NOTE-CUSTOMER-ACCOUNT.
           SET ACCT-ON-LIST TO FALSE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > CT-ACCOUNT-COUNT (WS-CUST-INDEX)
               IF CT-ACCT-LIST (WS-CUST-INDEX, WS-ACCT-SUB)
                   = TXN-ACCOUNT-NUMBER
                   SET ACCT-ON-LIST TO TRUE
               END-IF
           END-PERFORM
           IF NOT ACCT-ON-LIST
               AND CT-ACCOUNT-COUNT (WS-CUST-INDEX) < WS-ACCT-LIST-MAX
               ADD 1 TO CT-ACCOUNT-COUNT (WS-CUST-INDEX)
               MOVE TXN-ACCOUNT-NUMBER TO CT-ACCT-LIST
                   (WS-CUST-INDEX, CT-ACCOUNT-COUNT (WS-CUST-INDEX))
           END-IF.

       FIND-OR-ADD-CUSTOMER.
           MOVE ZEROS TO WS-CUST-INDEX
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF CT-CUSTOMER-ID (WS-CUST-SUB) = WS-SCAN-CUSTOMER
                   MOVE WS-CUST-SUB TO WS-CUST-INDEX
               END-IF
           END-PERFORM
           IF WS-CUST-INDEX = ZEROS
               IF WS-CUST-COUNT < WS-CUST-MAX
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CUST-INDEX
                   INITIALIZE WS-CUST-ENTRY (WS-CUST-INDEX)
                   MOVE WS-SCAN-CUSTOMER
                       TO CT-CUSTOMER-ID (WS-CUST-INDEX)
                   MOVE "N" TO CT-NEAR-TODAY (WS-CUST-INDEX)
               ELSE
                   ADD 1 TO WS-CUST-OVERFLOW
               END-IF
           END-IF.

       WRITE-OUTPUT-FILES.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               SET CUSTOMERS-FILE-MISSING TO TRUE
               DISPLAY "customers.dat not found; CTRs carry ",
                   "customer numbers only."
           END-IF

           OPEN OUTPUT CTR-FILING-FILE
           OPEN OUTPUT COMPLIANCE-REPORT-FILE

           MOVE WS-BUSINESS-DATE TO FH-BUSINESS-DATE
           WRITE FILING-LINE FROM WS-FILING-HEADER

           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== Cash Transaction Reporting - Business Date "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Cash dated " DELIMITED BY SIZE
               WS-CASH-FROM-DATE DELIMITED BY SIZE
               " through " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-THRESHOLD TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Currency transaction reports - cash in or out over $"
               DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Customer  Name                                "
               DELIMITED BY SIZE
               "   Cash In       Cash Out  Tax ID"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF CT-CASH-IN (WS-CUST-SUB) > WS-THRESHOLD
                   OR CT-CASH-OUT (WS-CUST-SUB) > WS-THRESHOLD
                   PERFORM LOOK-UP-REPORT-CUSTOMER
                   PERFORM WRITE-ONE-CTR
               END-IF
           END-PERFORM

           MOVE WS-CTR-COUNT TO FT-CTR-COUNT
           MOVE WS-TOTAL-CASH-IN TO FT-TOTAL-CASH-IN
           MOVE WS-TOTAL-CASH-OUT TO FT-TOTAL-CASH-OUT
           WRITE FILING-LINE FROM WS-FILING-TRAILER

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEAR-FLOOR TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Possible structuring - " DELIMITED BY SIZE
               WS-MIN-ITEMS DELIMITED BY SIZE
               " or more items from $" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " to the threshold since " DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Customer  Name                            "
               DELIMITED BY SIZE
               "Items     Items Total  First     Last"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF CT-NEAR-COUNT (WS-CUST-SUB) NOT < WS-MIN-ITEMS
                   AND CT-NEAR-TODAY (WS-CUST-SUB) = "Y"
                   PERFORM LOOK-UP-REPORT-CUSTOMER
                   PERFORM WRITE-ONE-ALERT
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           CLOSE COMPLIANCE-REPORT-FILE
           CLOSE CTR-FILING-FILE
           IF NOT CUSTOMERS-FILE-MISSING
               CLOSE CUSTOMERS-FILE
           END-IF.

       LOOK-UP-REPORT-CUSTOMER.
           MOVE SPACES TO CUST-NAME
           MOVE SPACES TO CUST-ADDRESS
           MOVE SPACES TO CUST-TAX-ID
           IF NOT CUSTOMERS-FILE-MISSING
               MOVE CT-CUSTOMER-ID (WS-CUST-SUB) TO CUSTOMER-ID
               READ CUSTOMERS-FILE INTO CUSTOMER-RECORD
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO CUST-NAME
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       WRITE-ONE-CTR.
           ADD 1 TO WS-CTR-COUNT
           ADD CT-CASH-IN (WS-CUST-SUB) TO WS-TOTAL-CASH-IN
           ADD CT-CASH-OUT (WS-CUST-SUB) TO WS-TOTAL-CASH-OUT

           MOVE WS-BUSINESS-DATE TO FD-BUSINESS-DATE
           MOVE CT-CUSTOMER-ID (WS-CUST-SUB) TO FD-CUSTOMER-ID
           MOVE CUST-TAX-ID TO FD-TAX-ID
           MOVE CUST-NAME TO FD-CUST-NAME
           MOVE CUST-ADDRESS TO FD-CUST-ADDRESS
           MOVE CT-CASH-IN (WS-CUST-SUB) TO FD-CASH-IN
           MOVE CT-IN-COUNT (WS-CUST-SUB) TO FD-IN-COUNT
           MOVE CT-CASH-OUT (WS-CUST-SUB) TO FD-CASH-OUT
           MOVE CT-OUT-COUNT (WS-CUST-SUB) TO FD-OUT-COUNT
           MOVE CT-ACCOUNT-COUNT (WS-CUST-SUB) TO FD-ACCOUNT-COUNT
           IF CUST-TAX-ID = SPACES
               ADD 1 TO WS-MISSING-TIN-COUNT
               MOVE "Y" TO FD-TIN-MISSING
           ELSE
               MOVE "N" TO FD-TIN-MISSING
           END-IF
           WRITE FILING-LINE FROM WS-FILING-DETAIL

           MOVE CT-CUSTOMER-ID (WS-CUST-SUB) TO CL-CUSTOMER-ID
           MOVE CUST-NAME TO CL-CUST-NAME
           MOVE CT-CASH-IN (WS-CUST-SUB) TO CL-CASH-IN
           MOVE CT-CASH-OUT (WS-CUST-SUB) TO CL-CASH-OUT
           IF CUST-TAX-ID = SPACES
               MOVE "*MISSING*" TO CL-TAX-ID
           ELSE
               MOVE CUST-TAX-ID TO CL-TAX-ID
           END-IF
           WRITE REPORT-LINE FROM WS-CTR-LINE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > CT-ACCOUNT-COUNT (WS-CUST-SUB)
               MOVE CT-ACCT-LIST (WS-CUST-SUB, WS-ACCT-SUB)
                   TO CA-ACCOUNT-NUMBER
               WRITE REPORT-LINE FROM WS-CTR-ACCOUNT-LINE
           END-PERFORM.

       WRITE-ONE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE CT-CUSTOMER-ID (WS-CUST-SUB) TO AL-CUSTOMER-ID
           MOVE CUST-NAME TO AL-CUST-NAME
           MOVE CT-NEAR-COUNT (WS-CUST-SUB) TO AL-ITEM-COUNT
           MOVE CT-NEAR-TOTAL (WS-CUST-SUB) TO AL-ITEM-TOTAL
           MOVE CT-NEAR-FIRST (WS-CUST-SUB) TO AL-FIRST-DATE
           MOVE CT-NEAR-LAST (WS-CUST-SUB) TO AL-LAST-DATE
           WRITE REPORT-LINE FROM WS-ALERT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Cash items in window:" TO TL-LABEL
           MOVE WS-CASH-ITEMS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "Reversed cash items excluded:" TO TL-LABEL
           MOVE WS-REVERSED-ITEMS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "Items on unknown accounts:" TO TL-LABEL
           MOVE WS-UNKNOWN-ACCT-ITEMS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "Currency transaction reports:" TO TL-LABEL
           MOVE WS-CTR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "CTRs missing a tax ID:" TO TL-LABEL
           MOVE WS-MISSING-TIN-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "Structuring alerts:" TO TL-LABEL
           MOVE WS-ALERT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-CUST-OVERFLOW > 0 OR WS-TABLE-OVERFLOW > 0
               MOVE "*** INCOMPLETE - TABLE FULL ***" TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "WARNING: work table overflowed (",
                   WS-CUST-OVERFLOW, " customer(s), ",
                   WS-TABLE-OVERFLOW, " other entr(ies)); the ",
                   "report is incomplete. Enlarge the table and rerun."
           END-IF.
