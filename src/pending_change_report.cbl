       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendingChangeReport.

      *****************************************************************
      * Daily dual-control report. Reads the pending-change queue
      * (pending_changes.dat) the registry keeps for account name,
      * customer address and tax ID, overdraft limit, and joint owner
      * changes, and lists on pending_change_report.txt every change
      * still awaiting a second operator's approval - with its age
      * in days from the date it was keyed, so stale requests stand
      * out - followed by every change rejected on the business date
      * (business_date.dat; stand-alone runs use the system date).
      * Decisions carry the date they were keyed, and no cycle runs
      * on a weekend or a bank holiday (holidays.dat), so the
      * business date's rejections are those decided after the
      * previous business date up to and including the business
      * date - a rejection keyed on a closed day or after midnight
      * is reported by the next cycle. Each change shows what it
      * would replace and with what, who keyed it, and for a
      * rejection who rejected it. Runs in the EOD cycle; the queue
      * itself is not changed. A full holiday table ends the run
      * with return code 8 before anything is written.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO
               "pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

           SELECT PENDING-REPORT-FILE ASSIGN TO
               "pending_change_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-CHANGE-FILE.
           COPY "pending-change-record.cpy".

       FD PENDING-REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       FD HOLIDAY-FILE.
           COPY "holiday-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PC-STATUS         PIC X(2).
           88 PC-FILE-OK          VALUES "00" "05".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-REPORT-DATE       PIC 9(8).
       01 WS-DECIDED-FROM-DATE PIC 9(8).

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

       01 WS-REPORT-PASS       PIC X(1).
           88 PENDING-PASS        VALUE "P".
           88 REJECTED-PASS       VALUE "R".
       01 WS-CHANGE-AGE        PIC S9(5) VALUE ZEROS.
       01 WS-PENDING-COUNT     PIC 9(6) VALUE ZEROS.
       01 WS-REJECTED-COUNT    PIC 9(6) VALUE ZEROS.
       01 WS-LIMIT-EDIT        PIC -(7)9.99.

       01 WS-HEADER-LINE       PIC X(100).
       01 WS-DETAIL-LINE.
           05 DL-CHANGE-NUMBER    PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-CHANGE-TYPE      PIC X(16).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-ACCOUNT-NUMBER   PIC Z(9)9 BLANK WHEN ZERO.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-CUSTOMER-ID      PIC Z(7)9 BLANK WHEN ZERO.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-MAKER-ID         PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-MADE-DATE        PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-LAST-COLUMN      PIC X(20).
           05 DL-AGE-COLUMN REDEFINES DL-LAST-COLUMN.
               10 DL-AGE-DAYS     PIC Z(4)9.
               10 FILLER          PIC X(15).
           05 DL-CHECKER-COLUMN REDEFINES DL-LAST-COLUMN.
               10 DL-CHECKER-ID   PIC X(8).
               10 FILLER          PIC X(12).
       01 WS-VALUE-LINE.
           05 FILLER              PIC X(8) VALUE SPACES.
           05 VL-FROM-LABEL       PIC X(6).
           05 VL-BEFORE-VALUE     PIC X(40).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 VL-TO-LABEL         PIC X(4).
           05 VL-AFTER-VALUE      PIC X(40).
       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(30).
           05 TL-COUNT            PIC Z(5)9.

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
           PERFORM FIND-DECIDED-FROM-DATE
           OPEN OUTPUT PENDING-REPORT-FILE

           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== Pending Change Report - Business Date "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Changes awaiting approval" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Change  Type              Account     Customer  "
               DELIMITED BY SIZE
               "Keyed by  Keyed on  Age (days)" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           SET PENDING-PASS TO TRUE
           PERFORM REPORT-ONE-PASS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Changes rejected " DELIMITED BY SIZE
               WS-DECIDED-FROM-DATE DELIMITED BY SIZE
               " through " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Change  Type              Account     Customer  "
               DELIMITED BY SIZE
               "Keyed by  Keyed on  Rejected by" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           SET REJECTED-PASS TO TRUE
           PERFORM REPORT-ONE-PASS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Changes awaiting approval:" TO TL-LABEL
           MOVE WS-PENDING-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "Changes rejected:" TO TL-LABEL
           MOVE WS-REJECTED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           CLOSE PENDING-REPORT-FILE
           DISPLAY "Pending change report complete. ",
               WS-PENDING-COUNT, " awaiting approval, ",
               WS-REJECTED-COUNT, " rejected."
           STOP RUN.

      * One pass of the queue per section, so each section lists in
      * change-number order without a sort.
       REPORT-ONE-PASS.
           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-CHANGE-FILE INTO PENDING-CHANGE-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SELECT-ONE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       SELECT-ONE-CHANGE.
           IF PENDING-PASS AND PC-PENDING
               PERFORM PRINT-ONE-CHANGE
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           IF REJECTED-PASS AND PC-REJECTED
               AND PC-DECIDED-DATE NOT < WS-DECIDED-FROM-DATE
               AND PC-DECIDED-DATE NOT > WS-REPORT-DATE
               PERFORM PRINT-ONE-CHANGE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       PRINT-ONE-CHANGE.
           EVALUATE TRUE
               WHEN PC-ACCOUNT-NAME
                   MOVE "ACCOUNT NAME" TO DL-CHANGE-TYPE
               WHEN PC-CUSTOMER-ADDRESS
                   MOVE "CUSTOMER ADDRESS" TO DL-CHANGE-TYPE
               WHEN PC-CUSTOMER-TAX-ID
                   MOVE "CUSTOMER TAX ID" TO DL-CHANGE-TYPE
               WHEN PC-OVERDRAFT-LIMIT
                   MOVE "OVERDRAFT LIMIT" TO DL-CHANGE-TYPE
               WHEN PC-JOINT-OWNER
                   MOVE "ADD JOINT OWNER" TO DL-CHANGE-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN" TO DL-CHANGE-TYPE
           END-EVALUATE
           MOVE PC-NUMBER TO DL-CHANGE-NUMBER
           MOVE PC-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE PC-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE PC-MAKER-ID TO DL-MAKER-ID
           MOVE PC-MADE-DATE TO DL-MADE-DATE
           MOVE SPACES TO DL-LAST-COLUMN
           IF PENDING-PASS
               COMPUTE WS-CHANGE-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
                   - FUNCTION INTEGER-OF-DATE (PC-MADE-DATE)
               IF WS-CHANGE-AGE < 0
                   MOVE ZEROS TO WS-CHANGE-AGE
               END-IF
               MOVE WS-CHANGE-AGE TO DL-AGE-DAYS
           ELSE
               MOVE PC-CHECKER-ID TO DL-CHECKER-ID
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           IF NOT PC-JOINT-OWNER
               MOVE "From " TO VL-FROM-LABEL
               MOVE "To " TO VL-TO-LABEL
               IF PC-OVERDRAFT-LIMIT
                   MOVE PC-BEFORE-LIMIT TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO VL-BEFORE-VALUE
                   MOVE PC-AFTER-LIMIT TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO VL-AFTER-VALUE
               ELSE
                   MOVE PC-BEFORE-VALUE TO VL-BEFORE-VALUE
                   MOVE PC-AFTER-VALUE TO VL-AFTER-VALUE
               END-IF
               WRITE REPORT-LINE FROM WS-VALUE-LINE
           END-IF.

      * The report date is the cycle's business date when one is on
      * file (business_date.dat); otherwise the system date.
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
               MOVE BUS-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.

      * Rejections are reported from the day after the previous
      * business date - the last date a cycle could have run for.
       FIND-DECIDED-FROM-DATE.
           COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE) - 1)
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
               COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-CALENDAR-INTEGER - 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           COMPUTE WS-DECIDED-FROM-DATE = FUNCTION DATE-OF-INTEGER
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
