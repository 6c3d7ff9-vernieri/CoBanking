
      *****************************************************************
      * Nightly cycle driver. Runs the end-of-day steps in their
      * required order - standing orders, NSF fees and returned-item
      * notices, interest accrual, term deposit maturity, hold release,
      * reconciliation, the cross-file referential integrity check, the
      * daily balance history and month-end MIS, cash transaction
      * reporting, the pending change report, GL journal, GL extract,
      * statement report, accounts backup - under a run-control record
      * keyed on the business processing date (eod_run_control.dat).
      * Each step's completion status, return code, and timestamp are
      * recorded as the cycle progresses: a step already complete for
      * the business date is never run again (interest can never
      * double-post), and after a mid-cycle failure the next run
      * restarts at the failed step instead of the top. The business
      * date comes from the run-control record, not the system clock,
      * and is handed to each step through business_date.dat so a missed
      * night can be caught up correctly.
      *
      * Cycles run on business days only: Monday to Friday, less the
      * bank holidays on holidays.dat. Run with no argument to resume
      * the cycle in flight or, once the prior cycle is complete, to
      * start the next business date after it, which the driver works
      * out from the calendar. A date on the command line is needed
      * only for the very first cycle; any date keyed after that must
      * be that same next business date. A date that is not a
      * business day, or that is later than today, is refused -
      * a closure not on the calendar is added to holidays.dat first.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE PIC 9(8).
           05 RC-STEP-TABLE.
               10 RC-STEP OCCURS 15.
                   15 RC-STEP-STATUS    PIC X(1).
                       88 RC-STEP-COMPLETE VALUE "C".
                       88 RC-STEP-FAILED   VALUE "F".
       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       FD HOLIDAY-FILE.
           COPY "holiday-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC X(2).
           88 RUN-CONTROL-OK       VALUE "00".

       01 WS-DATE-ARGUMENT    PIC X(10).
       01 WS-NEW-BUSINESS-DATE PIC 9(8).
       01 WS-NEXT-BUSINESS-DATE PIC 9(8).
       01 WS-TODAY            PIC 9(8).
       01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".

      * Bank holiday calendar, from holidays.dat.
       01 WS-HOLIDAY-STATUS   PIC X(2).
           88 HOLIDAY-FILE-OK    VALUES "00" "05".
       01 WS-HOLIDAY-COUNT    PIC 9(3) VALUE ZEROS.
       01 WS-HOLIDAY-MAX      PIC 9(3) VALUE 500.
       01 WS-HOLIDAY-SUB      PIC 9(3) VALUE ZEROS.
       01 WS-HOLIDAY-OVERFLOW PIC 9(3) VALUE ZEROS.
       01 WS-HOLIDAY-TABLE.
           05 HC-HOLIDAY-DATE OCCURS 500 TIMES PIC 9(8).
       01 WS-CALENDAR-DATE    PIC 9(8).
       01 WS-CALENDAR-INTEGER PIC 9(8).
       01 WS-BUSINESS-DAY-SWITCH PIC X VALUE "N".
           88 BUSINESS-DAY VALUE "Y" FALSE "N".

       01 WS-STEP-COUNT       PIC 99 VALUE 15.
       01 WS-STEP-INDEX       PIC 99 VALUE ZERO.
       01 WS-STEP-FAILED      PIC X VALUE "N".
           88 STEP-FAILED VALUE "Y" FALSE "N".
       01 WS-CYCLE-COMPLETE   PIC X VALUE "N".
       01 WS-STEP-DEFINITIONS.
           05 FILLER PIC X(64) VALUE
               "Standing Orders         standing_order_batch".
           05 FILLER PIC X(64) VALUE
               "NSF Fees                nsf_fee_batch".
           05 FILLER PIC X(64) VALUE
               "Interest Accrual        interest_accrual_batch".
           05 FILLER PIC X(64) VALUE
               "Term Deposit Maturity   term_deposit_maturity_batch".
           05 FILLER PIC X(64) VALUE
               "Hold Release            hold_release_batch".
           05 FILLER PIC X(64) VALUE
               "EOD Reconciliation      eod_reconciliation".
           05 FILLER PIC X(64) VALUE
               "Integrity Check         referential_integrity_batch".
           05 FILLER PIC X(64) VALUE
               "Balance History         balance_history_batch".
           05 FILLER PIC X(64) VALUE
               "Month-End MIS           month_end_mis_report".
           05 FILLER PIC X(64) VALUE
               "Cash Transaction Report cash_transaction_report_batch".
           05 FILLER PIC X(64) VALUE
               "Pending Change Report   pending_change_report".
           05 FILLER PIC X(64) VALUE
               "GL Journal              gl_journal_batch".
           05 FILLER PIC X(64) VALUE
           05 FILLER PIC X(64) VALUE
               "Accounts Backup         accounts_backup".
       01 WS-STEP-DEFINITION-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05 WS-STEP-DEFINITION OCCURS 15.
               10 SD-NAME     PIC X(24).
               10 SD-COMMAND  PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATE-ARGUMENT FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF WS-HOLIDAY-OVERFLOW > 0
               DISPLAY "HOLIDAY TABLE FULL - ", WS-HOLIDAY-OVERFLOW,
                   " date(s) on holidays.dat not loaded; no cycle ",
                   "run. Enlarge WS-HOLIDAY-TABLE or remove past ",
                   "years from the calendar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RUN-CONTROL

           IF NOT RUN-CONTROL-MISSING
               DISPLAY "No cycle in flight. Start one by running ",
                   "with the business date (YYYYMMDD)."
           ELSE
               MOVE FUNCTION NUMVAL(WS-DATE-ARGUMENT)
                   TO WS-NEW-BUSINESS-DATE
               PERFORM INITIALIZE-CYCLE-RECORD
           END-IF.

           END-PERFORM

           IF CYCLE-COMPLETE
               PERFORM FIND-NEXT-BUSINESS-DATE
               IF WS-DATE-ARGUMENT = SPACES
                   DISPLAY "Cycle for business date ",
                       RC-BUSINESS-DATE, " is complete; next ",
                       "business date is ", WS-NEXT-BUSINESS-DATE, "."
                   MOVE WS-NEXT-BUSINESS-DATE TO WS-NEW-BUSINESS-DATE
                   PERFORM INITIALIZE-CYCLE-RECORD
                   SET CYCLE-COMPLETE TO FALSE
               ELSE
      * A new cycle may only move forward: re-keying a date already
      * run (or any earlier one) would re-run its steps and
      * double-accrue interest for that date. Nor may it skip a
      * business day, whose standing orders and hold releases would
      * then go unworked.
                   MOVE FUNCTION NUMVAL(WS-DATE-ARGUMENT)
                       TO WS-NEW-BUSINESS-DATE
                   IF WS-NEW-BUSINESS-DATE NOT > RC-BUSINESS-DATE
                           "the completed cycle date ",
                           RC-BUSINESS-DATE, "; cycle not started."
                   ELSE
                       IF WS-NEW-BUSINESS-DATE
                           > WS-NEXT-BUSINESS-DATE
                           DISPLAY "Business date ",
                               WS-NEW-BUSINESS-DATE, " skips the ",
                               "next business date ",
                               WS-NEXT-BUSINESS-DATE, "; cycle not ",
                               "started. Add any closure to ",
                               "holidays.dat, or run with no date."
                       ELSE
                           PERFORM INITIALIZE-CYCLE-RECORD
                           SET CYCLE-COMPLETE TO FALSE
                       END-IF
                   END-IF
               END-IF
           ELSE
               END-IF
           END-IF.

      * Starts the cycle for WS-NEW-BUSINESS-DATE, which must be a
      * business day and not later than today - a cycle run ahead of
      * its date would post that day's items early.
       INITIALIZE-CYCLE-RECORD.
           MOVE WS-NEW-BUSINESS-DATE TO WS-CALENDAR-DATE
           PERFORM CHECK-BUSINESS-DAY
           EVALUATE TRUE
               WHEN WS-NEW-BUSINESS-DATE = ZEROS
                   OR FUNCTION INTEGER-OF-DATE
                       (WS-NEW-BUSINESS-DATE) = 0
                   DISPLAY "Business date must be a valid YYYYMMDD ",
                       "date."
                   SET RUN-CONTROL-MISSING TO TRUE
               WHEN NOT BUSINESS-DAY
                   DISPLAY "Business date ", WS-NEW-BUSINESS-DATE,
                       " is a weekend or a holiday on holidays.dat; ",
                       "cycle not started."
                   SET RUN-CONTROL-MISSING TO TRUE
               WHEN WS-NEW-BUSINESS-DATE > WS-TODAY
                   DISPLAY "Business date ", WS-NEW-BUSINESS-DATE,
                       " is later than today (", WS-TODAY, "); ",
                       "cycle not started."
                   SET RUN-CONTROL-MISSING TO TRUE
               WHEN OTHER
                   MOVE WS-NEW-BUSINESS-DATE TO RC-BUSINESS-DATE
                   PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                       MOVE SPACE TO RC-STEP-STATUS (WS-STEP-INDEX)
                       MOVE ZEROS TO RC-STEP-RC (WS-STEP-INDEX)
                       MOVE SPACES
                           TO RC-STEP-TIMESTAMP (WS-STEP-INDEX)
                   END-PERFORM
                   PERFORM SAVE-RUN-CONTROL
                   SET RUN-CONTROL-MISSING TO FALSE
                   DISPLAY "Cycle started for business date ",
                       RC-BUSINESS-DATE, "."
           END-EVALUATE.

      * The next business date after the completed cycle: the day
      * after it, moved on past weekends and holidays.
       FIND-NEXT-BUSINESS-DATE.
           COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (RC-BUSINESS-DATE) + 1)
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CALENDAR-DATE TO WS-NEXT-BUSINESS-DATE.

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

      * Moves WS-CALENDAR-DATE on to the first business day on or
      * after it.
       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
               COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-CALENDAR-INTEGER + 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       RUN-CYCLE-STEPS.
           PERFORM WRITE-BUSINESS-DATE
           SET STEP-FAILED TO FALSE
