           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCRUAL-CONTROL-FILE ASSIGN TO
               "accrual_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       FD AUDIT-LOG-FILE.
           COPY "audit-log-record.cpy".

      * The last date interest has been accrued through. Each run
      * accrues every calendar day after it up to the business date
      * - weekends and holidays included, though no cycle runs on
      * them - and then moves it on to the business date.
       FD ACCRUAL-CONTROL-FILE.
       01 ACCRUAL-CONTROL-RECORD.
           05 ACR-ACCRUED-THROUGH PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS  PIC X(2).
           88 ACCOUNTS-OK        VALUE "00".
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-POST-DATE         PIC 9(8).
       01 WS-ACCRUAL-CONTROL-STATUS PIC X(2).
           88 ACCRUAL-CONTROL-OK  VALUES "00" "05".
       01 WS-ACCRUED-THROUGH   PIC 9(8) VALUE ZEROS.
       01 WS-ACCRUAL-FROM      PIC 9(8).
       01 WS-ACCRUAL-DAYS      PIC S9(5) VALUE 1.
       01 WS-DAY-INTEREST      PIC S9(8)V99.
       01 WS-DAYS-DISPLAY      PIC Z(4)9.

       01 WS-HEADER-LINE       PIC X(100).
       01 WS-RATE-DISPLAY      PIC Z9.9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-ACCRUAL-CONTROL
           IF WS-ACCRUAL-DAYS < 1
               DISPLAY "Interest already accrued through ",
                   WS-ACCRUED-THROUGH, "; nothing to accrue for ",
                   WS-POST-DATE, "."
               STOP RUN
           END-IF
           PERFORM READ-INTEREST-RATE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM OPEN-FILES
           END-IF
           PERFORM WRITE-REPORT-TOTAL
           PERFORM CLOSE-FILES
           IF NOT ACCOUNTS-FILE-MISSING
               PERFORM SAVE-ACCRUAL-CONTROL
           END-IF

           MOVE WS-ACCRUAL-DAYS TO WS-DAYS-DISPLAY
           DISPLAY "Interest accrual complete. ", WS-ACCOUNT-COUNT,
               " account(s) processed for ", WS-DAYS-DISPLAY,
               " day(s) through ", WS-POST-DATE, ".".
           STOP RUN.

      * Days to accrue: every calendar day after the accrued-through
      * date up to the business date, so the first cycle after a
      * weekend or holiday accrues those days as well as its own.
      * With no control on file yet, the business date alone.
       READ-ACCRUAL-CONTROL.
           MOVE ZEROS TO ACR-ACCRUED-THROUGH
           OPEN INPUT ACCRUAL-CONTROL-FILE
           IF ACCRUAL-CONTROL-OK
               READ ACCRUAL-CONTROL-FILE INTO ACCRUAL-CONTROL-RECORD
                   AT END
                       MOVE ZEROS TO ACR-ACCRUED-THROUGH
               END-READ
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF
           IF ACR-ACCRUED-THROUGH NUMERIC AND ACR-ACCRUED-THROUGH > 0
               AND FUNCTION INTEGER-OF-DATE (ACR-ACCRUED-THROUGH) > 0
               MOVE ACR-ACCRUED-THROUGH TO WS-ACCRUED-THROUGH
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-POST-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-ACCRUED-THROUGH)
           ELSE
               MOVE 1 TO WS-ACCRUAL-DAYS
           END-IF
           IF WS-ACCRUAL-DAYS > 0
               COMPUTE WS-ACCRUAL-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-POST-DATE)
                   - WS-ACCRUAL-DAYS + 1)
           END-IF.

       SAVE-ACCRUAL-CONTROL.
           MOVE WS-POST-DATE TO ACR-ACCRUED-THROUGH
           OPEN OUTPUT ACCRUAL-CONTROL-FILE
           WRITE ACCRUAL-CONTROL-RECORD
           CLOSE ACCRUAL-CONTROL-FILE.

       READ-INTEREST-RATE.
           OPEN INPUT INTEREST-RATE-FILE
           IF NOT RATE-FILE-OK
               INTO WS-HEADER-LINE.
           WRITE REPORT-LINE FROM WS-HEADER-LINE.

           MOVE WS-ACCRUAL-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Accrued for" DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " day(s): " DELIMITED BY SIZE
               WS-ACCRUAL-FROM DELIMITED BY SIZE
               " through " DELIMITED BY SIZE
               WS-POST-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE
           STRING "Account No  Account Name" DELIMITED BY SIZE
               "                    Prd  Rate     " DELIMITED BY SIZE
               SET ACCOUNT-ACCRUES TO TRUE
           END-IF.

      * The rate is a day's rate. Each day covered accrues on the
      * balance with the days before it already added, just as a
      * run on each of those days would have, and the days post as
      * one INT credit.
       APPLY-INTEREST-TO-ACCOUNT.
           MOVE ACCOUNT-BALANCE TO WS-PRIOR-BALANCE
           MOVE ZEROS TO WS-INTEREST-AMOUNT
           PERFORM ACCRUE-ONE-DAY WS-ACCRUAL-DAYS TIMES
           ADD WS-INTEREST-AMOUNT TO ACCOUNT-BALANCE
           MOVE ACCOUNT-BALANCE TO WS-NEW-BALANCE

           MOVE WS-NEW-BALANCE TO DL-NEW-BALANCE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       ACCRUE-ONE-DAY.
           COMPUTE WS-DAY-INTEREST ROUNDED =
               (WS-PRIOR-BALANCE + WS-INTEREST-AMOUNT)
               * WS-INTEREST-RATE / 100
           ADD WS-DAY-INTEREST TO WS-INTEREST-AMOUNT.

       WRITE-REPORT-TOTAL.
           MOVE WS-ACCOUNT-COUNT TO TL-ACCOUNT-COUNT
           MOVE WS-TOTAL-INTEREST TO TL-TOTAL-INTEREST
