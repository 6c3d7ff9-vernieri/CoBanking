      * holds_current.tmp with expired holds flipped to RELEASED;
      * pass 2 rewrites holds.dat from the copy. The .tmp file is
      * left behind as a safety copy until the next run replaces it.
      *
      * An ATM pre-authorization hold (AtmAuthorization) is normally
      * released by BatchTransactionPoster when its withdrawal
      * settles. One still open ATMP-PREAUTH-DAYS days after it was
      * placed (atm_parameters.dat; 5 days with no file) never
      * settled: it is released as stale, audited as such, and listed
      * on stale_preauth_report.txt for the ATM settlement team.
      *
      * A hold whose release date - or a pre-auth whose stale date -
      * falls on a weekend or a bank holiday (holidays.dat) is
      * released on the next business day instead.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STALE-REPORT-FILE
               ASSIGN TO "stale_preauth_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT OPTIONAL ATM-PARAMETER-FILE ASSIGN TO
               "atm_parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLDS-FILE.
       FD AUDIT-LOG-FILE.
           COPY "audit-log-record.cpy".

       FD STALE-REPORT-FILE.
       01 STALE-REPORT-LINE    PIC X(100).

       FD ATM-PARAMETER-FILE.
           COPY "atm-parameter-record.cpy".

       FD HOLIDAY-FILE.
           COPY "holiday-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HOLDS-STATUS      PIC X(2).
           88 HOLDS-FILE-OK       VALUE "00".
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-POST-DATE         PIC 9(8).
       01 WS-PARAMETER-STATUS  PIC X(2).
           88 PARAMETER-FILE-OK   VALUES "00" "05".
       01 WS-PREAUTH-DAYS      PIC 9(3) VALUE 5.
       01 WS-POST-DAY-NUMBER   PIC 9(7).
       01 WS-DAYS-OUTSTANDING  PIC S9(5).
       01 WS-STALE-SWITCH      PIC X VALUE "N".
           88 HOLD-IS-STALE VALUE "Y" FALSE "N".

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

       01 WS-HOLDS-READ        PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-RELEASED    PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-REWRITTEN   PIC 9(6) VALUE ZEROS.
       01 WS-RELEASED-AMOUNT   PIC S9(10)V99 VALUE ZEROS.
       01 WS-OPEN-AMOUNT       PIC S9(10)V99 VALUE ZEROS.
       01 WS-STALE-COUNT       PIC 9(6) VALUE ZEROS.
       01 WS-STALE-AMOUNT      PIC S9(10)V99 VALUE ZEROS.
       01 WS-CONTROL-OK        PIC X VALUE "N".
           88 CONTROL-TOTALS-OK VALUE "Y" FALSE "N".

       01 WS-TOTAL-LINE-4.
           05 FILLER PIC X(18) VALUE "Holds rewritten:  ".
           05 TL-REWRITTEN-COUNT  PIC Z(5)9.
       01 WS-STALE-DETAIL-LINE.
           05 SL-HOLD-NUMBER      PIC Z(5)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SL-ACCOUNT-NUMBER   PIC Z(9)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SL-HOLD-AMOUNT      PIC -(7)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SL-AUTH-CODE        PIC 9(6).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 SL-PLACED-DATE      PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SL-DAYS-OUTSTANDING PIC -(4)9.
       01 WS-STALE-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "Stale pre-auths:  ".
           05 TL-STALE-COUNT      PIC Z(5)9.
           05 FILLER              PIC X(12) VALUE "   amount: $".
           05 TL-STALE-AMOUNT     PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-ATM-PARAMETERS
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF WS-HOLIDAY-OVERFLOW > 0
               DISPLAY "HOLIDAY TABLE FULL - ", WS-HOLIDAY-OVERFLOW,
                   " date(s) on holidays.dat not loaded; no holds ",
                   "released. Enlarge WS-HOLIDAY-TABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-POST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-POST-DATE)

           OPEN INPUT HOLDS-FILE
           IF NOT HOLDS-FILE-OK
           END-IF

           PERFORM OPEN-RELEASE-REPORT
           PERFORM OPEN-STALE-REPORT
           PERFORM RELEASE-PASS
           PERFORM REWRITE-PASS
           PERFORM VERIFY-CONTROL-TOTALS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-STALE-REPORT-TOTALS

           IF CONTROL-TOTALS-OK
               DISPLAY "Hold release complete. Released ",
           SET END-OF-FILE TO FALSE.

       RELEASE-ONE-HOLD.
           SET HOLD-IS-STALE TO FALSE
           IF HOLD-OPEN AND HOLD-IS-PREAUTH
               PERFORM CHECK-PREAUTH-STALE
           END-IF
           IF HOLD-OPEN AND NOT HOLD-IS-PREAUTH
               MOVE HOLD-RELEASE-DATE TO WS-CALENDAR-DATE
               PERFORM ROLL-VALID-DATE
           END-IF
           EVALUATE TRUE
               WHEN HOLD-IS-STALE
                   SET HOLD-RELEASED TO TRUE
                   ADD 1 TO WS-HOLDS-RELEASED
                   ADD HOLD-AMOUNT TO WS-RELEASED-AMOUNT
                   ADD 1 TO WS-STALE-COUNT
                   ADD HOLD-AMOUNT TO WS-STALE-AMOUNT
                   PERFORM WRITE-RELEASE-DETAIL-LINE
                   PERFORM WRITE-STALE-DETAIL-LINE
                   PERFORM LOG-RELEASE-AUDIT-ENTRY
               WHEN HOLD-OPEN AND NOT HOLD-IS-PREAUTH
                   AND WS-CALENDAR-DATE <= WS-POST-DATE
                   SET HOLD-RELEASED TO TRUE
                   ADD 1 TO WS-HOLDS-RELEASED
                   ADD HOLD-AMOUNT TO WS-RELEASED-AMOUNT
                   PERFORM WRITE-RELEASE-DETAIL-LINE
                   PERFORM LOG-RELEASE-AUDIT-ENTRY
               WHEN HOLD-OPEN
                   ADD 1 TO WS-HOLDS-STILL-OPEN
                   ADD HOLD-AMOUNT TO WS-OPEN-AMOUNT
           END-EVALUATE
           WRITE RETAINED-RECORD FROM HOLD-RECORD.

      * A pre-auth hold goes stale ATMP-PREAUTH-DAYS after it was
      * placed, whatever release date it was given, so a change to
      * the parameter applies to the holds already on file. One with
      * no usable placed date falls back to its release date.
       CHECK-PREAUTH-STALE.
           IF HOLD-PLACED-DATE NUMERIC
               AND FUNCTION INTEGER-OF-DATE (HOLD-PLACED-DATE) > 0
               COMPUTE WS-DAYS-OUTSTANDING = WS-POST-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (HOLD-PLACED-DATE)
               COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (HOLD-PLACED-DATE)
                   + WS-PREAUTH-DAYS)
           ELSE
               MOVE ZEROS TO WS-DAYS-OUTSTANDING
               MOVE HOLD-RELEASE-DATE TO WS-CALENDAR-DATE
           END-IF
           PERFORM ROLL-VALID-DATE
           IF WS-CALENDAR-DATE <= WS-POST-DATE
               SET HOLD-IS-STALE TO TRUE
           END-IF.

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

      * Rolls a release date held on file only when it is a real
      * calendar date; one that is not (20260231, 99999999) is left
      * as it stands and compared as written, so it cannot roll to
      * the start of the integer calendar and release at once.
       ROLL-VALID-DATE.
           IF WS-CALENDAR-DATE NUMERIC
               AND FUNCTION INTEGER-OF-DATE (WS-CALENDAR-DATE) > 0
               PERFORM ROLL-TO-BUSINESS-DAY
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

       REWRITE-PASS.
           OPEN INPUT RETAINED-FILE
           OPEN OUTPUT HOLDS-FILE

           CLOSE RELEASE-REPORT-FILE.

       OPEN-STALE-REPORT.
           OPEN OUTPUT STALE-REPORT-FILE

           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== Stale ATM Pre-Auth Report - Business Date "
               DELIMITED BY SIZE
               WS-POST-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE STALE-REPORT-LINE FROM WS-HEADER-LINE

           MOVE SPACES TO STALE-REPORT-LINE
           STRING "Hold No  Account No         Amount  Auth No  "
               DELIMITED BY SIZE
               "Placed     Days" DELIMITED BY SIZE
               INTO STALE-REPORT-LINE
           WRITE STALE-REPORT-LINE.

       WRITE-STALE-DETAIL-LINE.
           MOVE HOLD-NUMBER TO SL-HOLD-NUMBER
           MOVE HOLD-ACCOUNT-NUMBER TO SL-ACCOUNT-NUMBER
           MOVE HOLD-AMOUNT TO SL-HOLD-AMOUNT
           IF HOLD-AUTH-CODE NUMERIC
               MOVE HOLD-AUTH-CODE TO SL-AUTH-CODE
           ELSE
               MOVE ZEROS TO SL-AUTH-CODE
           END-IF
           MOVE HOLD-PLACED-DATE TO SL-PLACED-DATE
           MOVE WS-DAYS-OUTSTANDING TO SL-DAYS-OUTSTANDING
           WRITE STALE-REPORT-LINE FROM WS-STALE-DETAIL-LINE.

       WRITE-STALE-REPORT-TOTALS.
           MOVE WS-STALE-COUNT TO TL-STALE-COUNT
           MOVE WS-STALE-AMOUNT TO TL-STALE-AMOUNT
           WRITE STALE-REPORT-LINE FROM WS-STALE-TOTAL-LINE
           CLOSE STALE-REPORT-FILE.

       READ-ATM-PARAMETERS.
           OPEN INPUT ATM-PARAMETER-FILE
           IF PARAMETER-FILE-OK
               READ ATM-PARAMETER-FILE INTO ATM-PARAMETER-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ATMP-PREAUTH-DAYS NUMERIC
                           AND ATMP-PREAUTH-DAYS > 0
                           MOVE ATMP-PREAUTH-DAYS TO WS-PREAUTH-DAYS
                       END-IF
               END-READ
               CLOSE ATM-PARAMETER-FILE
           END-IF.

       LOG-RELEASE-AUDIT-ENTRY.
           MOVE HOLD-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER
           MOVE "FUNDS-HOLD-REL" TO AUDIT-FIELD-NAME
           MOVE HOLD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO AUDIT-BEFORE-VALUE
           IF HOLD-IS-STALE
               MOVE "STALE PRE-AUTH" TO AUDIT-AFTER-VALUE
           ELSE
               MOVE "RELEASED" TO AUDIT-AFTER-VALUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE SPACES TO AUDIT-OVERRIDE-ID
