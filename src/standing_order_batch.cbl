      * After a successful posting the order's next-due date advances
      * by its frequency. An order that cannot post keeps its due
      * date (it is retried next cycle) and is listed with its reason
      * code on standing_order_report.txt and written to
      * so_returns.dat (rebuilt each run) for NsfFeeBatch, which
      * charges the NSF fee on orders returned for insufficient or
      * held funds; an order due past its expiry date is marked
      * EXPIRED and never retried.
      *
      * An order whose due date falls on a weekend or on a bank
      * holiday (holidays.dat) is due on the next business day
      * instead; its schedule is untouched, the next due date still
      * advancing from the date it was due, and an expiry is judged
      * on that date too. An order whose next due date is not a
      * valid date is listed as such and not posted.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT SO-REPORT-FILE ASSIGN TO "standing_order_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SO-RETURN-FILE ASSIGN TO "so_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       FD SO-REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       FD SO-RETURN-FILE.
       01 SO-RETURN-RECORD.
           05 SOR-ORDER-NUMBER    PIC 9(6).
           05 SOR-FROM-ACCOUNT    PIC 9(10).
           05 SOR-TO-ACCOUNT      PIC 9(10).
           05 SOR-AMOUNT          PIC 9(8)V99.
           05 SOR-REASON-CODE     PIC X(2).
           05 SOR-RETURN-DATE     PIC 9(8).

       FD TRANSACTION-FILE.
           COPY "transaction-record.cpy".

       FD HOLDS-FILE.
           COPY "hold-record.cpy".

       FD HOLIDAY-FILE.
           COPY "holiday-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS  PIC X(2).
           88 ACCOUNTS-OK        VALUE "00".
           88 HOLDS-FILE-OK       VALUES "00" "05".
       01 WS-OPEN-HOLDS-TOTAL  PIC S9(10)V99 VALUE ZEROS.

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

       01 WS-SO-MAX            PIC 9(3) VALUE 200.
       01 WS-SO-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-SO-SUB            PIC 9(3) VALUE ZEROS.
       01 WS-ORDERS-POSTED     PIC 9(6) VALUE ZEROS.
       01 WS-ORDERS-FAILED     PIC 9(6) VALUE ZEROS.
       01 WS-ORDERS-EXPIRED    PIC 9(6) VALUE ZEROS.
       01 WS-ORDERS-ROLLED     PIC 9(6) VALUE ZEROS.
       01 WS-ORDERS-INVALID    PIC 9(6) VALUE ZEROS.
       01 WS-ROLLED-SWITCH     PIC X VALUE "N".
           88 DUE-DATE-ROLLED VALUE "Y" FALSE "N".
       01 WS-POSTED-AMOUNT     PIC S9(10)V99 VALUE ZEROS.

       01 WS-OPERATOR-ID       PIC X(8) VALUE "STORDER".
       01 WS-TOTAL-LINE-4.
           05 FILLER PIC X(18) VALUE "Orders expired:   ".
           05 TL-EXPIRED-COUNT    PIC Z(5)9.
       01 WS-TOTAL-LINE-5.
           05 FILLER PIC X(18) VALUE "Orders rolled:    ".
           05 TL-ROLLED-COUNT     PIC Z(5)9.
           05 FILLER              PIC X(38)
               VALUE "   (posted, due on a weekend/holiday)".
       01 WS-TOTAL-LINE-6.
           05 FILLER PIC X(18) VALUE "Orders invalid:   ".
           05 TL-INVALID-COUNT    PIC Z(5)9.
           05 FILLER              PIC X(38)
               VALUE "   (next due date not a valid date)".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF WS-HOLIDAY-OVERFLOW > 0
               DISPLAY "HOLIDAY TABLE FULL - ", WS-HOLIDAY-OVERFLOW,
                   " date(s) on holidays.dat not loaded; no orders ",
                   "posted. Enlarge WS-HOLIDAY-TABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SO-TABLE
           IF SO-FILE-MISSING
               DISPLAY "standing_orders.dat not found; no orders ",
           END-IF

           PERFORM OPEN-SO-REPORT
           OPEN OUTPUT SO-RETURN-FILE

           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-COUNT
                   IF ST-STATUS (WS-SO-SUB) = "A"
                       PERFORM CHECK-ONE-ORDER-DUE
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-FILE
               PERFORM SAVE-SO-TABLE
           END-IF

           CLOSE SO-RETURN-FILE
           PERFORM WRITE-REPORT-TOTALS

           DISPLAY "Standing orders complete. Due ", WS-ORDERS-DUE,
               WS-ORDERS-FAILED, ", expired ", WS-ORDERS-EXPIRED, "."
           STOP RUN.

      * A next due date that is not a real calendar date cannot be
      * rolled or judged due; the order is reported and left alone.
       CHECK-ONE-ORDER-DUE.
           IF ST-NEXT-DUE (WS-SO-SUB) NUMERIC
               AND FUNCTION INTEGER-OF-DATE (ST-NEXT-DUE (WS-SO-SUB))
                   > 0
               MOVE ST-NEXT-DUE (WS-SO-SUB) TO WS-CALENDAR-DATE
               PERFORM CHECK-BUSINESS-DAY
               IF BUSINESS-DAY
                   SET DUE-DATE-ROLLED TO FALSE
               ELSE
                   SET DUE-DATE-ROLLED TO TRUE
               END-IF
               PERFORM ROLL-TO-BUSINESS-DAY
               IF WS-CALENDAR-DATE <= WS-POST-DATE
                   PERFORM WORK-ONE-DUE-ORDER
               END-IF
           ELSE
               ADD 1 TO WS-ORDERS-INVALID
               MOVE SPACES TO WS-REASON-CODE
               MOVE "INVALID NEXT DUE DATE" TO WS-REASON-TEXT
               PERFORM WRITE-SO-DETAIL-LINE
           END-IF.

       WORK-ONE-DUE-ORDER.
           ADD 1 TO WS-ORDERS-DUE
           IF ST-EXPIRY (WS-SO-SUB) > 0
               PERFORM EDIT-ORDER-LEGS
               IF ORDER-POSTABLE
                   PERFORM POST-ORDER-LEGS
                   IF DUE-DATE-ROLLED
                       ADD 1 TO WS-ORDERS-ROLLED
                   END-IF
                   PERFORM ADVANCE-NEXT-DUE-DATE
                   ADD 1 TO WS-ORDERS-POSTED
                   ADD ST-AMOUNT (WS-SO-SUB) TO WS-POSTED-AMOUNT
                   ADD 1 TO WS-ORDERS-FAILED
                   PERFORM SET-REASON-TEXT
                   PERFORM WRITE-SO-DETAIL-LINE
                   PERFORM WRITE-SO-RETURN
               END-IF
           END-IF.

               SET END-OF-FILE TO FALSE
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

      * Moves WS-CALENDAR-DATE on to the first business day on or
      * after it.
       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
               COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-CALENDAR-INTEGER + 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       LOAD-SO-TABLE.
           MOVE ZEROS TO WS-SO-COUNT
           OPEN INPUT STANDING-ORDER-FILE
           MOVE WS-REASON-TEXT TO DL-REASON-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-SO-RETURN.
           MOVE ST-NUMBER (WS-SO-SUB) TO SOR-ORDER-NUMBER
           MOVE ST-FROM-ACCOUNT (WS-SO-SUB) TO SOR-FROM-ACCOUNT
           MOVE ST-TO-ACCOUNT (WS-SO-SUB) TO SOR-TO-ACCOUNT
           MOVE ST-AMOUNT (WS-SO-SUB) TO SOR-AMOUNT
           MOVE WS-REASON-CODE TO SOR-REASON-CODE
           MOVE WS-POST-DATE TO SOR-RETURN-DATE
           WRITE SO-RETURN-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE WS-ORDERS-DUE TO TL-DUE-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-ORDERS-EXPIRED TO TL-EXPIRED-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-ORDERS-ROLLED TO TL-ROLLED-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-ORDERS-INVALID TO TL-INVALID-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-6
           CLOSE SO-REPORT-FILE.

      * The posting date is the cycle's business date when the EOD
