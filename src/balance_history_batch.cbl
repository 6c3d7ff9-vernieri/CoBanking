       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceHistoryBatch.

      *****************************************************************
      * Daily balance history. Writes a snapshot of every account on
      * accounts.dat - ledger balance, open funds holds, and the
      * available balance (ledger balance minus open holds) - to
      * balance_history_YYYYMMDD.dat for the cycle's business date
      * (business_date.dat; stand-alone runs use the system date).
      * Runs in the EOD cycle after reconciliation, when the day's
      * posting and hold releases are done, so the snapshot is the
      * day's closing position. The file is rewritten whole on a
      * re-run for the same date. MonthEndMisReport reads these
      * files for the month's average daily balances.
      *
      * Open holds are totalled per account from holds.dat before
      * the accounts are read. A full hold table ends the run with
      * return code 8 - an available balance that leaves out a hold
      * must not go on file as correct.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT HISTORY-FILE ASSIGN USING WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
           COPY "account-record.cpy".

       FD HOLDS-FILE.
           COPY "hold-record.cpy".

       FD HISTORY-FILE.
           COPY "balance-history-record.cpy".

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS   PIC X(2).
           88 ACCOUNTS-OK          VALUE "00".
       01 WS-HOLDS-STATUS      PIC X(2).
           88 HOLDS-FILE-OK       VALUES "00" "05".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-SNAPSHOT-DATE     PIC 9(8).
       01 WS-HISTORY-FILE-NAME PIC X(30).

      * Open hold total per account, built from holds.dat.
       01 WS-HOLD-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-HOLD-MAX          PIC 9(4) VALUE 2000.
       01 WS-HOLD-OVERFLOW     PIC 9(6) VALUE ZEROS.
       01 WS-HOLD-INDEX        PIC 9(4) VALUE ZEROS.
       01 WS-LOOKUP-ACCOUNT    PIC 9(10).
       01 WS-HOLD-FOUND        PIC X VALUE "N".
           88 HOLD-ACCOUNT-FOUND VALUE "Y" FALSE "N".
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10 HT-ACCOUNT-NUMBER PIC 9(10).
               10 HT-OPEN-AMOUNT    PIC 9(8)V99.

       01 WS-ACCOUNTS-READ     PIC 9(6) VALUE ZEROS.
       01 WS-RECORDS-WRITTEN   PIC 9(6) VALUE ZEROS.
       01 WS-LEDGER-TOTAL      PIC S9(10)V99 VALUE ZEROS.
       01 WS-HOLDS-TOTAL       PIC S9(10)V99 VALUE ZEROS.
       01 WS-AVAILABLE-TOTAL   PIC S9(10)V99 VALUE ZEROS.
       01 WS-AMOUNT-EDIT       PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-OPEN-HOLDS
           IF WS-HOLD-OVERFLOW > 0
               DISPLAY "HOLD TABLE FULL - ", WS-HOLD-OVERFLOW,
                   " account(s) with open holds not loaded. Balance ",
                   "history not written; enlarge WS-HOLD-TABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "accounts.dat not found (status ",
                   WS-ACCOUNTS-STATUS, "); no balance history ",
                   "written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-HISTORY-FILE
           CLOSE ACCOUNTS-FILE

           IF WS-RECORDS-WRITTEN NOT = WS-ACCOUNTS-READ
               DISPLAY "BALANCE HISTORY INCOMPLETE - ",
                   WS-ACCOUNTS-READ, " account(s) read, ",
                   WS-RECORDS-WRITTEN, " written to ",
                   WS-HISTORY-FILE-NAME, "."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-LEDGER-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "Balance history written to ",
                   WS-HISTORY-FILE-NAME, ": ", WS-RECORDS-WRITTEN,
                   " account(s), ledger total ", WS-AMOUNT-EDIT
               MOVE WS-HOLDS-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "    open holds total ", WS-AMOUNT-EDIT
               MOVE WS-AVAILABLE-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "    available total  ", WS-AMOUNT-EDIT, "."
           END-IF
           STOP RUN.

       LOAD-OPEN-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF HOLDS-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ HOLDS-FILE INTO HOLD-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF HOLD-OPEN
                               PERFORM STORE-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-HOLD.
           MOVE HOLD-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-HOLD-ACCOUNT
           IF HOLD-ACCOUNT-FOUND
               ADD HOLD-AMOUNT TO HT-OPEN-AMOUNT (WS-HOLD-INDEX)
           ELSE
               IF WS-HOLD-COUNT < WS-HOLD-MAX
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-ACCOUNT-NUMBER
                       TO HT-ACCOUNT-NUMBER (WS-HOLD-COUNT)
                   MOVE HOLD-AMOUNT TO HT-OPEN-AMOUNT (WS-HOLD-COUNT)
               ELSE
                   ADD 1 TO WS-HOLD-OVERFLOW
               END-IF
           END-IF.

      * Looks WS-LOOKUP-ACCOUNT up in the hold table; WS-HOLD-INDEX is
      * left on the entry when found.
       FIND-HOLD-ACCOUNT.
           SET HOLD-ACCOUNT-FOUND TO FALSE
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
               OR HOLD-ACCOUNT-FOUND
               IF HT-ACCOUNT-NUMBER (WS-HOLD-INDEX)
                   = WS-LOOKUP-ACCOUNT
                   SET HOLD-ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF HOLD-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-HOLD-INDEX
           END-IF.

       WRITE-HISTORY-FILE.
           MOVE SPACES TO WS-HISTORY-FILE-NAME
           STRING "balance_history_" DELIMITED BY SIZE
               WS-SNAPSHOT-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-HISTORY-FILE-NAME

           OPEN OUTPUT HISTORY-FILE
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNTS-FILE NEXT RECORD INTO ACCOUNT-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM WRITE-ONE-SNAPSHOT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           SET END-OF-FILE TO FALSE.

       WRITE-ONE-SNAPSHOT.
           MOVE WS-SNAPSHOT-DATE TO BAL-SNAPSHOT-DATE
           MOVE ACCOUNT-NUMBER TO BAL-ACCOUNT-NUMBER
           MOVE ACCOUNT-PRODUCT-CODE TO BAL-PRODUCT-CODE
           MOVE ACCOUNT-STATUS TO BAL-ACCOUNT-STATUS
           MOVE ACCOUNT-BALANCE TO BAL-LEDGER-BALANCE
           MOVE ZEROS TO BAL-OPEN-HOLDS
           MOVE ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-HOLD-ACCOUNT
           IF HOLD-ACCOUNT-FOUND
               MOVE HT-OPEN-AMOUNT (WS-HOLD-INDEX) TO BAL-OPEN-HOLDS
           END-IF
           COMPUTE BAL-AVAILABLE-BALANCE =
               ACCOUNT-BALANCE - BAL-OPEN-HOLDS
           WRITE BALANCE-HISTORY-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD BAL-LEDGER-BALANCE TO WS-LEDGER-TOTAL
           ADD BAL-OPEN-HOLDS TO WS-HOLDS-TOTAL
           ADD BAL-AVAILABLE-BALANCE TO WS-AVAILABLE-TOTAL.

      * The snapshot is dated with the cycle's business date when
      * the EOD driver is in control (business_date.dat);
      * stand-alone runs fall back to the system date.
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
               MOVE BUS-DATE TO WS-SNAPSHOT-DATE
           ELSE
               ACCEPT WS-SNAPSHOT-DATE FROM DATE YYYYMMDD
           END-IF.
