       IDENTIFICATION DIVISION.
       PROGRAM-ID. AtmAuthorization.

      *****************************************************************
      * ATM withdrawal authorization. Reads the authorization requests
      * the ATM switch delivers (atm_auth_requests.dat) and answers
      * each one, approve or decline, on atm_auth_responses.dat for
      * the switch to collect. A request is declined when the account
      * is not on file (01), closed (02), or dormant (06), when the
      * account or amount is not a usable number (05), or when the
      * withdrawal would take the available balance - ledger balance
      * less open funds holds - past the overdraft limit (03, or 07
      * when only held funds stand in the way), the same reason codes
      * and the same edit BatchTransactionPoster applies when the
      * withdrawal settles.
      *
      * Every approval places a pre-authorization hold for the amount
      * on holds.dat, reason "ATM AUTH" and the authorization code
      * returned to the switch - the hold's own number - so the cash
      * taken at one machine is out of the available balance at the
      * next. The hold is released when the withdrawal settles on the
      * network feed with that code, or as stale by HoldReleaseBatch
      * once it has waited the pre-auth days in atm_parameters.dat
      * (5 when not on file).
      *
      * Every decision is logged on atm_auth_log.dat with the date.
      * A request ID already answered today is given the same answer
      * again and places no second hold, so a request file delivered
      * twice cannot hold the funds twice. Authorization runs through
      * the day, ahead of the EOD cycle, and is dated with the system
      * date. A full table at start-up ends the run with return code
      * 8 before any request is answered (the switch then stands in
      * for the host); one that fills mid-run is flagged the same
      * way.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT AUTH-REQUEST-FILE ASSIGN TO "atm_auth_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT AUTH-RESPONSE-FILE ASSIGN TO
               "atm_auth_responses.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO "atm_auth_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL ATM-PARAMETER-FILE ASSIGN TO
               "atm_parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
           COPY "account-record.cpy".

       FD AUTH-REQUEST-FILE.
       01 AUTH-REQUEST-RECORD.
           05 AQ-REQUEST-ID       PIC X(12).
           05 AQ-TERMINAL-ID      PIC X(8).
           05 AQ-ACCOUNT-NUMBER   PIC 9(10).
           05 AQ-AMOUNT           PIC 9(8)V99.

      * The response echoes the request as received, then the
      * decision.
       FD AUTH-RESPONSE-FILE.
       01 AUTH-RESPONSE-RECORD.
           05 AR-REQUEST.
               10 AR-REQUEST-ID      PIC X(12).
               10 AR-TERMINAL-ID     PIC X(8).
               10 AR-ACCOUNT-NUMBER  PIC 9(10).
               10 AR-AMOUNT          PIC 9(8)V99.
           05 AR-DECISION         PIC X(1).
               88 AR-APPROVED       VALUE "A".
               88 AR-DECLINED       VALUE "D".
           05 AR-AUTH-CODE        PIC 9(6).
           05 AR-DECLINE-CODE     PIC X(2).

       FD AUTH-LOG-FILE.
       01 AUTH-LOG-RECORD.
           05 AL-AUTH-DATE        PIC 9(8).
           05 AL-RESPONSE         PIC X(49).
           05 AL-RESPONSE-FIELDS REDEFINES AL-RESPONSE.
               10 AL-REQUEST-ID     PIC X(12).
               10 FILLER            PIC X(37).

       FD HOLDS-FILE.
           COPY "hold-record.cpy".

       FD ATM-PARAMETER-FILE.
           COPY "atm-parameter-record.cpy".

       FD AUDIT-LOG-FILE.
           COPY "audit-log-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS   PIC X(2).
           88 ACCOUNTS-OK          VALUE "00".
       01 WS-REQUEST-STATUS    PIC X(2).
           88 REQUEST-FILE-OK     VALUE "00".
       01 WS-AUTH-LOG-STATUS   PIC X(2).
           88 AUTH-LOG-OK         VALUES "00" "05".
       01 WS-HOLDS-STATUS      PIC X(2).
           88 HOLDS-FILE-OK       VALUES "00" "05".
       01 WS-PARAMETER-STATUS  PIC X(2).
           88 PARAMETER-FILE-OK   VALUES "00" "05".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".

       01 WS-AUTH-DATE         PIC 9(8).
       01 WS-PREAUTH-DAYS      PIC 9(3) VALUE 5.
       01 WS-PREAUTH-RELEASE-DATE PIC 9(8).
       01 WS-OPERATOR-ID       PIC X(8) VALUE "ATMAUTH".
       01 WS-AMOUNT-EDIT       PIC -(7)9.99.

       01 WS-DECLINE-CODE      PIC X(2).
           88 DECLINE-UNKNOWN-ACCOUNT VALUE "01".
           88 DECLINE-ACCOUNT-CLOSED  VALUE "02".
           88 DECLINE-OVERDRAFT       VALUE "03".
           88 DECLINE-BAD-REQUEST     VALUE "05".
           88 DECLINE-ACCOUNT-DORMANT VALUE "06".
           88 DECLINE-FUNDS-HELD      VALUE "07".
           88 REQUEST-APPROVABLE      VALUE SPACES.
       01 WS-PROJECTED-BALANCE PIC S9(10)V99.

      * Open hold total per account, built from holds.dat and kept up
      * to date as this run places holds; the highest hold number on
      * file gives the next one.
       01 WS-NEXT-HOLD-NUMBER  PIC 9(6) VALUE ZEROS.
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
       01 WS-ACCOUNT-HOLDS     PIC 9(8)V99.
       01 WS-HOLD-ADD-AMOUNT   PIC 9(8)V99.

      * Today's answers from the authorization log, by request ID.
       01 WS-LOG-COUNT         PIC 9(4) VALUE ZEROS.
       01 WS-LOG-MAX           PIC 9(4) VALUE 5000.
       01 WS-LOG-OVERFLOW      PIC 9(6) VALUE ZEROS.
       01 WS-LOG-INDEX         PIC 9(4) VALUE ZEROS.
       01 WS-LOG-SUB           PIC 9(4) VALUE ZEROS.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 5000 TIMES.
               10 LT-REQUEST-ID     PIC X(12).
               10 LT-RESPONSE       PIC X(49).

       01 WS-REQUESTS-READ     PIC 9(6) VALUE ZEROS.
       01 WS-REQUESTS-APPROVED PIC 9(6) VALUE ZEROS.
       01 WS-REQUESTS-DECLINED PIC 9(6) VALUE ZEROS.
       01 WS-REQUESTS-REPEATED PIC 9(6) VALUE ZEROS.
       01 WS-APPROVED-AMOUNT   PIC S9(10)V99 VALUE ZEROS.
       01 WS-TOTAL-EDIT        PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD
           PERFORM READ-ATM-PARAMETERS
           COMPUTE WS-PREAUTH-RELEASE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-AUTH-DATE)
               + WS-PREAUTH-DAYS)

           PERFORM LOAD-OPEN-HOLDS
           PERFORM LOAD-TODAYS-AUTH-LOG
           IF WS-HOLD-OVERFLOW > 0 OR WS-LOG-OVERFLOW > 0
               DISPLAY "AUTHORIZATION TABLES FULL (", WS-HOLD-OVERFLOW,
                   " account(s) with holds, ", WS-LOG-OVERFLOW,
                   " logged request(s) not loaded); no requests ",
                   "answered. Enlarge WS-HOLD-TABLE/WS-LOG-TABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUTH-REQUEST-FILE
           IF NOT REQUEST-FILE-OK
               DISPLAY "atm_auth_requests.dat not found; no ",
                   "requests to authorize."
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "Unable to open accounts.dat (status ",
                   WS-ACCOUNTS-STATUS, "). No requests answered."
               CLOSE AUTH-REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUTH-RESPONSE-FILE
           OPEN EXTEND AUTH-LOG-FILE
           OPEN EXTEND HOLDS-FILE

           PERFORM UNTIL END-OF-FILE
               READ AUTH-REQUEST-FILE INTO AUTH-REQUEST-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM ANSWER-ONE-REQUEST
               END-READ
           END-PERFORM

           CLOSE HOLDS-FILE
           CLOSE AUTH-LOG-FILE
           CLOSE AUTH-RESPONSE-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE AUTH-REQUEST-FILE

           MOVE WS-APPROVED-AMOUNT TO WS-TOTAL-EDIT
           DISPLAY "ATM authorization complete. Read ",
               WS-REQUESTS-READ, ", approved ", WS-REQUESTS-APPROVED,
               " ($", WS-TOTAL-EDIT, "), declined ",
               WS-REQUESTS-DECLINED, ", answered again ",
               WS-REQUESTS-REPEATED, "."

      * A table that filled during the run means later requests were
      * decided without every hold or every earlier answer in view.
           IF WS-HOLD-OVERFLOW > 0 OR WS-LOG-OVERFLOW > 0
               DISPLAY "AUTHORIZATION TABLES FILLED DURING THE RUN - ",
                   "review today's approvals and enlarge ",
                   "WS-HOLD-TABLE/WS-LOG-TABLE."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       ANSWER-ONE-REQUEST.
           PERFORM FIND-LOGGED-REQUEST
           IF WS-LOG-INDEX > 0
               MOVE LT-RESPONSE (WS-LOG-INDEX) TO AUTH-RESPONSE-RECORD
               WRITE AUTH-RESPONSE-RECORD
               ADD 1 TO WS-REQUESTS-REPEATED
           ELSE
               PERFORM DECIDE-ONE-REQUEST
               MOVE WS-AUTH-DATE TO AL-AUTH-DATE
               MOVE AUTH-RESPONSE-RECORD TO AL-RESPONSE
               PERFORM STORE-LOGGED-REQUEST
               WRITE AUTH-RESPONSE-RECORD
               WRITE AUTH-LOG-RECORD
           END-IF.

       FIND-LOGGED-REQUEST.
           MOVE ZEROS TO WS-LOG-INDEX
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
               OR WS-LOG-INDEX > 0
               IF LT-REQUEST-ID (WS-LOG-SUB) = AQ-REQUEST-ID
                   MOVE WS-LOG-SUB TO WS-LOG-INDEX
               END-IF
           END-PERFORM.

       DECIDE-ONE-REQUEST.
           MOVE SPACES TO WS-DECLINE-CODE
           IF AQ-ACCOUNT-NUMBER NOT NUMERIC
               OR AQ-AMOUNT NOT NUMERIC
               SET DECLINE-BAD-REQUEST TO TRUE
           ELSE
               IF AQ-AMOUNT = ZEROS
                   SET DECLINE-BAD-REQUEST TO TRUE
               ELSE
                   MOVE AQ-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                   READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
                       KEY IS ACCOUNT-NUMBER
                       INVALID KEY
                           SET DECLINE-UNKNOWN-ACCOUNT TO TRUE
                       NOT INVALID KEY
                           PERFORM EDIT-REQUEST-AGAINST-ACCOUNT
                   END-READ
               END-IF
           END-IF

           MOVE AUTH-REQUEST-RECORD TO AR-REQUEST
           IF REQUEST-APPROVABLE
               PERFORM PLACE-PREAUTH-HOLD
               SET AR-APPROVED TO TRUE
               MOVE WS-NEXT-HOLD-NUMBER TO AR-AUTH-CODE
               MOVE SPACES TO AR-DECLINE-CODE
               ADD 1 TO WS-REQUESTS-APPROVED
               ADD AQ-AMOUNT TO WS-APPROVED-AMOUNT
           ELSE
               SET AR-DECLINED TO TRUE
               MOVE ZEROS TO AR-AUTH-CODE
               MOVE WS-DECLINE-CODE TO AR-DECLINE-CODE
               ADD 1 TO WS-REQUESTS-DECLINED
           END-IF.

      * The settlement edit, applied up front: a withdrawal draws on
      * the available balance, and earlier approvals today are
      * already in the open holds.
       EDIT-REQUEST-AGAINST-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCOUNT-CLOSED
                   SET DECLINE-ACCOUNT-CLOSED TO TRUE
               WHEN ACCOUNT-DORMANT
                   SET DECLINE-ACCOUNT-DORMANT TO TRUE
               WHEN OTHER
                   MOVE ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM FIND-HOLD-ACCOUNT
                   MOVE ZEROS TO WS-ACCOUNT-HOLDS
                   IF HOLD-ACCOUNT-FOUND
                       MOVE HT-OPEN-AMOUNT (WS-HOLD-INDEX)
                           TO WS-ACCOUNT-HOLDS
                   END-IF
                   COMPUTE WS-PROJECTED-BALANCE =
                       ACCOUNT-BALANCE - WS-ACCOUNT-HOLDS - AQ-AMOUNT
                   IF WS-PROJECTED-BALANCE < 0 - OVERDRAFT-LIMIT
                       IF ACCOUNT-BALANCE - AQ-AMOUNT
                           < 0 - OVERDRAFT-LIMIT
                           SET DECLINE-OVERDRAFT TO TRUE
                       ELSE
                           SET DECLINE-FUNDS-HELD TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       PLACE-PREAUTH-HOLD.
           ADD 1 TO WS-NEXT-HOLD-NUMBER
           MOVE WS-NEXT-HOLD-NUMBER TO HOLD-NUMBER
           MOVE ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           MOVE AQ-AMOUNT TO HOLD-AMOUNT
           MOVE SPACES TO HOLD-REASON
           SET HOLD-IS-PREAUTH TO TRUE
           MOVE WS-NEXT-HOLD-NUMBER TO HOLD-AUTH-CODE
           MOVE WS-PREAUTH-RELEASE-DATE TO HOLD-RELEASE-DATE
           SET HOLD-OPEN TO TRUE
           MOVE WS-AUTH-DATE TO HOLD-PLACED-DATE
           MOVE WS-OPERATOR-ID TO HOLD-OPERATOR-ID
           WRITE HOLD-RECORD

           MOVE ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           MOVE AQ-AMOUNT TO WS-HOLD-ADD-AMOUNT
           PERFORM ADD-TO-ACCOUNT-HOLDS

           MOVE ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER
           MOVE "FUNDS-HOLD" TO AUDIT-FIELD-NAME
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE AQ-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO AUDIT-AFTER-VALUE
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           PERFORM LOG-AUDIT-ENTRY.

      * Read once at start-up; an absent or unset file leaves the
      * default.
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

       LOAD-OPEN-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF HOLDS-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ HOLDS-FILE INTO HOLD-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF HOLD-NUMBER > WS-NEXT-HOLD-NUMBER
                               MOVE HOLD-NUMBER TO WS-NEXT-HOLD-NUMBER
                           END-IF
                           IF HOLD-OPEN
                               MOVE HOLD-ACCOUNT-NUMBER
                                   TO WS-LOOKUP-ACCOUNT
                               MOVE HOLD-AMOUNT TO WS-HOLD-ADD-AMOUNT
                               PERFORM ADD-TO-ACCOUNT-HOLDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

      * Adds WS-HOLD-ADD-AMOUNT to WS-LOOKUP-ACCOUNT's open hold
      * total.
       ADD-TO-ACCOUNT-HOLDS.
           PERFORM FIND-HOLD-ACCOUNT
           IF HOLD-ACCOUNT-FOUND
               ADD WS-HOLD-ADD-AMOUNT
                   TO HT-OPEN-AMOUNT (WS-HOLD-INDEX)
           ELSE
               IF WS-HOLD-COUNT < WS-HOLD-MAX
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-LOOKUP-ACCOUNT
                       TO HT-ACCOUNT-NUMBER (WS-HOLD-COUNT)
                   MOVE WS-HOLD-ADD-AMOUNT
                       TO HT-OPEN-AMOUNT (WS-HOLD-COUNT)
               ELSE
                   ADD 1 TO WS-HOLD-OVERFLOW
               END-IF
           END-IF.

      * Looks WS-LOOKUP-ACCOUNT up in the hold table; WS-HOLD-INDEX
      * is left on the entry when found.
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

       LOAD-TODAYS-AUTH-LOG.
           OPEN INPUT AUTH-LOG-FILE
           IF AUTH-LOG-OK
               PERFORM UNTIL END-OF-FILE
                   READ AUTH-LOG-FILE INTO AUTH-LOG-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF AL-AUTH-DATE = WS-AUTH-DATE
                               PERFORM STORE-LOGGED-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-LOG-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-LOGGED-REQUEST.
           IF WS-LOG-COUNT < WS-LOG-MAX
               ADD 1 TO WS-LOG-COUNT
               MOVE AL-REQUEST-ID TO LT-REQUEST-ID (WS-LOG-COUNT)
               MOVE AL-RESPONSE TO LT-RESPONSE (WS-LOG-COUNT)
           ELSE
               ADD 1 TO WS-LOG-OVERFLOW
           END-IF.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-OVERRIDE-ID
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
