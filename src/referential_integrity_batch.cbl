       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferentialIntegrityBatch.

      *****************************************************************
      * Cross-file referential integrity check. Proves that the data
      * files agree with one another and lists every break, by file
      * and category, on integrity_exception_report.txt for the
      * cycle's business date (business_date.dat; stand-alone runs
      * use the system date):
      *
      *   accounts.dat   - customer not on customers.dat; product
      *                    code not on products.dat (a blank code is
      *                    allowed - it takes the bank-wide default);
      *                    no "P" row on account_owners.dat
      *   holds.dat      - OPEN hold on an account not on file or
      *                    on a CLOSED account
      *   standing_orders.dat - ACTIVE order whose from or to
      *                    account is not on file or is CLOSED
      *   account_owners.dat - row for an account or a customer not
      *                    on file
      *
      * A record pointing at something that does not exist is a
      * SEVERE break; a hold or standing order left on a closed
      * account, and an account with no primary owner row (accounts
      * registered before the cross-reference existed are
      * primary-only), are WARNINGs. Runs in the EOD cycle after
      * reconciliation; any severe break, or a file that cannot be
      * checked, ends with return code 8 so the driver halts the
      * cycle before the GL journal and the backup run on bad data.
      * Warnings alone are reported and the cycle carries on.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO
               "standing_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO
               "account_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "integrity_exception_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
           COPY "account-record.cpy".

       FD CUSTOMERS-FILE.
           COPY "customer-record.cpy".

       FD PRODUCT-FILE.
           COPY "product-record.cpy".

       FD HOLDS-FILE.
           COPY "hold-record.cpy".

       FD STANDING-ORDER-FILE.
           COPY "standing-order-record.cpy".

       FD OWNER-XREF-FILE.
           COPY "account-owner-record.cpy".

       FD INTEGRITY-REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS   PIC X(2).
           88 ACCOUNTS-OK          VALUE "00".
       01 WS-CUSTOMERS-STATUS  PIC X(2).
           88 CUSTOMERS-OK         VALUE "00".
       01 WS-PRODUCT-FILE-STATUS PIC X(2).
           88 PRODUCT-FILE-OK     VALUES "00" "05".
       01 WS-HOLDS-STATUS      PIC X(2).
           88 HOLDS-FILE-OK       VALUES "00" "05".
       01 WS-SO-STATUS         PIC X(2).
           88 SO-FILE-OK          VALUES "00" "05".
       01 WS-OWNER-STATUS      PIC X(2).
           88 OWNER-FILE-OK       VALUES "00" "05".
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-CHECK-DATE        PIC 9(8).

      * Product codes from products.dat.
       01 WS-PRODUCT-COUNT     PIC 9(2) VALUE ZEROS.
       01 WS-PRODUCT-MAX       PIC 9(2) VALUE 30.
       01 WS-PRODUCT-SUB       PIC 9(2) VALUE ZEROS.
       01 WS-PRODUCT-CODE      PIC X(3).
       01 WS-PRODUCT-FOUND     PIC X VALUE "N".
           88 PRODUCT-FOUND VALUE "Y" FALSE "N".
       01 WS-PRODUCT-TABLE.
           05 PT-CODE OCCURS 30 TIMES PIC X(3).

      * Accounts that have a primary ("P") owner row.
       01 WS-PRIMARY-COUNT     PIC 9(4) VALUE ZEROS.
       01 WS-PRIMARY-MAX       PIC 9(4) VALUE 5000.
       01 WS-PRIMARY-SUB       PIC 9(4) VALUE ZEROS.
       01 WS-PRIMARY-FOUND     PIC X VALUE "N".
           88 PRIMARY-OWNER-FOUND VALUE "Y" FALSE "N".
       01 WS-PRIMARY-TABLE.
           05 PR-ACCOUNT-NUMBER OCCURS 5000 TIMES PIC 9(10).

       01 WS-TABLE-OVERFLOW    PIC X VALUE "N".
           88 TABLE-OVERFLOW VALUE "Y" FALSE "N".
       01 WS-FILE-SWITCH       PIC X VALUE "N".
           88 FILE-NOT-CHECKED VALUE "Y" FALSE "N".

      * Exception categories: severity (S = severe, W = warning) and
      * the description printed on the detail lines and the summary.
       01 WS-CATEGORY-COUNT    PIC 99 VALUE 9.
       01 WS-CATEGORY-INDEX    PIC 99 VALUE ZERO.
       01 WS-CATEGORY-DEFINITIONS.
           05 FILLER PIC X(51) VALUE
               "SAccount customer not on customers.dat".
           05 FILLER PIC X(51) VALUE
               "SAccount product code not on products.dat".
           05 FILLER PIC X(51) VALUE
               "WAccount has no primary owner row".
           05 FILLER PIC X(51) VALUE
               "SOpen hold on account not on accounts.dat".
           05 FILLER PIC X(51) VALUE
               "WOpen hold on closed account".
           05 FILLER PIC X(51) VALUE
               "SActive standing order account not on file".
           05 FILLER PIC X(51) VALUE
               "WActive standing order on closed account".
           05 FILLER PIC X(51) VALUE
               "SOwner row for account not on accounts.dat".
           05 FILLER PIC X(51) VALUE
               "SOwner row for customer not on customers.dat".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-DEFINITIONS.
           05 WS-CATEGORY-DEFINITION OCCURS 9.
               10 CD-SEVERITY     PIC X(1).
                   88 CD-SEVERE      VALUE "S".
               10 CD-DESCRIPTION  PIC X(50).
       01 WS-CATEGORY-TOTALS.
           05 CT-EXCEPTIONS OCCURS 9 PIC 9(6).

       01 WS-SEVERE-TOTAL      PIC 9(6) VALUE ZEROS.
       01 WS-WARNING-TOTAL     PIC 9(6) VALUE ZEROS.
       01 WS-SECTION-TOTAL     PIC 9(6) VALUE ZEROS.
       01 WS-ACCOUNTS-READ     PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-READ        PIC 9(6) VALUE ZEROS.
       01 WS-ORDERS-READ       PIC 9(6) VALUE ZEROS.
       01 WS-OWNERS-READ       PIC 9(6) VALUE ZEROS.
       01 WS-LOOKUP-ACCOUNT    PIC 9(10).

       01 WS-HEADER-LINE       PIC X(100).
       01 WS-SECTION-LINE      PIC X(100).
       01 WS-DETAIL-LINE.
           05 DL-SEVERITY         PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-ACCOUNT-NUMBER   PIC Z(9)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-REFERENCE        PIC X(14).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-DESCRIPTION      PIC X(50).
       01 WS-SECTION-TOTAL-LINE.
           05 FILLER              PIC X(9) VALUE SPACES.
           05 STL-READ            PIC Z(5)9.
           05 FILLER              PIC X(11) VALUE " read,     ".
           05 STL-EXCEPTIONS      PIC Z(5)9.
           05 FILLER              PIC X(14) VALUE " exception(s).".
       01 WS-SUMMARY-LINE.
           05 SML-SEVERITY        PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SML-COUNT           PIC Z(5)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SML-DESCRIPTION     PIC X(50).
       01 WS-TOTAL-LINE-1.
           05 FILLER PIC X(18) VALUE "Severe breaks:    ".
           05 TL-SEVERE-COUNT     PIC Z(5)9.
       01 WS-TOTAL-LINE-2.
           05 FILLER PIC X(18) VALUE "Warnings:         ".
           05 TL-WARNING-COUNT    PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE ZEROS TO WS-CATEGORY-TOTALS

           OPEN INPUT ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "accounts.dat not found (status ",
                   WS-ACCOUNTS-STATUS, "); integrity not checked."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "customers.dat not found (status ",
                   WS-CUSTOMERS-STATUS, "); integrity not checked."
               CLOSE ACCOUNTS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-PRIMARY-OWNERS
           IF TABLE-OVERFLOW
               DISPLAY "PRODUCT OR OWNER TABLE FULL - integrity not ",
                   "checked; enlarge WS-PRODUCT-TABLE or ",
                   "WS-PRIMARY-TABLE."
               CLOSE ACCOUNTS-FILE
               CLOSE CUSTOMERS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-INTEGRITY-REPORT
           PERFORM CHECK-ACCOUNTS
           PERFORM CHECK-HOLDS
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-OWNER-XREF
           PERFORM WRITE-REPORT-SUMMARY

           CLOSE ACCOUNTS-FILE
           CLOSE CUSTOMERS-FILE

           IF WS-SEVERE-TOTAL > 0 OR FILE-NOT-CHECKED
               DISPLAY "REFERENTIAL INTEGRITY: ", WS-SEVERE-TOTAL,
                   " SEVERE BREAK(S) - see ",
                   "integrity_exception_report.txt. Correct the ",
                   "files before the cycle continues."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Referential integrity: no severe breaks; ",
                   WS-WARNING-TOTAL, " warning(s) on ",
                   "integrity_exception_report.txt."
           END-IF
           STOP RUN.

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ PRODUCT-FILE INTO PRODUCT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-PRODUCT-COUNT < WS-PRODUCT-MAX
                               ADD 1 TO WS-PRODUCT-COUNT
                               MOVE PROD-CODE
                                   TO PT-CODE (WS-PRODUCT-COUNT)
                           ELSE
                               SET TABLE-OVERFLOW TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       LOAD-PRIMARY-OWNERS.
           OPEN INPUT OWNER-XREF-FILE
           IF OWNER-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ OWNER-XREF-FILE INTO ACCOUNT-OWNER-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF AOX-IS-PRIMARY
                               PERFORM STORE-PRIMARY-OWNER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-XREF-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-PRIMARY-OWNER.
           MOVE AOX-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-PRIMARY-OWNER
           IF NOT PRIMARY-OWNER-FOUND
               IF WS-PRIMARY-COUNT < WS-PRIMARY-MAX
                   ADD 1 TO WS-PRIMARY-COUNT
                   MOVE AOX-ACCOUNT-NUMBER
                       TO PR-ACCOUNT-NUMBER (WS-PRIMARY-COUNT)
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       FIND-PRIMARY-OWNER.
           SET PRIMARY-OWNER-FOUND TO FALSE
           PERFORM VARYING WS-PRIMARY-SUB FROM 1 BY 1
               UNTIL WS-PRIMARY-SUB > WS-PRIMARY-COUNT
               OR PRIMARY-OWNER-FOUND
               IF PR-ACCOUNT-NUMBER (WS-PRIMARY-SUB)
                   = WS-LOOKUP-ACCOUNT
                   SET PRIMARY-OWNER-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-PRODUCT.
           SET PRODUCT-FOUND TO FALSE
           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
               OR PRODUCT-FOUND
               IF PT-CODE (WS-PRODUCT-SUB) = WS-PRODUCT-CODE
                   SET PRODUCT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * Accounts: customer, product, primary owner row.
       CHECK-ACCOUNTS.
           MOVE "---- Accounts (accounts.dat) ----" TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNTS-FILE NEXT RECORD INTO ACCOUNT-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM
           SET END-OF-FILE TO FALSE
           MOVE WS-ACCOUNTS-READ TO STL-READ
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-ACCOUNT.
           MOVE ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMERS-FILE INTO CUSTOMER-RECORD
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO DL-REFERENCE
                   STRING "Cust " DELIMITED BY SIZE
                       ACCOUNT-CUSTOMER-ID DELIMITED BY SIZE
                       INTO DL-REFERENCE
                   MOVE 1 TO WS-CATEGORY-INDEX
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ

           MOVE ACCOUNT-PRODUCT-CODE TO WS-PRODUCT-CODE
           IF WS-PRODUCT-CODE NOT = SPACES
               PERFORM FIND-PRODUCT
               IF NOT PRODUCT-FOUND
                   MOVE SPACES TO DL-REFERENCE
                   STRING "Product " DELIMITED BY SIZE
                       WS-PRODUCT-CODE DELIMITED BY SIZE
                       INTO DL-REFERENCE
                   MOVE 2 TO WS-CATEGORY-INDEX
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF

           MOVE ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-PRIMARY-OWNER
           IF NOT PRIMARY-OWNER-FOUND
               MOVE SPACES TO DL-REFERENCE
               STRING "Cust " DELIMITED BY SIZE
                   ACCOUNT-CUSTOMER-ID DELIMITED BY SIZE
                   INTO DL-REFERENCE
               MOVE 3 TO WS-CATEGORY-INDEX
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * Funds holds: an OPEN hold must be on an account that is on
      * file and not closed.
       CHECK-HOLDS.
           MOVE "---- Funds holds (holds.dat) ----" TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT HOLDS-FILE
           IF HOLDS-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ HOLDS-FILE INTO HOLD-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HOLDS-READ
                           IF HOLD-OPEN
                               PERFORM CHECK-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
               SET END-OF-FILE TO FALSE
           ELSE
               PERFORM NOTE-FILE-NOT-CHECKED
           END-IF
           MOVE WS-HOLDS-READ TO STL-READ
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-HOLD.
           MOVE HOLD-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE SPACES TO DL-REFERENCE
           STRING "Hold " DELIMITED BY SIZE
               HOLD-NUMBER DELIMITED BY SIZE
               INTO DL-REFERENCE
           MOVE HOLD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 4 TO WS-CATEGORY-INDEX
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED
                       MOVE 5 TO WS-CATEGORY-INDEX
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
           END-READ.

      * Standing orders: both legs of an ACTIVE order must be on file
      * and not closed.
       CHECK-STANDING-ORDERS.
           MOVE "---- Standing orders (standing_orders.dat) ----"
               TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT STANDING-ORDER-FILE
           IF SO-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ STANDING-ORDER-FILE INTO STANDING-ORDER-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ORDERS-READ
                           IF SO-ACTIVE
                               MOVE SO-FROM-ACCOUNT
                                   TO WS-LOOKUP-ACCOUNT
                               PERFORM CHECK-ONE-ORDER-LEG
                               MOVE SO-TO-ACCOUNT
                                   TO WS-LOOKUP-ACCOUNT
                               PERFORM CHECK-ONE-ORDER-LEG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
               SET END-OF-FILE TO FALSE
           ELSE
               PERFORM NOTE-FILE-NOT-CHECKED
           END-IF
           MOVE WS-ORDERS-READ TO STL-READ
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-ORDER-LEG.
           MOVE WS-LOOKUP-ACCOUNT TO DL-ACCOUNT-NUMBER
           MOVE SPACES TO DL-REFERENCE
           STRING "Order " DELIMITED BY SIZE
               SO-ORDER-NUMBER DELIMITED BY SIZE
               INTO DL-REFERENCE
           MOVE WS-LOOKUP-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 6 TO WS-CATEGORY-INDEX
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED
                       MOVE 7 TO WS-CATEGORY-INDEX
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
           END-READ.

      * Owner cross-reference: every row must name an account and a
      * customer that are on file.
       CHECK-OWNER-XREF.
           MOVE "---- Account owners (account_owners.dat) ----"
               TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT OWNER-XREF-FILE
           IF OWNER-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ OWNER-XREF-FILE INTO ACCOUNT-OWNER-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OWNERS-READ
                           PERFORM CHECK-ONE-OWNER-ROW
                   END-READ
               END-PERFORM
               CLOSE OWNER-XREF-FILE
               SET END-OF-FILE TO FALSE
           ELSE
               PERFORM NOTE-FILE-NOT-CHECKED
           END-IF
           MOVE WS-OWNERS-READ TO STL-READ
           PERFORM WRITE-SECTION-TOTAL.

       CHECK-ONE-OWNER-ROW.
           MOVE AOX-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE SPACES TO DL-REFERENCE
           STRING "Cust " DELIMITED BY SIZE
               AOX-CUSTOMER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AOX-ROLE DELIMITED BY SIZE
               INTO DL-REFERENCE
           MOVE AOX-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 8 TO WS-CATEGORY-INDEX
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ
           MOVE AOX-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMERS-FILE INTO CUSTOMER-RECORD
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE 9 TO WS-CATEGORY-INDEX
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ.

      * An optional file that is present but cannot be opened cannot
      * be vouched for; a file that is simply absent has nothing on
      * it to break.
       NOTE-FILE-NOT-CHECKED.
           MOVE "*** FILE COULD NOT BE OPENED - NOT CHECKED ***"
               TO REPORT-LINE
           WRITE REPORT-LINE
           SET FILE-NOT-CHECKED TO TRUE.

       OPEN-INTEGRITY-REPORT.
           OPEN OUTPUT INTEGRITY-REPORT-FILE

           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== Referential Integrity Exceptions - "
               DELIMITED BY SIZE
               "Business Date " DELIMITED BY SIZE
               WS-CHECK-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE.

       WRITE-SECTION-HEADER.
           MOVE ZEROS TO WS-SECTION-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           MOVE "Severity  Account No  Reference       Exception"
               TO REPORT-LINE
           WRITE REPORT-LINE.

      * WS-CATEGORY-INDEX names the category; DL-ACCOUNT-NUMBER and
      * DL-REFERENCE are set by the caller.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO CT-EXCEPTIONS (WS-CATEGORY-INDEX)
           ADD 1 TO WS-SECTION-TOTAL
           IF CD-SEVERE (WS-CATEGORY-INDEX)
               MOVE "SEVERE" TO DL-SEVERITY
               ADD 1 TO WS-SEVERE-TOTAL
           ELSE
               MOVE "WARNING" TO DL-SEVERITY
               ADD 1 TO WS-WARNING-TOTAL
           END-IF
           MOVE CD-DESCRIPTION (WS-CATEGORY-INDEX) TO DL-DESCRIPTION
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-SECTION-TOTAL.
           MOVE WS-SECTION-TOTAL TO STL-EXCEPTIONS
           WRITE REPORT-LINE FROM WS-SECTION-TOTAL-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "---- Summary by category ----" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
               UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT
               IF CD-SEVERE (WS-CATEGORY-INDEX)
                   MOVE "SEVERE" TO SML-SEVERITY
               ELSE
                   MOVE "WARNING" TO SML-SEVERITY
               END-IF
               MOVE CT-EXCEPTIONS (WS-CATEGORY-INDEX) TO SML-COUNT
               MOVE CD-DESCRIPTION (WS-CATEGORY-INDEX)
                   TO SML-DESCRIPTION
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM

           MOVE WS-SEVERE-TOTAL TO TL-SEVERE-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-WARNING-TOTAL TO TL-WARNING-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2

           IF WS-SEVERE-TOTAL > 0 OR FILE-NOT-CHECKED
               MOVE "*** SEVERE BREAKS - EOD CYCLE HALTED ***"
                   TO REPORT-LINE
           ELSE
               MOVE "No severe breaks." TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           CLOSE INTEGRITY-REPORT-FILE.

      * The check is dated with the cycle's business date when the
      * EOD driver is in control (business_date.dat); stand-alone
      * runs fall back to the system date.
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
               MOVE BUS-DATE TO WS-CHECK-DATE
           ELSE
               ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           END-IF.
