       IDENTIFICATION DIVISION.
       PROGRAM-ID. NsfFeeBatch.

      *****************************************************************
      * NSF fee assessment and returned-item notices. Picks up the
      * day's items returned unpaid for want of funds from the two
      * places they land:
      *   txn_suspense.dat - network-feed items BatchTransactionPoster
      *     suspended for overdraft breach (reason 03) or held funds
      *     (reason 07) and not yet assessed;
      *   so_returns.dat   - standing orders StandingOrderBatch could
      *     not post for the same two reasons.
      * Each returned item is charged its account's product NSF fee
      * (PROD-NSF-FEE) as a FEE-channel debit on transactions.dat with
      * an audit entry for the balance change. The fee is the charge
      * for the shortfall itself, so it posts even where it takes the
      * account beyond its overdraft limit; a closed account, or a
      * product with no NSF fee, is not charged but still gets its
      * notice. Output:
      *   nsf_fee_report.txt        - every returned item and its fee;
      *   returned_item_notices.txt - one notice per customer owning
      *     an account with a returned item (the primary owner on
      *     ACCOUNT-CUSTOMER-ID and every joint owner on
      *     account_owners.dat), mailed to the address on
      *     CUSTOMER-RECORD and naming every holder of the account.
      *
      * Two-pass on the suspense file like HoldReleaseBatch: pass 1
      * copies txn_suspense.dat to txn_suspense_nsf.tmp with the
      * assessed items marked in SUSP-NSF-STATUS; pass 2 rewrites
      * txn_suspense.dat from the copy, so an item is never charged
      * twice and the file stays fit for a re-drive. Suspense items
      * written before the items were dated carry no suspense date
      * and are left alone. so_returns.dat is emptied once worked.
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

           SELECT PRODUCT-FILE ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "txn_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT RETAINED-FILE ASSIGN TO "txn_suspense_nsf.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SO-RETURN-FILE ASSIGN TO "so_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-RETURN-STATUS.

           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO
               "account_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT NSF-REPORT-FILE ASSIGN TO "nsf_fee_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-FILE ASSIGN TO "returned_item_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-SEQUENCE
               ALTERNATE RECORD KEY IS TXN-ACCOUNT-NUMBER
                   WITH DUPLICATES.

           SELECT OPTIONAL TXN-SEQUENCE-FILE ASSIGN TO
               "txn_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "audit_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
           COPY "account-record.cpy".

       FD CUSTOMERS-FILE.
           COPY "customer-record.cpy".

       FD PRODUCT-FILE.
           COPY "product-record.cpy".

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-ACCOUNT-NUMBER PIC 9(10).
           05 SUSP-TXN-TYPE       PIC X(1).
           05 SUSP-TXN-AMOUNT     PIC 9(8)V99.
           05 SUSP-REASON-CODE    PIC X(2).
           05 SUSP-SUSPENDED-DATE PIC 9(8).
           05 SUSP-NSF-STATUS     PIC X(1).
               88 SUSP-NSF-ASSESSED  VALUE "A".
           05 SUSP-AUTH-CODE      PIC 9(8).

       FD RETAINED-FILE.
       01 RETAINED-RECORD      PIC X(40).

       FD SO-RETURN-FILE.
       01 SO-RETURN-RECORD.
           05 SOR-ORDER-NUMBER    PIC 9(6).
           05 SOR-FROM-ACCOUNT    PIC 9(10).
           05 SOR-TO-ACCOUNT      PIC 9(10).
           05 SOR-AMOUNT          PIC 9(8)V99.
           05 SOR-REASON-CODE     PIC X(2).
           05 SOR-RETURN-DATE     PIC 9(8).

       FD OWNER-XREF-FILE.
           COPY "account-owner-record.cpy".

       FD NSF-REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       FD NOTICE-FILE.
       01 NOTICE-LINE          PIC X(100).

       FD TRANSACTION-FILE.
           COPY "transaction-record.cpy".

       FD TXN-SEQUENCE-FILE.
           COPY "txn-sequence-record.cpy".

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       FD AUDIT-LOG-FILE.
           COPY "audit-log-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS   PIC X(2).
           88 ACCOUNTS-OK          VALUE "00".
       01 WS-CUSTOMERS-STATUS  PIC X(2).
           88 CUSTOMERS-OK         VALUE "00".
       01 CUSTOMERS-FILE-SWITCH PIC X VALUE "N".
           88 CUSTOMERS-FILE-MISSING VALUE "Y" FALSE "N".
       01 WS-PRODUCT-FILE-STATUS PIC X(2).
           88 PRODUCT-FILE-OK       VALUE "00".
       01 WS-SUSPENSE-STATUS   PIC X(2).
           88 SUSPENSE-FILE-OK     VALUES "00" "05".
       01 WS-SO-RETURN-STATUS  PIC X(2).
           88 SO-RETURN-FILE-OK    VALUES "00" "05".
       01 WS-OWNER-STATUS      PIC X(2).
           88 OWNER-FILE-OK        VALUES "00" "05".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".

       01 WS-SEQUENCE-STATUS   PIC X(2).
           88 SEQUENCE-FILE-OK    VALUES "00" "05".
       01 WS-TXN-SEQUENCE      PIC 9(8) VALUE ZEROS.
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-POST-DATE         PIC 9(8).

       01 WS-PRODUCT-COUNT     PIC 9(2) VALUE ZEROS.
       01 WS-PRODUCT-MAX       PIC 9(2) VALUE 20.
       01 WS-PRODUCT-INDEX     PIC 9(2) VALUE ZEROS.
       01 WS-PRODUCT-SUB       PIC 9(2) VALUE ZEROS.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 20.
               10 PT-CODE            PIC X(3).
               10 PT-NSF-FEE         PIC 9(4)V99.
       01 WS-PRODUCT-CODE      PIC X(3).
       01 WS-PRODUCT-FOUND     PIC X VALUE "N".
           88 PRODUCT-FOUND VALUE "Y" FALSE "N".

      * The returned item being worked, from either source.
       01 WS-ITEM-ACCOUNT-NUMBER PIC 9(10).
       01 WS-ITEM-AMOUNT       PIC 9(8)V99.
       01 WS-ITEM-SOURCE       PIC X(1).
           88 ITEM-FROM-FEED      VALUE "F".
           88 ITEM-FROM-ORDER     VALUE "S".
       01 WS-ITEM-ORDER-NUMBER PIC 9(6).
       01 WS-REASON-CODE       PIC X(2).
           88 REASON-OVERDRAFT       VALUE "03".
           88 REASON-FUNDS-HELD      VALUE "07".
       01 WS-NSF-FEE           PIC 9(4)V99.
       01 WS-PRIOR-BALANCE     PIC S9(8)V99.

      * Accounts with returned items this run, their items, and the
      * joint owners of those accounts from account_owners.dat.
       01 WS-RA-MAX            PIC 9(3) VALUE 200.
       01 WS-RA-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-RA-SUB            PIC 9(3) VALUE ZEROS.
       01 WS-RA-INDEX          PIC 9(3) VALUE ZEROS.
       01 WS-RA-TABLE.
           05 WS-RA-ENTRY OCCURS 200.
               10 RA-ACCOUNT-NUMBER PIC 9(10).
               10 RA-ACCOUNT-NAME   PIC X(30).
               10 RA-CUSTOMER-ID    PIC 9(8).
       01 WS-RI-MAX            PIC 9(3) VALUE 500.
       01 WS-RI-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-RI-SUB            PIC 9(3) VALUE ZEROS.
       01 WS-RI-TABLE.
           05 WS-RI-ENTRY OCCURS 500.
               10 RI-ACCOUNT-INDEX  PIC 9(3).
               10 RI-SOURCE         PIC X(1).
               10 RI-ORDER-NUMBER   PIC 9(6).
               10 RI-AMOUNT         PIC 9(8)V99.
               10 RI-REASON-CODE    PIC X(2).
               10 RI-FEE            PIC 9(4)V99.
       01 WS-RO-MAX            PIC 9(3) VALUE 500.
       01 WS-RO-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-RO-SUB            PIC 9(3) VALUE ZEROS.
       01 WS-RO-TABLE.
           05 WS-RO-ENTRY OCCURS 500.
               10 RO-ACCOUNT-INDEX  PIC 9(3).
               10 RO-CUSTOMER-ID    PIC 9(8).
       01 WS-NC-MAX            PIC 9(3) VALUE 500.
       01 WS-NC-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-NC-SUB            PIC 9(3) VALUE ZEROS.
       01 WS-NC-TABLE.
           05 WS-NC-ENTRY OCCURS 500.
               10 NC-CUSTOMER-ID    PIC 9(8).
       01 WS-NC-SWITCH         PIC X VALUE "N".
           88 CUSTOMER-LISTED VALUE "Y" FALSE "N".
       01 WS-OWNS-SWITCH       PIC X VALUE "N".
           88 CUSTOMER-OWNS-ACCOUNT VALUE "Y" FALSE "N".
       01 WS-ADD-CUSTOMER-ID   PIC 9(8).
       01 WS-TABLE-OVERFLOW    PIC 9(6) VALUE ZEROS.

       01 WS-NOTICE-CUSTOMER-ID PIC 9(8).
       01 WS-NOTICE-NAME       PIC X(30).
       01 WS-NOTICE-ADDRESS    PIC X(40).
       01 WS-HOLDER-ID         PIC 9(8).
       01 WS-HOLDER-TAG        PIC X(9).

       01 WS-SUSPENSE-READ     PIC 9(6) VALUE ZEROS.
       01 WS-SUSPENSE-REWRITTEN PIC 9(6) VALUE ZEROS.
       01 WS-ITEMS-RETURNED    PIC 9(6) VALUE ZEROS.
       01 WS-FEES-CHARGED      PIC 9(6) VALUE ZEROS.
       01 WS-FEES-NOT-CHARGED  PIC 9(6) VALUE ZEROS.
       01 WS-ITEMS-UNKNOWN     PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-FEES        PIC S9(10)V99 VALUE ZEROS.
       01 WS-NOTICES-WRITTEN   PIC 9(6) VALUE ZEROS.

       01 WS-OPERATOR-ID       PIC X(8) VALUE "NSFFEE".
       01 WS-AMOUNT-EDIT       PIC -(7)9.99.
       01 WS-REASON-TEXT       PIC X(25).
       01 WS-SOURCE-TEXT       PIC X(14).
       01 WS-ACTION            PIC X(9).
       01 WS-HEADER-LINE       PIC X(100).
       01 WS-BLANK-LINE        PIC X(100) VALUE SPACES.
       01 WS-NOTICE-RULE-LINE  PIC X(60) VALUE ALL "-".
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT-NUMBER   PIC Z(9)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-SOURCE           PIC X(14).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-ITEM-AMOUNT      PIC -(7)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-REASON-CODE      PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-ACTION           PIC X(9).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-FEE-AMOUNT       PIC -(5)9.99.
       01 WS-NOTICE-ITEM-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 NL-SOURCE           PIC X(14).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 NL-ITEM-AMOUNT      PIC -(7)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 NL-REASON-TEXT      PIC X(25).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 NL-FEE-AMOUNT       PIC -(5)9.99.
       01 WS-TOTAL-LINE-1.
           05 FILLER PIC X(18) VALUE "Items returned:   ".
           05 TL-RETURNED-COUNT   PIC Z(5)9.
       01 WS-TOTAL-LINE-2.
           05 FILLER PIC X(18) VALUE "Fees charged:     ".
           05 TL-CHARGED-COUNT    PIC Z(5)9.
           05 FILLER              PIC X(12) VALUE "   amount: $".
           05 TL-TOTAL-FEES       PIC -(9)9.99.
       01 WS-TOTAL-LINE-3.
           05 FILLER PIC X(18) VALUE "Fees not charged: ".
           05 TL-NOT-CHARGED-COUNT PIC Z(5)9.
       01 WS-TOTAL-LINE-4.
           05 FILLER PIC X(18) VALUE "Account not found:".
           05 TL-UNKNOWN-COUNT    PIC Z(5)9.
       01 WS-TOTAL-LINE-5.
           05 FILLER PIC X(18) VALUE "Notices written:  ".
           05 TL-NOTICES-COUNT    PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-PRODUCT-TABLE

           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "Unable to open accounts.dat (status ",
                   WS-ACCOUNTS-STATUS, "). No NSF fees assessed."
               STOP RUN
           END-IF

           PERFORM OPEN-NSF-REPORT
      * One open for the whole run - writers used to pay an open and
      * close per record, which the indexed file makes even dearer.
           OPEN I-O TRANSACTION-FILE

           PERFORM ASSESS-SUSPENSE-ITEMS
           PERFORM ASSESS-ORDER-RETURNS

           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNTS-FILE

           PERFORM LOAD-JOINT-OWNERS
           PERFORM BUILD-NOTICE-CUSTOMERS
           PERFORM WRITE-RETURNED-ITEM-NOTICES
           PERFORM WRITE-REPORT-TOTALS

           IF WS-TABLE-OVERFLOW > 0
               DISPLAY "WARNING: NSF work tables overflowed ",
                   WS-TABLE-OVERFLOW, " time(s); some returned items ",
                   "were charged but are missing from the notices. ",
                   "Enlarge the tables and notify by hand."
           END-IF
           DISPLAY "NSF assessment complete. Returned ",
               WS-ITEMS-RETURNED, ", fees charged ", WS-FEES-CHARGED,
               ", notices ", WS-NOTICES-WRITTEN, "."
           STOP RUN.

       LOAD-PRODUCT-TABLE.
           MOVE ZEROS TO WS-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT PRODUCT-FILE-OK
               DISPLAY "products.dat not found; no NSF fees to charge."
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ PRODUCT-FILE INTO PRODUCT-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-PRODUCT
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
               SET END-OF-FILE TO FALSE
           END-IF.

       STORE-ONE-PRODUCT.
           IF WS-PRODUCT-COUNT < WS-PRODUCT-MAX
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE PROD-CODE TO PT-CODE (WS-PRODUCT-COUNT)
               IF PROD-NSF-FEE NUMERIC
                   MOVE PROD-NSF-FEE TO PT-NSF-FEE (WS-PRODUCT-COUNT)
               ELSE
                   MOVE ZEROS TO PT-NSF-FEE (WS-PRODUCT-COUNT)
               END-IF
           ELSE
               DISPLAY "Product table full; product ", PROD-CODE,
                   " ignored."
           END-IF.

       FIND-PRODUCT.
           SET PRODUCT-FOUND TO FALSE
           MOVE ZEROS TO WS-PRODUCT-INDEX
           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
               IF PT-CODE (WS-PRODUCT-SUB) = WS-PRODUCT-CODE
                   SET PRODUCT-FOUND TO TRUE
                   MOVE WS-PRODUCT-SUB TO WS-PRODUCT-INDEX
               END-IF
           END-PERFORM.

      * Pass 1 copies the suspense file to the .tmp file, marking
      * each overdraft or held-funds item as it is assessed; pass 2
      * puts the marked copy back. Nothing is dropped: every record
      * read is rewritten.
       ASSESS-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-FILE-OK
               OPEN OUTPUT RETAINED-FILE
               PERFORM UNTIL END-OF-FILE
                   READ SUSPENSE-FILE INTO SUSPENSE-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUSPENSE-READ
                           PERFORM ASSESS-ONE-SUSPENSE-ITEM
                           WRITE RETAINED-RECORD FROM SUSPENSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               CLOSE RETAINED-FILE
               SET END-OF-FILE TO FALSE
               PERFORM REWRITE-SUSPENSE-FILE
           END-IF.

       ASSESS-ONE-SUSPENSE-ITEM.
           IF SUSP-SUSPENDED-DATE NUMERIC
               AND NOT SUSP-NSF-ASSESSED
               AND SUSP-TXN-TYPE = "D"
               AND (SUSP-REASON-CODE = "03" OR SUSP-REASON-CODE = "07")
               MOVE SUSP-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT-NUMBER
               MOVE SUSP-TXN-AMOUNT TO WS-ITEM-AMOUNT
               MOVE SUSP-REASON-CODE TO WS-REASON-CODE
               SET ITEM-FROM-FEED TO TRUE
               MOVE ZEROS TO WS-ITEM-ORDER-NUMBER
               PERFORM ASSESS-RETURNED-ITEM
               SET SUSP-NSF-ASSESSED TO TRUE
           END-IF.

       REWRITE-SUSPENSE-FILE.
           OPEN INPUT RETAINED-FILE
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM UNTIL END-OF-FILE
               READ RETAINED-FILE INTO RETAINED-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       WRITE SUSPENSE-RECORD FROM RETAINED-RECORD
                       ADD 1 TO WS-SUSPENSE-REWRITTEN
               END-READ
           END-PERFORM
           CLOSE RETAINED-FILE
           CLOSE SUSPENSE-FILE
           SET END-OF-FILE TO FALSE
           IF WS-SUSPENSE-REWRITTEN NOT = WS-SUSPENSE-READ
               DISPLAY "SUSPENSE REWRITE OUT OF BALANCE: read ",
                   WS-SUSPENSE-READ, ", rewritten ",
                   WS-SUSPENSE-REWRITTEN, ". Restore txn_suspense.dat ",
                   "from txn_suspense_nsf.tmp before the next run."
               MOVE 8 TO RETURN-CODE
           END-IF.

      * so_returns.dat is rebuilt by every StandingOrderBatch run;
      * once worked it is emptied so a rerun cannot charge twice.
       ASSESS-ORDER-RETURNS.
           OPEN INPUT SO-RETURN-FILE
           IF SO-RETURN-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ SO-RETURN-FILE INTO SO-RETURN-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM ASSESS-ONE-ORDER-RETURN
                   END-READ
               END-PERFORM
               CLOSE SO-RETURN-FILE
               SET END-OF-FILE TO FALSE
               OPEN OUTPUT SO-RETURN-FILE
               CLOSE SO-RETURN-FILE
           END-IF.

       ASSESS-ONE-ORDER-RETURN.
           IF SOR-REASON-CODE = "03" OR SOR-REASON-CODE = "07"
               MOVE SOR-FROM-ACCOUNT TO WS-ITEM-ACCOUNT-NUMBER
               MOVE SOR-AMOUNT TO WS-ITEM-AMOUNT
               MOVE SOR-REASON-CODE TO WS-REASON-CODE
               SET ITEM-FROM-ORDER TO TRUE
               MOVE SOR-ORDER-NUMBER TO WS-ITEM-ORDER-NUMBER
               PERFORM ASSESS-RETURNED-ITEM
           END-IF.

       ASSESS-RETURNED-ITEM.
           ADD 1 TO WS-ITEMS-RETURNED
           MOVE ZEROS TO WS-NSF-FEE
           MOVE WS-ITEM-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               KEY IS ACCOUNT-NUMBER
               INVALID KEY
                   ADD 1 TO WS-ITEMS-UNKNOWN
                   MOVE "NOT FOUND" TO WS-ACTION
                   PERFORM WRITE-NSF-DETAIL-LINE
               NOT INVALID KEY
                   PERFORM CHARGE-RETURNED-ITEM
           END-READ.

       CHARGE-RETURNED-ITEM.
           MOVE ACCOUNT-PRODUCT-CODE TO WS-PRODUCT-CODE
           IF WS-PRODUCT-CODE = SPACES
               SET PRODUCT-FOUND TO FALSE
           ELSE
               PERFORM FIND-PRODUCT
           END-IF
           IF PRODUCT-FOUND
               MOVE PT-NSF-FEE (WS-PRODUCT-INDEX) TO WS-NSF-FEE
           END-IF

           IF WS-NSF-FEE > 0 AND NOT ACCOUNT-CLOSED
               MOVE ACCOUNT-BALANCE TO WS-PRIOR-BALANCE
               SUBTRACT WS-NSF-FEE FROM ACCOUNT-BALANCE
               REWRITE ACCOUNT-RECORD

               MOVE WS-PRIOR-BALANCE TO WS-AMOUNT-EDIT
               MOVE "ACCOUNT-BALANCE" TO AUDIT-FIELD-NAME
               MOVE WS-AMOUNT-EDIT TO AUDIT-BEFORE-VALUE
               MOVE ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO AUDIT-AFTER-VALUE
               MOVE ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
               PERFORM LOG-AUDIT-ENTRY
               PERFORM LOG-FEE-TRANSACTION

               ADD 1 TO WS-FEES-CHARGED
               ADD WS-NSF-FEE TO WS-TOTAL-FEES
               MOVE "CHARGED" TO WS-ACTION
           ELSE
               MOVE ZEROS TO WS-NSF-FEE
               ADD 1 TO WS-FEES-NOT-CHARGED
               MOVE "NO FEE" TO WS-ACTION
           END-IF
           PERFORM WRITE-NSF-DETAIL-LINE
           PERFORM NOTE-RETURNED-ITEM.

      * Remembers the item (and its account, once) for the notices.
       NOTE-RETURNED-ITEM.
           MOVE ZEROS TO WS-RA-INDEX
           PERFORM VARYING WS-RA-SUB FROM 1 BY 1
               UNTIL WS-RA-SUB > WS-RA-COUNT
               IF RA-ACCOUNT-NUMBER (WS-RA-SUB) = ACCOUNT-NUMBER
                   MOVE WS-RA-SUB TO WS-RA-INDEX
               END-IF
           END-PERFORM
           IF WS-RA-INDEX = ZEROS
               IF WS-RA-COUNT < WS-RA-MAX
                   ADD 1 TO WS-RA-COUNT
                   MOVE WS-RA-COUNT TO WS-RA-INDEX
                   MOVE ACCOUNT-NUMBER
                       TO RA-ACCOUNT-NUMBER (WS-RA-INDEX)
                   MOVE ACCOUNT-NAME TO RA-ACCOUNT-NAME (WS-RA-INDEX)
                   MOVE ACCOUNT-CUSTOMER-ID
                       TO RA-CUSTOMER-ID (WS-RA-INDEX)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF

           IF WS-RA-INDEX > ZEROS
               IF WS-RI-COUNT < WS-RI-MAX
                   ADD 1 TO WS-RI-COUNT
                   MOVE WS-RA-INDEX TO RI-ACCOUNT-INDEX (WS-RI-COUNT)
                   MOVE WS-ITEM-SOURCE TO RI-SOURCE (WS-RI-COUNT)
                   MOVE WS-ITEM-ORDER-NUMBER
                       TO RI-ORDER-NUMBER (WS-RI-COUNT)
                   MOVE WS-ITEM-AMOUNT TO RI-AMOUNT (WS-RI-COUNT)
                   MOVE WS-REASON-CODE TO RI-REASON-CODE (WS-RI-COUNT)
                   MOVE WS-NSF-FEE TO RI-FEE (WS-RI-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       LOG-FEE-TRANSACTION.
           MOVE ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER
           MOVE "D" TO TXN-TYPE
           MOVE WS-NSF-FEE TO TXN-AMOUNT
           PERFORM GET-NEXT-TXN-SEQUENCE
           MOVE WS-TXN-SEQUENCE TO TXN-SEQUENCE
           MOVE WS-POST-DATE TO TXN-POST-DATE
           MOVE FUNCTION CURRENT-DATE TO TXN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE "FEE" TO TXN-CHANNEL
           MOVE SPACE TO TXN-REVERSAL-CODE
           MOVE ZEROS TO TXN-ORIG-SEQUENCE

           WRITE TRANSACTION-RECORD.

       GET-NEXT-TXN-SEQUENCE.
           MOVE ZEROS TO TSQ-LAST-SEQUENCE
           OPEN INPUT TXN-SEQUENCE-FILE
           IF SEQUENCE-FILE-OK
               READ TXN-SEQUENCE-FILE INTO TXN-SEQUENCE-RECORD
                   AT END
                       MOVE ZEROS TO TSQ-LAST-SEQUENCE
               END-READ
               CLOSE TXN-SEQUENCE-FILE
           END-IF
           ADD 1 TO TSQ-LAST-SEQUENCE
           MOVE TSQ-LAST-SEQUENCE TO WS-TXN-SEQUENCE
           OPEN OUTPUT TXN-SEQUENCE-FILE
           WRITE TXN-SEQUENCE-RECORD
           CLOSE TXN-SEQUENCE-FILE.

      * One pass of the cross-reference picks up the joint owners of
      * every account with a returned item. The primary owner is the
      * account's own ACCOUNT-CUSTOMER-ID, so "P" rows add nothing.
       LOAD-JOINT-OWNERS.
           MOVE ZEROS TO WS-RO-COUNT
           IF WS-RA-COUNT > ZEROS
               OPEN INPUT OWNER-XREF-FILE
               IF OWNER-FILE-OK
                   PERFORM UNTIL END-OF-FILE
                       READ OWNER-XREF-FILE INTO ACCOUNT-OWNER-RECORD
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF AOX-IS-SECONDARY
                                   PERFORM STORE-ONE-JOINT-OWNER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OWNER-XREF-FILE
                   SET END-OF-FILE TO FALSE
               END-IF
           END-IF.

       STORE-ONE-JOINT-OWNER.
           PERFORM VARYING WS-RA-SUB FROM 1 BY 1
               UNTIL WS-RA-SUB > WS-RA-COUNT
               IF RA-ACCOUNT-NUMBER (WS-RA-SUB) = AOX-ACCOUNT-NUMBER
                   IF WS-RO-COUNT < WS-RO-MAX
                       ADD 1 TO WS-RO-COUNT
                       MOVE WS-RA-SUB TO RO-ACCOUNT-INDEX (WS-RO-COUNT)
                       MOVE AOX-CUSTOMER-ID
                           TO RO-CUSTOMER-ID (WS-RO-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM.

      * Every owner - primary and joint - of every account with a
      * returned item gets one notice, however many of their
      * accounts are involved.
       BUILD-NOTICE-CUSTOMERS.
           MOVE ZEROS TO WS-NC-COUNT
           PERFORM VARYING WS-RA-SUB FROM 1 BY 1
               UNTIL WS-RA-SUB > WS-RA-COUNT
               MOVE RA-CUSTOMER-ID (WS-RA-SUB) TO WS-ADD-CUSTOMER-ID
               PERFORM ADD-NOTICE-CUSTOMER
           END-PERFORM
           PERFORM VARYING WS-RO-SUB FROM 1 BY 1
               UNTIL WS-RO-SUB > WS-RO-COUNT
               MOVE RO-CUSTOMER-ID (WS-RO-SUB) TO WS-ADD-CUSTOMER-ID
               PERFORM ADD-NOTICE-CUSTOMER
           END-PERFORM.

       ADD-NOTICE-CUSTOMER.
           SET CUSTOMER-LISTED TO FALSE
           PERFORM VARYING WS-NC-SUB FROM 1 BY 1
               UNTIL WS-NC-SUB > WS-NC-COUNT
               IF NC-CUSTOMER-ID (WS-NC-SUB) = WS-ADD-CUSTOMER-ID
                   SET CUSTOMER-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT CUSTOMER-LISTED
               IF WS-NC-COUNT < WS-NC-MAX
                   ADD 1 TO WS-NC-COUNT
                   MOVE WS-ADD-CUSTOMER-ID
                       TO NC-CUSTOMER-ID (WS-NC-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       WRITE-RETURNED-ITEM-NOTICES.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               SET CUSTOMERS-FILE-MISSING TO TRUE
               DISPLAY "customers.dat not found; notices carry ",
                   "customer numbers only."
           END-IF
           OPEN OUTPUT NOTICE-FILE

           PERFORM VARYING WS-NC-SUB FROM 1 BY 1
               UNTIL WS-NC-SUB > WS-NC-COUNT
               PERFORM WRITE-ONE-NOTICE
           END-PERFORM

           CLOSE NOTICE-FILE
           IF NOT CUSTOMERS-FILE-MISSING
               CLOSE CUSTOMERS-FILE
           END-IF.

       WRITE-ONE-NOTICE.
           MOVE NC-CUSTOMER-ID (WS-NC-SUB) TO WS-NOTICE-CUSTOMER-ID
           MOVE WS-NOTICE-CUSTOMER-ID TO WS-HOLDER-ID
           PERFORM LOOK-UP-HOLDER
           MOVE CUST-NAME TO WS-NOTICE-NAME
           MOVE CUST-ADDRESS TO WS-NOTICE-ADDRESS

           MOVE SPACES TO WS-HEADER-LINE
           STRING "RETURNED ITEM NOTICE - Business Date "
               DELIMITED BY SIZE
               WS-POST-DATE DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-NOTICE-RULE-LINE
           WRITE NOTICE-LINE FROM WS-NOTICE-NAME
           WRITE NOTICE-LINE FROM WS-NOTICE-ADDRESS
           MOVE SPACES TO WS-HEADER-LINE
           STRING "Customer: " DELIMITED BY SIZE
               WS-NOTICE-CUSTOMER-ID DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-BLANK-LINE
           MOVE "The item(s) below were returned unpaid for lack of "
               TO WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-HEADER-LINE
           MOVE "available funds. Please arrange cover with the bank."
               TO WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-HEADER-LINE

           PERFORM VARYING WS-RA-SUB FROM 1 BY 1
               UNTIL WS-RA-SUB > WS-RA-COUNT
               PERFORM CHECK-CUSTOMER-OWNS-ACCOUNT
               IF CUSTOMER-OWNS-ACCOUNT
                   PERFORM WRITE-NOTICE-ACCOUNT
               END-IF
           END-PERFORM
           WRITE NOTICE-LINE FROM WS-BLANK-LINE
           ADD 1 TO WS-NOTICES-WRITTEN.

       CHECK-CUSTOMER-OWNS-ACCOUNT.
           SET CUSTOMER-OWNS-ACCOUNT TO FALSE
           IF RA-CUSTOMER-ID (WS-RA-SUB) = WS-NOTICE-CUSTOMER-ID
               SET CUSTOMER-OWNS-ACCOUNT TO TRUE
           END-IF
           PERFORM VARYING WS-RO-SUB FROM 1 BY 1
               UNTIL WS-RO-SUB > WS-RO-COUNT
               IF RO-ACCOUNT-INDEX (WS-RO-SUB) = WS-RA-SUB
                   AND RO-CUSTOMER-ID (WS-RO-SUB)
                       = WS-NOTICE-CUSTOMER-ID
                   SET CUSTOMER-OWNS-ACCOUNT TO TRUE
               END-IF
           END-PERFORM.

      * Each account on the notice names all of its holders, then
      * lists its returned items and the fee charged on each.
       WRITE-NOTICE-ACCOUNT.
           WRITE NOTICE-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-HEADER-LINE
           STRING "Account " DELIMITED BY SIZE
               RA-ACCOUNT-NUMBER (WS-RA-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-ACCOUNT-NAME (WS-RA-SUB) DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-HEADER-LINE

           MOVE RA-CUSTOMER-ID (WS-RA-SUB) TO WS-HOLDER-ID
           MOVE "PRIMARY" TO WS-HOLDER-TAG
           PERFORM WRITE-NOTICE-HOLDER
           PERFORM VARYING WS-RO-SUB FROM 1 BY 1
               UNTIL WS-RO-SUB > WS-RO-COUNT
               IF RO-ACCOUNT-INDEX (WS-RO-SUB) = WS-RA-SUB
                   MOVE RO-CUSTOMER-ID (WS-RO-SUB) TO WS-HOLDER-ID
                   MOVE "JOINT" TO WS-HOLDER-TAG
                   PERFORM WRITE-NOTICE-HOLDER
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-HEADER-LINE
           STRING "    Item                    Amount  Reason"
               DELIMITED BY SIZE
               "                       NSF Fee" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-HEADER-LINE
           PERFORM VARYING WS-RI-SUB FROM 1 BY 1
               UNTIL WS-RI-SUB > WS-RI-COUNT
               IF RI-ACCOUNT-INDEX (WS-RI-SUB) = WS-RA-SUB
                   PERFORM WRITE-NOTICE-ITEM
               END-IF
           END-PERFORM.

       WRITE-NOTICE-HOLDER.
           PERFORM LOOK-UP-HOLDER
           MOVE SPACES TO WS-HEADER-LINE
           STRING "  Holder: " DELIMITED BY SIZE
               WS-HOLDER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HOLDER-TAG DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE NOTICE-LINE FROM WS-HEADER-LINE.

       WRITE-NOTICE-ITEM.
           MOVE RI-REASON-CODE (WS-RI-SUB) TO WS-REASON-CODE
           PERFORM SET-REASON-TEXT
           MOVE RI-SOURCE (WS-RI-SUB) TO WS-ITEM-SOURCE
           MOVE RI-ORDER-NUMBER (WS-RI-SUB) TO WS-ITEM-ORDER-NUMBER
           PERFORM SET-SOURCE-TEXT
           MOVE WS-SOURCE-TEXT TO NL-SOURCE
           MOVE RI-AMOUNT (WS-RI-SUB) TO NL-ITEM-AMOUNT
           MOVE WS-REASON-TEXT TO NL-REASON-TEXT
           MOVE RI-FEE (WS-RI-SUB) TO NL-FEE-AMOUNT
           WRITE NOTICE-LINE FROM WS-NOTICE-ITEM-LINE.

       LOOK-UP-HOLDER.
           MOVE SPACES TO CUST-NAME
           MOVE SPACES TO CUST-ADDRESS
           IF NOT CUSTOMERS-FILE-MISSING
               MOVE WS-HOLDER-ID TO CUSTOMER-ID
               READ CUSTOMERS-FILE INTO CUSTOMER-RECORD
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO CUST-NAME
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       SET-REASON-TEXT.
           EVALUATE TRUE
               WHEN REASON-OVERDRAFT
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
               WHEN REASON-FUNDS-HELD
                   MOVE "UNCOLLECTED FUNDS HELD" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
           END-EVALUATE.

       SET-SOURCE-TEXT.
           MOVE SPACES TO WS-SOURCE-TEXT
           IF ITEM-FROM-ORDER
               STRING "STD ORDER " DELIMITED BY SIZE
                   WS-ITEM-ORDER-NUMBER DELIMITED BY SIZE
                   INTO WS-SOURCE-TEXT
           ELSE
               MOVE "NETWORK ITEM" TO WS-SOURCE-TEXT
           END-IF.

       OPEN-NSF-REPORT.
           OPEN OUTPUT NSF-REPORT-FILE

           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== NSF Fee Report - Business Date "
               DELIMITED BY SIZE
               WS-POST-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Account No  Item                  Amount  Rsn  "
               DELIMITED BY SIZE
               "Action          Fee" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-NSF-DETAIL-LINE.
           PERFORM SET-SOURCE-TEXT
           MOVE WS-ITEM-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE WS-SOURCE-TEXT TO DL-SOURCE
           MOVE WS-ITEM-AMOUNT TO DL-ITEM-AMOUNT
           MOVE WS-REASON-CODE TO DL-REASON-CODE
           MOVE WS-ACTION TO DL-ACTION
           MOVE WS-NSF-FEE TO DL-FEE-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-ITEMS-RETURNED TO TL-RETURNED-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-FEES-CHARGED TO TL-CHARGED-COUNT
           MOVE WS-TOTAL-FEES TO TL-TOTAL-FEES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-FEES-NOT-CHARGED TO TL-NOT-CHARGED-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-ITEMS-UNKNOWN TO TL-UNKNOWN-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-NOTICES-WRITTEN TO TL-NOTICES-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
           CLOSE NSF-REPORT-FILE.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-OVERRIDE-ID
           OPEN EXTEND AUDIT-LOG-FILE
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * The posting date is the cycle's business date when the EOD
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
               MOVE BUS-DATE TO WS-POST-DATE
           ELSE
               ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           END-IF.
