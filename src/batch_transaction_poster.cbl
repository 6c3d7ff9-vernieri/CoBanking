      * to transactions.dat and audit_log.dat. Items that cannot
      * post (unknown account, closed account, overdraft breach, bad
      * type, held funds) are written to txn_suspense.dat with a
      * reason code and the posting date and listed on
      * suspense_report.txt; NsfFeeBatch later charges the NSF fee on
      * the overdraft and held-funds items and marks each one
      * assessed in SUSP-NSF-STATUS. Every feed -
      * posted or rejected - gets an acknowledgment record on
      * feed_ack.dat with its posted/suspended counts for return to
      * the processor, and a posted feed is registered on
      * feed_control.dat so it can never post twice.
      *
      * An ATM withdrawal authorized during the day (AtmAuthorization)
      * carries its authorization code on the detail. The
      * pre-authorization hold with that code is matched when the
      * withdrawal posts: it does not count against its own
      * withdrawal's available balance, and it is released on
      * holds.dat once the posting pass ends (through
      * holds_settle.tmp, as HoldReleaseBatch does), so the amount is
      * not held and debited both. A code with no open hold to match
      * - its hold already gone stale - posts as a plain withdrawal
      * and is counted on the report.
      *
      * Re-drive: to work corrected suspense items, RENAME the
      * corrected txn_suspense.dat to txn_suspense_redrive.dat (so
      * the suspense file starts empty) and run with SUSPENSE on the
      * command line; items that still cannot post go back to
      * txn_suspense.dat, dated afresh and not yet assessed, so a
      * re-presented item that is returned again draws a fresh NSF
      * fee. The suspense file carries bare details - no header or
      * trailer - so feed controls do not apply to a re-drive. A
      * suspended ATM withdrawal keeps its authorization code
      * (SUSP-AUTH-CODE; blank on items suspended before it was
      * carried), so on re-drive it still settles its own pre-auth.
      *
      * The pre-auths settled in a run are tabled for the release
      * pass. A match found once the table is full still posts
      * without its own hold counting against it, but that hold is
      * not released: each is counted on the report and the run ends
      * with return code 8 so the holds are released by hand.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FEED-ACK-FILE ASSIGN TO "feed_ack.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLED-HOLDS-FILE ASSIGN TO "holds_settle.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
           05 BT-ACCOUNT-NUMBER   PIC 9(10).
           05 BT-TXN-TYPE         PIC X(1).
           05 BT-TXN-AMOUNT       PIC 9(8)V99.
           05 BT-AUTH-CODE        PIC 9(6).
       01 BATCH-HEADER-RECORD.
           05 FILLER              PIC X(1).
           05 BH-FEED-DATE        PIC 9(8).
           05 SR-TXN-TYPE         PIC X(1).
           05 SR-TXN-AMOUNT       PIC 9(8)V99.
           05 SR-REASON-CODE      PIC X(2).
           05 SR-SUSPENDED-DATE   PIC 9(8).
           05 SR-NSF-STATUS       PIC X(1).
           05 SR-AUTH-CODE        PIC 9(8).

       FD TRANSACTION-FILE.
           COPY "transaction-record.cpy".
           05 SUSP-TXN-TYPE       PIC X(1).
           05 SUSP-TXN-AMOUNT     PIC 9(8)V99.
           05 SUSP-REASON-CODE    PIC X(2).
           05 SUSP-SUSPENDED-DATE PIC 9(8).
           05 SUSP-NSF-STATUS     PIC X(1).
               88 SUSP-NSF-ASSESSED  VALUE "A".
           05 SUSP-AUTH-CODE      PIC 9(8).

       FD SUSPENSE-REPORT-FILE.
       01 REPORT-LINE             PIC X(100).
           05 ACK-ITEMS-POSTED    PIC 9(6).
           05 ACK-ITEMS-SUSPENDED PIC 9(6).

       FD SETTLED-HOLDS-FILE.
       01 SETTLED-HOLDS-RECORD    PIC X(71).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS  PIC X(2).
           88 ACCOUNTS-OK        VALUE "00".
       01 WS-ITEM-ACCOUNT-NUMBER PIC 9(10).
       01 WS-ITEM-TXN-TYPE       PIC X(1).
       01 WS-ITEM-TXN-AMOUNT     PIC 9(8)V99.
       01 WS-ITEM-AUTH-CODE      PIC 9(6).
       01 WS-REASON-CODE         PIC X(2).
           88 REASON-UNKNOWN-ACCOUNT VALUE "01".
           88 REASON-ACCOUNT-CLOSED  VALUE "02".
           88 HOLDS-FILE-OK      VALUES "00" "05".
       01 WS-OPEN-HOLDS-TOTAL PIC S9(10)V99 VALUE ZEROS.

      * Authorization codes of the pre-auth holds settled this run,
      * released on holds.dat after the posting pass.
       01 WS-PREAUTH-SWITCH   PIC X VALUE "N".
           88 PREAUTH-MATCHED VALUE "Y" FALSE "N".
       01 WS-LOOKUP-AUTH-CODE PIC 9(6).
       01 WS-SETTLED-COUNT    PIC 9(4) VALUE ZEROS.
       01 WS-SETTLED-MAX      PIC 9(4) VALUE 5000.
       01 WS-SETTLED-INDEX    PIC 9(4) VALUE ZEROS.
       01 WS-SETTLED-SUB      PIC 9(4) VALUE ZEROS.
       01 WS-SETTLED-OVERFLOW PIC 9(6) VALUE ZEROS.
       01 WS-SETTLED-TABLE.
           05 ST-AUTH-CODE OCCURS 5000 TIMES PIC 9(6).
       01 WS-PREAUTH-UNMATCHED PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-READ       PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-REWRITTEN  PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-RELEASED   PIC 9(6) VALUE ZEROS.

       01 WS-FEED-CONTROL-STATUS PIC X(2).
           88 FEED-CONTROL-OK       VALUES "00" "05".
       01 WS-FEED-DATE        PIC 9(8) VALUE ZEROS.
           05 TL-ITEMS-SUSPENDED  PIC Z(5)9.
           05 FILLER              PIC X(12) VALUE "   amount: $".
           05 TL-SUSPENDED-AMOUNT PIC -(9)9.99.
       01 WS-TOTAL-LINE-4.
           05 FILLER              PIC X(20)
               VALUE "ATM pre-auths".
           05 FILLER              PIC X(9) VALUE " settled ".
           05 TL-PREAUTH-SETTLED  PIC Z(5)9.
           05 FILLER              PIC X(12) VALUE "   no hold: ".
           05 TL-PREAUTH-UNMATCHED PIC Z(5)9.
       01 WS-TOTAL-LINE-5.
           05 FILLER              PIC X(29)
               VALUE "Pre-auths not released:".
           05 TL-SETTLED-OVERFLOW PIC Z(5)9.
           05 FILLER              PIC X(30)
               VALUE "   (settled-table full)".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNTS-FILE
           PERFORM CLOSE-INPUT-FEED
           IF WS-SETTLED-COUNT > 0
               PERFORM RELEASE-SETTLED-HOLDS
           END-IF
           PERFORM WRITE-REPORT-TOTALS

           IF NOT SUSPENSE-REDRIVE-MODE
           DISPLAY "Batch posting complete. Read ", WS-ITEMS-READ,
               ", posted ", WS-ITEMS-POSTED, ", suspended ",
               WS-ITEMS-SUSPENDED, ".".
           IF WS-SETTLED-OVERFLOW > 0
               DISPLAY "SETTLED PRE-AUTH TABLE FULL - ",
                   WS-SETTLED-OVERFLOW, " settled pre-auth hold(s) ",
                   "left open; release them by hand. Enlarge ",
                   "WS-SETTLED-TABLE."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPEN-INPUT-FEED.
                           TO WS-ITEM-ACCOUNT-NUMBER
                       MOVE SR-TXN-TYPE TO WS-ITEM-TXN-TYPE
                       MOVE SR-TXN-AMOUNT TO WS-ITEM-TXN-AMOUNT
                       IF SR-AUTH-CODE NUMERIC
                           MOVE SR-AUTH-CODE TO WS-ITEM-AUTH-CODE
                       ELSE
                           MOVE ZEROS TO WS-ITEM-AUTH-CODE
                       END-IF
               END-READ
           ELSE
               PERFORM READ-NEXT-BATCH-DETAIL
                               TO WS-ITEM-ACCOUNT-NUMBER
                           MOVE BT-TXN-TYPE TO WS-ITEM-TXN-TYPE
                           MOVE BT-TXN-AMOUNT TO WS-ITEM-TXN-AMOUNT
                           IF BT-AUTH-CODE NUMERIC
                               MOVE BT-AUTH-CODE TO WS-ITEM-AUTH-CODE
                           ELSE
                               MOVE ZEROS TO WS-ITEM-AUTH-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POST-ONE-ITEM.
           SET ITEM-POSTABLE TO FALSE
           SET PREAUTH-MATCHED TO FALSE
           MOVE SPACES TO WS-REASON-CODE

           IF WS-ITEM-TXN-TYPE NOT = "C" AND WS-ITEM-TXN-TYPE NOT = "D"

           PERFORM LOG-POSTED-TRANSACTION

           IF PREAUTH-MATCHED
               IF WS-SETTLED-COUNT < WS-SETTLED-MAX
                   ADD 1 TO WS-SETTLED-COUNT
                   MOVE WS-ITEM-AUTH-CODE
                       TO ST-AUTH-CODE (WS-SETTLED-COUNT)
               ELSE
                   ADD 1 TO WS-SETTLED-OVERFLOW
               END-IF
           ELSE
               IF WS-ITEM-TXN-TYPE = "D" AND WS-ITEM-AUTH-CODE > 0
                   ADD 1 TO WS-PREAUTH-UNMATCHED
               END-IF
           END-IF

           ADD 1 TO WS-ITEMS-POSTED
           ADD WS-ITEM-TXN-AMOUNT TO WS-POSTED-AMOUNT.

                       NOT AT END
                           IF HOLD-OPEN AND HOLD-ACCOUNT-NUMBER
                               = WS-ITEM-ACCOUNT-NUMBER
                               PERFORM ADD-ONE-OPEN-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               SET END-OF-FILE TO FALSE
           END-IF.

      * A pre-auth hold does not count against the withdrawal that
      * settles it, nor against anything once settled earlier in the
      * run - it is still OPEN on file until the release after the
      * posting pass.
       ADD-ONE-OPEN-HOLD.
           MOVE ZEROS TO WS-SETTLED-INDEX
           IF HOLD-IS-PREAUTH AND HOLD-AUTH-CODE NUMERIC
               MOVE HOLD-AUTH-CODE TO WS-LOOKUP-AUTH-CODE
               PERFORM FIND-SETTLED-PREAUTH
           END-IF
           EVALUATE TRUE
               WHEN WS-SETTLED-INDEX > 0
                   CONTINUE
               WHEN HOLD-IS-PREAUTH AND HOLD-AUTH-CODE NUMERIC
                   AND WS-ITEM-AUTH-CODE > 0
                   AND HOLD-AUTH-CODE = WS-ITEM-AUTH-CODE
                   SET PREAUTH-MATCHED TO TRUE
               WHEN OTHER
                   ADD HOLD-AMOUNT TO WS-OPEN-HOLDS-TOTAL
           END-EVALUATE.

       FIND-SETTLED-PREAUTH.
           MOVE ZEROS TO WS-SETTLED-INDEX
           PERFORM VARYING WS-SETTLED-SUB FROM 1 BY 1
               UNTIL WS-SETTLED-SUB > WS-SETTLED-COUNT
               OR WS-SETTLED-INDEX > 0
               IF ST-AUTH-CODE (WS-SETTLED-SUB) = WS-LOOKUP-AUTH-CODE
                   MOVE WS-SETTLED-SUB TO WS-SETTLED-INDEX
               END-IF
           END-PERFORM.

      * Two-pass like HoldReleaseBatch: pass 1 copies holds.dat to
      * holds_settle.tmp with the settled pre-auth holds flipped to
      * RELEASED under audit; pass 2 rewrites holds.dat from the copy.
       RELEASE-SETTLED-HOLDS.
           OPEN INPUT HOLDS-FILE
           OPEN OUTPUT SETTLED-HOLDS-FILE
           PERFORM UNTIL END-OF-FILE
               READ HOLDS-FILE INTO HOLD-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLDS-READ
                       PERFORM RELEASE-ONE-SETTLED-HOLD
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           CLOSE SETTLED-HOLDS-FILE
           SET END-OF-FILE TO FALSE

           OPEN INPUT SETTLED-HOLDS-FILE
           OPEN OUTPUT HOLDS-FILE
           PERFORM UNTIL END-OF-FILE
               READ SETTLED-HOLDS-FILE INTO SETTLED-HOLDS-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       WRITE HOLD-RECORD FROM SETTLED-HOLDS-RECORD
                       ADD 1 TO WS-HOLDS-REWRITTEN
               END-READ
           END-PERFORM
           CLOSE SETTLED-HOLDS-FILE
           CLOSE HOLDS-FILE
           SET END-OF-FILE TO FALSE

           IF WS-HOLDS-REWRITTEN NOT = WS-HOLDS-READ
               DISPLAY "HOLDS.DAT REWRITE OUT OF BALANCE - ",
                   WS-HOLDS-READ, " read, ", WS-HOLDS-REWRITTEN,
                   " rewritten. Restore it from holds_settle.tmp ",
                   "before the next run."
               MOVE 8 TO RETURN-CODE
           END-IF.

       RELEASE-ONE-SETTLED-HOLD.
           MOVE ZEROS TO WS-SETTLED-INDEX
           IF HOLD-OPEN AND HOLD-IS-PREAUTH AND HOLD-AUTH-CODE NUMERIC
               MOVE HOLD-AUTH-CODE TO WS-LOOKUP-AUTH-CODE
               PERFORM FIND-SETTLED-PREAUTH
           END-IF
           IF WS-SETTLED-INDEX > 0
               SET HOLD-RELEASED TO TRUE
               ADD 1 TO WS-HOLDS-RELEASED
               MOVE HOLD-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER
               MOVE "FUNDS-HOLD-REL" TO AUDIT-FIELD-NAME
               MOVE HOLD-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO AUDIT-BEFORE-VALUE
               MOVE "SETTLED" TO AUDIT-AFTER-VALUE
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
               PERFORM LOG-AUDIT-ENTRY
           END-IF
           WRITE SETTLED-HOLDS-RECORD FROM HOLD-RECORD.

       SUSPEND-ITEM.
           MOVE WS-ITEM-ACCOUNT-NUMBER TO SUSP-ACCOUNT-NUMBER
           MOVE WS-ITEM-TXN-TYPE TO SUSP-TXN-TYPE
           MOVE WS-ITEM-TXN-AMOUNT TO SUSP-TXN-AMOUNT
           MOVE WS-REASON-CODE TO SUSP-REASON-CODE
           MOVE WS-POST-DATE TO SUSP-SUSPENDED-DATE
           MOVE SPACE TO SUSP-NSF-STATUS
           MOVE WS-ITEM-AUTH-CODE TO SUSP-AUTH-CODE

           OPEN EXTEND SUSPENSE-FILE
           WRITE SUSPENSE-RECORD
           MOVE WS-ITEMS-SUSPENDED TO TL-ITEMS-SUSPENDED
           MOVE WS-SUSPENDED-AMOUNT TO TL-SUSPENDED-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-HOLDS-RELEASED TO TL-PREAUTH-SETTLED
           MOVE WS-PREAUTH-UNMATCHED TO TL-PREAUTH-UNMATCHED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-SETTLED-OVERFLOW TO TL-SETTLED-OVERFLOW
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
           CLOSE SUSPENSE-REPORT-FILE.

       LOG-AUDIT-ENTRY.
