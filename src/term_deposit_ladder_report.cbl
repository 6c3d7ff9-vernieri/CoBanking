       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermDepositLadderReport.

      *****************************************************************
      * Term deposit maturity ladder for treasury. Reads the term
      * deposit master (term_deposits.dat) and buckets every ACTIVE
      * deposit by the days remaining from the business date
      * (business_date.dat; stand-alone runs use the system date) to
      * its maturity date: due or overdue, 1-30 days, 31-90, 91-180,
      * 181-365, one to two years, and over two years. For each
      * bucket the report shows the number of deposits, the principal
      * outstanding, the interest that will be paid at maturity
      * (simple interest at the locked rate for the actual days of
      * the term on a 365-day year, as TermDepositMaturityBatch pays
      * it), and the maturity value, with a grand total line.
      * Deposits already matured or broken are not on the ladder.
      * Output is term_deposit_ladder_report.txt.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERM-DEPOSIT-FILE ASSIGN TO
               "term_deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT LADDER-REPORT-FILE ASSIGN TO
               "term_deposit_ladder_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
               "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-DEPOSIT-FILE.
           COPY "term-deposit-record.cpy".

       FD LADDER-REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       FD BUSINESS-DATE-FILE.
           COPY "business-date-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TD-STATUS         PIC X(2).
           88 TD-FILE-OK          VALUES "00" "05".
       01 EOF-SWITCH           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-BUSINESS-DATE-STATUS PIC X(2).
           88 BUSINESS-DATE-OK   VALUES "00" "05".
       01 WS-REPORT-DATE       PIC 9(8).

       01 WS-DAYS-TO-MATURITY  PIC S9(6) VALUE ZEROS.
       01 WS-TD-DAYS           PIC 9(5) VALUE ZEROS.
       01 WS-TD-INTEREST       PIC 9(8)V99 VALUE ZEROS.
       01 WS-DEPOSITS-READ     PIC 9(6) VALUE ZEROS.

      * Bucket upper limits in days to maturity; the last bucket
      * takes everything beyond the one before it.
       01 WS-BUCKET-DEFINITIONS.
           05 FILLER PIC X(21) VALUE "00000Due / overdue   ".
           05 FILLER PIC X(21) VALUE "000301 - 30 days     ".
           05 FILLER PIC X(21) VALUE "0009031 - 90 days    ".
           05 FILLER PIC X(21) VALUE "0018091 - 180 days   ".
           05 FILLER PIC X(21) VALUE "00365181 - 365 days  ".
           05 FILLER PIC X(21) VALUE "007301 - 2 years     ".
           05 FILLER PIC X(21) VALUE "99999Over 2 years    ".
       01 WS-BUCKET-DEFINITION-TABLE REDEFINES WS-BUCKET-DEFINITIONS.
           05 WS-BUCKET-DEFINITION OCCURS 7.
               10 BD-UPPER-DAYS    PIC 9(5).
               10 BD-LABEL         PIC X(16).
       01 WS-BUCKET-COUNT      PIC 9 VALUE 7.
       01 WS-BUCKET-SUB        PIC 9 VALUE ZEROS.
       01 WS-BUCKET-INDEX      PIC 9 VALUE ZEROS.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 7.
               10 BT-DEPOSITS      PIC 9(6).
               10 BT-PRINCIPAL     PIC 9(10)V99.
               10 BT-INTEREST      PIC 9(10)V99.

       01 WS-TOTAL-DEPOSITS    PIC 9(6) VALUE ZEROS.
       01 WS-TOTAL-PRINCIPAL   PIC 9(10)V99 VALUE ZEROS.
       01 WS-TOTAL-INTEREST    PIC 9(10)V99 VALUE ZEROS.

       01 WS-HEADER-LINE       PIC X(100).
       01 WS-DETAIL-LINE.
           05 DL-BUCKET-LABEL     PIC X(16).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-DEPOSITS         PIC Z(5)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-PRINCIPAL        PIC -(9)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-INTEREST         PIC -(9)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 DL-MATURITY-VALUE   PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           INITIALIZE WS-BUCKET-TABLE

           OPEN INPUT TERM-DEPOSIT-FILE
           IF NOT TD-FILE-OK
               DISPLAY "Unable to open term_deposits.dat. Status: ",
                   WS-TD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ TERM-DEPOSIT-FILE INTO TERM-DEPOSIT-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DEPOSITS-READ
                       IF TD-ACTIVE
                           PERFORM LADDER-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-DEPOSIT-FILE

           PERFORM WRITE-LADDER-REPORT

           DISPLAY "Term deposit ladder complete. ", WS-TOTAL-DEPOSITS,
               " active deposit(s) of ", WS-DEPOSITS-READ,
               " on file."
           STOP RUN.

       LADDER-ONE-DEPOSIT.
           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE (TD-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
           COMPUTE WS-TD-DAYS =
               FUNCTION INTEGER-OF-DATE (TD-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE (TD-START-DATE)
           COMPUTE WS-TD-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE / 100 * WS-TD-DAYS / 365

           MOVE WS-BUCKET-COUNT TO WS-BUCKET-INDEX
           PERFORM VARYING WS-BUCKET-SUB FROM WS-BUCKET-COUNT BY -1
               UNTIL WS-BUCKET-SUB < 1
               IF WS-DAYS-TO-MATURITY
                   NOT > BD-UPPER-DAYS (WS-BUCKET-SUB)
                   MOVE WS-BUCKET-SUB TO WS-BUCKET-INDEX
               END-IF
           END-PERFORM

           ADD 1 TO BT-DEPOSITS (WS-BUCKET-INDEX)
           ADD TD-PRINCIPAL TO BT-PRINCIPAL (WS-BUCKET-INDEX)
           ADD WS-TD-INTEREST TO BT-INTEREST (WS-BUCKET-INDEX)
           ADD 1 TO WS-TOTAL-DEPOSITS
           ADD TD-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD WS-TD-INTEREST TO WS-TOTAL-INTEREST.

       WRITE-LADDER-REPORT.
           OPEN OUTPUT LADDER-REPORT-FILE

           MOVE SPACES TO WS-HEADER-LINE
           STRING "===== Term Deposit Maturity Ladder - Business Date "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Matures in        Deposits       Principal  "
               DELIMITED BY SIZE
               "      Interest  Maturity Value"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
               MOVE BD-LABEL (WS-BUCKET-SUB) TO DL-BUCKET-LABEL
               MOVE BT-DEPOSITS (WS-BUCKET-SUB) TO DL-DEPOSITS
               MOVE BT-PRINCIPAL (WS-BUCKET-SUB) TO DL-PRINCIPAL
               MOVE BT-INTEREST (WS-BUCKET-SUB) TO DL-INTEREST
               COMPUTE DL-MATURITY-VALUE =
                   BT-PRINCIPAL (WS-BUCKET-SUB)
                   + BT-INTEREST (WS-BUCKET-SUB)
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Total" TO DL-BUCKET-LABEL
           MOVE WS-TOTAL-DEPOSITS TO DL-DEPOSITS
           MOVE WS-TOTAL-PRINCIPAL TO DL-PRINCIPAL
           MOVE WS-TOTAL-INTEREST TO DL-INTEREST
           COMPUTE DL-MATURITY-VALUE =
               WS-TOTAL-PRINCIPAL + WS-TOTAL-INTEREST
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           CLOSE LADDER-REPORT-FILE.

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
