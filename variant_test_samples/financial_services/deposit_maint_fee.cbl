       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositMaintenanceFee.
      *FINANCIAL SERVICES - MONTHLY DEPOSIT MAINTENANCE FEE
      *Month-end assessment of the monthly maintenance fee on the
      *shared ACCOUNT-RECORD population (master_accounts.dat). The
      *fee and its minimum-balance waiver come from a schedule by
      *ACCT-TYPE; the waiver test is the month's average daily
      *balance, rebuilt from the same activity sources the monthly
      *statement prints. Escheat-status and closed accounts are
      *passed over, and a fee that would overdraw the account is
      *listed for review instead of posted. Runs ahead of the
      *statement job so the fee prints on the month it belongs to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-ACCOUNT-FILE ASSIGN TO 'master_accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

      *ATMController's own copy of the account - the fee is
      *mirrored onto it exactly as the interest accrual is, so the
      *daily reconciliation does not break by the fee amount.
           SELECT ATM-ACCOUNT-FILE ASSIGN TO 'accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-ACCT-NUMBER
               FILE STATUS IS WS-ATM-FILE-STATUS.

           SELECT CASH-JOURNAL-FILE ASSIGN TO 'cash_journal.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CICS-ACTIVITY-FILE ASSIGN TO 'cics_stmt_activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICS-ACT-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO 'transact.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               FILE STATUS IS WS-TRANSACT-STATUS.

      *Read for the month's batch postings, then reopened to
      *append the fees this run posts.
           SELECT DEPOSIT-POSTING-FILE ASSIGN TO 'deposit_postings.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

           SELECT FEE-REGISTER ASSIGN TO 'deposit_fee_register.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FEE-REVIEW-REPORT ASSIGN TO 'deposit_fee_review.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

      *Same layout ATMController keeps.
       FD  ATM-ACCOUNT-FILE.
       01  ATM-ACCOUNT-RECORD.
           05  ATM-ACCT-NUMBER         PIC 9(10).
           05  ATM-ACCT-PIN            PIC 9(4).
           05  ATM-ACCT-TYPE           PIC X(10).
           05  ATM-ACCT-BALANCE        PIC 9(9)V99 COMP-3.
           05  ATM-ACCT-DAILY-LIMIT    PIC 9(5) COMP-3.
           05  ATM-ACCT-DAILY-WITHDRAWN PIC 9(5) COMP-3.
           05  ATM-ACCT-STATUS         PIC X.
           05  ATM-ACCT-FAILED-ATTEMPTS PIC 9.
           05  ATM-ACCT-LAST-RESET-DATE PIC 9(8).
           05  ATM-ACCT-HELD-AMOUNT    PIC 9(9)V99 COMP-3.
           05  ATM-ACCT-HOLD-RELEASE-DATE PIC 9(8).

       FD  CASH-JOURNAL-FILE.
       01  JOURNAL-RECORD              PIC X(120).

      *Same layout CICSTRAN and XFERPROC write to the STMT queue.
       FD  CICS-ACTIVITY-FILE.
       01  STATEMENT-ACTIVITY-RECORD.
           05  SA-ACCOUNT              PIC 9(12).
           05  SA-POST-DATE            PIC 9(8).
           05  SA-POST-TIME            PIC 9(6).
           05  SA-SOURCE               PIC X(4).
           05  SA-TYPE                 PIC X(10).
           05  SA-AMOUNT               PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  SA-DESCRIPTION          PIC X(26).

      *Same layout MIXSQLCS writes to its TRANSACT file.
       FD  TRANSACT-FILE.
       01  TRANSACTION-RECORD.
           05  TRANS-ID                PIC 9(15).
           05  TRANS-ACCOUNT           PIC 9(12).
           05  TRANS-TYPE              PIC X(10).
           05  TRANS-AMOUNT            PIC S9(9)V99 COMP-3.
           05  TRANS-TIMESTAMP         PIC X(26).
           05  TRANS-USER-ID           PIC X(10).
           05  TRANS-TERMINAL          PIC X(4).

       FD  DEPOSIT-POSTING-FILE.
       01  POSTING-RECORD              PIC X(100).

       FD  FEE-REGISTER.
       01  REGISTER-LINE               PIC X(100).

       FD  FEE-REVIEW-REPORT.
       01  REVIEW-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS            PIC XX.
       01  WS-ATM-FILE-STATUS          PIC XX.
       01  WS-JOURNAL-STATUS           PIC XX.
       01  WS-CICS-ACT-STATUS          PIC XX.
       01  WS-TRANSACT-STATUS          PIC XX.
       01  WS-POSTING-STATUS           PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-REVIEW-STATUS            PIC XX.

       01  WS-EOF-MASTER               PIC X VALUE 'N'.
       01  WS-EOF-SOURCE               PIC X VALUE 'N'.
       01  WS-ATM-FILE-OK              PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8).

      *Fee period - the calendar month before the run date unless
      *the override names one (YYYYMM).
       01  WS-PERIOD-WORK.
           05  WS-FEE-PERIOD-OVERRIDE  PIC 9(6) VALUE ZERO.
           05  WS-FEE-PERIOD           PIC 9(6).
           05  WS-FEE-PERIOD-R REDEFINES WS-FEE-PERIOD.
               10  WS-FEE-YEAR         PIC 9(4).
               10  WS-FEE-MONTH        PIC 99.
           05  WS-PERIOD-START         PIC 9(8).
           05  WS-PERIOD-END           PIC 9(8).
           05  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
               10  FILLER              PIC 9(6).
               10  WS-DAYS-IN-PERIOD   PIC 99.
           05  WS-NEXT-MONTH-START     PIC 9(8).
           05  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-START.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MONTH       PIC 99.
               10  WS-NEXT-DAY         PIC 99.

      *Maintenance fee schedule by ACCT-TYPE - the monthly fee, the
      *average daily balance that waives it, and whether the
      *product is fee-exempt outright. The last entry is the
      *default for any type not listed.
       01  WS-FEE-SCHEDULE.
           05  WS-FEE-ENTRY            OCCURS 6 TIMES.
               10  WS-FEE-ACCT-TYPE    PIC X(10).
               10  WS-FEE-MONTHLY      PIC 9(3)V99.
               10  WS-FEE-WAIVE-ADB    PIC 9(7)V99.
               10  WS-FEE-EXEMPT       PIC X.
       01  WS-FEE-IX                   PIC 9.
       01  WS-FEE-ENTRIES              PIC 9 VALUE 6.

      *Parsed cash-journal line: timestamp|account|amount or tag|..
       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-DATE            PIC X(21).
           05  WS-JRNL-ACCT            PIC X(10).
           05  WS-JRNL-ACCT-N REDEFINES WS-JRNL-ACCT
                                       PIC 9(10).
           05  WS-JRNL-FIELD-3         PIC X(20).
           05  WS-JRNL-FIELD-4         PIC X(20).
       01  WS-JRNL-AMT-X               PIC X(9).
       01  WS-JRNL-AMT REDEFINES WS-JRNL-AMT-X
                                       PIC 9(7)V99.

       01  WS-TRANS-ID-WORK            PIC 9(15).
       01  WS-TRANS-ID-R REDEFINES WS-TRANS-ID-WORK.
           05  FILLER                  PIC 9.
           05  WS-TRANS-ID-DATE        PIC 9(8).
           05  WS-TRANS-ID-SEQ         PIC 9(6).

      *Parsed batch-posting line: date|account|type|amount|desc
       01  WS-POSTING-FIELDS.
           05  WS-PST-DATE             PIC X(8).
           05  WS-PST-ACCT             PIC X(12).
           05  WS-PST-TYPE             PIC X(10).
           05  WS-PST-AMOUNT-X         PIC X(16).
           05  WS-PST-DESC             PIC X(30).

      *One posting as taken from whichever source is being read.
       01  WS-ACT-DATE                 PIC 9(8).
       01  WS-ACT-DATE-R REDEFINES WS-ACT-DATE.
           05  FILLER                  PIC 9(6).
           05  WS-ACT-DAY              PIC 99.
       01  WS-ACT-AMOUNT               PIC S9(11)V99.

      *Average daily balance. Working back from the month-end
      *balance, a posting on day k is missing from the k-1 daily
      *balances before it, so the average is the month-end balance
      *less each posting weighted by those days, over the days in
      *the month.
       01  WS-ADB-WORK.
           05  WS-AFTER-PERIOD-NET     PIC S9(11)V99.
           05  WS-BOOK-MONTH-END       PIC S9(11)V99.
           05  WS-DAY-WEIGHTED-SUM     PIC S9(13)V99.
           05  WS-AVG-DAILY-BALANCE    PIC S9(11)V99.
           05  WS-POSTINGS-IN-PERIOD   PIC 9(5).

      *One account's assessment.
       01  WS-ASSESS-WORK.
           05  WS-ASSESS-FEE           PIC 9(3)V99.
           05  WS-ASSESS-ACTION        PIC X(16).
           05  WS-POSTING-AMOUNT       PIC -9(11).99.

       01  WS-RUN-TOTALS.
           05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZERO.
           05  WS-FEES-CHARGED         PIC 9(7) VALUE ZERO.
           05  WS-FEES-WAIVED-BALANCE  PIC 9(7) VALUE ZERO.
           05  WS-FEES-WAIVED-TYPE     PIC 9(7) VALUE ZERO.
           05  WS-FEES-FOR-REVIEW      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-PASSED-OVER PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-FEES-CHARGED   PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-FEES-WAIVED    PIC 9(9)V99 VALUE ZERO.

       01  WS-DISPLAY-NUMBER           PIC Z(11)9.
       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-FEE              PIC ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FEE-RUN.
           PERFORM ASSESS-ONE-ACCOUNT
               UNTIL WS-EOF-MASTER = 'Y'.
           PERFORM SHUTDOWN-FEE-RUN.
           STOP RUN.

       INITIALIZE-FEE-RUN SECTION.
       INIT-FEE.
           DISPLAY '========================================'.
           DISPLAY 'MONTHLY DEPOSIT MAINTENANCE FEE'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM ESTABLISH-FEE-PERIOD.
           PERFORM LOAD-MAINTENANCE-FEE-SCHEDULE.

           OPEN I-O MASTER-ACCOUNT-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'Error opening master account file, status: '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ATM-ACCOUNT-FILE.
           IF WS-ATM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ATM-FILE-OK
           END-IF.

           OPEN OUTPUT FEE-REGISTER.
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'Error opening fee register, status: '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT FEE-REVIEW-REPORT.
           IF WS-REVIEW-STATUS NOT = '00'
               DISPLAY 'Error opening fee review report, status: '
                   WS-REVIEW-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO REGISTER-LINE.
           STRING 'MAINTENANCE FEE REGISTER - PERIOD ' WS-FEE-PERIOD
                  ' - RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING '     ACCOUNT TYPE       AVG DAILY BALANCE'
                  '     FEE  ACTION'
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE SPACES TO REVIEW-LINE.
           STRING 'MAINTENANCE FEES HELD FOR REVIEW - WOULD OVERDRAW '
                  '- PERIOD ' WS-FEE-PERIOD
                  DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.

           MOVE ZERO TO ACCT-NUMBER.
           START MASTER-ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MASTER
           END-START.

       ESTABLISH-FEE-PERIOD SECTION.
       ESTABLISH-PERIOD.
           IF WS-FEE-PERIOD-OVERRIDE NOT = ZERO
               MOVE WS-FEE-PERIOD-OVERRIDE TO WS-FEE-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-FEE-PERIOD
               IF WS-FEE-MONTH = 1
                   SUBTRACT 1 FROM WS-FEE-YEAR
                   MOVE 12 TO WS-FEE-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-FEE-MONTH
               END-IF
           END-IF.

           COMPUTE WS-PERIOD-START = WS-FEE-PERIOD * 100 + 1.

           MOVE WS-FEE-YEAR TO WS-NEXT-YEAR.
           MOVE WS-FEE-MONTH TO WS-NEXT-MONTH.
           MOVE 1 TO WS-NEXT-DAY.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).

           DISPLAY 'Fee period: ' WS-PERIOD-START
               ' to ' WS-PERIOD-END.

       LOAD-MAINTENANCE-FEE-SCHEDULE SECTION.
       LOAD-FEES.
           MOVE 'CHECKING' TO WS-FEE-ACCT-TYPE (1).
           MOVE 12.00 TO WS-FEE-MONTHLY (1).
           MOVE 1500.00 TO WS-FEE-WAIVE-ADB (1).
           MOVE 'N' TO WS-FEE-EXEMPT (1).
           MOVE 'SAVINGS' TO WS-FEE-ACCT-TYPE (2).
           MOVE 5.00 TO WS-FEE-MONTHLY (2).
           MOVE 300.00 TO WS-FEE-WAIVE-ADB (2).
           MOVE 'N' TO WS-FEE-EXEMPT (2).
           MOVE 'MONEY MKT' TO WS-FEE-ACCT-TYPE (3).
           MOVE 15.00 TO WS-FEE-MONTHLY (3).
           MOVE 2500.00 TO WS-FEE-WAIVE-ADB (3).
           MOVE 'N' TO WS-FEE-EXEMPT (3).
           MOVE 'STUDENT' TO WS-FEE-ACCT-TYPE (4).
           MOVE ZERO TO WS-FEE-MONTHLY (4).
           MOVE ZERO TO WS-FEE-WAIVE-ADB (4).
           MOVE 'Y' TO WS-FEE-EXEMPT (4).
           MOVE 'SENIOR' TO WS-FEE-ACCT-TYPE (5).
           MOVE ZERO TO WS-FEE-MONTHLY (5).
           MOVE ZERO TO WS-FEE-WAIVE-ADB (5).
           MOVE 'Y' TO WS-FEE-EXEMPT (5).
           MOVE SPACES TO WS-FEE-ACCT-TYPE (6).
           MOVE 10.00 TO WS-FEE-MONTHLY (6).
           MOVE 1000.00 TO WS-FEE-WAIVE-ADB (6).
           MOVE 'N' TO WS-FEE-EXEMPT (6).

       ASSESS-ONE-ACCOUNT SECTION.
       ASSESS-ONE.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MASTER
                   GO TO ASSESS-ONE-EXIT
           END-READ.

           ADD 1 TO WS-ACCOUNTS-READ.

      *Unclaimed property in any stage is not ours to charge, and
      *a closed account has nothing to charge against.
           IF ACCT-ESCHEAT-STATUS NOT = SPACE OR ACCT-STATUS = 'C'
               ADD 1 TO WS-ACCOUNTS-PASSED-OVER
               GO TO ASSESS-ONE-EXIT
           END-IF.

      *Already assessed for this month - a rerun must not charge
      *twice.
           IF ACCT-LAST-FEE-PERIOD = WS-FEE-PERIOD
               ADD 1 TO WS-ACCOUNTS-PASSED-OVER
               GO TO ASSESS-ONE-EXIT
           END-IF.

      *No fee for the month an account was opened in, or any
      *before it.
           IF ACCT-OPEN-DATE NOT < WS-PERIOD-START
               ADD 1 TO WS-ACCOUNTS-PASSED-OVER
               GO TO ASSESS-ONE-EXIT
           END-IF.

           PERFORM FIND-FEE-SCHEDULE-ENTRY.
           PERFORM COMPUTE-AVERAGE-DAILY-BALANCE.
           MOVE WS-FEE-MONTHLY (WS-FEE-IX) TO WS-ASSESS-FEE.

           EVALUATE TRUE
               WHEN WS-FEE-EXEMPT (WS-FEE-IX) = 'Y' OR
                    WS-ASSESS-FEE = ZERO
                   MOVE 'WAIVED - PRODUCT' TO WS-ASSESS-ACTION
                   ADD 1 TO WS-FEES-WAIVED-TYPE
               WHEN WS-AVG-DAILY-BALANCE NOT <
                    WS-FEE-WAIVE-ADB (WS-FEE-IX)
                   MOVE 'WAIVED - BALANCE' TO WS-ASSESS-ACTION
                   ADD 1 TO WS-FEES-WAIVED-BALANCE
                   ADD WS-ASSESS-FEE TO WS-TOTAL-FEES-WAIVED
               WHEN ACCT-BALANCE - WS-ASSESS-FEE < ZERO
                   MOVE 'HELD FOR REVIEW' TO WS-ASSESS-ACTION
                   ADD 1 TO WS-FEES-FOR-REVIEW
                   PERFORM WRITE-FEE-REVIEW-LINE
               WHEN OTHER
                   MOVE 'CHARGED' TO WS-ASSESS-ACTION
                   PERFORM POST-MAINTENANCE-FEE
           END-EVALUATE.

           PERFORM WRITE-FEE-REGISTER-LINE.

       ASSESS-ONE-EXIT.
           EXIT.

       FIND-FEE-SCHEDULE-ENTRY SECTION.
       FIND-FEE-ENTRY.
           MOVE 1 TO WS-FEE-IX.
           PERFORM STEP-FEE-SCHEDULE-ENTRY
               UNTIL WS-FEE-IX NOT < WS-FEE-ENTRIES
                  OR WS-FEE-ACCT-TYPE (WS-FEE-IX) = ACCT-TYPE.

       STEP-FEE-SCHEDULE-ENTRY SECTION.
       STEP-FEE-ENTRY.
           ADD 1 TO WS-FEE-IX.

       COMPUTE-AVERAGE-DAILY-BALANCE SECTION.
       COMPUTE-ADB.
           MOVE ZERO TO WS-AFTER-PERIOD-NET.
           MOVE ZERO TO WS-DAY-WEIGHTED-SUM.
           MOVE ZERO TO WS-POSTINGS-IN-PERIOD.

           PERFORM SCAN-CASH-JOURNAL.
           PERFORM SCAN-CICS-ACTIVITY.
           PERFORM SCAN-TRANSACT-FILE.
           PERFORM SCAN-BATCH-POSTINGS.

           COMPUTE WS-BOOK-MONTH-END =
               ACCT-BALANCE - WS-AFTER-PERIOD-NET.
           COMPUTE WS-AVG-DAILY-BALANCE ROUNDED =
               WS-BOOK-MONTH-END -
               WS-DAY-WEIGHTED-SUM / WS-DAYS-IN-PERIOD.

       SCAN-CASH-JOURNAL SECTION.
       SCAN-JOURNAL.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               GO TO SCAN-JOURNAL-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-JOURNAL-ENTRY
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CASH-JOURNAL-FILE.

       SCAN-JOURNAL-EXIT.
           EXIT.

       READ-ONE-JOURNAL-ENTRY SECTION.
       READ-JOURNAL.
           READ CASH-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-JOURNAL-EXIT
           END-READ.

           IF JOURNAL-RECORD = SPACES
               GO TO READ-JOURNAL-EXIT
           END-IF.

           MOVE SPACES TO WS-JOURNAL-FIELDS.
           UNSTRING JOURNAL-RECORD DELIMITED BY '|'
               INTO WS-JRNL-DATE WS-JRNL-ACCT
                    WS-JRNL-FIELD-3 WS-JRNL-FIELD-4
           END-UNSTRING.

           IF WS-JRNL-ACCT IS NOT NUMERIC
               GO TO READ-JOURNAL-EXIT
           END-IF.
           IF WS-JRNL-ACCT-N NOT = ACCT-NUMBER
               GO TO READ-JOURNAL-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-JRNL-FIELD-3 (1:13) = 'CARD CAPTURED'
                   GO TO READ-JOURNAL-EXIT
               WHEN WS-JRNL-FIELD-3 (1:7) = 'DEPOSIT'
                   MOVE WS-JRNL-FIELD-4 (1:9) TO WS-JRNL-AMT-X
               WHEN WS-JRNL-FIELD-3 (1:8) = 'REVERSAL'
                   MOVE WS-JRNL-FIELD-4 (1:9) TO WS-JRNL-AMT-X
               WHEN OTHER
                   MOVE WS-JRNL-FIELD-3 (1:9) TO WS-JRNL-AMT-X
           END-EVALUATE.

           IF WS-JRNL-AMT-X IS NOT NUMERIC
               GO TO READ-JOURNAL-EXIT
           END-IF.

           IF WS-JRNL-FIELD-3 (1:7) = 'DEPOSIT' OR
              WS-JRNL-FIELD-3 (1:8) = 'REVERSAL'
               MOVE WS-JRNL-AMT TO WS-ACT-AMOUNT
           ELSE
               COMPUTE WS-ACT-AMOUNT = ZERO - WS-JRNL-AMT
           END-IF.
           MOVE WS-JRNL-DATE (1:8) TO WS-ACT-DATE.
           PERFORM WEIGH-ONE-POSTING.

       READ-JOURNAL-EXIT.
           EXIT.

       SCAN-CICS-ACTIVITY SECTION.
       SCAN-CICS.
           OPEN INPUT CICS-ACTIVITY-FILE.
           IF WS-CICS-ACT-STATUS NOT = '00'
               GO TO SCAN-CICS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-CICS-ACTIVITY
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CICS-ACTIVITY-FILE.

       SCAN-CICS-EXIT.
           EXIT.

       READ-ONE-CICS-ACTIVITY SECTION.
       READ-CICS.
           READ CICS-ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-CICS-EXIT
           END-READ.

           IF SA-ACCOUNT IS NOT NUMERIC
               GO TO READ-CICS-EXIT
           END-IF.
           IF SA-ACCOUNT NOT = ACCT-NUMBER
               GO TO READ-CICS-EXIT
           END-IF.

           MOVE SA-POST-DATE TO WS-ACT-DATE.
           MOVE SA-AMOUNT TO WS-ACT-AMOUNT.
           PERFORM WEIGH-ONE-POSTING.

       READ-CICS-EXIT.
           EXIT.

       SCAN-TRANSACT-FILE SECTION.
       SCAN-TRANSACT.
           OPEN INPUT TRANSACT-FILE.
           IF WS-TRANSACT-STATUS NOT = '00'
               GO TO SCAN-TRANSACT-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-TRANSACT-RECORD
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE TRANSACT-FILE.

       SCAN-TRANSACT-EXIT.
           EXIT.

       READ-ONE-TRANSACT-RECORD SECTION.
       READ-TRANSACT.
           READ TRANSACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-TRANSACT-EXIT
           END-READ.

           IF TRANS-ACCOUNT NOT = ACCT-NUMBER
               GO TO READ-TRANSACT-EXIT
           END-IF.

      *The posting date is carried in the transaction ID.
           MOVE TRANS-ID TO WS-TRANS-ID-WORK.
           MOVE WS-TRANS-ID-DATE TO WS-ACT-DATE.
           IF TRANS-TYPE = 'DEPOSIT' OR TRANS-TYPE = 'INTEREST'
               MOVE TRANS-AMOUNT TO WS-ACT-AMOUNT
           ELSE
               COMPUTE WS-ACT-AMOUNT = ZERO - TRANS-AMOUNT
           END-IF.
           PERFORM WEIGH-ONE-POSTING.

       READ-TRANSACT-EXIT.
           EXIT.

       SCAN-BATCH-POSTINGS SECTION.
       SCAN-POSTINGS.
           OPEN INPUT DEPOSIT-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = '00'
               GO TO SCAN-POSTINGS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-BATCH-POSTING
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE DEPOSIT-POSTING-FILE.

       SCAN-POSTINGS-EXIT.
           EXIT.

       READ-ONE-BATCH-POSTING SECTION.
       READ-POSTING.
           READ DEPOSIT-POSTING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-POSTING-EXIT
           END-READ.

           IF POSTING-RECORD = SPACES
               GO TO READ-POSTING-EXIT
           END-IF.

           MOVE SPACES TO WS-POSTING-FIELDS.
           UNSTRING POSTING-RECORD DELIMITED BY '|'
               INTO WS-PST-DATE WS-PST-ACCT WS-PST-TYPE
                    WS-PST-AMOUNT-X WS-PST-DESC
           END-UNSTRING.

           IF WS-PST-ACCT IS NOT NUMERIC OR
              WS-PST-DATE IS NOT NUMERIC
               GO TO READ-POSTING-EXIT
           END-IF.
           IF WS-PST-ACCT NOT = ACCT-NUMBER
               GO TO READ-POSTING-EXIT
           END-IF.

           MOVE WS-PST-DATE TO WS-ACT-DATE.
           COMPUTE WS-ACT-AMOUNT = FUNCTION NUMVAL(WS-PST-AMOUNT-X).
           PERFORM WEIGH-ONE-POSTING.

       READ-POSTING-EXIT.
           EXIT.

       WEIGH-ONE-POSTING SECTION.
       WEIGH-POSTING.
      *After the month - already in ACCT-BALANCE, taken back out to
      *reach the month-end balance. Before it - already in every
      *day of the month.
           IF WS-ACT-DATE > WS-PERIOD-END
               ADD WS-ACT-AMOUNT TO WS-AFTER-PERIOD-NET
               GO TO WEIGH-POSTING-EXIT
           END-IF.
           IF WS-ACT-DATE < WS-PERIOD-START
               GO TO WEIGH-POSTING-EXIT
           END-IF.

           COMPUTE WS-DAY-WEIGHTED-SUM = WS-DAY-WEIGHTED-SUM +
               WS-ACT-AMOUNT * (WS-ACT-DAY - 1).
           ADD 1 TO WS-POSTINGS-IN-PERIOD.

       WEIGH-POSTING-EXIT.
           EXIT.

       POST-MAINTENANCE-FEE SECTION.
       POST-FEE.
      *Dated the last day of the month it is for, so it prints on
      *that month's statement.
           SUBTRACT WS-ASSESS-FEE FROM ACCT-BALANCE.
           MOVE WS-FEE-PERIOD TO ACCT-LAST-FEE-PERIOD.
           REWRITE ACCOUNT-RECORD.

           OPEN EXTEND DEPOSIT-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = '00'
               OPEN OUTPUT DEPOSIT-POSTING-FILE
           END-IF.
           COMPUTE WS-POSTING-AMOUNT = ZERO - WS-ASSESS-FEE.
           MOVE SPACES TO POSTING-RECORD.
           STRING WS-PERIOD-END
                  '|' ACCT-NUMBER
                  '|' 'FEE       '
                  '|' WS-POSTING-AMOUNT
                  '|' 'MONTHLY MAINTENANCE FEE'
                  DELIMITED BY SIZE INTO POSTING-RECORD.
           WRITE POSTING-RECORD.
           CLOSE DEPOSIT-POSTING-FILE.

           IF WS-ATM-FILE-OK = 'Y'
               MOVE ACCT-NUMBER TO ATM-ACCT-NUMBER
               READ ATM-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATM-ACCT-BALANCE NOT < WS-ASSESS-FEE
                           SUBTRACT WS-ASSESS-FEE
                               FROM ATM-ACCT-BALANCE
                           REWRITE ATM-ACCOUNT-RECORD
                       END-IF
               END-READ
           END-IF.

           ADD 1 TO WS-FEES-CHARGED.
           ADD WS-ASSESS-FEE TO WS-TOTAL-FEES-CHARGED.

       WRITE-FEE-REGISTER-LINE SECTION.
       WRITE-REGISTER.
           MOVE ACCT-NUMBER TO WS-DISPLAY-NUMBER.
           MOVE WS-AVG-DAILY-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE WS-ASSESS-FEE TO WS-DISPLAY-FEE.
           MOVE SPACES TO REGISTER-LINE.
           STRING WS-DISPLAY-NUMBER ' ' ACCT-TYPE ' '
                  WS-DISPLAY-AMOUNT '  ' WS-DISPLAY-FEE '  '
                  WS-ASSESS-ACTION
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-FEE-REVIEW-LINE SECTION.
       WRITE-REVIEW.
           MOVE ACCT-NUMBER TO WS-DISPLAY-NUMBER.
           MOVE ACCT-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE WS-ASSESS-FEE TO WS-DISPLAY-FEE.
           MOVE SPACES TO REVIEW-LINE.
           STRING 'ACCOUNT ' WS-DISPLAY-NUMBER ' ' ACCT-TYPE
                  ' BALANCE ' WS-DISPLAY-AMOUNT
                  ' FEE ' WS-DISPLAY-FEE
                  DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.

       SHUTDOWN-FEE-RUN SECTION.
       SHUTDOWN-FEE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-ACCOUNTS-READ TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Accounts read          : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-FEES-CHARGED TO WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-FEES-CHARGED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Fees charged           : ' WS-DISPLAY-COUNT
                  '  ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-FEES-WAIVED-BALANCE TO WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-FEES-WAIVED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Waived on balance      : ' WS-DISPLAY-COUNT
                  '  ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-FEES-WAIVED-TYPE TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Waived by product      : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-FEES-FOR-REVIEW TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Held for review        : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-ACCOUNTS-PASSED-OVER TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Not assessed           : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           DISPLAY 'Fees charged: ' WS-FEES-CHARGED
               '  held for review: ' WS-FEES-FOR-REVIEW.

           CLOSE MASTER-ACCOUNT-FILE.
           IF WS-ATM-FILE-OK = 'Y'
               CLOSE ATM-ACCOUNT-FILE
           END-IF.
           CLOSE FEE-REGISTER.
           CLOSE FEE-REVIEW-REPORT.
