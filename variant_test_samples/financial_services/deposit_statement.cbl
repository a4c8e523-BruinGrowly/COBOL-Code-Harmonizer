       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositStatement.
      *FINANCIAL SERVICES - MONTHLY DEPOSIT ACCOUNT STATEMENT
      *One statement per account in the shared ACCOUNT-RECORD
      *population (master_accounts.dat), merging everything that
      *moved the balance during the month into a single date-ordered
      *list: ATMController's cash journal, CICSTRAN/XFERPROC's
      *statement activity queue, MIXSQLCS's TRANSACT file, and the
      *batch postings (interest, fees, remittances). Each statement
      *is proved - opening balance plus the month's activity must
      *equal the month-end book balance carried in ACCT-BALANCE -
      *and any account that does not prove goes on the exception
      *list instead of out the door.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-ACCOUNT-FILE ASSIGN TO 'master_accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

      *Customer master - read-only, for the statement address.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

      *Activity sources - each one is read start to finish for
      *every account, the same way AccountReconciliation reads the
      *cash journal to explain a break. A source that is not there
      *simply contributes nothing.
           SELECT CASH-JOURNAL-FILE ASSIGN TO 'cash_journal.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *Nightly offload of the CICS STMT queue.
           SELECT CICS-ACTIVITY-FILE ASSIGN TO 'cics_stmt_activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICS-ACT-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO 'transact.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               FILE STATUS IS WS-TRANSACT-STATUS.

           SELECT DEPOSIT-POSTING-FILE ASSIGN TO 'deposit_postings.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

      *Same HOLDINGS file MIXSQLCS and HoldExpirationBatch keep -
      *read by its account alternate key for holds in effect.
           SELECT HOLDINGS-FILE ASSIGN TO 'holdings.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               ALTERNATE RECORD KEY IS HOLD-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HOLDINGS-STATUS.

      *Last statement produced per account - its closing balance
      *is the next statement's opening balance.
           SELECT STMT-HISTORY-FILE ASSIGN TO 'deposit_stmt_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-ACCT-NUMBER
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO 'deposit_statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO 'deposit_stmt_except.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

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

       FD  HOLDINGS-FILE.
       01  HOLD-RECORD.
           05  HOLD-ID                 PIC 9(15).
           05  HOLD-ACCOUNT-NUMBER     PIC 9(12).
           05  HOLD-AMOUNT             PIC S9(9)V99 COMP-3.
           05  HOLD-PLACED-DATE        PIC 9(8).
           05  HOLD-EXPIRE-DAYS        PIC 9(3).
           05  HOLD-STATUS             PIC X.
               88  HOLD-ACTIVE         VALUE 'A'.
               88  HOLD-RELEASED       VALUE 'R'.
               88  HOLD-EXPIRED        VALUE 'X'.
           05  HOLD-REASON-CODE        PIC X.
               88  REASON-REGULATORY      VALUE 'R'.
               88  REASON-CHECK-CLEARING  VALUE 'C'.
               88  REASON-LEGAL           VALUE 'L'.
               88  REASON-FRAUD-REVIEW    VALUE 'F'.

       FD  STMT-HISTORY-FILE.
       01  STMT-HISTORY-RECORD.
           05  SH-ACCT-NUMBER          PIC 9(12).
           05  SH-PERIOD               PIC 9(6).
           05  SH-OPENING-BALANCE      PIC S9(11)V99 COMP-3.
           05  SH-CLOSING-BALANCE      PIC S9(11)V99 COMP-3.
           05  SH-PRIOR-PERIOD         PIC 9(6).
           05  SH-PRIOR-CLOSING        PIC S9(11)V99 COMP-3.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(100).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS            PIC XX.
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-JOURNAL-STATUS           PIC XX.
       01  WS-CICS-ACT-STATUS          PIC XX.
       01  WS-TRANSACT-STATUS          PIC XX.
       01  WS-POSTING-STATUS           PIC XX.
       01  WS-HOLDINGS-STATUS          PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-STATEMENT-STATUS         PIC XX.
       01  WS-EXCEPTION-STATUS         PIC XX.

       01  WS-EOF-MASTER               PIC X VALUE 'N'.
       01  WS-EOF-SOURCE               PIC X VALUE 'N'.
       01  WS-EOF-HOLDS                PIC X VALUE 'N'.
       01  WS-CUSTOMER-FILE-OK         PIC X VALUE 'N'.
       01  WS-HOLDINGS-FILE-OK         PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8).

      *Statement period - the calendar month before the run date
      *unless the override names one (YYYYMM) for a rerun.
       01  WS-PERIOD-WORK.
           05  WS-STMT-PERIOD-OVERRIDE PIC 9(6) VALUE ZERO.
           05  WS-STMT-PERIOD          PIC 9(6).
           05  WS-STMT-PERIOD-R REDEFINES WS-STMT-PERIOD.
               10  WS-STMT-YEAR        PIC 9(4).
               10  WS-STMT-MONTH       PIC 99.
           05  WS-PERIOD-START         PIC 9(8).
           05  WS-PERIOD-END           PIC 9(8).
           05  WS-NEXT-MONTH-START     PIC 9(8).
           05  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-START.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MONTH       PIC 99.
               10  WS-NEXT-DAY         PIC 99.

      *One candidate posting as taken from whichever source is
      *being read. The sort key is posting date and time; a source
      *that carries no time of day supplies its own default.
       01  WS-NEW-ENTRY.
           05  WS-NEW-KEY.
               10  WS-NEW-DATE         PIC 9(8).
               10  WS-NEW-TIME         PIC 9(6).
           05  WS-NEW-SOURCE           PIC X(4).
           05  WS-NEW-TYPE             PIC X(10).
           05  WS-NEW-AMOUNT           PIC S9(11)V99.
           05  WS-NEW-DESC             PIC X(30).

      *The month's postings for the account being worked, kept in
      *date/time order as they are inserted. Entries with equal
      *keys stay in the order they were read.
       01  WS-ACTIVITY-TABLE.
           05  WS-ENT-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-ENT-MAX              PIC 9(3) VALUE 200.
           05  WS-ENT-OVERFLOW         PIC X VALUE 'N'.
           05  WS-STMT-ENTRY           OCCURS 200 TIMES.
               10  WS-ENT-KEY.
                   15  WS-ENT-DATE     PIC 9(8).
                   15  WS-ENT-TIME     PIC 9(6).
               10  WS-ENT-SOURCE       PIC X(4).
               10  WS-ENT-TYPE         PIC X(10).
               10  WS-ENT-AMOUNT       PIC S9(11)V99.
               10  WS-ENT-DESC         PIC X(30).
       01  WS-INSERT-IX                PIC 9(3).
       01  WS-SLOT-FOUND               PIC X.
       01  WS-PRINT-IX                 PIC 9(3).

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

      *MIXSQLCS builds its transaction ID from the posting date and
      *a running count, and that is the only date it carries in a
      *usable form.
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

      *Batch postings carry no time of day - they are made by the
      *overnight cycle, after the day's online work.
       01  WS-BATCH-POST-TIME          PIC 9(6) VALUE 235959.

      *One account's statement figures.
       01  WS-STMT-WORK.
           05  WS-OPENING-BALANCE      PIC S9(11)V99.
           05  WS-RUNNING-BALANCE      PIC S9(11)V99.
           05  WS-CLOSING-BALANCE      PIC S9(11)V99.
           05  WS-PERIOD-NET           PIC S9(11)V99.
           05  WS-AFTER-PERIOD-NET     PIC S9(11)V99.
           05  WS-BOOK-MONTH-END       PIC S9(11)V99.
           05  WS-PROOF-DIFFERENCE     PIC S9(11)V99.
           05  WS-TOTAL-CREDITS        PIC S9(11)V99.
           05  WS-TOTAL-DEBITS         PIC S9(11)V99.
           05  WS-TOTAL-INTEREST       PIC S9(11)V99.
           05  WS-TOTAL-FEES           PIC S9(11)V99.
           05  WS-TOTAL-HOLDS          PIC S9(11)V99.
           05  WS-HOLD-COUNT           PIC 9(3).
           05  WS-OPENING-SOURCE       PIC X.
               88  WS-OPENING-FROM-HISTORY   VALUE 'H'.
               88  WS-OPENING-DERIVED        VALUE 'D'.
           05  WS-HISTORY-FOUND        PIC X.
           05  WS-HOLD-REASON-TEXT     PIC X(14).

       01  WS-RUN-TOTALS.
           05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZERO.
           05  WS-STATEMENTS-PROVED    PIC 9(7) VALUE ZERO.
           05  WS-STATEMENTS-EXCEPTED  PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-SKIPPED     PIC 9(7) VALUE ZERO.
           05  WS-FIRST-STATEMENTS     PIC 9(7) VALUE ZERO.

       01  WS-DISPLAY-NUMBER           PIC Z(11)9.
       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-DATE             PIC 9999/99/99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-STATEMENT-RUN.
           PERFORM PRODUCE-ONE-STATEMENT
               UNTIL WS-EOF-MASTER = 'Y'.
           PERFORM SHUTDOWN-STATEMENT-RUN.
           STOP RUN.

       INITIALIZE-STATEMENT-RUN SECTION.
       INIT-STMT.
           DISPLAY '========================================'.
           DISPLAY 'MONTHLY DEPOSIT ACCOUNT STATEMENTS'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM ESTABLISH-STATEMENT-PERIOD.

      *The master belongs to AccountReconciliation - a missing
      *file here is a setup error, not an empty run.
           OPEN INPUT MASTER-ACCOUNT-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'Error opening master account file, status: '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-FILE-OK
           END-IF.

           OPEN INPUT HOLDINGS-FILE.
           IF WS-HOLDINGS-STATUS = '00'
               MOVE 'Y' TO WS-HOLDINGS-FILE-OK
           END-IF.

           OPEN I-O STMT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT STMT-HISTORY-FILE
               CLOSE STMT-HISTORY-FILE
               OPEN I-O STMT-HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'Error opening statement history, status: '
                       WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = '00'
               DISPLAY 'Error opening statement file, status: '
                   WS-STATEMENT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF WS-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'Error opening exception report, status: '
                   WS-EXCEPTION-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'DEPOSIT STATEMENT EXCEPTIONS - PERIOD '
                  WS-STMT-PERIOD ' - RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE ZERO TO ACCT-NUMBER.
           START MASTER-ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MASTER
           END-START.

       ESTABLISH-STATEMENT-PERIOD SECTION.
       ESTABLISH-PERIOD.
           IF WS-STMT-PERIOD-OVERRIDE NOT = ZERO
               MOVE WS-STMT-PERIOD-OVERRIDE TO WS-STMT-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-STMT-PERIOD
               IF WS-STMT-MONTH = 1
                   SUBTRACT 1 FROM WS-STMT-YEAR
                   MOVE 12 TO WS-STMT-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-STMT-MONTH
               END-IF
           END-IF.

           COMPUTE WS-PERIOD-START = WS-STMT-PERIOD * 100 + 1.

      *Last day of the month is the day before the first of the
      *next one.
           MOVE WS-STMT-YEAR TO WS-NEXT-YEAR.
           MOVE WS-STMT-MONTH TO WS-NEXT-MONTH.
           MOVE 1 TO WS-NEXT-DAY.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).

           DISPLAY 'Statement period: ' WS-PERIOD-START
               ' to ' WS-PERIOD-END.

       PRODUCE-ONE-STATEMENT SECTION.
       PRODUCE-ONE.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MASTER
                   GO TO PRODUCE-ONE-EXIT
           END-READ.

           ADD 1 TO WS-ACCOUNTS-READ.

      *Not yet open at month end - nothing to state.
           IF ACCT-OPEN-DATE > WS-PERIOD-END
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO PRODUCE-ONE-EXIT
           END-IF.

           PERFORM GATHER-ACCOUNT-ACTIVITY.

      *A closed account gets one last statement showing the month
      *it closed in, and none after that.
           IF ACCT-STATUS = 'C' AND WS-ENT-COUNT = ZERO AND
              ACCT-BALANCE = ZERO
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO PRODUCE-ONE-EXIT
           END-IF.

           PERFORM DETERMINE-OPENING-BALANCE.
           PERFORM WRITE-STATEMENT-HEADING.
           PERFORM WRITE-STATEMENT-ACTIVITY.
           PERFORM WRITE-HOLDS-IN-EFFECT.
           PERFORM PROVE-CLOSING-BALANCE.
           PERFORM WRITE-STATEMENT-SUMMARY.
           PERFORM UPDATE-STATEMENT-HISTORY.

       PRODUCE-ONE-EXIT.
           EXIT.

       GATHER-ACCOUNT-ACTIVITY SECTION.
       GATHER-ACTIVITY.
           MOVE ZERO TO WS-ENT-COUNT.
           MOVE 'N' TO WS-ENT-OVERFLOW.
           MOVE ZERO TO WS-AFTER-PERIOD-NET.

           PERFORM GATHER-CASH-JOURNAL.
           PERFORM GATHER-CICS-ACTIVITY.
           PERFORM GATHER-TRANSACT-FILE.
           PERFORM GATHER-BATCH-POSTINGS.

       GATHER-CASH-JOURNAL SECTION.
       GATHER-JOURNAL.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               GO TO GATHER-JOURNAL-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-JOURNAL-ENTRY
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CASH-JOURNAL-FILE.

       GATHER-JOURNAL-EXIT.
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

      *The amount travels as the unedited 9(7)V99 digit string:
      *third field on a withdrawal, fourth behind a DEPOSIT or
      *REVERSAL tag. A captured card moves no money.
           MOVE SPACES TO WS-NEW-DESC.
           EVALUATE TRUE
               WHEN WS-JRNL-FIELD-3 (1:13) = 'CARD CAPTURED'
                   GO TO READ-JOURNAL-EXIT
               WHEN WS-JRNL-FIELD-3 (1:7) = 'DEPOSIT'
                   MOVE WS-JRNL-FIELD-4 (1:9) TO WS-JRNL-AMT-X
                   MOVE WS-JRNL-AMT TO WS-NEW-AMOUNT
                   MOVE 'DEPOSIT' TO WS-NEW-TYPE
                   MOVE 'ATM DEPOSIT' TO WS-NEW-DESC
               WHEN WS-JRNL-FIELD-3 (1:8) = 'REVERSAL'
                   MOVE WS-JRNL-FIELD-4 (1:9) TO WS-JRNL-AMT-X
                   MOVE WS-JRNL-AMT TO WS-NEW-AMOUNT
                   MOVE 'REVERSAL' TO WS-NEW-TYPE
                   MOVE 'ATM DISPENSE REVERSED' TO WS-NEW-DESC
               WHEN OTHER
                   MOVE WS-JRNL-FIELD-3 (1:9) TO WS-JRNL-AMT-X
                   COMPUTE WS-NEW-AMOUNT = ZERO - WS-JRNL-AMT
                   MOVE 'WITHDRAWAL' TO WS-NEW-TYPE
                   MOVE 'ATM CASH WITHDRAWAL' TO WS-NEW-DESC
           END-EVALUATE.

           IF WS-JRNL-AMT-X IS NOT NUMERIC
               GO TO READ-JOURNAL-EXIT
           END-IF.

           MOVE WS-JRNL-DATE (1:8) TO WS-NEW-DATE.
           MOVE WS-JRNL-DATE (9:6) TO WS-NEW-TIME.
           MOVE 'ATM' TO WS-NEW-SOURCE.
           PERFORM FILE-ACTIVITY-ENTRY.

       READ-JOURNAL-EXIT.
           EXIT.

       GATHER-CICS-ACTIVITY SECTION.
       GATHER-CICS.
           OPEN INPUT CICS-ACTIVITY-FILE.
           IF WS-CICS-ACT-STATUS NOT = '00'
               GO TO GATHER-CICS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-CICS-ACTIVITY
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CICS-ACTIVITY-FILE.

       GATHER-CICS-EXIT.
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

           MOVE SA-POST-DATE TO WS-NEW-DATE.
           MOVE SA-POST-TIME TO WS-NEW-TIME.
           MOVE SA-SOURCE TO WS-NEW-SOURCE.
           MOVE SA-TYPE TO WS-NEW-TYPE.
           MOVE SA-AMOUNT TO WS-NEW-AMOUNT.
           MOVE SA-DESCRIPTION TO WS-NEW-DESC.
           PERFORM FILE-ACTIVITY-ENTRY.

       READ-CICS-EXIT.
           EXIT.

       GATHER-TRANSACT-FILE SECTION.
       GATHER-TRANSACT.
           OPEN INPUT TRANSACT-FILE.
           IF WS-TRANSACT-STATUS NOT = '00'
               GO TO GATHER-TRANSACT-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-TRANSACT-RECORD
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE TRANSACT-FILE.

       GATHER-TRANSACT-EXIT.
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

      *No usable time of day - the file is read in transaction-ID
      *order, so a day's entries keep their own sequence and sort
      *ahead of that day's timed activity.
           MOVE TRANS-ID TO WS-TRANS-ID-WORK.
           MOVE WS-TRANS-ID-DATE TO WS-NEW-DATE.
           MOVE ZERO TO WS-NEW-TIME.
           MOVE 'SQL' TO WS-NEW-SOURCE.
           MOVE TRANS-TYPE TO WS-NEW-TYPE.
           MOVE SPACES TO WS-NEW-DESC.
      *Deposits and the final interest paid at closure are the
      *only credits MIXSQLCS logs; everything else takes money out.
           EVALUATE TRANS-TYPE
               WHEN 'DEPOSIT'
                   MOVE TRANS-AMOUNT TO WS-NEW-AMOUNT
                   MOVE 'ONLINE DEPOSIT' TO WS-NEW-DESC
               WHEN 'INTEREST'
                   MOVE TRANS-AMOUNT TO WS-NEW-AMOUNT
                   MOVE 'FINAL INTEREST AT CLOSING' TO WS-NEW-DESC
               WHEN OTHER
                   COMPUTE WS-NEW-AMOUNT = ZERO - TRANS-AMOUNT
                   STRING 'ONLINE ' TRANS-TYPE
                          DELIMITED BY SIZE INTO WS-NEW-DESC
           END-EVALUATE.
           PERFORM FILE-ACTIVITY-ENTRY.

       READ-TRANSACT-EXIT.
           EXIT.

       GATHER-BATCH-POSTINGS SECTION.
       GATHER-POSTINGS.
           OPEN INPUT DEPOSIT-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = '00'
               GO TO GATHER-POSTINGS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-BATCH-POSTING
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE DEPOSIT-POSTING-FILE.

       GATHER-POSTINGS-EXIT.
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

           MOVE WS-PST-DATE TO WS-NEW-DATE.
           MOVE WS-BATCH-POST-TIME TO WS-NEW-TIME.
           MOVE 'BTCH' TO WS-NEW-SOURCE.
           MOVE WS-PST-TYPE TO WS-NEW-TYPE.
           COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(WS-PST-AMOUNT-X).
           MOVE WS-PST-DESC TO WS-NEW-DESC.
           PERFORM FILE-ACTIVITY-ENTRY.

       READ-POSTING-EXIT.
           EXIT.

       FILE-ACTIVITY-ENTRY SECTION.
       FILE-ENTRY.
      *Before the period - already on an earlier statement. After
      *it - not on this statement, but already in ACCT-BALANCE, so
      *it is kept aside to bring the book back to month end.
           IF WS-NEW-DATE < WS-PERIOD-START
               GO TO FILE-ENTRY-EXIT
           END-IF.

           IF WS-NEW-DATE > WS-PERIOD-END
               ADD WS-NEW-AMOUNT TO WS-AFTER-PERIOD-NET
               GO TO FILE-ENTRY-EXIT
           END-IF.

           IF WS-ENT-COUNT NOT < WS-ENT-MAX
               MOVE 'Y' TO WS-ENT-OVERFLOW
               GO TO FILE-ENTRY-EXIT
           END-IF.

      *Walk back from the end of the table to the slot the new
      *entry belongs in, moving each later entry down one.
           COMPUTE WS-INSERT-IX = WS-ENT-COUNT + 1.
           MOVE 'N' TO WS-SLOT-FOUND.
           PERFORM MAKE-ROOM-FOR-ENTRY
               UNTIL WS-INSERT-IX = 1 OR WS-SLOT-FOUND = 'Y'.
           MOVE WS-NEW-ENTRY TO WS-STMT-ENTRY (WS-INSERT-IX).
           ADD 1 TO WS-ENT-COUNT.

       FILE-ENTRY-EXIT.
           EXIT.

       MAKE-ROOM-FOR-ENTRY SECTION.
       MAKE-ROOM.
           IF WS-ENT-KEY (WS-INSERT-IX - 1) NOT > WS-NEW-KEY
               MOVE 'Y' TO WS-SLOT-FOUND
           ELSE
               MOVE WS-STMT-ENTRY (WS-INSERT-IX - 1)
                   TO WS-STMT-ENTRY (WS-INSERT-IX)
               SUBTRACT 1 FROM WS-INSERT-IX
           END-IF.

       DETERMINE-OPENING-BALANCE SECTION.
       DETERMINE-OPENING.
      *Net of the month's activity - the opening balance is proved
      *against it from the other end.
           MOVE ZERO TO WS-PERIOD-NET.
           PERFORM ADD-ONE-TO-PERIOD-NET
               VARYING WS-PRINT-IX FROM 1 BY 1
               UNTIL WS-PRINT-IX > WS-ENT-COUNT.

           COMPUTE WS-BOOK-MONTH-END =
               ACCT-BALANCE - WS-AFTER-PERIOD-NET.

      *The last statement's closing balance is this one's opening.
      *A rerun of a period already stated starts from the same
      *opening it used the first time.
           MOVE 'N' TO WS-HISTORY-FOUND.
           MOVE ACCT-NUMBER TO SH-ACCT-NUMBER.
           READ STMT-HISTORY-FILE KEY IS SH-ACCT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-FOUND
           END-READ.

           IF WS-HISTORY-FOUND = 'Y'
               SET WS-OPENING-FROM-HISTORY TO TRUE
               IF SH-PERIOD = WS-STMT-PERIOD
                   MOVE SH-OPENING-BALANCE TO WS-OPENING-BALANCE
               ELSE
                   MOVE SH-CLOSING-BALANCE TO WS-OPENING-BALANCE
               END-IF
           ELSE
      *First statement for the account - there is no earlier
      *closing balance to carry, so the opening is worked back
      *from the book and the proof holds by construction.
               SET WS-OPENING-DERIVED TO TRUE
               COMPUTE WS-OPENING-BALANCE =
                   WS-BOOK-MONTH-END - WS-PERIOD-NET
               ADD 1 TO WS-FIRST-STATEMENTS
           END-IF.

       ADD-ONE-TO-PERIOD-NET SECTION.
       ADD-PERIOD-NET.
           ADD WS-ENT-AMOUNT (WS-PRINT-IX) TO WS-PERIOD-NET.

       WRITE-STATEMENT-HEADING SECTION.
       WRITE-HEADING.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE ALL '=' TO STATEMENT-LINE (1:78).
           WRITE STATEMENT-LINE.

           MOVE ACCT-NUMBER TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'DEPOSIT ACCOUNT STATEMENT    ACCOUNT '
                  WS-DISPLAY-NUMBER '  ' ACCT-TYPE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-PERIOD-START TO WS-DISPLAY-DATE.
           STRING 'STATEMENT PERIOD ' WS-DISPLAY-DATE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE WS-PERIOD-END TO WS-DISPLAY-DATE.
           MOVE ' THRU ' TO STATEMENT-LINE (28:6).
           MOVE WS-DISPLAY-DATE TO STATEMENT-LINE (34:10).
           WRITE STATEMENT-LINE.

      *Name and address from the customer master when it has one.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               MOVE ACCT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                       MOVE CUST-STREET TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                       MOVE SPACES TO STATEMENT-LINE
                       STRING CUST-CITY ' ' CUST-STATE ' ' CUST-ZIP
                              DELIMITED BY SIZE INTO STATEMENT-LINE
                       WRITE STATEMENT-LINE
               END-READ
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING 'DATE       SRCE TYPE       DESCRIPTION'
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE 'AMOUNT' TO STATEMENT-LINE (68:6).
           MOVE 'BALANCE' TO STATEMENT-LINE (84:7).
           WRITE STATEMENT-LINE.

           MOVE WS-OPENING-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-PERIOD-START TO WS-DISPLAY-DATE.
           STRING WS-DISPLAY-DATE ' '
                  '                OPENING BALANCE'
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE WS-DISPLAY-BALANCE TO STATEMENT-LINE (76:15).
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-ACTIVITY SECTION.
       WRITE-ACTIVITY.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE ZERO TO WS-TOTAL-CREDITS.
           MOVE ZERO TO WS-TOTAL-DEBITS.
           MOVE ZERO TO WS-TOTAL-INTEREST.
           MOVE ZERO TO WS-TOTAL-FEES.

           PERFORM WRITE-ONE-ACTIVITY-LINE
               VARYING WS-PRINT-IX FROM 1 BY 1
               UNTIL WS-PRINT-IX > WS-ENT-COUNT.

           MOVE WS-RUNNING-BALANCE TO WS-CLOSING-BALANCE.

           IF WS-ENT-COUNT = ZERO
               MOVE SPACES TO STATEMENT-LINE
               MOVE '           NO ACTIVITY THIS PERIOD'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-ONE-ACTIVITY-LINE SECTION.
       WRITE-ONE-ACTIVITY.
           ADD WS-ENT-AMOUNT (WS-PRINT-IX) TO WS-RUNNING-BALANCE.

      *Interest and fees are shown apart from the ordinary credits
      *and debits in the summary.
           EVALUATE TRUE
               WHEN WS-ENT-TYPE (WS-PRINT-IX) = 'INTEREST'
                   ADD WS-ENT-AMOUNT (WS-PRINT-IX)
                       TO WS-TOTAL-INTEREST
               WHEN WS-ENT-TYPE (WS-PRINT-IX) = 'FEE'
                   ADD WS-ENT-AMOUNT (WS-PRINT-IX) TO WS-TOTAL-FEES
               WHEN WS-ENT-AMOUNT (WS-PRINT-IX) < ZERO
                   ADD WS-ENT-AMOUNT (WS-PRINT-IX)
                       TO WS-TOTAL-DEBITS
               WHEN OTHER
                   ADD WS-ENT-AMOUNT (WS-PRINT-IX)
                       TO WS-TOTAL-CREDITS
           END-EVALUATE.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-ENT-DATE (WS-PRINT-IX) TO WS-DISPLAY-DATE.
           STRING WS-DISPLAY-DATE ' '
                  WS-ENT-SOURCE (WS-PRINT-IX) ' '
                  WS-ENT-TYPE (WS-PRINT-IX) ' '
                  WS-ENT-DESC (WS-PRINT-IX)
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE WS-ENT-AMOUNT (WS-PRINT-IX) TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (59:15).
           MOVE WS-RUNNING-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE WS-DISPLAY-BALANCE TO STATEMENT-LINE (76:15).
           WRITE STATEMENT-LINE.

       WRITE-HOLDS-IN-EFFECT SECTION.
       WRITE-HOLDS.
      *Holds do not move the ledger balance - they are listed so
      *the customer can see why available funds are lower.
           MOVE ZERO TO WS-TOTAL-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT.
           IF WS-HOLDINGS-FILE-OK NOT = 'Y'
               GO TO WRITE-HOLDS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-HOLDS.
           MOVE ACCT-NUMBER TO HOLD-ACCOUNT-NUMBER.
           START HOLDINGS-FILE KEY IS EQUAL TO HOLD-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HOLDS
           END-START.

           PERFORM READ-ONE-HOLD
               UNTIL WS-EOF-HOLDS = 'Y'.

           IF WS-HOLD-COUNT > ZERO
               MOVE WS-TOTAL-HOLDS TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING '           TOTAL HELD'
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (59:15)
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-HOLDS-EXIT.
           EXIT.

       READ-ONE-HOLD SECTION.
       READ-HOLD.
           READ HOLDINGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-HOLDS
                   GO TO READ-HOLD-EXIT
           END-READ.

           IF HOLD-ACCOUNT-NUMBER NOT = ACCT-NUMBER
               MOVE 'Y' TO WS-EOF-HOLDS
               GO TO READ-HOLD-EXIT
           END-IF.

           IF NOT HOLD-ACTIVE OR HOLD-PLACED-DATE > WS-PERIOD-END
               GO TO READ-HOLD-EXIT
           END-IF.

           IF WS-HOLD-COUNT = ZERO
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE 'HOLDS IN EFFECT' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           EVALUATE TRUE
               WHEN REASON-CHECK-CLEARING
                   MOVE 'CHECK CLEARING' TO WS-HOLD-REASON-TEXT
               WHEN REASON-LEGAL
                   MOVE 'LEGAL' TO WS-HOLD-REASON-TEXT
               WHEN REASON-FRAUD-REVIEW
                   MOVE 'FRAUD REVIEW' TO WS-HOLD-REASON-TEXT
               WHEN REASON-REGULATORY
                   MOVE 'REGULATORY' TO WS-HOLD-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER' TO WS-HOLD-REASON-TEXT
           END-EVALUATE.

           ADD 1 TO WS-HOLD-COUNT.
           ADD HOLD-AMOUNT TO WS-TOTAL-HOLDS.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE HOLD-PLACED-DATE TO WS-DISPLAY-DATE.
           STRING WS-DISPLAY-DATE ' HOLD '
                  WS-HOLD-REASON-TEXT ' ID ' HOLD-ID
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE HOLD-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (59:15).
           WRITE STATEMENT-LINE.

       READ-HOLD-EXIT.
           EXIT.

       PROVE-CLOSING-BALANCE SECTION.
       PROVE-CLOSING.
      *The statement's closing balance must be the book balance as
      *it stood at month end - ACCT-BALANCE less anything posted
      *since.
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-CLOSING-BALANCE - WS-BOOK-MONTH-END.

           IF WS-PROOF-DIFFERENCE = ZERO AND WS-ENT-OVERFLOW = 'N'
               ADD 1 TO WS-STATEMENTS-PROVED
               GO TO PROVE-CLOSING-EXIT
           END-IF.

           ADD 1 TO WS-STATEMENTS-EXCEPTED.

           MOVE ACCT-NUMBER TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO EXCEPTION-LINE.
           IF WS-ENT-OVERFLOW = 'Y'
               STRING 'ACCOUNT ' WS-DISPLAY-NUMBER
                      ' - MORE THAN 200 POSTINGS, STATEMENT '
                      'INCOMPLETE'
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
           ELSE
               STRING 'ACCOUNT ' WS-DISPLAY-NUMBER
                      ' - CLOSING BALANCE DOES NOT PROVE TO BOOK'
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-IF.
           WRITE EXCEPTION-LINE.

           MOVE WS-OPENING-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '    OPENING BALANCE       ' WS-DISPLAY-BALANCE
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           IF WS-OPENING-DERIVED
               MOVE '(FIRST STATEMENT)' TO EXCEPTION-LINE (45:17)
           END-IF.
           WRITE EXCEPTION-LINE.

           MOVE WS-PERIOD-NET TO WS-DISPLAY-BALANCE.
           MOVE WS-ENT-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '    PERIOD ACTIVITY       ' WS-DISPLAY-BALANCE
                  '  ' WS-DISPLAY-COUNT ' POSTINGS'
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-CLOSING-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '    STATEMENT CLOSING     ' WS-DISPLAY-BALANCE
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '    ACCT-BALANCE TODAY    ' WS-DISPLAY-BALANCE
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-AFTER-PERIOD-NET TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '    POSTED SINCE PERIOD   ' WS-DISPLAY-BALANCE
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-BOOK-MONTH-END TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '    BOOK AT PERIOD END    ' WS-DISPLAY-BALANCE
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-PROOF-DIFFERENCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '    DIFFERENCE            ' WS-DISPLAY-BALANCE
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       PROVE-CLOSING-EXIT.
           EXIT.

       WRITE-STATEMENT-SUMMARY SECTION.
       WRITE-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-OPENING-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'OPENING BALANCE          ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'DEPOSITS AND CREDITS     ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-TOTAL-DEBITS TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'WITHDRAWALS AND DEBITS   ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'INTEREST POSTED          ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-TOTAL-FEES TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'FEES                     ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-CLOSING-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'CLOSING BALANCE          ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           IF WS-HOLD-COUNT > ZERO
               COMPUTE WS-DISPLAY-AMOUNT =
                   WS-CLOSING-BALANCE - WS-TOTAL-HOLDS
               MOVE SPACES TO STATEMENT-LINE
               STRING 'AVAILABLE AFTER HOLDS    ' WS-DISPLAY-AMOUNT
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

      *An out-of-balance statement is held back with the exception
      *list rather than mailed.
           IF WS-PROOF-DIFFERENCE NOT = ZERO OR WS-ENT-OVERFLOW = 'Y'
               MOVE SPACES TO STATEMENT-LINE
               MOVE '*** STATEMENT HELD - SEE EXCEPTION LIST ***'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       UPDATE-STATEMENT-HISTORY SECTION.
       UPDATE-HISTORY.
      *Next month opens from the book as it stood at this month
      *end, so a break is reported in the month it happened and not
      *carried into every statement after it.
           IF WS-HISTORY-FOUND = 'Y' AND SH-PERIOD = WS-STMT-PERIOD
               MOVE WS-BOOK-MONTH-END TO SH-CLOSING-BALANCE
               REWRITE STMT-HISTORY-RECORD
               GO TO UPDATE-HISTORY-EXIT
           END-IF.

           IF WS-HISTORY-FOUND = 'Y'
               MOVE SH-PERIOD TO SH-PRIOR-PERIOD
               MOVE SH-CLOSING-BALANCE TO SH-PRIOR-CLOSING
           ELSE
               MOVE ACCT-NUMBER TO SH-ACCT-NUMBER
               MOVE ZERO TO SH-PRIOR-PERIOD
               MOVE ZERO TO SH-PRIOR-CLOSING
           END-IF.

           MOVE WS-STMT-PERIOD TO SH-PERIOD.
           MOVE WS-OPENING-BALANCE TO SH-OPENING-BALANCE.
           MOVE WS-BOOK-MONTH-END TO SH-CLOSING-BALANCE.

           IF WS-HISTORY-FOUND = 'Y'
               REWRITE STMT-HISTORY-RECORD
           ELSE
               WRITE STMT-HISTORY-RECORD
           END-IF.

       UPDATE-HISTORY-EXIT.
           EXIT.

       SHUTDOWN-STATEMENT-RUN SECTION.
       SHUTDOWN-STMT.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-ACCOUNTS-READ TO WS-DISPLAY-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'Accounts read        : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-STATEMENTS-PROVED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'Statements proved    : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-STATEMENTS-EXCEPTED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'Statements held      : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-FIRST-STATEMENTS TO WS-DISPLAY-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'First statements     : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-ACCOUNTS-SKIPPED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'Accounts not stated  : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           DISPLAY 'Statements proved: ' WS-STATEMENTS-PROVED
               '  held: ' WS-STATEMENTS-EXCEPTED.
           DISPLAY 'Statements in deposit_statements.txt, exceptions'
               ' in deposit_stmt_except.rpt'.

           CLOSE MASTER-ACCOUNT-FILE.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-HOLDINGS-FILE-OK = 'Y'
               CLOSE HOLDINGS-FILE
           END-IF.
           CLOSE STMT-HISTORY-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE EXCEPTION-REPORT.
