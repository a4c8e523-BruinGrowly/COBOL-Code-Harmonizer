       IDENTIFICATION DIVISION.
       PROGRAM-ID. StructuringReview.
      *FINANCIAL SERVICES - CASH STRUCTURING REVIEW
      *Suspicious-activity review of cash kept under the currency
      *transaction reporting threshold. CTRExtract catches one day
      *over the line; this run looks back over a rolling window of
      *business days for the customers who stay just under it -
      *repeated near-threshold amounts, several same-day cash
      *transactions that add up past it, the same money spread
      *over several days, or cash moved through several ATMs.
      *
      *Sources are ATMController's cash journal (dispenses,
      *reversals, deposits) and the CICSTRAN teller deposits
      *offloaded from the STMT queue. Activity is grouped by
      *customer where master_accounts.dat knows the account's
      *owner, by account otherwise. Each flagged customer gets a
      *case on structuring_cases.dat and a write-up on the case
      *report listing the supporting transactions, for the BSA
      *officer to decide whether to file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-JOURNAL-FILE ASSIGN TO 'cash_journal.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CICS-ACTIVITY-FILE ASSIGN TO 'cics_stmt_activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICS-ACT-STATUS.

           SELECT MASTER-ACCOUNT-FILE ASSIGN TO 'master_accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'customers_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

      *One case per subject - reopened when a subject the officer
      *has already decided on shows the pattern again afterwards.
           SELECT STRUCTURING-CASE-FILE ASSIGN TO
                   'structuring_cases.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STC-SUBJECT-KEY
               FILE STATUS IS WS-CASE-STATUS.

      *BSA officer decisions:
      *subject-type|subject-id|F(iled) or N(o filing)|officer
           SELECT CASE-DECISION-FILE ASSIGN TO
                   'structuring_decisions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT CASE-REPORT ASSIGN TO 'structuring_review.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MASTER-ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD  STRUCTURING-CASE-FILE.
       01  STRUCTURING-CASE-RECORD.
           05  STC-SUBJECT-KEY.
               10  STC-SUBJECT-TYPE    PIC X.
               10  STC-SUBJECT-ID      PIC 9(12).
           05  STC-STATUS              PIC X.
               88  STC-OPEN            VALUE 'O'.
               88  STC-FILED           VALUE 'F'.
               88  STC-NOT-FILED       VALUE 'N'.
           05  STC-OPENED-DATE         PIC 9(8).
           05  STC-LAST-FLAGGED        PIC 9(8).
           05  STC-REASONS             PIC X(40).
           05  STC-WINDOW-CASH         PIC 9(9)V99.
           05  STC-DECIDED-BY          PIC X(8).
           05  STC-DECIDED-DATE        PIC 9(8).

       FD  CASE-DECISION-FILE.
       01  CASE-DECISION-RECORD        PIC X(80).

       FD  CASE-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-JOURNAL-STATUS           PIC XX.
       01  WS-CICS-ACT-STATUS          PIC XX.
       01  WS-MASTER-STATUS            PIC XX.
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-CASE-STATUS              PIC XX.
       01  WS-DECISION-STATUS          PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-SOURCE               PIC X VALUE 'N'.
       01  WS-EOF-DECISIONS            PIC X VALUE 'N'.
       01  WS-MASTER-FILE-OK           PIC X VALUE 'N'.
       01  WS-CUSTOMER-FILE-OK         PIC X VALUE 'N'.
       01  WS-TODAY-DATE               PIC 9(8).

      *Review parameters. The reporting threshold is CTRExtract's;
      *near-threshold is the band just under it.
       01  WS-REVIEW-PARAMETERS.
           05  WS-CTR-THRESHOLD        PIC 9(7)V99 VALUE 10000.00.
           05  WS-NEAR-LOW             PIC 9(7)V99 VALUE 9000.00.
           05  WS-WINDOW-BUS-DAYS      PIC 99 VALUE 10.
           05  WS-NEAR-REPEAT-MIN      PIC 99 VALUE 2.
           05  WS-SPREAD-DAYS-MIN      PIC 99 VALUE 3.
           05  WS-ATM-COUNT-MIN        PIC 99 VALUE 3.

      *Rolling window - today back through the tenth business day,
      *Saturdays and Sundays not counted.
       01  WS-WINDOW-WORK.
           05  WS-WINDOW-START         PIC 9(8).
           05  WS-WINDOW-INT           PIC 9(7).
           05  WS-WEEKDAY              PIC 9.
           05  WS-BUS-DAYS-FOUND       PIC 99.

      *Parsed journal line - timestamp|account|then the amount or
      *a DEPOSIT/REVERSAL tag, with the ATM= field somewhere after.
       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-DATE            PIC X(21).
           05  WS-JRNL-ACCT            PIC X(10).
           05  WS-JRNL-ACCT-N REDEFINES WS-JRNL-ACCT
                                       PIC 9(10).
           05  WS-JRNL-FIELD           PIC X(20) OCCURS 8 TIMES.
       01  WS-JRNL-FIELD-IX            PIC 9.
       01  WS-JRNL-AMT-X               PIC X(9).
       01  WS-JRNL-AMT REDEFINES WS-JRNL-AMT-X
                                       PIC 9(7)V99.

      *One cash transaction as taken from either source.
       01  WS-NEW-TRANSACTION.
           05  WS-NT-ACCOUNT           PIC 9(12).
           05  WS-NT-DATE              PIC 9(8).
           05  WS-NT-TIME              PIC 9(6).
           05  WS-NT-CHANNEL           PIC X(10).
           05  WS-NT-DIRECTION         PIC X(3).
           05  WS-NT-AMOUNT            PIC S9(7)V99.

      *Every in-window cash transaction, tagged with its subject.
       01  WS-TRANSACTION-TABLE.
           05  WS-TX-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-TX-MAX               PIC 9(4) VALUE 3000.
           05  WS-TX-ENTRY             OCCURS 3000 TIMES.
               10  WS-TX-SUBJECT-IX    PIC 9(3).
               10  WS-TX-ACCOUNT       PIC 9(12).
               10  WS-TX-DATE          PIC 9(8).
               10  WS-TX-TIME          PIC 9(6).
               10  WS-TX-CHANNEL       PIC X(10).
               10  WS-TX-DIRECTION     PIC X(3).
               10  WS-TX-AMOUNT        PIC S9(7)V99.
       01  WS-TX-IX                    PIC 9(4).
       01  WS-TX-IX-2                  PIC 9(4).

      *One subject (customer, or bare account) per entry, with
      *what the rules found.
       01  WS-SUBJECT-TABLE.
           05  WS-SB-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-SB-MAX               PIC 9(3) VALUE 500.
           05  WS-SB-ENTRY             OCCURS 500 TIMES.
               10  WS-SB-TYPE          PIC X.
               10  WS-SB-ID            PIC 9(12).
               10  WS-SB-SINCE-DATE    PIC 9(8).
               10  WS-SB-NEAR-COUNT    PIC 9(3).
               10  WS-SB-WINDOW-CASH   PIC S9(9)V99.
               10  WS-SB-CASH-DAYS     PIC 99.
               10  WS-SB-MAX-DAY-TOTAL PIC S9(9)V99.
               10  WS-SB-MAX-DAY-DATE  PIC 9(8).
               10  WS-SB-SPLIT-DAY     PIC X.
               10  WS-SB-ATM-COUNT     PIC 99.
               10  WS-SB-ATM-ID        PIC X(10) OCCURS 10 TIMES.
               10  WS-SB-REASONS       PIC X(40).
               10  WS-SB-FLAGGED       PIC X.
       01  WS-SB-IX                    PIC 9(3).
       01  WS-SB-FOUND-IX              PIC 9(3).
       01  WS-ATM-IX                   PIC 99.
       01  WS-ATM-FOUND                PIC X.

      *Subject of the transaction being filed.
       01  WS-LOOKUP-TYPE              PIC X.
       01  WS-LOOKUP-ID                PIC 9(12).

      *One day's cash for the subject being evaluated.
       01  WS-DAY-WORK.
           05  WS-DAY-DATE             PIC 9(8).
           05  WS-DAY-TOTAL            PIC S9(9)V99.
           05  WS-DAY-TX-COUNT         PIC 9(3).
           05  WS-DAY-SEEN-BEFORE      PIC X.
       01  WS-REASON-POS               PIC 99.

       01  WS-DECISION-FIELDS.
           05  WS-DEC-TYPE             PIC X.
           05  WS-DEC-ID               PIC X(12).
           05  WS-DEC-ID-N REDEFINES WS-DEC-ID
                                       PIC 9(12).
           05  WS-DEC-ACTION           PIC X.
           05  WS-DEC-OFFICER          PIC X(8).

       01  WS-RUN-TOTALS.
           05  WS-ENTRIES-IN-WINDOW    PIC 9(7) VALUE ZERO.
           05  WS-SUBJECTS-FLAGGED     PIC 9(5) VALUE ZERO.
           05  WS-CASES-OPENED         PIC 9(5) VALUE ZERO.
           05  WS-CASES-CONTINUED      PIC 9(5) VALUE ZERO.
           05  WS-DECISIONS-APPLIED    PIC 9(5) VALUE ZERO.

       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$9.99-.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-ID               PIC Z(11)9.
       01  WS-DISPLAY-TIME             PIC 99B99B99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-STRUCTURING-REVIEW.
           PERFORM APPLY-OFFICER-DECISIONS.
           PERFORM GATHER-CASH-JOURNAL.
           PERFORM GATHER-TELLER-DEPOSITS.
           PERFORM EVALUATE-SUBJECT
               VARYING WS-SB-IX FROM 1 BY 1
               UNTIL WS-SB-IX > WS-SB-COUNT.
           PERFORM WRITE-CASE-REPORT.
           PERFORM SHUTDOWN-STRUCTURING-REVIEW.
           STOP RUN.

       INITIALIZE-STRUCTURING-REVIEW SECTION.
       INIT-REVIEW.
           DISPLAY '========================================'.
           DISPLAY 'CASH STRUCTURING REVIEW'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM ESTABLISH-REVIEW-WINDOW.

           OPEN INPUT MASTER-ACCOUNT-FILE.
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-FILE-OK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-FILE-OK
           END-IF.

           OPEN I-O STRUCTURING-CASE-FILE.
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT STRUCTURING-CASE-FILE
               CLOSE STRUCTURING-CASE-FILE
               OPEN I-O STRUCTURING-CASE-FILE
           END-IF.
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'Error opening structuring case file, status: '
                   WS-CASE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CASE-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening structuring report, status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

       ESTABLISH-REVIEW-WINDOW SECTION.
       ESTABLISH-WINDOW.
      *Walk back a day at a time until the window holds the set
      *number of weekdays. Day 1 of the integer calendar was a
      *Monday, so the remainder by 7 is 1 for Monday through 6 for
      *Saturday and 0 for Sunday.
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           MOVE ZERO TO WS-BUS-DAYS-FOUND.
           PERFORM COUNT-WINDOW-DAY
               UNTIL WS-BUS-DAYS-FOUND = WS-WINDOW-BUS-DAYS.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT + 1).
           DISPLAY 'Review window: ' WS-WINDOW-START
               ' to ' WS-TODAY-DATE.

       COUNT-WINDOW-DAY SECTION.
       COUNT-DAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-WINDOW-INT, 7).
           IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
               ADD 1 TO WS-BUS-DAYS-FOUND
           END-IF.
           SUBTRACT 1 FROM WS-WINDOW-INT.

       APPLY-OFFICER-DECISIONS SECTION.
       APPLY-DECISIONS.
           OPEN INPUT CASE-DECISION-FILE.
           IF WS-DECISION-STATUS NOT = '00'
               GO TO APPLY-DECISIONS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-DECISIONS.
           PERFORM APPLY-ONE-DECISION
               UNTIL WS-EOF-DECISIONS = 'Y'.
           CLOSE CASE-DECISION-FILE.

       APPLY-DECISIONS-EXIT.
           EXIT.

       APPLY-ONE-DECISION SECTION.
       APPLY-DECISION.
           READ CASE-DECISION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-DECISIONS
                   GO TO APPLY-DECISION-EXIT
           END-READ.

           IF CASE-DECISION-RECORD = SPACES
               GO TO APPLY-DECISION-EXIT
           END-IF.

           MOVE SPACES TO WS-DECISION-FIELDS.
           UNSTRING CASE-DECISION-RECORD DELIMITED BY '|'
               INTO WS-DEC-TYPE WS-DEC-ID WS-DEC-ACTION
                    WS-DEC-OFFICER
           END-UNSTRING.

           IF WS-DEC-ID IS NOT NUMERIC OR
              WS-DEC-OFFICER = SPACES OR
              (WS-DEC-ACTION NOT = 'F' AND WS-DEC-ACTION NOT = 'N')
               DISPLAY 'Decision rejected - incomplete: '
                   CASE-DECISION-RECORD
               GO TO APPLY-DECISION-EXIT
           END-IF.

           MOVE WS-DEC-TYPE TO STC-SUBJECT-TYPE.
           MOVE WS-DEC-ID-N TO STC-SUBJECT-ID.
           READ STRUCTURING-CASE-FILE
               INVALID KEY
                   DISPLAY 'Decision rejected - no such case: '
                       CASE-DECISION-RECORD
                   GO TO APPLY-DECISION-EXIT
           END-READ.

           MOVE WS-DEC-ACTION TO STC-STATUS.
           MOVE WS-DEC-OFFICER TO STC-DECIDED-BY.
           MOVE WS-TODAY-DATE TO STC-DECIDED-DATE.
           REWRITE STRUCTURING-CASE-RECORD.
           ADD 1 TO WS-DECISIONS-APPLIED.

       APPLY-DECISION-EXIT.
           EXIT.

       GATHER-CASH-JOURNAL SECTION.
       GATHER-JOURNAL.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'No cash journal on file'
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
                    WS-JRNL-FIELD (1) WS-JRNL-FIELD (2)
                    WS-JRNL-FIELD (3) WS-JRNL-FIELD (4)
                    WS-JRNL-FIELD (5) WS-JRNL-FIELD (6)
                    WS-JRNL-FIELD (7) WS-JRNL-FIELD (8)
           END-UNSTRING.

           IF WS-JRNL-ACCT IS NOT NUMERIC OR
              WS-JRNL-DATE (1:8) IS NOT NUMERIC
               GO TO READ-JOURNAL-EXIT
           END-IF.
           IF WS-JRNL-DATE (1:8) < WS-WINDOW-START OR
              WS-JRNL-DATE (1:8) > WS-TODAY-DATE
               GO TO READ-JOURNAL-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-JRNL-FIELD (1) (1:13) = 'CARD CAPTURED'
                   GO TO READ-JOURNAL-EXIT
               WHEN WS-JRNL-FIELD (1) (1:7) = 'DEPOSIT'
                   MOVE WS-JRNL-FIELD (2) (1:9) TO WS-JRNL-AMT-X
                   MOVE 'IN' TO WS-NT-DIRECTION
               WHEN WS-JRNL-FIELD (1) (1:8) = 'REVERSAL'
      *Cash that never left the machine - backs out the dispense.
                   MOVE WS-JRNL-FIELD (2) (1:9) TO WS-JRNL-AMT-X
                   MOVE 'REV' TO WS-NT-DIRECTION
               WHEN OTHER
                   MOVE WS-JRNL-FIELD (1) (1:9) TO WS-JRNL-AMT-X
                   MOVE 'OUT' TO WS-NT-DIRECTION
           END-EVALUATE.

           IF WS-JRNL-AMT-X IS NOT NUMERIC
               GO TO READ-JOURNAL-EXIT
           END-IF.

           IF WS-NT-DIRECTION = 'REV'
               COMPUTE WS-NT-AMOUNT = ZERO - WS-JRNL-AMT
           ELSE
               MOVE WS-JRNL-AMT TO WS-NT-AMOUNT
           END-IF.

           MOVE SPACES TO WS-NT-CHANNEL.
           PERFORM FIND-JOURNAL-ATM-ID
               VARYING WS-JRNL-FIELD-IX FROM 1 BY 1
               UNTIL WS-JRNL-FIELD-IX > 8.

           MOVE WS-JRNL-ACCT-N TO WS-NT-ACCOUNT.
           MOVE WS-JRNL-DATE (1:8) TO WS-NT-DATE.
           MOVE WS-JRNL-DATE (9:6) TO WS-NT-TIME.
           PERFORM FILE-CASH-TRANSACTION.

       READ-JOURNAL-EXIT.
           EXIT.

       FIND-JOURNAL-ATM-ID SECTION.
       FIND-ATM-ID.
           IF WS-JRNL-FIELD (WS-JRNL-FIELD-IX) (1:4) = 'ATM='
               MOVE WS-JRNL-FIELD (WS-JRNL-FIELD-IX) (5:10)
                   TO WS-NT-CHANNEL
           END-IF.

       GATHER-TELLER-DEPOSITS SECTION.
       GATHER-TELLER.
           OPEN INPUT CICS-ACTIVITY-FILE.
           IF WS-CICS-ACT-STATUS NOT = '00'
               DISPLAY 'No teller activity offload on file'
               GO TO GATHER-TELLER-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-TELLER-ENTRY
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CICS-ACTIVITY-FILE.

       GATHER-TELLER-EXIT.
           EXIT.

       READ-ONE-TELLER-ENTRY SECTION.
       READ-TELLER.
           READ CICS-ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-TELLER-EXIT
           END-READ.

      *Only the teller's cash deposits - transfers and sweeps on the
      *same queue are book entries, not currency.
           IF SA-SOURCE NOT = 'CICS' OR SA-TYPE NOT = 'DEPOSIT'
               GO TO READ-TELLER-EXIT
           END-IF.
           IF SA-ACCOUNT IS NOT NUMERIC OR
              SA-POST-DATE IS NOT NUMERIC
               GO TO READ-TELLER-EXIT
           END-IF.
           IF SA-POST-DATE < WS-WINDOW-START OR
              SA-POST-DATE > WS-TODAY-DATE
               GO TO READ-TELLER-EXIT
           END-IF.

           MOVE SA-ACCOUNT TO WS-NT-ACCOUNT.
           MOVE SA-POST-DATE TO WS-NT-DATE.
           MOVE SA-POST-TIME TO WS-NT-TIME.
           MOVE 'TELLER' TO WS-NT-CHANNEL.
           MOVE 'IN' TO WS-NT-DIRECTION.
           MOVE SA-AMOUNT TO WS-NT-AMOUNT.
           PERFORM FILE-CASH-TRANSACTION.

       READ-TELLER-EXIT.
           EXIT.

       FILE-CASH-TRANSACTION SECTION.
       FILE-TRANSACTION.
           IF WS-TX-COUNT NOT < WS-TX-MAX
               DISPLAY 'Transaction table full - entry skipped for '
                   WS-NT-ACCOUNT
               GO TO FILE-TRANSACTION-EXIT
           END-IF.

      *The customer who owns the account, where the master knows
      *it - structuring across a customer's several accounts is
      *still one customer's structuring.
           MOVE 'A' TO WS-LOOKUP-TYPE.
           MOVE WS-NT-ACCOUNT TO WS-LOOKUP-ID.
           IF WS-MASTER-FILE-OK = 'Y'
               MOVE WS-NT-ACCOUNT TO ACCT-NUMBER
               READ MASTER-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-CUSTOMER-ID > ZERO
                           MOVE 'C' TO WS-LOOKUP-TYPE
                           MOVE ACCT-CUSTOMER-ID TO WS-LOOKUP-ID
                       END-IF
               END-READ
           END-IF.

           PERFORM LOCATE-SUBJECT.
           IF WS-SB-FOUND-IX = ZERO
               GO TO FILE-TRANSACTION-EXIT
           END-IF.

      *Activity on or before an officer's decision was part of the
      *case already decided.
           IF WS-NT-DATE NOT > WS-SB-SINCE-DATE (WS-SB-FOUND-IX)
               GO TO FILE-TRANSACTION-EXIT
           END-IF.

           ADD 1 TO WS-TX-COUNT.
           ADD 1 TO WS-ENTRIES-IN-WINDOW.
           MOVE WS-SB-FOUND-IX TO WS-TX-SUBJECT-IX (WS-TX-COUNT).
           MOVE WS-NT-ACCOUNT TO WS-TX-ACCOUNT (WS-TX-COUNT).
           MOVE WS-NT-DATE TO WS-TX-DATE (WS-TX-COUNT).
           MOVE WS-NT-TIME TO WS-TX-TIME (WS-TX-COUNT).
           MOVE WS-NT-CHANNEL TO WS-TX-CHANNEL (WS-TX-COUNT).
           MOVE WS-NT-DIRECTION TO WS-TX-DIRECTION (WS-TX-COUNT).
           MOVE WS-NT-AMOUNT TO WS-TX-AMOUNT (WS-TX-COUNT).

       FILE-TRANSACTION-EXIT.
           EXIT.

       LOCATE-SUBJECT SECTION.
       LOCATE-SUBJ.
           MOVE ZERO TO WS-SB-FOUND-IX.
           PERFORM CHECK-SUBJECT-SLOT
               VARYING WS-SB-IX FROM 1 BY 1
               UNTIL WS-SB-IX > WS-SB-COUNT
                  OR WS-SB-FOUND-IX > ZERO.

           IF WS-SB-FOUND-IX > ZERO
               GO TO LOCATE-SUBJ-EXIT
           END-IF.

           IF WS-SB-COUNT NOT < WS-SB-MAX
               DISPLAY 'Subject table full - entry skipped for '
                   WS-LOOKUP-ID
               GO TO LOCATE-SUBJ-EXIT
           END-IF.

           ADD 1 TO WS-SB-COUNT.
           MOVE WS-SB-COUNT TO WS-SB-FOUND-IX.
           INITIALIZE WS-SB-ENTRY (WS-SB-COUNT).
           MOVE WS-LOOKUP-TYPE TO WS-SB-TYPE (WS-SB-COUNT).
           MOVE WS-LOOKUP-ID TO WS-SB-ID (WS-SB-COUNT).
           MOVE 'N' TO WS-SB-SPLIT-DAY (WS-SB-COUNT).
           MOVE 'N' TO WS-SB-FLAGGED (WS-SB-COUNT).

      *A decided case only looks at what came after the decision.
           MOVE ZERO TO WS-SB-SINCE-DATE (WS-SB-COUNT).
           MOVE WS-LOOKUP-TYPE TO STC-SUBJECT-TYPE.
           MOVE WS-LOOKUP-ID TO STC-SUBJECT-ID.
           READ STRUCTURING-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT STC-OPEN
                       MOVE STC-DECIDED-DATE
                           TO WS-SB-SINCE-DATE (WS-SB-COUNT)
                   END-IF
           END-READ.

       LOCATE-SUBJ-EXIT.
           EXIT.

       CHECK-SUBJECT-SLOT SECTION.
       CHECK-SUBJ-SLOT.
           IF WS-SB-TYPE (WS-SB-IX) = WS-LOOKUP-TYPE AND
              WS-SB-ID (WS-SB-IX) = WS-LOOKUP-ID
               MOVE WS-SB-IX TO WS-SB-FOUND-IX
           END-IF.

       EVALUATE-SUBJECT SECTION.
       EVAL-SUBJECT.
           PERFORM MEASURE-SUBJECT-TRANSACTION
               VARYING WS-TX-IX FROM 1 BY 1
               UNTIL WS-TX-IX > WS-TX-COUNT.

           MOVE SPACES TO WS-SB-REASONS (WS-SB-IX).
           MOVE 1 TO WS-REASON-POS.

           IF WS-SB-NEAR-COUNT (WS-SB-IX) NOT < WS-NEAR-REPEAT-MIN
               STRING 'NEAR-THRESHOLD ' DELIMITED BY SIZE
                   INTO WS-SB-REASONS (WS-SB-IX)
                   WITH POINTER WS-REASON-POS
               END-STRING
           END-IF.

           IF WS-SB-SPLIT-DAY (WS-SB-IX) = 'Y'
               STRING 'SAME-DAY-SPLIT ' DELIMITED BY SIZE
                   INTO WS-SB-REASONS (WS-SB-IX)
                   WITH POINTER WS-REASON-POS
               END-STRING
           END-IF.

      *The same money over several days - past the threshold for
      *the window with no single day over it.
           IF WS-SB-WINDOW-CASH (WS-SB-IX) > WS-CTR-THRESHOLD AND
              WS-SB-MAX-DAY-TOTAL (WS-SB-IX) NOT > WS-CTR-THRESHOLD
              AND WS-SB-CASH-DAYS (WS-SB-IX) NOT < WS-SPREAD-DAYS-MIN
               STRING 'MULTI-DAY ' DELIMITED BY SIZE
                   INTO WS-SB-REASONS (WS-SB-IX)
                   WITH POINTER WS-REASON-POS
               END-STRING
           END-IF.

           IF WS-SB-ATM-COUNT (WS-SB-IX) NOT < WS-ATM-COUNT-MIN
               STRING 'MULTI-ATM ' DELIMITED BY SIZE
                   INTO WS-SB-REASONS (WS-SB-IX)
                   WITH POINTER WS-REASON-POS
               END-STRING
           END-IF.

           IF WS-SB-REASONS (WS-SB-IX) NOT = SPACES
               MOVE 'Y' TO WS-SB-FLAGGED (WS-SB-IX)
               ADD 1 TO WS-SUBJECTS-FLAGGED
               PERFORM RECORD-STRUCTURING-CASE
           END-IF.

       MEASURE-SUBJECT-TRANSACTION SECTION.
       MEASURE-TX.
           IF WS-TX-SUBJECT-IX (WS-TX-IX) NOT = WS-SB-IX
               GO TO MEASURE-TX-EXIT
           END-IF.

           ADD WS-TX-AMOUNT (WS-TX-IX) TO WS-SB-WINDOW-CASH (WS-SB-IX).

           IF WS-TX-AMOUNT (WS-TX-IX) NOT < WS-NEAR-LOW AND
              WS-TX-AMOUNT (WS-TX-IX) < WS-CTR-THRESHOLD
               ADD 1 TO WS-SB-NEAR-COUNT (WS-SB-IX)
           END-IF.

           IF WS-TX-CHANNEL (WS-TX-IX) NOT = SPACES AND
              WS-TX-CHANNEL (WS-TX-IX) NOT = 'TELLER'
               PERFORM NOTE-SUBJECT-ATM
           END-IF.

      *Day totals are taken once per day, at that day's first
      *transaction in the table.
           MOVE WS-TX-DATE (WS-TX-IX) TO WS-DAY-DATE.
           MOVE ZERO TO WS-DAY-TOTAL.
           MOVE ZERO TO WS-DAY-TX-COUNT.
           MOVE 'N' TO WS-DAY-SEEN-BEFORE.
           PERFORM ADD-SAME-DAY-TRANSACTION
               VARYING WS-TX-IX-2 FROM 1 BY 1
               UNTIL WS-TX-IX-2 > WS-TX-COUNT
                  OR WS-DAY-SEEN-BEFORE = 'Y'.
           IF WS-DAY-SEEN-BEFORE = 'Y'
               GO TO MEASURE-TX-EXIT
           END-IF.

           ADD 1 TO WS-SB-CASH-DAYS (WS-SB-IX).
           IF WS-DAY-TOTAL > WS-SB-MAX-DAY-TOTAL (WS-SB-IX)
               MOVE WS-DAY-TOTAL TO WS-SB-MAX-DAY-TOTAL (WS-SB-IX)
               MOVE WS-DAY-DATE TO WS-SB-MAX-DAY-DATE (WS-SB-IX)
           END-IF.
           IF WS-DAY-TX-COUNT > 1 AND
              WS-DAY-TOTAL > WS-CTR-THRESHOLD
               MOVE 'Y' TO WS-SB-SPLIT-DAY (WS-SB-IX)
           END-IF.

       MEASURE-TX-EXIT.
           EXIT.

       ADD-SAME-DAY-TRANSACTION SECTION.
       ADD-SAME-DAY.
           IF WS-TX-SUBJECT-IX (WS-TX-IX-2) NOT = WS-SB-IX OR
              WS-TX-DATE (WS-TX-IX-2) NOT = WS-DAY-DATE
               GO TO ADD-SAME-DAY-EXIT
           END-IF.

           IF WS-TX-IX-2 < WS-TX-IX
               MOVE 'Y' TO WS-DAY-SEEN-BEFORE
               GO TO ADD-SAME-DAY-EXIT
           END-IF.

           ADD WS-TX-AMOUNT (WS-TX-IX-2) TO WS-DAY-TOTAL.
           ADD 1 TO WS-DAY-TX-COUNT.

       ADD-SAME-DAY-EXIT.
           EXIT.

       NOTE-SUBJECT-ATM SECTION.
       NOTE-ATM.
           MOVE 'N' TO WS-ATM-FOUND.
           PERFORM CHECK-SUBJECT-ATM
               VARYING WS-ATM-IX FROM 1 BY 1
               UNTIL WS-ATM-IX > WS-SB-ATM-COUNT (WS-SB-IX)
                  OR WS-ATM-FOUND = 'Y'.
           IF WS-ATM-FOUND = 'N' AND WS-SB-ATM-COUNT (WS-SB-IX) < 10
               ADD 1 TO WS-SB-ATM-COUNT (WS-SB-IX)
               MOVE WS-TX-CHANNEL (WS-TX-IX) TO
                   WS-SB-ATM-ID (WS-SB-IX, WS-SB-ATM-COUNT (WS-SB-IX))
           END-IF.

       CHECK-SUBJECT-ATM SECTION.
       CHECK-ATM.
           IF WS-SB-ATM-ID (WS-SB-IX, WS-ATM-IX) =
              WS-TX-CHANNEL (WS-TX-IX)
               MOVE 'Y' TO WS-ATM-FOUND
           END-IF.

       RECORD-STRUCTURING-CASE SECTION.
       RECORD-CASE.
           MOVE WS-SB-TYPE (WS-SB-IX) TO STC-SUBJECT-TYPE.
           MOVE WS-SB-ID (WS-SB-IX) TO STC-SUBJECT-ID.
           READ STRUCTURING-CASE-FILE
               INVALID KEY
                   PERFORM OPEN-STRUCTURING-CASE
                   WRITE STRUCTURING-CASE-RECORD
                   ADD 1 TO WS-CASES-OPENED
                   GO TO RECORD-CASE-EXIT
           END-READ.

      *Still open from an earlier run - the window has rolled on,
      *so bring the case up to today's picture. A decided case
      *flagged again on later activity opens afresh.
           IF STC-OPEN
               ADD 1 TO WS-CASES-CONTINUED
           ELSE
               PERFORM OPEN-STRUCTURING-CASE
               ADD 1 TO WS-CASES-OPENED
           END-IF.
           MOVE WS-TODAY-DATE TO STC-LAST-FLAGGED.
           MOVE WS-SB-REASONS (WS-SB-IX) TO STC-REASONS.
           MOVE WS-SB-WINDOW-CASH (WS-SB-IX) TO STC-WINDOW-CASH.
           REWRITE STRUCTURING-CASE-RECORD.

       RECORD-CASE-EXIT.
           EXIT.

       OPEN-STRUCTURING-CASE SECTION.
       OPEN-CASE.
           MOVE 'O' TO STC-STATUS.
           MOVE WS-TODAY-DATE TO STC-OPENED-DATE.
           MOVE WS-TODAY-DATE TO STC-LAST-FLAGGED.
           MOVE WS-SB-REASONS (WS-SB-IX) TO STC-REASONS.
           MOVE WS-SB-WINDOW-CASH (WS-SB-IX) TO STC-WINDOW-CASH.
           MOVE SPACES TO STC-DECIDED-BY.
           MOVE ZERO TO STC-DECIDED-DATE.

       WRITE-CASE-REPORT SECTION.
       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CASH STRUCTURING REVIEW - WINDOW '
                  WS-WINDOW-START ' TO ' WS-TODAY-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-SUBJECTS-FLAGGED = ZERO
               MOVE 'NO CUSTOMERS FLAGGED FOR REVIEW' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-ONE-CASE
                   VARYING WS-SB-IX FROM 1 BY 1
                   UNTIL WS-SB-IX > WS-SB-COUNT
           END-IF.

       WRITE-ONE-CASE SECTION.
       WRITE-CASE.
           IF WS-SB-FLAGGED (WS-SB-IX) NOT = 'Y'
               GO TO WRITE-CASE-EXIT
           END-IF.

           MOVE WS-SB-ID (WS-SB-IX) TO WS-DISPLAY-ID.
           MOVE SPACES TO CUST-NAME.
           IF WS-SB-TYPE (WS-SB-IX) = 'C' AND
              WS-CUSTOMER-FILE-OK = 'Y'
               MOVE WS-SB-ID (WS-SB-IX) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO CUST-NAME
               END-READ
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF WS-SB-TYPE (WS-SB-IX) = 'C'
               STRING 'CASE  CUSTOMER ' WS-DISPLAY-ID '  ' CUST-NAME
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'CASE  ACCOUNT  ' WS-DISPLAY-ID
                      '  (OWNER NOT ON ACCOUNT MASTER)'
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '      PATTERNS: ' WS-SB-REASONS (WS-SB-IX)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SB-WINDOW-CASH (WS-SB-IX) TO WS-DISPLAY-AMOUNT.
           MOVE WS-SB-CASH-DAYS (WS-SB-IX) TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '      WINDOW CASH ' WS-DISPLAY-AMOUNT
                  '  DAYS WITH CASH ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SB-MAX-DAY-TOTAL (WS-SB-IX) TO WS-DISPLAY-AMOUNT.
           MOVE WS-SB-ATM-COUNT (WS-SB-IX) TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '      LARGEST DAY ' WS-DISPLAY-AMOUNT
                  ' ON ' WS-SB-MAX-DAY-DATE (WS-SB-IX)
                  '  ATMS USED ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE '      SUPPORTING TRANSACTIONS:' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-SUPPORTING-TRANSACTION
               VARYING WS-TX-IX FROM 1 BY 1
               UNTIL WS-TX-IX > WS-TX-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CASE-EXIT.
           EXIT.

       WRITE-SUPPORTING-TRANSACTION SECTION.
       WRITE-SUPPORTING.
           IF WS-TX-SUBJECT-IX (WS-TX-IX) NOT = WS-SB-IX
               GO TO WRITE-SUPPORTING-EXIT
           END-IF.

           MOVE WS-TX-ACCOUNT (WS-TX-IX) TO WS-DISPLAY-ID.
           MOVE WS-TX-TIME (WS-TX-IX) TO WS-DISPLAY-TIME.
           MOVE WS-TX-AMOUNT (WS-TX-IX) TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '        ' WS-TX-DATE (WS-TX-IX) ' '
                  WS-DISPLAY-TIME '  ACCT ' WS-DISPLAY-ID
                  '  ' WS-TX-CHANNEL (WS-TX-IX)
                  ' ' WS-TX-DIRECTION (WS-TX-IX)
                  ' ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SUPPORTING-EXIT.
           EXIT.

       SHUTDOWN-STRUCTURING-REVIEW SECTION.
       SHUTDOWN-REVIEW.
           MOVE WS-ENTRIES-IN-WINDOW TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Cash entries in window : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SUBJECTS-FLAGGED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Customers flagged      : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CASES-OPENED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'New cases opened       : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CASES-CONTINUED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Open cases updated     : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY 'Customers flagged: ' WS-SUBJECTS-FLAGGED
               '  new cases: ' WS-CASES-OPENED
               '  decisions applied: ' WS-DECISIONS-APPLIED.

           IF WS-MASTER-FILE-OK = 'Y'
               CLOSE MASTER-ACCOUNT-FILE
           END-IF.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE STRUCTURING-CASE-FILE.
           CLOSE CASE-REPORT.
