      *hold that has been active longer than WS-HOLD-EXPIRE-DAYS, so
      *funds don't stay frozen forever just because nobody called the
      *online 'RHLD' function to release it.
      *Also works garnishment and tax levy orders: intake of served
      *orders, the freeze across all the debtor's accounts after the
      *federal-benefit protected amount, remittance to the creditor
      *or agency once the statutory hold period runs out, and the
      *customer notice - each order tracked served, frozen,
      *remitted, released.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      *Legal order master - one record per garnishment or levy
      *order, carrying its own holds so the order, not the general
      *expiry sweep, decides when they come off.
           SELECT LEGAL-ORDER-FILE ASSIGN TO 'legal_orders.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-ORDER-NUMBER
               ALTERNATE RECORD KEY IS LO-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

      *Orders served on the bank since the last run, and releases
      *of earlier ones, as keyed by legal operations:
      *  N|order|type|agency|customer|served-date|amount
      *  R|order
           SELECT LEGAL-ORDER-INTAKE ASSIGN TO 'legal_orders_in.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.

           SELECT MASTER-ACCOUNT-FILE ASSIGN TO 'master_accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

      *ATMController's own copy of the account - a remittance is
      *mirrored onto it the same way the interest accrual and the
      *maintenance fee are, so levied funds cannot still be drawn
      *at the ATM.
           SELECT ATM-ACCOUNT-FILE ASSIGN TO 'accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-ACCT-NUMBER
               FILE STATUS IS WS-ATM-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'customers_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

      *Federal benefit payments received by direct deposit (ACH
      *entries carrying the benefit identification), one line per
      *payment: date|account|payer|amount.
           SELECT BENEFIT-DEPOSIT-FILE ASSIGN TO 'benefit_deposits.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.

           SELECT LEGAL-NOTICE-FILE ASSIGN TO 'legal_order_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT LEGAL-REMIT-FILE ASSIGN TO 'legal_remittance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT DEPOSIT-POSTING-FILE ASSIGN TO 'deposit_postings.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDINGS-FILE.
               88  REASON-LEGAL           VALUE 'L'.
               88  REASON-FRAUD-REVIEW    VALUE 'F'.

       FD  LEGAL-ORDER-FILE.
       01  LEGAL-ORDER-RECORD.
           05  LO-ORDER-NUMBER        PIC X(20).
           05  LO-ORDER-TYPE          PIC X.
               88  LO-CREDITOR-GARNISH    VALUE 'G'.
               88  LO-STATE-TAX-LEVY      VALUE 'S'.
               88  LO-FEDERAL-TAX-LEVY    VALUE 'F'.
               88  LO-CHILD-SUPPORT       VALUE 'C'.
      *Federal and state child-support orders are exempt from the
      *benefit protection - every other order must leave it alone.
               88  LO-BENEFITS-PROTECTED  VALUE 'G' 'S'.
           05  LO-AGENCY              PIC X(30).
           05  LO-CUSTOMER-ID         PIC 9(10).
           05  LO-SERVED-DATE         PIC 9(8).
           05  LO-AMOUNT-DEMANDED     PIC S9(9)V99 COMP-3.
           05  LO-PROTECTED-AMOUNT    PIC S9(9)V99 COMP-3.
           05  LO-FROZEN-AMOUNT       PIC S9(9)V99 COMP-3.
           05  LO-REMITTED-AMOUNT     PIC S9(9)V99 COMP-3.
           05  LO-STATUS              PIC X.
               88  LO-SERVED          VALUE 'S'.
               88  LO-FROZEN          VALUE 'F'.
               88  LO-REMITTED        VALUE 'M'.
               88  LO-RELEASED        VALUE 'R'.
           05  LO-FROZEN-DATE         PIC 9(8).
           05  LO-REMIT-DUE-DATE      PIC 9(8).
           05  LO-REMITTED-DATE       PIC 9(8).
           05  LO-RELEASED-DATE       PIC 9(8).
           05  LO-HOLD-COUNT          PIC 9.
           05  LO-HOLD-ENTRY          OCCURS 5 TIMES.
               10  LO-HOLD-ID         PIC 9(15).
               10  LO-HOLD-ACCOUNT    PIC 9(12).
               10  LO-HOLD-AMOUNT     PIC S9(9)V99 COMP-3.

       FD  LEGAL-ORDER-INTAKE.
       01  INTAKE-LINE                PIC X(120).

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

       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD  BENEFIT-DEPOSIT-FILE.
       01  BENEFIT-LINE               PIC X(80).

       FD  LEGAL-NOTICE-FILE.
       01  NOTICE-LINE                PIC X(100).

       FD  LEGAL-REMIT-FILE.
       01  REMIT-LINE                 PIC X(120).

       FD  DEPOSIT-POSTING-FILE.
       01  POSTING-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS              PIC XX.
               10  WS-HOLD-SUM-TOTAL    PIC S9(11)V99 COMP-3.
       01  WS-HOLD-SUM-IX               PIC 9(3).
       01  WS-HOLD-SUM-FOUND            PIC X.
       01  WS-HOLD-PLACED               PIC X.

      *Legal order processing.
       01  WS-ORDER-STATUS              PIC XX.
       01  WS-INTAKE-STATUS             PIC XX.
       01  WS-MASTER-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS           PIC XX.
       01  WS-BENEFIT-STATUS            PIC XX.
       01  WS-NOTICE-STATUS             PIC XX.
       01  WS-REMIT-STATUS              PIC XX.
       01  WS-POSTING-STATUS            PIC XX.
       01  WS-CUSTOMER-FILE-OK          PIC X VALUE 'N'.
       01  WS-ATM-FILE-STATUS           PIC XX.
       01  WS-ATM-FILE-OK               PIC X VALUE 'N'.
       01  WS-EOF-INTAKE                PIC X.
       01  WS-EOF-ORDERS                PIC X.
       01  WS-EOF-MASTER                PIC X.
       01  WS-EOF-BENEFITS              PIC X.
       01  WS-EOF-ACCT-HOLDS            PIC X.

       01  WS-ORDER-COUNTERS.
           05  WS-ORDERS-RECEIVED       PIC 9(5) VALUE ZERO.
           05  WS-ORDERS-FROZEN         PIC 9(5) VALUE ZERO.
           05  WS-ORDERS-REMITTED       PIC 9(5) VALUE ZERO.
           05  WS-ORDERS-RELEASED       PIC 9(5) VALUE ZERO.
           05  WS-ORDERS-REJECTED       PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-FROZEN              PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-REMITTED            PIC S9(11)V99 VALUE ZERO.

       01  WS-INTAKE-FIELDS.
           05  WS-IN-ACTION             PIC X.
           05  WS-IN-ORDER              PIC X(20).
           05  WS-IN-TYPE               PIC X.
           05  WS-IN-AGENCY             PIC X(30).
           05  WS-IN-CUSTOMER           PIC X(10).
           05  WS-IN-SERVED             PIC X(8).
           05  WS-IN-AMOUNT-X           PIC X(16).

       01  WS-BENEFIT-FIELDS.
           05  WS-BEN-DATE              PIC X(8).
           05  WS-BEN-ACCT              PIC X(12).
           05  WS-BEN-PAYER             PIC X(10).
           05  WS-BEN-AMOUNT-X          PIC X(16).

      *Statutory hold period by order type - how long frozen funds
      *stay put before they go to the creditor or agency (a federal
      *levy is 21 days), giving the customer time to claim an
      *exemption or settle.
       01  WS-STATUTORY-TABLE.
           05  WS-STATUTORY-ENTRY OCCURS 4 TIMES.
               10  WS-STAT-TYPE         PIC X.
               10  WS-STAT-DAYS         PIC 9(3).
       01  WS-STAT-IX                   PIC 9.
       01  WS-STAT-DAYS-FOUND           PIC 9(3).

      *Order holds never come off through the general expiry sweep -
      *the order releases them at remittance or release.
       01  WS-ORDER-HOLD-DAYS           PIC 9(3) VALUE 999.

      *Debtor's accounts, collected from the master in one pass.
       01  WS-DEBTOR-TABLE.
           05  WS-DEBTOR-COUNT          PIC 9 VALUE ZERO.
           05  WS-DEBTOR-ENTRY          OCCURS 5 TIMES.
               10  WS-DEBTOR-ACCT       PIC 9(12).
               10  WS-DEBTOR-BALANCE    PIC S9(11)V99 COMP-3.
       01  WS-DEBTOR-IX                 PIC 9.
       01  WS-LO-HOLD-IX                PIC 9.

       01  WS-FREEZE-WORK.
           05  WS-REMAINING-DEMAND      PIC S9(11)V99 COMP-3.
           05  WS-BENEFIT-TOTAL         PIC S9(11)V99 COMP-3.
           05  WS-ACCT-PROTECTED        PIC S9(11)V99 COMP-3.
           05  WS-OTHER-HOLDS           PIC S9(11)V99 COMP-3.
           05  WS-ACCT-AVAILABLE        PIC S9(11)V99 COMP-3.
           05  WS-ACCT-FREEZE           PIC S9(11)V99 COMP-3.
           05  WS-ORDER-REMITTED        PIC S9(11)V99 COMP-3.
           05  WS-BENEFIT-AMOUNT        PIC S9(11)V99 COMP-3.

      *Benefit look-back - the two months before the account review,
      *same day of the month (or that month's last day when it is
      *shorter).
       01  WS-LOOKBACK-START            PIC 9(8).
       01  WS-LB-DATE.
           05  WS-LB-YEAR               PIC 9(4).
           05  WS-LB-MONTH              PIC 9(2).
           05  WS-LB-DAY                PIC 9(2).
       01  WS-LB-DATE-N REDEFINES WS-LB-DATE PIC 9(8).
       01  WS-LB-NEXT-MONTH.
           05  WS-LB-NEXT-YEAR          PIC 9(4).
           05  WS-LB-NEXT-MON           PIC 9(2).
           05  WS-LB-NEXT-DAY           PIC 9(2) VALUE 01.
       01  WS-LB-NEXT-MONTH-N REDEFINES WS-LB-NEXT-MONTH PIC 9(8).
       01  WS-LB-MONTH-DAYS             PIC 9(2).
       01  WS-DUE-INT                   PIC 9(7).

       01  WS-POSTING-WORK.
           05  WS-POSTING-TYPE          PIC X(10).
           05  WS-POSTING-AMOUNT        PIC -9(11).99.
           05  WS-POSTING-DESC          PIC X(30).
       01  WS-DISPLAY-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-EXPIRATION-SWEEP.
           PERFORM LOAD-REASON-EXPIRE-TABLE.
           PERFORM DEMONSTRATE-HOLD-PLACEMENT.
           PERFORM PROCESS-LEGAL-ORDERS.
           PERFORM EXPIRE-STALE-HOLDS.
           PERFORM SHUTDOWN-EXPIRATION-SWEEP.
           STOP RUN.
           MOVE 'F' TO WS-REASON-CODE(4).
           MOVE 30  TO WS-REASON-DAYS(4).

           MOVE 'F' TO WS-STAT-TYPE(1).
           MOVE 21  TO WS-STAT-DAYS(1).
           MOVE 'S' TO WS-STAT-TYPE(2).
           MOVE 21  TO WS-STAT-DAYS(2).
           MOVE 'G' TO WS-STAT-TYPE(3).
           MOVE 30  TO WS-STAT-DAYS(3).
           MOVE 'C' TO WS-STAT-TYPE(4).
           MOVE 10  TO WS-STAT-DAYS(4).

       LOOKUP-REASON-EXPIRE-DAYS SECTION.
       LOOKUP-REASON.
           MOVE WS-DEFAULT-HOLD-DAYS TO HOLD-EXPIRE-DAYS.
      *Every placement gets its own hold ID - a second, third, or
      *tenth hold on the same account is just another entry, never
      *a collision with an earlier one.
           MOVE 'N' TO WS-HOLD-PLACED.
           ADD 1 TO WS-HOLD-ID-SEQ.
           COMPUTE HOLD-ID =
               WS-TODAY-DATE * 100000 + WS-HOLD-ID-SEQ.
                   GO TO PLACE-NEW-HOLD-EXIT
           END-WRITE.

           MOVE 'Y' TO WS-HOLD-PLACED.
           DISPLAY 'Placed ' HOLD-REASON-CODE '-hold ' HOLD-ID
               ' on account ' WS-NEW-HOLD-ACCOUNT
               ' expiring in ' HOLD-EXPIRE-DAYS ' days'.
       ADD-HOLD-TOTAL-EXIT.
           EXIT.

       PROCESS-LEGAL-ORDERS SECTION.
       PROC-ORDERS.
      *Garnishment and levy orders freeze against the deposit master
      *balances - without the master there is nothing to work.
           OPEN I-O MASTER-ACCOUNT-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'Account master unavailable - legal orders '
                   'held for the next run'
               GO TO PROC-ORDERS-EXIT
           END-IF.

           OPEN I-O LEGAL-ORDER-FILE.
           IF WS-ORDER-STATUS = '35'
               OPEN OUTPUT LEGAL-ORDER-FILE
               CLOSE LEGAL-ORDER-FILE
               OPEN I-O LEGAL-ORDER-FILE
           END-IF.
           IF WS-ORDER-STATUS NOT = '00'
               DISPLAY 'Unable to open legal order file - status '
                   WS-ORDER-STATUS
               CLOSE MASTER-ACCOUNT-FILE
               GO TO PROC-ORDERS-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-FILE-OK
           ELSE
               MOVE 'N' TO WS-CUSTOMER-FILE-OK
           END-IF.

           OPEN I-O ATM-ACCOUNT-FILE.
           IF WS-ATM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ATM-FILE-OK
           ELSE
               MOVE 'N' TO WS-ATM-FILE-OK
           END-IF.

           OPEN OUTPUT LEGAL-NOTICE-FILE.
           OPEN OUTPUT LEGAL-REMIT-FILE.
           OPEN EXTEND DEPOSIT-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = '00'
               OPEN OUTPUT DEPOSIT-POSTING-FILE
           END-IF.

           PERFORM RECEIVE-LEGAL-ORDERS.

      *Then every open order moves along its life cycle - newly
      *served ones are frozen, frozen ones past their statutory
      *period are remitted.
           MOVE 'N' TO WS-EOF-ORDERS.
           MOVE LOW-VALUES TO LO-ORDER-NUMBER.
           START LEGAL-ORDER-FILE KEY IS NOT LESS THAN LO-ORDER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ORDERS
           END-START.
           PERFORM ADVANCE-NEXT-LEGAL-ORDER
               UNTIL WS-EOF-ORDERS = 'Y'.

           CLOSE LEGAL-ORDER-FILE.
           CLOSE MASTER-ACCOUNT-FILE.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-ATM-FILE-OK = 'Y'
               CLOSE ATM-ACCOUNT-FILE
           END-IF.
           CLOSE LEGAL-NOTICE-FILE.
           CLOSE LEGAL-REMIT-FILE.
           CLOSE DEPOSIT-POSTING-FILE.

       PROC-ORDERS-EXIT.
           EXIT.

       RECEIVE-LEGAL-ORDERS SECTION.
       RECEIVE-ORDERS.
           OPEN INPUT LEGAL-ORDER-INTAKE.
           IF WS-INTAKE-STATUS NOT = '00'
               GO TO RECEIVE-ORDERS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-INTAKE.
           PERFORM READ-ONE-LEGAL-INTAKE
               UNTIL WS-EOF-INTAKE = 'Y'.
           CLOSE LEGAL-ORDER-INTAKE.

       RECEIVE-ORDERS-EXIT.
           EXIT.

       READ-ONE-LEGAL-INTAKE SECTION.
       READ-INTAKE.
           READ LEGAL-ORDER-INTAKE
               AT END
                   MOVE 'Y' TO WS-EOF-INTAKE
                   GO TO READ-INTAKE-EXIT
           END-READ.

           IF INTAKE-LINE = SPACES
               GO TO READ-INTAKE-EXIT
           END-IF.

           MOVE SPACES TO WS-INTAKE-FIELDS.
           UNSTRING INTAKE-LINE DELIMITED BY '|'
               INTO WS-IN-ACTION WS-IN-ORDER WS-IN-TYPE WS-IN-AGENCY
                    WS-IN-CUSTOMER WS-IN-SERVED WS-IN-AMOUNT-X
           END-UNSTRING.

           EVALUATE WS-IN-ACTION
               WHEN 'N'
                   PERFORM ENTER-SERVED-ORDER
               WHEN 'R'
                   PERFORM RELEASE-LEGAL-ORDER
               WHEN OTHER
                   DISPLAY 'Legal order intake - unknown action '
                       WS-IN-ACTION ' order ' WS-IN-ORDER
                   ADD 1 TO WS-ORDERS-REJECTED
           END-EVALUATE.

       READ-INTAKE-EXIT.
           EXIT.

       ENTER-SERVED-ORDER SECTION.
       ENTER-ORDER.
           IF WS-IN-ORDER = SPACES OR
              WS-IN-CUSTOMER IS NOT NUMERIC OR
              WS-IN-SERVED IS NOT NUMERIC OR
              (WS-IN-TYPE NOT = 'G' AND WS-IN-TYPE NOT = 'S' AND
               WS-IN-TYPE NOT = 'F' AND WS-IN-TYPE NOT = 'C')
               DISPLAY 'Legal order ' WS-IN-ORDER
                   ' rejected - incomplete or invalid intake'
               ADD 1 TO WS-ORDERS-REJECTED
               GO TO ENTER-ORDER-EXIT
           END-IF.

           MOVE SPACES TO LEGAL-ORDER-RECORD.
           MOVE WS-IN-ORDER TO LO-ORDER-NUMBER.
           MOVE WS-IN-TYPE TO LO-ORDER-TYPE.
           MOVE WS-IN-AGENCY TO LO-AGENCY.
           MOVE WS-IN-CUSTOMER TO LO-CUSTOMER-ID.
           MOVE WS-IN-SERVED TO LO-SERVED-DATE.
           COMPUTE LO-AMOUNT-DEMANDED =
               FUNCTION NUMVAL(WS-IN-AMOUNT-X).
           IF LO-AMOUNT-DEMANDED NOT > ZERO
               DISPLAY 'Legal order ' WS-IN-ORDER
                   ' rejected - no amount demanded'
               ADD 1 TO WS-ORDERS-REJECTED
               GO TO ENTER-ORDER-EXIT
           END-IF.

           MOVE ZERO TO LO-PROTECTED-AMOUNT.
           MOVE ZERO TO LO-FROZEN-AMOUNT.
           MOVE ZERO TO LO-REMITTED-AMOUNT.
           SET LO-SERVED TO TRUE.
           MOVE ZERO TO LO-FROZEN-DATE.
           MOVE ZERO TO LO-REMIT-DUE-DATE.
           MOVE ZERO TO LO-REMITTED-DATE.
           MOVE ZERO TO LO-RELEASED-DATE.
           MOVE ZERO TO LO-HOLD-COUNT.
           PERFORM CLEAR-ORDER-HOLD-ENTRY
               VARYING WS-LO-HOLD-IX FROM 1 BY 1
               UNTIL WS-LO-HOLD-IX > 5.

           WRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'Legal order ' WS-IN-ORDER
                       ' already on file - duplicate service ignored'
                   ADD 1 TO WS-ORDERS-REJECTED
                   GO TO ENTER-ORDER-EXIT
           END-WRITE.

           ADD 1 TO WS-ORDERS-RECEIVED.
           DISPLAY 'Legal order ' LO-ORDER-NUMBER ' served '
               LO-SERVED-DATE ' on customer ' LO-CUSTOMER-ID.

       ENTER-ORDER-EXIT.
           EXIT.

       CLEAR-ORDER-HOLD-ENTRY SECTION.
       CLEAR-HOLD-ENTRY.
           MOVE ZERO TO LO-HOLD-ID(WS-LO-HOLD-IX).
           MOVE ZERO TO LO-HOLD-ACCOUNT(WS-LO-HOLD-IX).
           MOVE ZERO TO LO-HOLD-AMOUNT(WS-LO-HOLD-IX).

       RELEASE-LEGAL-ORDER SECTION.
       RELEASE-ORDER.
      *Satisfied, vacated, or withdrawn - whatever is still frozen
      *comes off and the order is closed.
           MOVE WS-IN-ORDER TO LO-ORDER-NUMBER.
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY 'Release for unknown legal order '
                       WS-IN-ORDER
                   ADD 1 TO WS-ORDERS-REJECTED
                   GO TO RELEASE-ORDER-EXIT
           END-READ.

           IF LO-RELEASED
               DISPLAY 'Legal order ' LO-ORDER-NUMBER
                   ' already released'
               GO TO RELEASE-ORDER-EXIT
           END-IF.

           PERFORM RELEASE-ORDER-HOLD
               VARYING WS-LO-HOLD-IX FROM 1 BY 1
               UNTIL WS-LO-HOLD-IX > LO-HOLD-COUNT.

           SET LO-RELEASED TO TRUE.
           MOVE WS-TODAY-DATE TO LO-RELEASED-DATE.
           REWRITE LEGAL-ORDER-RECORD.
           ADD 1 TO WS-ORDERS-RELEASED.
           DISPLAY 'Legal order ' LO-ORDER-NUMBER ' released'.

       RELEASE-ORDER-EXIT.
           EXIT.

       RELEASE-ORDER-HOLD SECTION.
       RELEASE-ONE-HOLD.
           MOVE LO-HOLD-ID(WS-LO-HOLD-IX) TO HOLD-ID.
           READ HOLDINGS-FILE KEY IS HOLD-ID
               INVALID KEY
                   GO TO RELEASE-ONE-HOLD-EXIT
           END-READ.

           IF HOLD-ACTIVE
               MOVE 'R' TO HOLD-STATUS
               REWRITE HOLD-RECORD
           END-IF.

       RELEASE-ONE-HOLD-EXIT.
           EXIT.

       ADVANCE-NEXT-LEGAL-ORDER SECTION.
       ADVANCE-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-ORDERS
                   GO TO ADVANCE-ORDER-EXIT
           END-READ.

           IF LO-SERVED
               PERFORM FREEZE-LEGAL-ORDER
               GO TO ADVANCE-ORDER-EXIT
           END-IF.

           IF LO-FROZEN AND WS-TODAY-DATE NOT < LO-REMIT-DUE-DATE
               PERFORM REMIT-LEGAL-ORDER
           END-IF.

       ADVANCE-ORDER-EXIT.
           EXIT.

       FREEZE-LEGAL-ORDER SECTION.
       FREEZE-ORDER.
      *Gather every open account the debtor holds, then freeze what
      *each can give up - after its protected benefit amount and
      *any holds already on it - until the demand is covered.
           PERFORM COMPUTE-BENEFIT-LOOKBACK.

           MOVE ZERO TO WS-DEBTOR-COUNT.
           MOVE 'N' TO WS-EOF-MASTER.
           MOVE ZERO TO ACCT-NUMBER.
           START MASTER-ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MASTER
           END-START.
           PERFORM COLLECT-DEBTOR-ACCOUNT
               UNTIL WS-EOF-MASTER = 'Y'.

           MOVE LO-AMOUNT-DEMANDED TO WS-REMAINING-DEMAND.
           PERFORM FREEZE-DEBTOR-ACCOUNT
               VARYING WS-DEBTOR-IX FROM 1 BY 1
               UNTIL WS-DEBTOR-IX > WS-DEBTOR-COUNT.

           PERFORM LOOKUP-STATUTORY-DAYS.
           SET LO-FROZEN TO TRUE.
           MOVE WS-TODAY-DATE TO LO-FROZEN-DATE.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) +
               WS-STAT-DAYS-FOUND.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               TO LO-REMIT-DUE-DATE.
           REWRITE LEGAL-ORDER-RECORD.

           ADD 1 TO WS-ORDERS-FROZEN.
           ADD LO-FROZEN-AMOUNT TO WS-TOTAL-FROZEN.
           DISPLAY 'Legal order ' LO-ORDER-NUMBER ' frozen '
               LO-FROZEN-AMOUNT ' of ' LO-AMOUNT-DEMANDED
               ' across ' LO-HOLD-COUNT ' account(s)'.

           PERFORM WRITE-LEGAL-ORDER-NOTICE.

       COLLECT-DEBTOR-ACCOUNT SECTION.
       COLLECT-DEBTOR.
           READ MASTER-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MASTER
                   GO TO COLLECT-DEBTOR-EXIT
           END-READ.

           IF ACCT-CUSTOMER-ID NOT = LO-CUSTOMER-ID OR
              ACCT-STATUS = 'C'
               GO TO COLLECT-DEBTOR-EXIT
           END-IF.

           IF WS-DEBTOR-COUNT >= 5
               DISPLAY 'Legal order ' LO-ORDER-NUMBER
                   ' - more than 5 accounts, review account '
                   ACCT-NUMBER ' manually'
               GO TO COLLECT-DEBTOR-EXIT
           END-IF.

           ADD 1 TO WS-DEBTOR-COUNT.
           MOVE ACCT-NUMBER TO WS-DEBTOR-ACCT(WS-DEBTOR-COUNT).
           MOVE ACCT-BALANCE TO WS-DEBTOR-BALANCE(WS-DEBTOR-COUNT).

       COLLECT-DEBTOR-EXIT.
           EXIT.

       FREEZE-DEBTOR-ACCOUNT SECTION.
       FREEZE-DEBTOR.
           IF WS-REMAINING-DEMAND NOT > ZERO
               GO TO FREEZE-DEBTOR-EXIT
           END-IF.

      *Protected amount - the lesser of the balance and the federal
      *benefits deposited in the look-back period.
           MOVE ZERO TO WS-ACCT-PROTECTED.
           IF LO-BENEFITS-PROTECTED
               PERFORM SUM-BENEFIT-DEPOSITS
               IF WS-BENEFIT-TOTAL > WS-DEBTOR-BALANCE(WS-DEBTOR-IX)
                   MOVE WS-DEBTOR-BALANCE(WS-DEBTOR-IX)
                       TO WS-ACCT-PROTECTED
               ELSE
                   MOVE WS-BENEFIT-TOTAL TO WS-ACCT-PROTECTED
               END-IF
               IF WS-ACCT-PROTECTED < ZERO
                   MOVE ZERO TO WS-ACCT-PROTECTED
               END-IF
           END-IF.
           ADD WS-ACCT-PROTECTED TO LO-PROTECTED-AMOUNT.

           PERFORM SUM-ACCOUNT-ACTIVE-HOLDS.

           COMPUTE WS-ACCT-AVAILABLE =
               WS-DEBTOR-BALANCE(WS-DEBTOR-IX)
               - WS-ACCT-PROTECTED - WS-OTHER-HOLDS.
           IF WS-ACCT-AVAILABLE NOT > ZERO
               GO TO FREEZE-DEBTOR-EXIT
           END-IF.

           IF WS-ACCT-AVAILABLE > WS-REMAINING-DEMAND
               MOVE WS-REMAINING-DEMAND TO WS-ACCT-FREEZE
           ELSE
               MOVE WS-ACCT-AVAILABLE TO WS-ACCT-FREEZE
           END-IF.

           MOVE WS-DEBTOR-ACCT(WS-DEBTOR-IX) TO WS-NEW-HOLD-ACCOUNT.
           MOVE WS-ACCT-FREEZE TO WS-NEW-HOLD-AMOUNT.
           MOVE 'L' TO WS-NEW-HOLD-REASON.
           MOVE 'N' TO WS-HOLD-PLACED.
           PERFORM PLACE-NEW-HOLD
               UNTIL WS-HOLD-PLACED = 'Y' OR WS-HOLD-ID-SEQ >= 99999.
           IF WS-HOLD-PLACED NOT = 'Y'
               GO TO FREEZE-DEBTOR-EXIT
           END-IF.

           MOVE WS-ORDER-HOLD-DAYS TO HOLD-EXPIRE-DAYS.
           REWRITE HOLD-RECORD.

           ADD 1 TO LO-HOLD-COUNT.
           MOVE HOLD-ID TO LO-HOLD-ID(LO-HOLD-COUNT).
           MOVE HOLD-ACCOUNT-NUMBER TO LO-HOLD-ACCOUNT(LO-HOLD-COUNT).
           MOVE WS-ACCT-FREEZE TO LO-HOLD-AMOUNT(LO-HOLD-COUNT).
           ADD WS-ACCT-FREEZE TO LO-FROZEN-AMOUNT.
           SUBTRACT WS-ACCT-FREEZE FROM WS-REMAINING-DEMAND.

       FREEZE-DEBTOR-EXIT.
           EXIT.

       COMPUTE-BENEFIT-LOOKBACK SECTION.
       COMPUTE-LOOKBACK.
           MOVE WS-TODAY-DATE TO WS-LB-DATE-N.
           IF WS-LB-MONTH > 2
               SUBTRACT 2 FROM WS-LB-MONTH
           ELSE
               ADD 10 TO WS-LB-MONTH
               SUBTRACT 1 FROM WS-LB-YEAR
           END-IF.

           MOVE WS-LB-YEAR TO WS-LB-NEXT-YEAR.
           COMPUTE WS-LB-NEXT-MON = WS-LB-MONTH + 1.
           IF WS-LB-NEXT-MON > 12
               MOVE 1 TO WS-LB-NEXT-MON
               ADD 1 TO WS-LB-NEXT-YEAR
           END-IF.
           COMPUTE WS-LB-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-LB-NEXT-MONTH-N)
               - FUNCTION INTEGER-OF-DATE(
                   WS-LB-YEAR * 10000 + WS-LB-MONTH * 100 + 1).
           IF WS-LB-DAY > WS-LB-MONTH-DAYS
               MOVE WS-LB-MONTH-DAYS TO WS-LB-DAY
           END-IF.

           MOVE WS-LB-DATE-N TO WS-LOOKBACK-START.

       SUM-BENEFIT-DEPOSITS SECTION.
       SUM-BENEFITS.
           MOVE ZERO TO WS-BENEFIT-TOTAL.
           OPEN INPUT BENEFIT-DEPOSIT-FILE.
           IF WS-BENEFIT-STATUS NOT = '00'
               GO TO SUM-BENEFITS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-BENEFITS.
           PERFORM READ-ONE-BENEFIT-DEPOSIT
               UNTIL WS-EOF-BENEFITS = 'Y'.
           CLOSE BENEFIT-DEPOSIT-FILE.

       SUM-BENEFITS-EXIT.
           EXIT.

       READ-ONE-BENEFIT-DEPOSIT SECTION.
       READ-BENEFIT.
           READ BENEFIT-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-BENEFITS
                   GO TO READ-BENEFIT-EXIT
           END-READ.

           MOVE SPACES TO WS-BENEFIT-FIELDS.
           UNSTRING BENEFIT-LINE DELIMITED BY '|'
               INTO WS-BEN-DATE WS-BEN-ACCT WS-BEN-PAYER
                    WS-BEN-AMOUNT-X
           END-UNSTRING.

           IF WS-BEN-DATE IS NOT NUMERIC OR
              WS-BEN-ACCT IS NOT NUMERIC
               GO TO READ-BENEFIT-EXIT
           END-IF.
           IF WS-BEN-ACCT NOT = WS-DEBTOR-ACCT(WS-DEBTOR-IX)
               GO TO READ-BENEFIT-EXIT
           END-IF.
           IF WS-BEN-DATE < WS-LOOKBACK-START OR
              WS-BEN-DATE > WS-TODAY-DATE
               GO TO READ-BENEFIT-EXIT
           END-IF.

           COMPUTE WS-BENEFIT-AMOUNT =
               FUNCTION NUMVAL(WS-BEN-AMOUNT-X).
           ADD WS-BENEFIT-AMOUNT TO WS-BENEFIT-TOTAL.

       READ-BENEFIT-EXIT.
           EXIT.

       SUM-ACCOUNT-ACTIVE-HOLDS SECTION.
       SUM-ACCT-HOLDS.
           MOVE ZERO TO WS-OTHER-HOLDS.
           MOVE 'N' TO WS-EOF-ACCT-HOLDS.
           MOVE WS-DEBTOR-ACCT(WS-DEBTOR-IX) TO HOLD-ACCOUNT-NUMBER.
           START HOLDINGS-FILE KEY IS EQUAL TO HOLD-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ACCT-HOLDS
           END-START.
           PERFORM ADD-ONE-ACCOUNT-HOLD
               UNTIL WS-EOF-ACCT-HOLDS = 'Y'.

       ADD-ONE-ACCOUNT-HOLD SECTION.
       ADD-ACCT-HOLD.
           READ HOLDINGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-ACCT-HOLDS
                   GO TO ADD-ACCT-HOLD-EXIT
           END-READ.

           IF HOLD-ACCOUNT-NUMBER NOT = WS-DEBTOR-ACCT(WS-DEBTOR-IX)
               MOVE 'Y' TO WS-EOF-ACCT-HOLDS
               GO TO ADD-ACCT-HOLD-EXIT
           END-IF.

           IF HOLD-ACTIVE
               ADD HOLD-AMOUNT TO WS-OTHER-HOLDS
           END-IF.

       ADD-ACCT-HOLD-EXIT.
           EXIT.

       LOOKUP-STATUTORY-DAYS SECTION.
       LOOKUP-STATUTORY.
           MOVE 30 TO WS-STAT-DAYS-FOUND.
           PERFORM MATCH-STATUTORY-ENTRY
               VARYING WS-STAT-IX FROM 1 BY 1
               UNTIL WS-STAT-IX > 4.

       MATCH-STATUTORY-ENTRY SECTION.
       MATCH-STATUTORY.
           IF WS-STAT-TYPE(WS-STAT-IX) = LO-ORDER-TYPE
               MOVE WS-STAT-DAYS(WS-STAT-IX) TO WS-STAT-DAYS-FOUND
           END-IF.

       REMIT-LEGAL-ORDER SECTION.
       REMIT-ORDER.
      *Statutory period is over with no release - the frozen funds
      *leave the accounts and go to the creditor or agency.
           MOVE ZERO TO WS-ORDER-REMITTED.
           PERFORM REMIT-ORDER-HOLD
               VARYING WS-LO-HOLD-IX FROM 1 BY 1
               UNTIL WS-LO-HOLD-IX > LO-HOLD-COUNT.

           MOVE WS-ORDER-REMITTED TO LO-REMITTED-AMOUNT.
           SET LO-REMITTED TO TRUE.
           MOVE WS-TODAY-DATE TO LO-REMITTED-DATE.
           REWRITE LEGAL-ORDER-RECORD.

           MOVE WS-ORDER-REMITTED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REMIT-LINE.
           STRING WS-TODAY-DATE
                  '|' LO-ORDER-NUMBER
                  '|' LO-ORDER-TYPE
                  '|' LO-AGENCY
                  '|' LO-CUSTOMER-ID
                  '|' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REMIT-LINE.
           WRITE REMIT-LINE.

           ADD 1 TO WS-ORDERS-REMITTED.
           ADD WS-ORDER-REMITTED TO WS-TOTAL-REMITTED.
           DISPLAY 'Legal order ' LO-ORDER-NUMBER ' remitted '
               WS-ORDER-REMITTED ' to ' LO-AGENCY.

       REMIT-ORDER-HOLD SECTION.
       REMIT-ONE-HOLD.
           MOVE LO-HOLD-ID(WS-LO-HOLD-IX) TO HOLD-ID.
           READ HOLDINGS-FILE KEY IS HOLD-ID
               INVALID KEY
                   GO TO REMIT-ONE-HOLD-EXIT
           END-READ.

      *A hold someone already released online is not ours to take.
           IF NOT HOLD-ACTIVE
               GO TO REMIT-ONE-HOLD-EXIT
           END-IF.

           MOVE LO-HOLD-ACCOUNT(WS-LO-HOLD-IX) TO ACCT-NUMBER.
           READ MASTER-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'Legal order ' LO-ORDER-NUMBER
                       ' - account ' ACCT-NUMBER ' not on file'
                   GO TO REMIT-ONE-HOLD-EXIT
           END-READ.

           SUBTRACT HOLD-AMOUNT FROM ACCT-BALANCE.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY.
           REWRITE ACCOUNT-RECORD.

           MOVE 'R' TO HOLD-STATUS.
           REWRITE HOLD-RECORD.

           MOVE 'LEGAL ORD' TO WS-POSTING-TYPE.
           COMPUTE WS-POSTING-AMOUNT = ZERO - HOLD-AMOUNT.
           MOVE SPACES TO WS-POSTING-DESC.
           STRING 'REMITTED - ORDER ' LO-ORDER-NUMBER
                  DELIMITED BY SIZE INTO WS-POSTING-DESC.
           MOVE SPACES TO POSTING-LINE.
           STRING WS-TODAY-DATE
                  '|' ACCT-NUMBER
                  '|' WS-POSTING-TYPE
                  '|' WS-POSTING-AMOUNT
                  '|' WS-POSTING-DESC
                  DELIMITED BY SIZE INTO POSTING-LINE.
           WRITE POSTING-LINE.

           PERFORM REMIT-HOLD-FROM-ATM-COPY.

           ADD HOLD-AMOUNT TO WS-ORDER-REMITTED.

       REMIT-ONE-HOLD-EXIT.
           EXIT.

       REMIT-HOLD-FROM-ATM-COPY SECTION.
       REMIT-ATM-COPY.
      *Mirror the remitted amount onto the ATM-side copy, if the
      *account carries one. A copy already below the amount has
      *drifted - it is emptied and left for the reconciliation.
           IF WS-ATM-FILE-OK NOT = 'Y'
               GO TO REMIT-ATM-COPY-EXIT
           END-IF.

           MOVE ACCT-NUMBER TO ATM-ACCT-NUMBER.
           READ ATM-ACCOUNT-FILE
               INVALID KEY
                   GO TO REMIT-ATM-COPY-EXIT
           END-READ.

           IF ATM-ACCT-BALANCE NOT < HOLD-AMOUNT
               SUBTRACT HOLD-AMOUNT FROM ATM-ACCT-BALANCE
           ELSE
               DISPLAY 'Legal order ' LO-ORDER-NUMBER
                   ' - ATM copy of account ' ATM-ACCT-NUMBER
                   ' below remitted amount, emptied'
               MOVE ZERO TO ATM-ACCT-BALANCE
           END-IF.
           REWRITE ATM-ACCOUNT-RECORD.

       REMIT-ATM-COPY-EXIT.
           EXIT.

       WRITE-LEGAL-ORDER-NOTICE SECTION.
       WRITE-NOTICE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'NOTICE OF LEGAL ORDER - ORDER ' LO-ORDER-NUMBER
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.

           IF WS-CUSTOMER-FILE-OK = 'Y'
               MOVE LO-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       MOVE 'ADDRESS UNKNOWN - CUSTOMER NOT ON FILE'
                           TO NOTICE-LINE
                       WRITE NOTICE-LINE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO NOTICE-LINE
                       WRITE NOTICE-LINE
                       MOVE CUST-STREET TO NOTICE-LINE
                       WRITE NOTICE-LINE
                       MOVE SPACES TO NOTICE-LINE
                       STRING CUST-CITY ' ' CUST-STATE ' ' CUST-ZIP
                           DELIMITED BY SIZE INTO NOTICE-LINE
                       WRITE NOTICE-LINE
               END-READ
           ELSE
               MOVE 'ADDRESS UNKNOWN - CUSTOMER MASTER UNAVAILABLE'
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.

           MOVE SPACES TO NOTICE-LINE.
           STRING 'ISSUED BY: ' LO-AGENCY
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE LO-AMOUNT-DEMANDED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'AMOUNT DEMANDED:  ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE LO-FROZEN-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'AMOUNT FROZEN:    ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE LO-PROTECTED-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'AMOUNT PROTECTED: ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'FROZEN FUNDS WILL BE REMITTED ON ' LO-REMIT-DUE-DATE
               ' UNLESS THE ORDER IS RELEASED.'
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'YOU MAY HAVE THE RIGHT TO CLAIM AN EXEMPTION - SEE'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'THE ENCLOSED ORDER OR CONTACT THE ISSUING AGENCY.'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       SHUTDOWN-EXPIRATION-SWEEP SECTION.
       SHUTDOWN-SWEEP.
           DISPLAY 'Holds checked: ' WS-HOLDS-CHECKED.
           DISPLAY 'Holds expired: ' WS-HOLDS-EXPIRED.
           DISPLAY 'Legal orders received: ' WS-ORDERS-RECEIVED
               '  rejected: ' WS-ORDERS-REJECTED.
           DISPLAY 'Legal orders frozen:   ' WS-ORDERS-FROZEN
               '  total frozen:   ' WS-TOTAL-FROZEN.
           DISPLAY 'Legal orders remitted: ' WS-ORDERS-REMITTED
               '  total remitted: ' WS-TOTAL-REMITTED.
           DISPLAY 'Legal orders released: ' WS-ORDERS-RELEASED.

           IF WS-HOLD-SUM-COUNT > ZERO
               DISPLAY 'Active holds against available balance:'
