               RECORD KEY IS INT-YTD-KEY
               FILE STATUS IS WS-INT-YTD-STATUS.

      *1099-INT extract line layout: customer|account|tax year|
      *interest paid|backup withheld|payee TIN.
           SELECT FORM-1099-EXTRACT ASSIGN TO '1099int_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-1099-EXT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-1099-PRT-STATUS.

      *W-9 solicitation letters - one per customer whose interest
      *was backup-withheld this run for want of a certified TIN.
           SELECT W9-SOLICIT-FILE ASSIGN TO 'w9_solicitation.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLICIT-STATUS.

      *ATMController's cash journal - the third leg of the
      *reconciliation. When the two account populations disagree,
      *the day's journal entries for that account are what explain
               RECORD KEY IS CF-ACCT-NUMBER
               FILE STATUS IS WS-CARRY-FILE-STATUS.

      *Batch postings to the shared account population - interest
      *credited and balances remitted here, appended across runs so
      *the monthly deposit statement can print each posting that
      *moved MACCT-BALANCE outside the online systems.
      *Line layout: date|account|type|signed amount|description.
           SELECT DEPOSIT-POSTING-FILE ASSIGN TO 'deposit_postings.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

      *Customer document manifest - one line per letter written, so
      *DocumentDistribution can route it by the customer's delivery
      *preference. Appended across runs, emptied by distribution.
      *Line layout: doc type|customer|tax id|required-by|file name.
           SELECT DOCUMENT-MANIFEST-FILE
               ASSIGN TO 'document_manifest.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-ACCOUNT-FILE.
                         ==ACCT-ESCHEAT-STATUS==
                      BY ==MACCT-ESCHEAT-STATUS==,
                         ==ACCT-PRE-ESCHEAT-DATE==
                      BY ==MACCT-PRE-ESCHEAT-DATE==,
                         ==ACCT-LAST-FEE-PERIOD==
                      BY ==MACCT-LAST-FEE-PERIOD==.

       FD  RECONCILIATION-REPORT.
       01  REPORT-LINE                 PIC X(100).
               10  INT-TAX-YEAR        PIC 9(4).
           05  INT-CUSTOMER-ID         PIC 9(10).
           05  INT-TOTAL-PAID          PIC 9(11)V99.
           05  INT-BACKUP-WITHHELD     PIC 9(11)V99.

       FD  FORM-1099-EXTRACT.
       01  EXTRACT-1099-LINE           PIC X(80).
       FD  FORM-1099-PRINT.
       01  PRINT-1099-LINE             PIC X(80).

       FD  W9-SOLICIT-FILE.
       01  SOLICIT-LINE                PIC X(100).

       FD  ESCHEAT-LETTER-FILE.
       01  LETTER-LINE                 PIC X(100).

       FD  ESCHEAT-REMIT-FILE.
       01  REMIT-LINE                  PIC X(100).

       FD  DEPOSIT-POSTING-FILE.
       01  POSTING-LINE                PIC X(100).

       FD  DOCUMENT-MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(80).

      *One entry per unresolved mismatch, carried between runs.
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-LETTER-STATUS            PIC XX.
       01  WS-REMIT-STATUS             PIC XX.
       01  WS-POSTING-STATUS           PIC XX.
       01  WS-MANIFEST-STATUS          PIC XX.

      *One deposit-posting line - filled by the caller, written by
      *WRITE-DEPOSIT-POSTING.
       01  WS-POSTING-WORK.
           05  WS-POSTING-TYPE         PIC X(10).
           05  WS-POSTING-AMOUNT       PIC -9(11).99.
           05  WS-POSTING-DESC         PIC X(30).

       01  WS-INT-YTD-STATUS           PIC XX.
       01  WS-1099-EXT-STATUS          PIC XX.
       01  WS-1099-PRT-STATUS          PIC XX.
       01  WS-SOLICIT-STATUS           PIC XX.

      *1099-INT reporting - interest is accumulated as it posts,
      *and the January job reports the prior tax year for every
           05  WS-1099-EOF             PIC X.
           05  WS-1099-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-1099-FORM-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-1099-PAYEE-TIN       PIC X(9).
           05  WS-CURRENT-YEAR         PIC 9(4).

      *Backup withholding - interest paid to a customer without a
      *certified TIN, or with an unanswered B-notice, is withheld
      *at the backup rate and posted as its own debit so box 4 of
      *the 1099-INT can report it.
       01  WS-BACKUP-WORK.
           05  WS-BACKUP-RATE          PIC V99 VALUE .24.
           05  WS-BACKUP-REQUIRED      PIC X.
           05  WS-BACKUP-REASON        PIC X(30).
           05  WS-INTEREST-CENTS       PIC 9(9)V99.
           05  WS-BACKUP-WITHHELD      PIC 9(9)V99.
           05  WS-TOTAL-BACKUP-WITHHELD
                                       PIC 9(11)V99 VALUE ZERO.
           05  WS-ACCOUNTS-WITHHELD    PIC 9(7) VALUE ZERO.
           05  WS-LETTERS-WRITTEN      PIC 9(5) VALUE ZERO.
      *Customers already sent a solicitation this run - one letter
      *per customer however many accounts they hold.
       01  WS-SOLICITED-TABLE.
           05  WS-SOLICITED-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-SOLICITED-ID         PIC 9(10) OCCURS 200 TIMES.
       01  WS-SOLICITED-IX             PIC 9(3).
       01  WS-SOLICITED-FOUND          PIC X.

      *Escheatment - a second, much longer dormancy threshold moves
      *an account into pre-escheat, due diligence letters go to the
      *address on the customer master, and after the statutory wait
       01  WS-ESCHEAT-WORK.
           05  WS-PRE-ESCHEAT-DAYS     PIC 9(5) VALUE 1095.
           05  WS-ESCHEAT-WAIT-DAYS    PIC 9(3) VALUE 120.
      *The due-diligence letter has to be out at least this many
      *days before the balance is remitted.
           05  WS-LETTER-LEAD-DAYS     PIC 9(3) VALUE 60.
           05  WS-LETTER-REQUIRED-BY   PIC 9(8).
           05  WS-ESCHEAT-WAIT-ELAPSED PIC S9(5).
           05  WS-CUSTOMER-FILE-OK     PIC X VALUE 'N'.
           05  WS-PRE-ESCHEAT-COUNT    PIC 9(5) VALUE ZERO.
               END-IF
           END-IF.

      *Posting log is appended to across runs.
           OPEN EXTEND DEPOSIT-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = '00'
               OPEN OUTPUT DEPOSIT-POSTING-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           MOVE 'ACCOUNT BALANCE RECONCILIATION REPORT' TO REPORT-LINE.
           MOVE 20260101 TO MACCT-LAST-ACTIVITY.
           MOVE 'A' TO MACCT-STATUS.
           MOVE ZERO TO MACCT-LAST-ACCRUED-PERIOD.
           MOVE ZERO TO MACCT-LAST-FEE-PERIOD.
           MOVE SPACE TO MACCT-ESCHEAT-STATUS.
           MOVE ZERO TO MACCT-PRE-ESCHEAT-DATE.
           WRITE MASTER-ACCOUNT-RECORD.
           MOVE 20260101 TO MACCT-LAST-ACTIVITY.
           MOVE 'A' TO MACCT-STATUS.
           MOVE ZERO TO MACCT-LAST-ACCRUED-PERIOD.
           MOVE ZERO TO MACCT-LAST-FEE-PERIOD.
           MOVE SPACE TO MACCT-ESCHEAT-STATUS.
           MOVE ZERO TO MACCT-PRE-ESCHEAT-DATE.
           WRITE MASTER-ACCOUNT-RECORD.
           MOVE 20260101 TO MACCT-LAST-ACTIVITY.
           MOVE 'A' TO MACCT-STATUS.
           MOVE ZERO TO MACCT-LAST-ACCRUED-PERIOD.
           MOVE ZERO TO MACCT-LAST-FEE-PERIOD.
           MOVE SPACE TO MACCT-ESCHEAT-STATUS.
           MOVE ZERO TO MACCT-PRE-ESCHEAT-DATE.
           WRITE MASTER-ACCOUNT-RECORD.
           MOVE 20200115 TO MACCT-LAST-ACTIVITY.
           MOVE 'A' TO MACCT-STATUS.
           MOVE ZERO TO MACCT-LAST-ACCRUED-PERIOD.
           MOVE ZERO TO MACCT-LAST-FEE-PERIOD.
           MOVE SPACE TO MACCT-ESCHEAT-STATUS.
           MOVE ZERO TO MACCT-PRE-ESCHEAT-DATE.
           WRITE MASTER-ACCOUNT-RECORD.

           OPEN OUTPUT ESCHEAT-LETTER-FILE.
           OPEN OUTPUT ESCHEAT-REMIT-FILE.
           OPEN EXTEND DOCUMENT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT DOCUMENT-MANIFEST-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-MASTER-ACCOUNTS.
           MOVE ZERO TO MACCT-NUMBER.

           CLOSE ESCHEAT-LETTER-FILE.
           CLOSE ESCHEAT-REMIT-FILE.
           CLOSE DOCUMENT-MANIFEST-FILE.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.

       WRITE-DUE-DILIGENCE-LETTER SECTION.
       WRITE-LETTER.
           COMPUTE WS-LETTER-REQUIRED-BY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-ESCHEAT-WAIT-DAYS - WS-LETTER-LEAD-DAYS).
           MOVE SPACES TO MANIFEST-LINE.
           STRING 'EL|' MACCT-CUSTOMER-ID '|         |'
               WS-LETTER-REQUIRED-BY '|escheat_letters.txt'
               DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

           MOVE SPACES TO LETTER-LINE.
           STRING 'DUE DILIGENCE NOTICE - ACCOUNT ' MACCT-NUMBER
               DELIMITED BY SIZE INTO LETTER-LINE.
           ADD MACCT-BALANCE TO WS-REMITTED-TOTAL.
           ADD 1 TO WS-REMITTED-COUNT.

           MOVE 'ESCHEAT' TO WS-POSTING-TYPE.
           COMPUTE WS-POSTING-AMOUNT = ZERO - MACCT-BALANCE.
           MOVE 'REMITTED TO STATE - UNCLAIMED' TO WS-POSTING-DESC.
           PERFORM WRITE-DEPOSIT-POSTING.

           MOVE MACCT-NUMBER TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ESCHEATED  acct=' WS-DISPLAY-NUMBER
       ACCRUE-INTEREST-ON-ACCOUNTS SECTION.
       ACCRUE-INTEREST.
           MOVE WS-TODAY-DATE (1:6) TO WS-CURRENT-PERIOD.

      *Customer master for each account owner's TIN certification.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-FILE-OK
           ELSE
               MOVE 'N' TO WS-CUSTOMER-FILE-OK
               DISPLAY 'Customer master unavailable - backup '
                   'withholding not applied this run'
           END-IF.
           OPEN OUTPUT W9-SOLICIT-FILE.

           MOVE 'N' TO WS-EOF-MASTER-ACCOUNTS.
           MOVE ZERO TO MACCT-NUMBER.
           START MASTER-ACCOUNT-FILE KEY IS NOT LESS THAN MACCT-NUMBER
               END-READ
           END-PERFORM.

           CLOSE W9-SOLICIT-FILE.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.

       ACCRUE-INTEREST-ON-ONE-ACCOUNT SECTION.
       ACCRUE-ONE.
      *Already accrued this month - a daily run must not post
           COMPUTE WS-MONTHLY-INTEREST =
               MACCT-BALANCE * MACCT-INTEREST-RATE / 12.
           ADD WS-MONTHLY-INTEREST TO MACCT-BALANCE.

           MOVE ZERO TO WS-BACKUP-WITHHELD.
           PERFORM CHECK-BACKUP-WITHHOLDING.
           IF WS-BACKUP-REQUIRED = 'Y'
               MOVE WS-MONTHLY-INTEREST TO WS-INTEREST-CENTS
               COMPUTE WS-BACKUP-WITHHELD ROUNDED =
                   WS-INTEREST-CENTS * WS-BACKUP-RATE
               SUBTRACT WS-BACKUP-WITHHELD FROM MACCT-BALANCE
           END-IF.

           MOVE WS-CURRENT-PERIOD TO MACCT-LAST-ACCRUED-PERIOD.
           REWRITE MASTER-ACCOUNT-RECORD.

           MOVE 'INTEREST' TO WS-POSTING-TYPE.
           MOVE WS-MONTHLY-INTEREST TO WS-POSTING-AMOUNT.
           MOVE 'INTEREST CREDITED' TO WS-POSTING-DESC.
           PERFORM WRITE-DEPOSIT-POSTING.

      *The withholding goes on as its own posting, never netted
      *into the interest line - the customer's statement and the
      *1099-INT both have to show the gross interest paid.
           IF WS-BACKUP-WITHHELD > ZERO
               MOVE 'BACKUP WH' TO WS-POSTING-TYPE
               COMPUTE WS-POSTING-AMOUNT = ZERO - WS-BACKUP-WITHHELD
               MOVE 'BACKUP WITHHOLDING - FED TAX' TO WS-POSTING-DESC
               PERFORM WRITE-DEPOSIT-POSTING
               ADD 1 TO WS-ACCOUNTS-WITHHELD
               ADD WS-BACKUP-WITHHELD TO WS-TOTAL-BACKUP-WITHHELD
               PERFORM WRITE-BACKUP-WITHHOLDING-LINE
               PERFORM WRITE-W9-SOLICITATION
           END-IF.
           PERFORM POST-INTEREST-TO-ATM-COPY.

           ADD 1 TO WS-ACCOUNTS-ACCRUED.
       ACCRUE-ONE-EXIT.
           EXIT.

       CHECK-BACKUP-WITHHOLDING SECTION.
       CHECK-BACKUP.
      *Withholding applies when the owner has no TIN on file, has
      *never certified a W-9, or has a B-notice dated after the
      *last certification. An owner missing from the customer
      *master has no TIN we can show, so is withheld on as well.
           MOVE 'N' TO WS-BACKUP-REQUIRED.
           MOVE SPACES TO WS-BACKUP-REASON.
           IF WS-CUSTOMER-FILE-OK NOT = 'Y'
               GO TO CHECK-BACKUP-EXIT
           END-IF.

           MOVE MACCT-CUSTOMER-ID TO CUST-ID.
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BACKUP-REQUIRED
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-BACKUP-REASON
                   GO TO CHECK-BACKUP-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN CUST-TAX-ID = SPACES OR CUST-TAX-ID = ZEROS
                   MOVE 'Y' TO WS-BACKUP-REQUIRED
                   MOVE 'NO TIN ON FILE' TO WS-BACKUP-REASON
               WHEN NOT CUST-W9-CERTIFIED
                   MOVE 'Y' TO WS-BACKUP-REQUIRED
                   MOVE 'W-9 NOT CERTIFIED' TO WS-BACKUP-REASON
               WHEN CUST-B-NOTICE-DATE IS NUMERIC AND
                    CUST-B-NOTICE-DATE > ZERO AND
                    CUST-W9-CERT-DATE NOT > CUST-B-NOTICE-DATE
                   MOVE 'Y' TO WS-BACKUP-REQUIRED
                   MOVE 'B-NOTICE OUTSTANDING' TO WS-BACKUP-REASON
           END-EVALUATE.

       CHECK-BACKUP-EXIT.
           EXIT.

       WRITE-BACKUP-WITHHOLDING-LINE SECTION.
       WRITE-BACKUP-LINE.
           MOVE MACCT-NUMBER TO WS-DISPLAY-NUMBER.
           MOVE WS-BACKUP-WITHHELD TO WS-DISPLAY-INTEREST.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BACKUP WH acct=' WS-DISPLAY-NUMBER
                  ' withheld=' WS-DISPLAY-INTEREST
                  ' ' WS-BACKUP-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-W9-SOLICITATION SECTION.
       WRITE-SOLICITATION.
           MOVE 'N' TO WS-SOLICITED-FOUND.
           PERFORM CHECK-SOLICITED-CUSTOMER
               VARYING WS-SOLICITED-IX FROM 1 BY 1
               UNTIL WS-SOLICITED-IX > WS-SOLICITED-COUNT
                  OR WS-SOLICITED-FOUND = 'Y'.
           IF WS-SOLICITED-FOUND = 'Y'
               GO TO WRITE-SOLICITATION-EXIT
           END-IF.
           IF WS-SOLICITED-COUNT < 200
               ADD 1 TO WS-SOLICITED-COUNT
               MOVE MACCT-CUSTOMER-ID
                   TO WS-SOLICITED-ID (WS-SOLICITED-COUNT)
           END-IF.
           ADD 1 TO WS-LETTERS-WRITTEN.

           MOVE SPACES TO SOLICIT-LINE.
           STRING 'TAXPAYER IDENTIFICATION REQUEST - CUSTOMER '
                  MACCT-CUSTOMER-ID
                  DELIMITED BY SIZE INTO SOLICIT-LINE.
           WRITE SOLICIT-LINE.

      *The customer record, when there is one, is still in the
      *buffer from CHECK-BACKUP-WITHHOLDING.
           IF WS-BACKUP-REASON = 'CUSTOMER NOT ON FILE'
               MOVE 'ADDRESS UNKNOWN - CUSTOMER NOT ON FILE'
                   TO SOLICIT-LINE
               WRITE SOLICIT-LINE
           ELSE
               MOVE CUST-NAME TO SOLICIT-LINE
               WRITE SOLICIT-LINE
               MOVE CUST-STREET TO SOLICIT-LINE
               WRITE SOLICIT-LINE
               MOVE SPACES TO SOLICIT-LINE
               STRING CUST-CITY ' ' CUST-STATE ' ' CUST-ZIP
                   DELIMITED BY SIZE INTO SOLICIT-LINE
               WRITE SOLICIT-LINE
           END-IF.

           MOVE SPACES TO SOLICIT-LINE.
           STRING 'REASON: ' WS-BACKUP-REASON
                  DELIMITED BY SIZE INTO SOLICIT-LINE.
           WRITE SOLICIT-LINE.
           MOVE 'WE DO NOT HAVE A CERTIFIED TAXPAYER IDENTIFICATION'
               TO SOLICIT-LINE.
           WRITE SOLICIT-LINE.
           MOVE 'NUMBER FOR YOU. FEDERAL LAW REQUIRES US TO WITHHOLD'
               TO SOLICIT-LINE.
           WRITE SOLICIT-LINE.
           MOVE 'TAX FROM YOUR INTEREST AT THE BACKUP RATE UNTIL A'
               TO SOLICIT-LINE.
           WRITE SOLICIT-LINE.
           MOVE 'SIGNED FORM W-9 IS RETURNED TO US.'
               TO SOLICIT-LINE.
           WRITE SOLICIT-LINE.
           MOVE SPACES TO SOLICIT-LINE.
           WRITE SOLICIT-LINE.

       WRITE-SOLICITATION-EXIT.
           EXIT.

       CHECK-SOLICITED-CUSTOMER SECTION.
       CHECK-SOLICITED.
           IF WS-SOLICITED-ID (WS-SOLICITED-IX) = MACCT-CUSTOMER-ID
               MOVE 'Y' TO WS-SOLICITED-FOUND
           END-IF.

       WRITE-DEPOSIT-POSTING SECTION.
       WRITE-DEP-POSTING.
           MOVE SPACES TO POSTING-LINE.
           STRING WS-TODAY-DATE
                  '|' MACCT-NUMBER
                  '|' WS-POSTING-TYPE
                  '|' WS-POSTING-AMOUNT
                  '|' WS-POSTING-DESC
                  DELIMITED BY SIZE INTO POSTING-LINE.
           WRITE POSTING-LINE.

       POST-INTEREST-TO-ATM-COPY SECTION.
       POST-INTEREST-ATM.
      *Mirror the exact accrued amount onto the ATM-side copy of the
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-MONTHLY-INTEREST TO ACCT-BALANCE
                   SUBTRACT WS-BACKUP-WITHHELD FROM ACCT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ.

                   MOVE WS-TODAY-DATE (1:4) TO INT-TAX-YEAR
                   MOVE MACCT-CUSTOMER-ID TO INT-CUSTOMER-ID
                   MOVE WS-MONTHLY-INTEREST TO INT-TOTAL-PAID
                   MOVE WS-BACKUP-WITHHELD TO INT-BACKUP-WITHHELD
                   WRITE INTEREST-YTD-RECORD
               NOT INVALID KEY
                   ADD WS-MONTHLY-INTEREST TO INT-TOTAL-PAID
                   ADD WS-BACKUP-WITHHELD TO INT-BACKUP-WITHHELD
                   REWRITE INTEREST-YTD-RECORD
           END-READ.

           OPEN OUTPUT FORM-1099-EXTRACT.
           OPEN OUTPUT FORM-1099-PRINT.

      *Customer master for the payee TIN each extract line carries.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-FILE-OK
           ELSE
               MOVE 'N' TO WS-CUSTOMER-FILE-OK
               DISPLAY 'Customer master unavailable - 1099-INT '
                   'extract written without payee TINs'
           END-IF.

           MOVE 'N' TO WS-1099-EOF.
           MOVE ZERO TO INT-ACCT-NUMBER.
           MOVE ZERO TO INT-TAX-YEAR.

           CLOSE FORM-1099-EXTRACT.
           CLOSE FORM-1099-PRINT.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.

           DISPLAY '1099-INT extract: ' WS-1099-COUNT ' accounts, '
               WS-1099-FORM-COUNT ' forms printed'.
       WRITE-1099-ENTRY.
           ADD 1 TO WS-1099-COUNT.

      *Payee TIN from the customer master - left blank when the
      *owner is not on file, the same owners backup withholding
      *already applies to.
           MOVE SPACES TO WS-1099-PAYEE-TIN.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               MOVE INT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-TAX-ID TO WS-1099-PAYEE-TIN
               END-READ
           END-IF.

           MOVE SPACES TO EXTRACT-1099-LINE.
           STRING INT-CUSTOMER-ID
                  '|' INT-ACCT-NUMBER
                  '|' INT-TAX-YEAR
                  '|' INT-TOTAL-PAID
                  '|' INT-BACKUP-WITHHELD
                  '|' WS-1099-PAYEE-TIN
                  DELIMITED BY SIZE INTO EXTRACT-1099-LINE.
           WRITE EXTRACT-1099-LINE.

      *Print-image form only for accounts over the reporting
      *minimum - except that any backup withholding at all has to
      *be reported, however little interest was paid.
           IF INT-TOTAL-PAID < WS-1099-MINIMUM AND
              INT-BACKUP-WITHHELD = ZERO
               GO TO WRITE-1099-ENTRY-EXIT
           END-IF.

           STRING '* BOX 1 INTEREST INCOME: ' WS-DISPLAY-BALANCE
                  DELIMITED BY SIZE INTO PRINT-1099-LINE.
           WRITE PRINT-1099-LINE.
           MOVE INT-BACKUP-WITHHELD TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO PRINT-1099-LINE.
           STRING '* BOX 4 FEDERAL INCOME TAX WITHHELD: '
                  WS-DISPLAY-BALANCE
                  DELIMITED BY SIZE INTO PRINT-1099-LINE.
           WRITE PRINT-1099-LINE.
           MOVE ALL '*' TO PRINT-1099-LINE.
           WRITE PRINT-1099-LINE.

                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ACCOUNTS-WITHHELD TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Backup withheld on : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOTAL-BACKUP-WITHHELD TO WS-DISPLAY-INTEREST.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Backup withholding : ' WS-DISPLAY-INTEREST
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-LETTERS-WRITTEN TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'W-9 letters        : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY 'Reconciliation complete - see reconcile.rpt'.

           CLOSE ATM-ACCOUNT-FILE.
           CLOSE RECONCILIATION-REPORT.
           CLOSE CARRY-FORWARD-FILE.
           CLOSE INTEREST-YTD-FILE.
           CLOSE DEPOSIT-POSTING-FILE.
