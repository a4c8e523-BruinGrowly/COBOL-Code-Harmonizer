               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRIER-FILE-STATUS.

      *What each carrier sends back - an acknowledgment/effectuation
      *file answering our transmissions, and a monthly roster of the
      *enrollees the carrier holds - opened by name per carrier.
           SELECT CARRIER-ACK-FILE ASSIGN TO WS-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT CARRIER-ROSTER-FILE ASSIGN TO WS-ROSTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

      *Carrier rejections for caseworker correction before resend.
      *Line layout: carrier|app number|trans type|code|reason|date.
           SELECT CARRIER-CORRECTION-FILE
               ASSIGN TO 'carrier_corrections.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-FILE-STATUS.

      *Enrollment population reconciliation against each carrier.
           SELECT CARRIER-RECON-FILE
               ASSIGN TO 'carrier_reconciliation.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

      *Continuation and termination notices from the annual
      *redetermination run.
           SELECT REDETERM-NOTICE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

      *Customer document manifest - one line per notice, so
      *DocumentDistribution can route it by the applicant's
      *delivery preference. Applicants carry no bank customer
      *number, so the entry names them by SSN in the tax id slot.
      *Line layout: doc type|customer|tax id|required-by|file name.
           SELECT DOCUMENT-MANIFEST-FILE
               ASSIGN TO 'document_manifest.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *Marketplace premium billing - one account per enrollee
      *carrying the balance owed and the grace-period state.
           SELECT PREMIUM-ACCOUNT-FILE ASSIGN TO 'premium_accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-APP-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

      *Premium payments received since the last billing run.
           SELECT PREMIUM-PAYMENT-FILE ASSIGN TO 'premium_payments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.

      *Every payment ever posted, by account and payment reference -
      *a receipt still in the payment file on a later run is not
      *posted a second time.
           SELECT PAYMENT-HISTORY-FILE
               ASSIGN TO 'premium_payment_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PMT-HIST-STATUS.

      *Printable enrollee invoices for the coverage month billed.
           SELECT PREMIUM-INVOICE-FILE
               ASSIGN TO 'premium_invoices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

      *Delinquency, pended-claims and non-payment termination
      *notices from the grace-period tracking.
           SELECT PREMIUM-NOTICE-FILE
               ASSIGN TO 'premium_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-NOTICE-STATUS.

      *Billing ledger - one fixed-format line per invoice, kept
      *across runs as the history of what each month was billed.
           SELECT PREMIUM-LEDGER-FILE ASSIGN TO 'premium_ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

      *Year-end coverage statements - printable 1095-A (marketplace)
      *and 1095-B (Medicare, Medicaid, CHIP) forms, the electronic
      *filing extract, and the history of what each household was
      *issued so a later change in coverage produces a correction.
           SELECT COVERAGE-FORM-FILE ASSIGN TO 'form_1095.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-FILE-STATUS.

           SELECT COVERAGE-EXTRACT-FILE
               ASSIGN TO 'form_1095_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-EXTRACT-STATUS.

           SELECT COVERAGE-HISTORY-FILE
               ASSIGN TO 'form_1095_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-FORM-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
           05  APP-EVENT-DATE          PIC 9(8).
      *Carrier transmission bookkeeping - what the carrier has
      *already been told about this case (space = never sent,
      *'A' = add sent, 'C' = change pending, 'T' = term sent,
      *'K' = accepted by the carrier, 'E' = effectuated - first
      *premium paid, 'R' = rejected, queued for correction and
      *resend), and the coverage-end date a termination carries.
           05  APP-TRANSMIT-STATE      PIC X.
           05  APP-TERM-DATE           PIC 9(8).
           05  APP-DEPENDENT-COUNT     PIC 99.
       FD  REDETERM-NOTICE-FILE.
       01  REDETERM-NOTICE-LINE        PIC X(100).

       FD  DOCUMENT-MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(80).

       FD  CARRIER-834-FILE.
       01  CARRIER-834-RECORD          PIC X(120).

      *Response to one transmitted record - 'D' detail lines only;
      *any header or trailer lines are passed over. Response 'A' =
      *accepted, 'E' = effectuated, 'R' = rejected.
       FD  CARRIER-ACK-FILE.
       01  CARRIER-ACK-RECORD.
           05  ACK-RECORD-TYPE         PIC X.
           05  ACK-APP-NUMBER          PIC X(12).
           05  ACK-TRANS-TYPE          PIC X.
           05  ACK-RESPONSE            PIC X.
           05  ACK-EFFECTIVE-DATE      PIC 9(8).
           05  ACK-REJECT-CODE         PIC X(4).
           05  ACK-REJECT-REASON       PIC X(40).

      *One enrollee the carrier holds as active.
       FD  CARRIER-ROSTER-FILE.
       01  CARRIER-ROSTER-RECORD.
           05  ROS-APP-NUMBER          PIC X(12).
           05  ROS-SSN                 PIC 9(9).
           05  ROS-NAME                PIC X(30).
           05  ROS-STATUS              PIC X.
           05  ROS-EFFECTIVE-DATE      PIC 9(8).

       FD  CARRIER-CORRECTION-FILE.
       01  CARRIER-CORRECTION-LINE     PIC X(100).

       FD  CARRIER-RECON-FILE.
       01  CARRIER-RECON-LINE          PIC X(100).

       FD  PREMIUM-ACCOUNT-FILE.
       01  PREMIUM-ACCOUNT-RECORD.
           05  ACCT-APP-NUMBER         PIC X(12).
      *Monthly figures as last billed - gross plan premium, the
      *advance credit, and the enrollee's share.
           05  ACCT-MONTHLY-PREMIUM    PIC 9(5)V99.
           05  ACCT-MONTHLY-APTC       PIC 9(5)V99.
           05  ACCT-MONTHLY-NET        PIC 9(5)V99.
      *Everything billed less everything paid - negative is a
      *credit carried to the next invoice.
           05  ACCT-BALANCE-DUE        PIC S9(7)V99.
           05  ACCT-LAST-BILLED-PERIOD PIC 9(6).
      *Grace state (space = current, 'D' = delinquent in grace
      *month one, 'P' = claims pended in months two and three,
      *'T' = terminated for non-payment) and the first unpaid
      *coverage month (YYYYMM) the grace period runs from.
           05  ACCT-GRACE-STATUS       PIC X.
           05  ACCT-GRACE-START-PERIOD PIC 9(6).
           05  ACCT-LAST-PAYMENT-DATE  PIC 9(8).
           05  ACCT-LAST-PAYMENT-AMOUNT PIC 9(7)V99.
           05  ACCT-TOTAL-PAID         PIC 9(7)V99.

       FD  PREMIUM-PAYMENT-FILE.
       01  PREMIUM-PAYMENT-RECORD.
           05  PMT-APP-NUMBER          PIC X(12).
           05  PMT-RECEIVED-DATE       PIC 9(8).
           05  PMT-AMOUNT              PIC 9(7)V99.
           05  PMT-REFERENCE           PIC X(15).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-APP-NUMBER       PIC X(12).
               10  PH-REFERENCE        PIC X(15).
           05  PH-RECEIVED-DATE        PIC 9(8).
           05  PH-AMOUNT               PIC 9(7)V99.
           05  PH-POSTED-DATE          PIC 9(8).

       FD  PREMIUM-INVOICE-FILE.
       01  PREMIUM-INVOICE-LINE        PIC X(100).

       FD  PREMIUM-NOTICE-FILE.
       01  PREMIUM-NOTICE-LINE         PIC X(100).

       FD  PREMIUM-LEDGER-FILE.
       01  PREMIUM-LEDGER-RECORD       PIC X(80).

       FD  COVERAGE-FORM-FILE.
       01  COVERAGE-FORM-LINE          PIC X(100).

       FD  COVERAGE-EXTRACT-FILE.
       01  COVERAGE-EXTRACT-RECORD     PIC X(120).

      *One record per household per tax year, as last issued.
       FD  COVERAGE-HISTORY-FILE.
       01  COVERAGE-HISTORY-RECORD.
           05  HIST-KEY.
               10  HIST-APP-NUMBER     PIC X(12).
               10  HIST-TAX-YEAR       PIC 9(4).
           05  HIST-FORM-TYPE          PIC X.
           05  HIST-MONTH-FLAGS        PIC X(12).
           05  HIST-PERSON-COUNT       PIC 99.
           05  HIST-TOTAL-PREMIUM      PIC 9(7)V99.
           05  HIST-TOTAL-SLCSP        PIC 9(7)V99.
           05  HIST-TOTAL-APTC         PIC 9(7)V99.
           05  HIST-ISSUED-DATE        PIC 9(8).
           05  HIST-CORRECTION-COUNT   PIC 99.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS              PIC XX.
       01  WS-PARM-FILE-STATUS         PIC XX.
       01  WS-NOTICE-FILE-STATUS       PIC XX.
       01  WS-MANIFEST-STATUS          PIC XX.

      *Carrier transmission - fixed-format 834-style records, one
      *file per carrier, with a batch control trailer carrying the
       01  WS-834-EOF                  PIC X.
       01  WS-834-RECORD-COUNT         PIC 9(6).

      *Carrier responses and population reconciliation.
       01  WS-ACK-FILE-STATUS          PIC XX.
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-CORRECTION-FILE-STATUS   PIC XX.
       01  WS-RECON-FILE-STATUS        PIC XX.
       01  WS-ACK-FILENAME             PIC X(30).
       01  WS-ROSTER-FILENAME          PIC X(30).

       01  WS-ACK-WORK.
           05  WS-ACK-EOF              PIC X.
           05  WS-ACK-ACCEPTED         PIC 9(6) VALUE ZERO.
           05  WS-ACK-EFFECTUATED      PIC 9(6) VALUE ZERO.
           05  WS-ACK-REJECTED         PIC 9(6) VALUE ZERO.
           05  WS-ACK-UNMATCHED        PIC 9(6) VALUE ZERO.
           05  WS-ACK-STALE            PIC 9(6) VALUE ZERO.
           05  WS-ACK-INVALID          PIC 9(6) VALUE ZERO.

       01  WS-RECON-WORK.
           05  WS-RECON-PERIOD         PIC 9(6).
           05  WS-RECON-EOF            PIC X.
           05  WS-RECON-OURS           PIC 9(6).
           05  WS-RECON-CARRIER        PIC 9(6).
           05  WS-RECON-MATCHED        PIC 9(6).
           05  WS-RECON-OURS-ONLY      PIC 9(6).
           05  WS-RECON-CARRIER-ONLY   PIC 9(6).
           05  WS-RECON-NOTE           PIC X(36).

      *Cases rejected in this cycle - held out of this run's
      *transmission so the correction is made before the resend.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-HOLD-MAX             PIC 9(4) VALUE 500.
           05  WS-HOLD-IX              PIC 9(4).
           05  WS-HOLD-FOUND           PIC X.
           05  WS-HOLD-APP-NUMBER      PIC X(12) OCCURS 500 TIMES.
       01  WS-ACK-CURRENT              PIC X.

      *The carrier's roster, held in memory while our population is
      *matched against it.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-ROSTER-MAX           PIC 9(4) VALUE 2000.
           05  WS-ROSTER-IX            PIC 9(4).
           05  WS-ROSTER-FOUND-IX      PIC 9(4).
           05  WS-ROSTER-EOF           PIC X.
           05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
               10  WS-ROS-APP-NUMBER   PIC X(12).
               10  WS-ROS-SSN          PIC 9(9).
               10  WS-ROS-NAME         PIC X(30).
               10  WS-ROS-MATCHED      PIC X.

      *Fixed-column detail layout moved into the 120-byte record.
       01  WS-834-DETAIL.
           05  W834-TRANS-TYPE         PIC X.
       01  WS-SCALE-IX                 PIC 9.
       01  WS-SCALE-USE-IX             PIC 9.

      *Premium invoicing - each run bills the coming coverage month
      *(the premium is due before that month starts) and measures
      *arrears against the coverage month already under way.
       01  WS-ACCOUNT-FILE-STATUS      PIC XX.
       01  WS-PAYMENT-FILE-STATUS      PIC XX.
       01  WS-PMT-HIST-STATUS          PIC XX.
       01  WS-INVOICE-FILE-STATUS      PIC XX.
       01  WS-PREMIUM-NOTICE-STATUS    PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.

       01  WS-PREMIUM-WORK.
           05  WS-PAYMENT-EOF          PIC X.
           05  WS-BILLING-EOF          PIC X.
           05  WS-COVERAGE-PERIOD      PIC 9(6).
           05  WS-COVERAGE-SEQ         PIC 9(6).
           05  WS-BILL-PERIOD          PIC 9(6).
           05  WS-BILL-SEQ             PIC 9(6).
           05  WS-ELIG-PERIOD          PIC 9(6).
           05  WS-INVOICE-DUE-DATE     PIC 9(8).
           05  WS-ARREARS              PIC S9(7)V99.
           05  WS-ARREARS-MONTHS       PIC 9(3).
           05  WS-GRACE-SEQ            PIC 9(6).
           05  WS-GRACE-MONTH          PIC 9(3).
           05  WS-GRACE-LIMIT          PIC 9.
           05  WS-GRACE-END-DATE       PIC 9(8).
           05  WS-PERIOD-END-DATE      PIC 9(8).
           05  WS-PERIOD-DATE-INT      PIC S9(9) COMP.

      *Grace period lengths - the federal three months for enrollees
      *receiving the advance credit, one month otherwise.
       01  WS-APTC-GRACE-MONTHS        PIC 9 VALUE 3.
       01  WS-STANDARD-GRACE-MONTHS    PIC 9 VALUE 1.

      *YYYYMM period and its running month number, so periods can
      *be stepped across year ends by ordinary arithmetic.
       01  WS-PERIOD-WORK.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 99.
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD-WORK PIC 9(6).
       01  WS-PERIOD-SEQ               PIC 9(6).

       01  WS-PREMIUM-TOTALS.
           05  WS-INVOICE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-PAYMENTS-APPLIED     PIC 9(6) VALUE ZERO.
           05  WS-PAYMENTS-UNMATCHED   PIC 9(6) VALUE ZERO.
           05  WS-PAYMENTS-ALREADY     PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-CURRENT     PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-DELINQUENT  PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-PENDED      PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-TERMINATED  PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-BILLED         PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-PAID           PIC 9(9)V99 VALUE ZERO.

      *Fixed-column ledger line moved into the 80-byte record.
       01  WS-LEDGER-DETAIL.
           05  WLG-APP-NUMBER          PIC X(12).
           05  WLG-PERIOD              PIC 9(6).
           05  WLG-PREMIUM             PIC 9(5)V99.
           05  WLG-APTC                PIC 9(5)V99.
           05  WLG-NET                 PIC 9(5)V99.
           05  WLG-BALANCE             PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
           05  WLG-BILLED-DATE         PIC 9(8).
           05  FILLER                  PIC X(23) VALUE SPACES.

      *Year-end coverage statements - run in January for the year
      *just ended. Months are 'Y' where the household had coverage
      *on at least one day of the month.
       01  WS-FORM-FILE-STATUS         PIC XX.
       01  WS-FORM-EXTRACT-STATUS      PIC XX.
       01  WS-FORM-HISTORY-STATUS      PIC XX.

       01  WS-FORM-WORK.
           05  WS-FORM-TAX-YEAR        PIC 9(4).
           05  WS-FORM-EOF             PIC X.
           05  WS-FORM-TYPE            PIC X.
           05  WS-FORM-CORRECTED       PIC X.
           05  WS-FORM-HISTORY-FOUND   PIC X.
           05  WS-FORM-BENCHMARK       PIC 9(5)V99.
           05  WS-FORM-MONTH           PIC 99.
           05  WS-FORM-MONTH-COUNT     PIC 99.
           05  WS-FORM-MONTH-FLAGS     PIC X(12).
           05  WS-FORM-MONTH-MARKS     PIC X(12).
           05  WS-FORM-MONTH-START     PIC 9(8).
           05  WS-FORM-COVER-START     PIC 9(8).
           05  WS-FORM-COVER-END       PIC 9(8).
           05  WS-FORM-PERSON-COUNT    PIC 99.
           05  WS-FORM-PERSON-IX       PIC 99.
           05  WS-FORM-PERSON-NAME     PIC X(30).
           05  WS-FORM-PERSON-SSN      PIC 9(9).
           05  WS-FORM-PERSON-DOB      PIC 9(8).
           05  WS-FORM-TOTAL-PREMIUM   PIC 9(7)V99.
           05  WS-FORM-TOTAL-SLCSP     PIC 9(7)V99.
           05  WS-FORM-TOTAL-APTC      PIC 9(7)V99.
           05  WS-FORM-REQUIRED-BY     PIC 9(8).
           05  WS-FORM-ORIGIN          PIC X(30).
           05  WS-FORM-PRINT-PREMIUM   PIC $$$,$$$,$$9.99.
           05  WS-FORM-PRINT-SLCSP     PIC $$$,$$$,$$9.99.
           05  WS-FORM-PRINT-APTC      PIC $$$,$$$,$$9.99.

       01  WS-FORM-MONTH-AMOUNTS.
           05  WS-FORM-MONTH-ENTRY OCCURS 12 TIMES.
               10  WS-FORM-MONTH-PREMIUM PIC 9(5)V99.
               10  WS-FORM-MONTH-SLCSP PIC 9(5)V99.
               10  WS-FORM-MONTH-APTC  PIC 9(5)V99.

       01  WS-MONTH-NAME-LIST          PIC X(36) VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-LIST.
           05  WS-MONTH-NAME           PIC XXX OCCURS 12 TIMES.

      *The tax year's billing ledger, held in memory so each covered
      *month's premium and credit can be looked up as billed.
       01  WS-LEDGER-TABLE.
           05  WS-LEDGER-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-LEDGER-MAX           PIC 9(4) VALUE 2000.
           05  WS-LEDGER-IX            PIC 9(4).
           05  WS-LEDGER-EOF           PIC X.
           05  WS-LEDGER-ENTRY OCCURS 2000 TIMES.
               10  WS-LDG-APP-NUMBER   PIC X(12).
               10  WS-LDG-PERIOD       PIC 9(6).
               10  WS-LDG-PREMIUM      PIC 9(5)V99.
               10  WS-LDG-APTC         PIC 9(5)V99.
       01  WS-LEDGER-FIND-PERIOD       PIC 9(6).
       01  WS-LEDGER-FOUND             PIC X.

       01  WS-FORM-TOTALS.
           05  WS-FORMS-1095A          PIC 9(6) VALUE ZERO.
           05  WS-FORMS-1095B          PIC 9(6) VALUE ZERO.
           05  WS-FORMS-CORRECTED      PIC 9(6) VALUE ZERO.
           05  WS-FORMS-UNCHANGED      PIC 9(6) VALUE ZERO.
           05  WS-FORM-PERSONS         PIC 9(6) VALUE ZERO.
           05  WS-FORMS-GRAND-PREMIUM  PIC 9(9)V99 VALUE ZERO.
           05  WS-FORMS-GRAND-SLCSP    PIC 9(9)V99 VALUE ZERO.
           05  WS-FORMS-GRAND-APTC     PIC 9(9)V99 VALUE ZERO.

      *Electronic filing extract - fixed-column records moved into
      *the 120-byte record: a header, one form record per household,
      *one person record per covered individual, and a trailer of
      *control totals.
       01  WS-1095-HEADER.
           05  FILLER                  PIC X VALUE 'H'.
           05  WFH-TAX-YEAR            PIC 9(4).
           05  WFH-RUN-DATE            PIC 9(8).
           05  WFH-FILER-NAME          PIC X(30).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-1095-FORM.
           05  FILLER                  PIC X VALUE 'F'.
           05  WFM-FORM-TYPE           PIC X.
           05  WFM-CORRECTED           PIC X.
           05  WFM-APP-NUMBER          PIC X(12).
           05  WFM-SSN                 PIC 9(9).
           05  WFM-NAME                PIC X(30).
           05  WFM-MONTH-FLAGS         PIC X(12).
           05  WFM-TOTAL-PREMIUM       PIC 9(7)V99.
           05  WFM-TOTAL-SLCSP         PIC 9(7)V99.
           05  WFM-TOTAL-APTC          PIC 9(7)V99.
           05  WFM-PROGRAM             PIC X(15).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-1095-PERSON.
           05  FILLER                  PIC X VALUE 'P'.
           05  WFP-APP-NUMBER          PIC X(12).
           05  WFP-SEQUENCE            PIC 99.
           05  WFP-NAME                PIC X(30).
           05  WFP-SSN                 PIC 9(9).
           05  WFP-BIRTH-DATE          PIC 9(8).
           05  WFP-MONTH-FLAGS         PIC X(12).
           05  WFP-COVER-START         PIC 9(8).
           05  WFP-COVER-END           PIC 9(8).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-1095-TRAILER.
           05  FILLER                  PIC X VALUE 'T'.
           05  WFT-FORMS-1095A         PIC 9(6).
           05  WFT-FORMS-1095B         PIC 9(6).
           05  WFT-FORMS-CORRECTED     PIC 9(6).
           05  WFT-PERSONS             PIC 9(6).
           05  WFT-TOTAL-PREMIUM       PIC 9(9)V99.
           05  WFT-TOTAL-SLCSP         PIC 9(9)V99.
           05  WFT-TOTAL-APTC          PIC 9(9)V99.
           05  FILLER                  PIC X(62) VALUE SPACES.

      *Application processing
       01  WS-APPLICATION-DATA.
           05  WS-APPL-COUNT           PIC 9(6) VALUE ZERO.
           PERFORM DISPLAY-ENROLLMENT-SUMMARY.
           PERFORM DEMONSTRATE-APPEAL.
           PERFORM REDETERMINE-ENROLLMENTS.
           PERFORM RUN-PREMIUM-INVOICING.
           PERFORM PROCESS-CARRIER-RESPONSES.
           PERFORM RECONCILE-CARRIER-ENROLLMENT.
           PERFORM TRANSMIT-CARRIER-ENROLLMENTS.
           PERFORM PRODUCE-COVERAGE-FORMS.
           PERFORM CLEANUP-ENROLLMENT-SYSTEM.
           STOP RUN.

           DISPLAY '========================================'.

           OPEN OUTPUT REDETERM-NOTICE-FILE.
           OPEN EXTEND DOCUMENT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT DOCUMENT-MANIFEST-FILE
           END-IF.

           MOVE SPACES TO APP-NUMBER.
           START APPLICATION-FILE KEY >= APP-NUMBER

       REDETERMINE-ALL-EXIT.
           CLOSE REDETERM-NOTICE-FILE.
           CLOSE DOCUMENT-MANIFEST-FILE.
           DISPLAY 'Cases redetermined: ' WS-REDETERM-CHECKED.
           DISPLAY '  Continued : ' WS-REDETERM-CONTINUED.
           DISPLAY '  Re-tiered : ' WS-REDETERM-RETIERED.
      *A re-tier is news the carrier needs - queue a change record
      *for the next transmission, unless the original add hasn't
      *even gone out yet (then the add carries the new tier).
                   IF APP-TRANSMIT-STATE = 'A' OR
                      APP-TRANSMIT-STATE = 'K' OR
                      APP-TRANSMIT-STATE = 'E'
                       MOVE 'C' TO APP-TRANSMIT-STATE
                   END-IF
                   DISPLAY '  ' APP-NUMBER ' re-tiered '

       WRITE-CONTINUATION-NOTICE SECTION.
       WRITE-CONTINUE-NOTICE.
           PERFORM WRITE-NOTICE-MANIFEST.
           MOVE SPACES TO REDETERM-NOTICE-LINE.
           STRING 'CONTINUATION | ' APP-NUMBER
                  ' | ' APP-APPLICANT-NAME

       WRITE-TERMINATION-NOTICE SECTION.
       WRITE-TERM-NOTICE.
           PERFORM WRITE-NOTICE-MANIFEST.
           MOVE SPACES TO REDETERM-NOTICE-LINE.
           STRING 'TERMINATION | ' APP-NUMBER
                  ' | ' APP-APPLICANT-NAME
                  DELIMITED BY SIZE INTO REDETERM-NOTICE-LINE.
           WRITE REDETERM-NOTICE-LINE.

       WRITE-NOTICE-MANIFEST SECTION.
       WRITE-NOTICE-MANIFEST-LINE.
      *A notice has to reach the applicant before the change it
      *announces takes effect.
           MOVE SPACES TO MANIFEST-LINE.
           STRING 'RD|0000000000|' APP-SSN '|'
                  WS-ELIG-YEAR WS-ELIG-MONTH '01'
                  '|redeterm_notices.txt'
                  DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

       RUN-PREMIUM-INVOICING SECTION.
       PREMIUM-RUN.
      *Monthly premium invoicing for approved marketplace cases -
      *payments received are applied first, each account is checked
      *against the grace period, and whoever is still covered is
      *billed the plan premium less the advance credit for the
      *coming coverage month. Non-payment terminations are left on
      *the application for this run's carrier transmission.
           DISPLAY '========================================'.
           DISPLAY 'Marketplace Premium Invoicing'.
           DISPLAY '========================================'.

           MOVE WS-CURRENT-YEAR TO WS-PERIOD-YEAR.
           MOVE WS-CURRENT-MONTH TO WS-PERIOD-MONTH.
           MOVE WS-PERIOD-NUM TO WS-COVERAGE-PERIOD.
           PERFORM PERIOD-TO-SEQ.
           MOVE WS-PERIOD-SEQ TO WS-COVERAGE-SEQ.
           PERFORM LAST-DAY-OF-PERIOD.
           MOVE WS-PERIOD-END-DATE TO WS-INVOICE-DUE-DATE.
           COMPUTE WS-BILL-SEQ = WS-COVERAGE-SEQ + 1.
           MOVE WS-BILL-SEQ TO WS-PERIOD-SEQ.
           PERFORM SEQ-TO-PERIOD.
           MOVE WS-PERIOD-NUM TO WS-BILL-PERIOD.
           DISPLAY 'Billing coverage month ' WS-BILL-PERIOD
               ', due ' WS-INVOICE-DUE-DATE.

           OPEN I-O PREMIUM-ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = '35'
               OPEN OUTPUT PREMIUM-ACCOUNT-FILE
               CLOSE PREMIUM-ACCOUNT-FILE
               OPEN I-O PREMIUM-ACCOUNT-FILE
           END-IF.
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening premium account file - '
                   WS-ACCOUNT-FILE-STATUS
               GO TO PREMIUM-RUN-EXIT
           END-IF.

           PERFORM APPLY-PREMIUM-PAYMENTS.

           OPEN OUTPUT PREMIUM-INVOICE-FILE.
           OPEN OUTPUT PREMIUM-NOTICE-FILE.
           OPEN EXTEND PREMIUM-LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               OPEN OUTPUT PREMIUM-LEDGER-FILE
           END-IF.
           OPEN EXTEND DOCUMENT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT DOCUMENT-MANIFEST-FILE
           END-IF.

           MOVE SPACES TO APP-NUMBER.
           MOVE 'N' TO WS-BILLING-EOF.
           START APPLICATION-FILE KEY >= APP-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-BILLING-EOF
           END-START.

           PERFORM BILL-NEXT-APPLICATION
               UNTIL WS-BILLING-EOF = 'Y'.

           CLOSE PREMIUM-INVOICE-FILE.
           CLOSE PREMIUM-NOTICE-FILE.
           CLOSE PREMIUM-LEDGER-FILE.
           CLOSE DOCUMENT-MANIFEST-FILE.
           CLOSE PREMIUM-ACCOUNT-FILE.

           DISPLAY 'Payments applied   : ' WS-PAYMENTS-APPLIED.
           DISPLAY 'Payments unmatched : ' WS-PAYMENTS-UNMATCHED.
           DISPLAY 'Already posted     : ' WS-PAYMENTS-ALREADY.
           MOVE WS-TOTAL-PAID TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Amount received    : ' WS-DISPLAY-AMOUNT.
           DISPLAY 'Invoices issued    : ' WS-INVOICE-COUNT.
           MOVE WS-TOTAL-BILLED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Amount billed      : ' WS-DISPLAY-AMOUNT.
           DISPLAY 'Accounts current   : ' WS-ACCOUNTS-CURRENT.
           DISPLAY 'Grace month one    : ' WS-ACCOUNTS-DELINQUENT.
           DISPLAY 'Claims pended      : ' WS-ACCOUNTS-PENDED.
           DISPLAY 'Terminated non-pay : ' WS-ACCOUNTS-TERMINATED.

       PREMIUM-RUN-EXIT.
           DISPLAY SPACE.
           EXIT.

       APPLY-PREMIUM-PAYMENTS SECTION.
       APPLY-PAYMENTS.
      *The payment file holds the receipts since the last run. A
      *payment reduces the account balance; whether it cures a
      *delinquency is decided when the account is billed.
           OPEN INPUT PREMIUM-PAYMENT-FILE.
           IF WS-PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'No premium payments received this cycle'
               GO TO APPLY-PAYMENTS-EXIT
           END-IF.

      *Without the history a rerun, or a payment file not yet
      *replaced, would post the same receipts again - nothing is
      *posted until it can be opened.
           OPEN I-O PAYMENT-HISTORY-FILE.
           IF WS-PMT-HIST-STATUS = '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
               CLOSE PAYMENT-HISTORY-FILE
               OPEN I-O PAYMENT-HISTORY-FILE
           END-IF.
           IF WS-PMT-HIST-STATUS NOT = '00'
               DISPLAY 'Error opening payment history - '
                   WS-PMT-HIST-STATUS ' - no payments posted'
               CLOSE PREMIUM-PAYMENT-FILE
               GO TO APPLY-PAYMENTS-EXIT
           END-IF.

           MOVE 'N' TO WS-PAYMENT-EOF.
           PERFORM APPLY-ONE-PAYMENT
               UNTIL WS-PAYMENT-EOF = 'Y'.
           CLOSE PREMIUM-PAYMENT-FILE.
           CLOSE PAYMENT-HISTORY-FILE.

       APPLY-PAYMENTS-EXIT.
           EXIT.

       APPLY-ONE-PAYMENT SECTION.
       APPLY-ONE-PMT.
           READ PREMIUM-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-PAYMENT-EOF
                   GO TO APPLY-ONE-PMT-EXIT
           END-READ.

      *A payment with no reference could never be told apart from
      *a repeat of itself, so it is left for the billing office.
           IF PMT-REFERENCE = SPACES
               ADD 1 TO WS-PAYMENTS-UNMATCHED
               DISPLAY '  Payment for ' PMT-APP-NUMBER
                   ' - no payment reference, not posted'
               GO TO APPLY-ONE-PMT-EXIT
           END-IF.

           MOVE PMT-APP-NUMBER TO PH-APP-NUMBER.
           MOVE PMT-REFERENCE TO PH-REFERENCE.
           READ PAYMENT-HISTORY-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-PAYMENTS-ALREADY
                   DISPLAY '  Payment ' PMT-REFERENCE
                       ' already posted ' PH-POSTED-DATE
                   GO TO APPLY-ONE-PMT-EXIT
           END-READ.

           MOVE PMT-APP-NUMBER TO ACCT-APP-NUMBER.
           READ PREMIUM-ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-PAYMENTS-UNMATCHED
                   DISPLAY '  Payment ' PMT-REFERENCE
                       ' - no premium account for ' PMT-APP-NUMBER
                   GO TO APPLY-ONE-PMT-EXIT
           END-READ.

           SUBTRACT PMT-AMOUNT FROM ACCT-BALANCE-DUE.
           ADD PMT-AMOUNT TO ACCT-TOTAL-PAID.
           MOVE PMT-RECEIVED-DATE TO ACCT-LAST-PAYMENT-DATE.
           MOVE PMT-AMOUNT TO ACCT-LAST-PAYMENT-AMOUNT.
           REWRITE PREMIUM-ACCOUNT-RECORD.

           MOVE PMT-APP-NUMBER TO PH-APP-NUMBER.
           MOVE PMT-REFERENCE TO PH-REFERENCE.
           MOVE PMT-RECEIVED-DATE TO PH-RECEIVED-DATE.
           MOVE PMT-AMOUNT TO PH-AMOUNT.
           MOVE WS-CURRENT-DATE-FIELDS TO PH-POSTED-DATE.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY '  Payment ' PMT-REFERENCE
                       ' - error recording in payment history'
           END-WRITE.

           ADD 1 TO WS-PAYMENTS-APPLIED.
           ADD PMT-AMOUNT TO WS-TOTAL-PAID.

       APPLY-ONE-PMT-EXIT.
           EXIT.

       BILL-NEXT-APPLICATION SECTION.
       BILL-NEXT-APP.
           READ APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BILLING-EOF
               NOT AT END
                   IF APP-STATUS = 'APPROVED' AND
                      APP-PROGRAM = 'MARKETPLACE'
                       PERFORM BILL-ONE-ENROLLEE
                   END-IF
           END-READ.

       BILL-ONE-ENROLLEE SECTION.
       BILL-ONE.
      *Coverage that starts after the month being billed has nothing
      *due yet.
           MOVE APP-ELIGIBILITY-DATE(1:6) TO WS-ELIG-PERIOD.
           IF WS-ELIG-PERIOD > WS-BILL-PERIOD
               GO TO BILL-ONE-EXIT
           END-IF.

           PERFORM COMPUTE-HOUSEHOLD-TOTALS.
           PERFORM CALCULATE-PREMIUM-TAX-CREDIT.

           MOVE APP-NUMBER TO ACCT-APP-NUMBER.
           READ PREMIUM-ACCOUNT-FILE
               INVALID KEY
                   PERFORM OPEN-PREMIUM-ACCOUNT
           END-READ.

      *Arrears - what is still owed for coverage months already
      *begun, leaving out this month's invoice if a rerun has
      *already issued it.
           MOVE ACCT-BALANCE-DUE TO WS-ARREARS.
           IF ACCT-LAST-BILLED-PERIOD = WS-BILL-PERIOD
               SUBTRACT ACCT-MONTHLY-NET FROM WS-ARREARS
           END-IF.

           PERFORM CHECK-GRACE-PERIOD.

           IF APP-STATUS = 'APPROVED' AND
              ACCT-LAST-BILLED-PERIOD < WS-BILL-PERIOD
               PERFORM ISSUE-PREMIUM-INVOICE
           END-IF.

           REWRITE PREMIUM-ACCOUNT-RECORD.

       BILL-ONE-EXIT.
           EXIT.

       OPEN-PREMIUM-ACCOUNT SECTION.
       OPEN-ACCOUNT.
           MOVE APP-NUMBER TO ACCT-APP-NUMBER.
           MOVE ZERO TO ACCT-MONTHLY-PREMIUM.
           MOVE ZERO TO ACCT-MONTHLY-APTC.
           MOVE ZERO TO ACCT-MONTHLY-NET.
           MOVE ZERO TO ACCT-BALANCE-DUE.
           MOVE ZERO TO ACCT-LAST-BILLED-PERIOD.
           MOVE SPACE TO ACCT-GRACE-STATUS.
           MOVE ZERO TO ACCT-GRACE-START-PERIOD.
           MOVE ZERO TO ACCT-LAST-PAYMENT-DATE.
           MOVE ZERO TO ACCT-LAST-PAYMENT-AMOUNT.
           MOVE ZERO TO ACCT-TOTAL-PAID.
           WRITE PREMIUM-ACCOUNT-RECORD.
           DISPLAY '  ' APP-NUMBER ' premium account opened'.

       CHECK-GRACE-PERIOD SECTION.
       CHECK-GRACE.
      *Paid up - any grace period in progress is cured.
           IF WS-ARREARS NOT > ZERO
               IF ACCT-GRACE-STATUS NOT = SPACE
                   DISPLAY '  ' APP-NUMBER
                       ' arrears paid - grace period ended'
               END-IF
               MOVE SPACE TO ACCT-GRACE-STATUS
               MOVE ZERO TO ACCT-GRACE-START-PERIOD
               ADD 1 TO WS-ACCOUNTS-CURRENT
               GO TO CHECK-GRACE-EXIT
           END-IF.

           IF WS-APTC-AMOUNT > ZERO
               MOVE WS-APTC-GRACE-MONTHS TO WS-GRACE-LIMIT
           ELSE
               MOVE WS-STANDARD-GRACE-MONTHS TO WS-GRACE-LIMIT
           END-IF.

      *The grace period runs from the first coverage month left
      *unpaid, fixed when the account first falls behind so a
      *partial payment does not restart the clock.
           IF ACCT-GRACE-START-PERIOD = ZERO
               IF ACCT-MONTHLY-NET = ZERO
                   MOVE 1 TO WS-ARREARS-MONTHS
               ELSE
                   COMPUTE WS-ARREARS-MONTHS =
                       (WS-ARREARS + ACCT-MONTHLY-NET - 0.01) /
                       ACCT-MONTHLY-NET
               END-IF
               COMPUTE WS-PERIOD-SEQ =
                   WS-COVERAGE-SEQ - WS-ARREARS-MONTHS + 1
               PERFORM SEQ-TO-PERIOD
               MOVE WS-PERIOD-NUM TO ACCT-GRACE-START-PERIOD
           END-IF.

           MOVE ACCT-GRACE-START-PERIOD TO WS-PERIOD-NUM.
           PERFORM PERIOD-TO-SEQ.
           MOVE WS-PERIOD-SEQ TO WS-GRACE-SEQ.
           COMPUTE WS-GRACE-MONTH = WS-COVERAGE-SEQ - WS-GRACE-SEQ + 1.

           COMPUTE WS-PERIOD-SEQ = WS-GRACE-SEQ + WS-GRACE-LIMIT - 1.
           PERFORM LAST-DAY-OF-PERIOD.
           MOVE WS-PERIOD-END-DATE TO WS-GRACE-END-DATE.

           IF WS-GRACE-MONTH > WS-GRACE-LIMIT
               PERFORM TERMINATE-FOR-NONPAYMENT
               GO TO CHECK-GRACE-EXIT
           END-IF.

      *Month one - claims are still paid, the enrollee is warned.
      *Months two and three - the carrier pends claims until the
      *arrears are paid.
           IF WS-GRACE-MONTH = 1
               MOVE 'D' TO ACCT-GRACE-STATUS
               ADD 1 TO WS-ACCOUNTS-DELINQUENT
               DISPLAY '  ' APP-NUMBER ' delinquent - grace month 1'
           ELSE
               MOVE 'P' TO ACCT-GRACE-STATUS
               ADD 1 TO WS-ACCOUNTS-PENDED
               DISPLAY '  ' APP-NUMBER ' claims pended - grace month '
                   WS-GRACE-MONTH
           END-IF.
           PERFORM WRITE-GRACE-NOTICE.

       CHECK-GRACE-EXIT.
           EXIT.

       TERMINATE-FOR-NONPAYMENT SECTION.
       TERMINATE-NONPAY.
      *Grace period over with the arrears still unpaid. With the
      *advance credit, coverage ends retroactively on the last day
      *of grace month one; without it, on the last day of the last
      *month paid for. The carrier term goes out on this run's 834.
           MOVE WS-GRACE-SEQ TO WS-PERIOD-SEQ.
           IF WS-APTC-AMOUNT = ZERO
               SUBTRACT 1 FROM WS-PERIOD-SEQ
           END-IF.
           PERFORM LAST-DAY-OF-PERIOD.

           MOVE 'TERMINATED' TO APP-STATUS.
           MOVE 'NON-PAYMENT OF PREMIUM - GRACE PERIOD EXPIRED'
               TO APP-PRIOR-DENIAL-REASON.
           MOVE WS-PERIOD-END-DATE TO APP-TERM-DATE.
           REWRITE APPLICATION-RECORD.

           MOVE 'T' TO ACCT-GRACE-STATUS.
           ADD 1 TO WS-ACCOUNTS-TERMINATED.
           DISPLAY '  ' APP-NUMBER ' terminated for non-payment, '
               'coverage ended ' APP-TERM-DATE.
           PERFORM WRITE-GRACE-NOTICE.

       ISSUE-PREMIUM-INVOICE SECTION.
       ISSUE-INVOICE.
      *Plan premium is the benchmark plan's; the enrollee owes it
      *less the advance credit paid to the carrier on their behalf.
           MOVE WS-BENCHMARK-PREMIUM TO ACCT-MONTHLY-PREMIUM.
           MOVE WS-APTC-AMOUNT TO ACCT-MONTHLY-APTC.
           MOVE WS-NET-PREMIUM TO ACCT-MONTHLY-NET.
           ADD ACCT-MONTHLY-NET TO ACCT-BALANCE-DUE.
           MOVE WS-BILL-PERIOD TO ACCT-LAST-BILLED-PERIOD.
           ADD 1 TO WS-INVOICE-COUNT.
           ADD ACCT-MONTHLY-NET TO WS-TOTAL-BILLED.

           MOVE APP-NUMBER TO WLG-APP-NUMBER.
           MOVE WS-BILL-PERIOD TO WLG-PERIOD.
           MOVE ACCT-MONTHLY-PREMIUM TO WLG-PREMIUM.
           MOVE ACCT-MONTHLY-APTC TO WLG-APTC.
           MOVE ACCT-MONTHLY-NET TO WLG-NET.
           MOVE ACCT-BALANCE-DUE TO WLG-BALANCE.
           COMPUTE WLG-BILLED-DATE = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY.
           MOVE WS-LEDGER-DETAIL TO PREMIUM-LEDGER-RECORD.
           WRITE PREMIUM-LEDGER-RECORD.

           MOVE SPACES TO PREMIUM-INVOICE-LINE.
           STRING 'INVOICE | ' APP-NUMBER
                  ' | ' APP-APPLICANT-NAME
                  DELIMITED BY SIZE INTO PREMIUM-INVOICE-LINE.
           WRITE PREMIUM-INVOICE-LINE.
           MOVE ACCT-MONTHLY-PREMIUM TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO PREMIUM-INVOICE-LINE.
           STRING '  COVERAGE MONTH ' WS-BILL-PERIOD
                  '  PLAN PREMIUM' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO PREMIUM-INVOICE-LINE.
           WRITE PREMIUM-INVOICE-LINE.
           MOVE ACCT-MONTHLY-APTC TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO PREMIUM-INVOICE-LINE.
           STRING '  LESS ADVANCE PREMIUM TAX CREDIT    '
                  WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO PREMIUM-INVOICE-LINE.
           WRITE PREMIUM-INVOICE-LINE.
           MOVE ACCT-MONTHLY-NET TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO PREMIUM-INVOICE-LINE.
           STRING '  CURRENT PREMIUM DUE                '
                  WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO PREMIUM-INVOICE-LINE.
           WRITE PREMIUM-INVOICE-LINE.
           IF WS-ARREARS > ZERO
               MOVE WS-ARREARS TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO PREMIUM-INVOICE-LINE
               STRING '  PAST DUE                           '
                      WS-DISPLAY-AMOUNT
                      DELIMITED BY SIZE INTO PREMIUM-INVOICE-LINE
               WRITE PREMIUM-INVOICE-LINE
           END-IF.
           IF WS-ARREARS < ZERO
               MOVE WS-ARREARS TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO PREMIUM-INVOICE-LINE
               STRING '  LESS CREDIT ON ACCOUNT             '
                      WS-DISPLAY-AMOUNT
                      DELIMITED BY SIZE INTO PREMIUM-INVOICE-LINE
               WRITE PREMIUM-INVOICE-LINE
           END-IF.
           IF ACCT-BALANCE-DUE > ZERO
               MOVE ACCT-BALANCE-DUE TO WS-DISPLAY-AMOUNT
           ELSE
               MOVE ZERO TO WS-DISPLAY-AMOUNT
           END-IF.
           MOVE SPACES TO PREMIUM-INVOICE-LINE.
           STRING '  TOTAL DUE BY ' WS-INVOICE-DUE-DATE
                  '              ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO PREMIUM-INVOICE-LINE.
           WRITE PREMIUM-INVOICE-LINE.

       WRITE-GRACE-NOTICE SECTION.
       WRITE-GRACE-NTC.
      *One notice per account per run while it is in grace, and a
      *final one when coverage is ended, each entered in the
      *document manifest for delivery.
           MOVE SPACES TO MANIFEST-LINE.
           STRING 'GP|0000000000|' APP-SSN '|'
                  WS-INVOICE-DUE-DATE
                  '|premium_notices.txt'
                  DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

           MOVE WS-ARREARS TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO PREMIUM-NOTICE-LINE.
           EVALUATE ACCT-GRACE-STATUS
               WHEN 'D'
                   STRING 'DELINQUENCY | ' APP-NUMBER
                          ' | ' APP-APPLICANT-NAME
                          DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               WHEN 'P'
                   STRING 'CLAIMS PENDED | ' APP-NUMBER
                          ' | ' APP-APPLICANT-NAME
                          DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               WHEN OTHER
                   STRING 'NON-PAYMENT TERMINATION | ' APP-NUMBER
                          ' | ' APP-APPLICANT-NAME
                          DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
           END-EVALUATE.
           WRITE PREMIUM-NOTICE-LINE.

           MOVE SPACES TO PREMIUM-NOTICE-LINE.
           STRING '  PREMIUM PAST DUE ' WS-DISPLAY-AMOUNT
                  ' - UNPAID SINCE COVERAGE MONTH '
                  ACCT-GRACE-START-PERIOD
                  DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE.
           WRITE PREMIUM-NOTICE-LINE.

           MOVE SPACES TO PREMIUM-NOTICE-LINE.
           EVALUATE ACCT-GRACE-STATUS
               WHEN 'D'
                   STRING '  CLAIMS ARE PAID THIS MONTH. PAY ALL '
                          'PAST-DUE PREMIUM BY ' WS-GRACE-END-DATE
                          ' TO KEEP COVERAGE'
                          DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               WHEN 'P'
                   STRING '  GRACE MONTH ' WS-GRACE-MONTH ' OF '
                          WS-GRACE-LIMIT
                          ' - YOUR CARRIER IS HOLDING CLAIMS UNTIL '
                          'PAID. PAY BY ' WS-GRACE-END-DATE
                          DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               WHEN OTHER
                   STRING '  COVERAGE ENDED ' APP-TERM-DATE
                          ' - PREMIUM NOT PAID WITHIN THE GRACE '
                          'PERIOD'
                          DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
           END-EVALUATE.
           WRITE PREMIUM-NOTICE-LINE.

           IF ACCT-GRACE-STATUS = 'T'
               MOVE SPACES TO PREMIUM-NOTICE-LINE
               STRING '  YOU MAY APPEAL WITHIN '
                      WS-APPEAL-WINDOW-DAYS ' DAYS OF THIS NOTICE'
                      DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               WRITE PREMIUM-NOTICE-LINE
           END-IF.

       PRODUCE-COVERAGE-FORMS SECTION.
       COVERAGE-FORMS-RUN.
      *Year-end coverage statements for the year just ended - a
      *1095-A for each marketplace household with the monthly
      *premium, benchmark premium and advance credit, a 1095-B for
      *each Medicare, Medicaid or CHIP household. A household
      *already issued a form is skipped unless its coverage has
      *changed since, in which case a corrected form goes out.
           DISPLAY '========================================'.
           DISPLAY 'Year-End Coverage Statements'.
           DISPLAY '========================================'.

           COMPUTE WS-FORM-TAX-YEAR = WS-CURRENT-YEAR - 1.
           COMPUTE WS-FORM-REQUIRED-BY =
               WS-CURRENT-YEAR * 10000 + 131.
           DISPLAY 'Coverage year ' WS-FORM-TAX-YEAR
               ', forms due ' WS-FORM-REQUIRED-BY.

           PERFORM LOAD-FORM-BENCHMARK.
           PERFORM LOAD-PREMIUM-LEDGER.

           OPEN I-O COVERAGE-HISTORY-FILE.
           IF WS-FORM-HISTORY-STATUS = '35'
               OPEN OUTPUT COVERAGE-HISTORY-FILE
               CLOSE COVERAGE-HISTORY-FILE
               OPEN I-O COVERAGE-HISTORY-FILE
           END-IF.
           IF WS-FORM-HISTORY-STATUS NOT = '00'
               DISPLAY 'Error opening coverage form history - '
                   WS-FORM-HISTORY-STATUS
               GO TO COVERAGE-FORMS-EXIT
           END-IF.

           OPEN OUTPUT COVERAGE-FORM-FILE.
           OPEN OUTPUT COVERAGE-EXTRACT-FILE.
           OPEN EXTEND DOCUMENT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT DOCUMENT-MANIFEST-FILE
           END-IF.

           MOVE WS-FORM-TAX-YEAR TO WFH-TAX-YEAR.
           COMPUTE WFH-RUN-DATE = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY.
           MOVE 'HEALTHCARE ENROLLMENT SYSTEM' TO WFH-FILER-NAME.
           MOVE WS-1095-HEADER TO COVERAGE-EXTRACT-RECORD.
           WRITE COVERAGE-EXTRACT-RECORD.

           MOVE SPACES TO APP-NUMBER.
           MOVE 'N' TO WS-FORM-EOF.
           START APPLICATION-FILE KEY >= APP-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-FORM-EOF
           END-START.

           PERFORM FORM-NEXT-APPLICATION
               UNTIL WS-FORM-EOF = 'Y'.

           MOVE WS-FORMS-1095A TO WFT-FORMS-1095A.
           MOVE WS-FORMS-1095B TO WFT-FORMS-1095B.
           MOVE WS-FORMS-CORRECTED TO WFT-FORMS-CORRECTED.
           MOVE WS-FORM-PERSONS TO WFT-PERSONS.
           MOVE WS-FORMS-GRAND-PREMIUM TO WFT-TOTAL-PREMIUM.
           MOVE WS-FORMS-GRAND-SLCSP TO WFT-TOTAL-SLCSP.
           MOVE WS-FORMS-GRAND-APTC TO WFT-TOTAL-APTC.
           MOVE WS-1095-TRAILER TO COVERAGE-EXTRACT-RECORD.
           WRITE COVERAGE-EXTRACT-RECORD.

           CLOSE COVERAGE-FORM-FILE.
           CLOSE COVERAGE-EXTRACT-FILE.
           CLOSE DOCUMENT-MANIFEST-FILE.
           CLOSE COVERAGE-HISTORY-FILE.

           DISPLAY 'Forms 1095-A issued : ' WS-FORMS-1095A.
           DISPLAY 'Forms 1095-B issued : ' WS-FORMS-1095B.
           DISPLAY '  of which corrected: ' WS-FORMS-CORRECTED.
           DISPLAY 'Already issued, same: ' WS-FORMS-UNCHANGED.
           DISPLAY 'Covered individuals : ' WS-FORM-PERSONS.
           MOVE WS-FORMS-GRAND-PREMIUM TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Premiums reported   : ' WS-DISPLAY-AMOUNT.
           MOVE WS-FORMS-GRAND-APTC TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Advance PTC reported: ' WS-DISPLAY-AMOUNT.

       COVERAGE-FORMS-EXIT.
           DISPLAY SPACE.
           EXIT.

       LOAD-FORM-BENCHMARK SECTION.
       LOAD-FORM-BENCH.
      *The benchmark premium reported is the coverage year's, not
      *this year's.
           MOVE WS-BENCHMARK-PREMIUM TO WS-FORM-BENCHMARK.
           OPEN INPUT ELIGIBILITY-PARAM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               GO TO LOAD-FORM-BENCH-EXIT
           END-IF.

           MOVE WS-FORM-TAX-YEAR TO PARM-EFFECTIVE-YEAR.
           READ ELIGIBILITY-PARAM-FILE
               INVALID KEY
                   DISPLAY 'No parameters for ' WS-FORM-TAX-YEAR
                       ' - reporting the current benchmark premium'
               NOT INVALID KEY
                   MOVE PARM-BENCHMARK-PREMIUM TO WS-FORM-BENCHMARK
           END-READ.
           CLOSE ELIGIBILITY-PARAM-FILE.

       LOAD-FORM-BENCH-EXIT.
           EXIT.

       LOAD-PREMIUM-LEDGER SECTION.
       LOAD-LEDGER.
           MOVE ZERO TO WS-LEDGER-COUNT.
           OPEN INPUT PREMIUM-LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'No premium billing ledger on file'
               GO TO LOAD-LEDGER-EXIT
           END-IF.

           MOVE 'N' TO WS-LEDGER-EOF.
           PERFORM LOAD-LEDGER-ENTRY
               UNTIL WS-LEDGER-EOF = 'Y'.
           CLOSE PREMIUM-LEDGER-FILE.
           DISPLAY 'Billing ledger entries for the year: '
               WS-LEDGER-COUNT.

       LOAD-LEDGER-EXIT.
           EXIT.

       LOAD-LEDGER-ENTRY SECTION.
       LOAD-LEDGER-LINE.
           READ PREMIUM-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF
                   GO TO LOAD-LEDGER-LINE-EXIT
           END-READ.

           MOVE PREMIUM-LEDGER-RECORD TO WS-LEDGER-DETAIL.
           IF WLG-PERIOD < WS-FORM-TAX-YEAR * 100 + 1 OR
              WLG-PERIOD > WS-FORM-TAX-YEAR * 100 + 12
               GO TO LOAD-LEDGER-LINE-EXIT
           END-IF.

           IF WS-LEDGER-COUNT >= WS-LEDGER-MAX
               DISPLAY 'Billing ledger table full - entry for '
                   WLG-APP-NUMBER ' ' WLG-PERIOD ' not loaded'
               GO TO LOAD-LEDGER-LINE-EXIT
           END-IF.

           ADD 1 TO WS-LEDGER-COUNT.
           MOVE WLG-APP-NUMBER TO WS-LDG-APP-NUMBER(WS-LEDGER-COUNT).
           MOVE WLG-PERIOD TO WS-LDG-PERIOD(WS-LEDGER-COUNT).
           MOVE WLG-PREMIUM TO WS-LDG-PREMIUM(WS-LEDGER-COUNT).
           MOVE WLG-APTC TO WS-LDG-APTC(WS-LEDGER-COUNT).

       LOAD-LEDGER-LINE-EXIT.
           EXIT.

       FORM-NEXT-APPLICATION SECTION.
       FORM-NEXT-APP.
           READ APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FORM-EOF
               NOT AT END
                   IF APP-STATUS = 'APPROVED' OR
                      APP-STATUS = 'TERMINATED'
                       PERFORM BUILD-COVERAGE-FORM
                   END-IF
           END-READ.

       BUILD-COVERAGE-FORM SECTION.
       BUILD-FORM.
           MOVE ZERO TO WS-FORM-MONTH-COUNT.
           MOVE SPACES TO WS-FORM-MONTH-FLAGS.
           INITIALIZE WS-FORM-MONTH-AMOUNTS.
           PERFORM SET-COVERAGE-MONTH
               VARYING WS-FORM-MONTH FROM 1 BY 1
               UNTIL WS-FORM-MONTH > 12.

           IF WS-FORM-MONTH-COUNT = ZERO
               GO TO BUILD-FORM-EXIT
           END-IF.

      *Coverage start and end within the year - the applicant's
      *dependents are covered on the same application, so the
      *household shares one set of months.
           COMPUTE WS-FORM-COVER-START = WS-FORM-TAX-YEAR * 10000 + 101.
           IF APP-ELIGIBILITY-DATE > WS-FORM-COVER-START
               MOVE APP-ELIGIBILITY-DATE TO WS-FORM-COVER-START
           END-IF.
           COMPUTE WS-FORM-COVER-END = WS-FORM-TAX-YEAR * 10000 + 1231.
           IF APP-TERM-DATE NOT = ZERO AND
              APP-TERM-DATE < WS-FORM-COVER-END
               MOVE APP-TERM-DATE TO WS-FORM-COVER-END
           END-IF.
           COMPUTE WS-FORM-PERSON-COUNT = APP-DEPENDENT-COUNT + 1.

           MOVE ZERO TO WS-FORM-TOTAL-PREMIUM.
           MOVE ZERO TO WS-FORM-TOTAL-SLCSP.
           MOVE ZERO TO WS-FORM-TOTAL-APTC.
           IF APP-PROGRAM = 'MARKETPLACE'
               MOVE 'A' TO WS-FORM-TYPE
               PERFORM COMPUTE-HOUSEHOLD-TOTALS
               PERFORM CALCULATE-PREMIUM-TAX-CREDIT
               PERFORM SET-MARKETPLACE-MONTH
                   VARYING WS-FORM-MONTH FROM 1 BY 1
                   UNTIL WS-FORM-MONTH > 12
           ELSE
               MOVE 'B' TO WS-FORM-TYPE
           END-IF.

      *Already issued for this year - reissue only as a correction,
      *and only if the months, household or amounts have changed.
           MOVE SPACE TO WS-FORM-CORRECTED.
           MOVE APP-NUMBER TO HIST-APP-NUMBER.
           MOVE WS-FORM-TAX-YEAR TO HIST-TAX-YEAR.
           MOVE 'Y' TO WS-FORM-HISTORY-FOUND.
           READ COVERAGE-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FORM-HISTORY-FOUND
           END-READ.

           IF WS-FORM-HISTORY-FOUND = 'Y'
               IF HIST-FORM-TYPE = WS-FORM-TYPE AND
                  HIST-MONTH-FLAGS = WS-FORM-MONTH-FLAGS AND
                  HIST-PERSON-COUNT = WS-FORM-PERSON-COUNT AND
                  HIST-TOTAL-PREMIUM = WS-FORM-TOTAL-PREMIUM AND
                  HIST-TOTAL-SLCSP = WS-FORM-TOTAL-SLCSP AND
                  HIST-TOTAL-APTC = WS-FORM-TOTAL-APTC
                   ADD 1 TO WS-FORMS-UNCHANGED
                   GO TO BUILD-FORM-EXIT
               END-IF
               MOVE 'C' TO WS-FORM-CORRECTED
               ADD 1 TO WS-FORMS-CORRECTED
               DISPLAY '  ' APP-NUMBER ' coverage changed since '
                   HIST-ISSUED-DATE ' - corrected form issued'
           END-IF.

           IF WS-FORM-TYPE = 'A'
               ADD 1 TO WS-FORMS-1095A
           ELSE
               ADD 1 TO WS-FORMS-1095B
           END-IF.
           ADD WS-FORM-PERSON-COUNT TO WS-FORM-PERSONS.
           ADD WS-FORM-TOTAL-PREMIUM TO WS-FORMS-GRAND-PREMIUM.
           ADD WS-FORM-TOTAL-SLCSP TO WS-FORMS-GRAND-SLCSP.
           ADD WS-FORM-TOTAL-APTC TO WS-FORMS-GRAND-APTC.

           PERFORM PRINT-COVERAGE-FORM.
           PERFORM WRITE-COVERAGE-EXTRACT.

           MOVE SPACES TO MANIFEST-LINE.
           STRING 'YE|0000000000|' APP-SSN '|'
                  WS-FORM-REQUIRED-BY
                  '|form_1095.txt'
                  DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

           MOVE APP-NUMBER TO HIST-APP-NUMBER.
           MOVE WS-FORM-TAX-YEAR TO HIST-TAX-YEAR.
           MOVE WS-FORM-TYPE TO HIST-FORM-TYPE.
           MOVE WS-FORM-MONTH-FLAGS TO HIST-MONTH-FLAGS.
           MOVE WS-FORM-PERSON-COUNT TO HIST-PERSON-COUNT.
           MOVE WS-FORM-TOTAL-PREMIUM TO HIST-TOTAL-PREMIUM.
           MOVE WS-FORM-TOTAL-SLCSP TO HIST-TOTAL-SLCSP.
           MOVE WS-FORM-TOTAL-APTC TO HIST-TOTAL-APTC.
           MOVE WFH-RUN-DATE TO HIST-ISSUED-DATE.
           IF WS-FORM-HISTORY-FOUND = 'Y'
               ADD 1 TO HIST-CORRECTION-COUNT
               REWRITE COVERAGE-HISTORY-RECORD
           ELSE
               MOVE ZERO TO HIST-CORRECTION-COUNT
               WRITE COVERAGE-HISTORY-RECORD
           END-IF.

       BUILD-FORM-EXIT.
           EXIT.

       SET-COVERAGE-MONTH SECTION.
       SET-COVER-MONTH.
      *Covered for the month if coverage was in force on any day of
      *it - started by the month's last day and not ended before
      *its first.
           MOVE 'N' TO WS-FORM-MONTH-FLAGS(WS-FORM-MONTH:1).
           COMPUTE WS-FORM-MONTH-START = WS-FORM-TAX-YEAR * 10000 +
               WS-FORM-MONTH * 100 + 1.
           COMPUTE WS-PERIOD-SEQ =
               WS-FORM-TAX-YEAR * 12 + WS-FORM-MONTH - 1.
           PERFORM LAST-DAY-OF-PERIOD.

           IF APP-ELIGIBILITY-DATE NOT = ZERO AND
              APP-ELIGIBILITY-DATE NOT > WS-PERIOD-END-DATE AND
              (APP-TERM-DATE = ZERO OR
               APP-TERM-DATE NOT < WS-FORM-MONTH-START)
               MOVE 'Y' TO WS-FORM-MONTH-FLAGS(WS-FORM-MONTH:1)
               ADD 1 TO WS-FORM-MONTH-COUNT
           END-IF.

       SET-MARKETPLACE-MONTH SECTION.
       SET-MKT-MONTH.
      *Premium and advance credit as billed for the month; a
      *covered month with nothing on the ledger is reported at the
      *household's current credit.
           IF WS-FORM-MONTH-FLAGS(WS-FORM-MONTH:1) NOT = 'Y'
               GO TO SET-MKT-MONTH-EXIT
           END-IF.

           COMPUTE WS-LEDGER-FIND-PERIOD =
               WS-FORM-TAX-YEAR * 100 + WS-FORM-MONTH.
           MOVE 'N' TO WS-LEDGER-FOUND.
           PERFORM FIND-LEDGER-ENTRY
               VARYING WS-LEDGER-IX FROM 1 BY 1
               UNTIL WS-LEDGER-IX > WS-LEDGER-COUNT.

           IF WS-LEDGER-FOUND = 'N'
               MOVE WS-FORM-BENCHMARK
                   TO WS-FORM-MONTH-PREMIUM(WS-FORM-MONTH)
               MOVE WS-APTC-AMOUNT
                   TO WS-FORM-MONTH-APTC(WS-FORM-MONTH)
           END-IF.
           MOVE WS-FORM-BENCHMARK TO WS-FORM-MONTH-SLCSP(WS-FORM-MONTH).

           ADD WS-FORM-MONTH-PREMIUM(WS-FORM-MONTH)
               TO WS-FORM-TOTAL-PREMIUM.
           ADD WS-FORM-MONTH-SLCSP(WS-FORM-MONTH)
               TO WS-FORM-TOTAL-SLCSP.
           ADD WS-FORM-MONTH-APTC(WS-FORM-MONTH)
               TO WS-FORM-TOTAL-APTC.

       SET-MKT-MONTH-EXIT.
           EXIT.

       FIND-LEDGER-ENTRY SECTION.
       FIND-LEDGER.
           IF WS-LDG-APP-NUMBER(WS-LEDGER-IX) = APP-NUMBER AND
              WS-LDG-PERIOD(WS-LEDGER-IX) = WS-LEDGER-FIND-PERIOD
               MOVE 'Y' TO WS-LEDGER-FOUND
               MOVE WS-LDG-PREMIUM(WS-LEDGER-IX)
                   TO WS-FORM-MONTH-PREMIUM(WS-FORM-MONTH)
               MOVE WS-LDG-APTC(WS-LEDGER-IX)
                   TO WS-FORM-MONTH-APTC(WS-FORM-MONTH)
           END-IF.

       SET-FORM-PERSON SECTION.
       SET-PERSON.
      *Covered individual WS-FORM-PERSON-IX - the applicant first,
      *then each dependent on file. Dependents carry no SSN, so the
      *forms show their birth date in its place.
           IF WS-FORM-PERSON-IX = 1
               MOVE APP-APPLICANT-NAME TO WS-FORM-PERSON-NAME
               MOVE APP-SSN TO WS-FORM-PERSON-SSN
               MOVE APP-BIRTH-DATE TO WS-FORM-PERSON-DOB
           ELSE
               MOVE DEP-NAME(WS-FORM-PERSON-IX - 1)
                   TO WS-FORM-PERSON-NAME
               MOVE ZERO TO WS-FORM-PERSON-SSN
               MOVE DEP-BIRTH-DATE(WS-FORM-PERSON-IX - 1)
                   TO WS-FORM-PERSON-DOB
           END-IF.

       PRINT-COVERAGE-FORM SECTION.
       PRINT-FORM.
           MOVE ALL '=' TO COVERAGE-FORM-LINE.
           WRITE COVERAGE-FORM-LINE.
           MOVE SPACES TO COVERAGE-FORM-LINE.
           IF WS-FORM-TYPE = 'A'
               STRING 'FORM 1095-A  HEALTH INSURANCE MARKETPLACE '
                      'STATEMENT  ' WS-FORM-TAX-YEAR
                      DELIMITED BY SIZE INTO COVERAGE-FORM-LINE
           ELSE
               STRING 'FORM 1095-B  HEALTH COVERAGE  '
                      WS-FORM-TAX-YEAR
                      DELIMITED BY SIZE INTO COVERAGE-FORM-LINE
           END-IF.
           IF WS-FORM-CORRECTED = 'C'
               MOVE 'CORRECTED' TO COVERAGE-FORM-LINE(70:9)
           END-IF.
           WRITE COVERAGE-FORM-LINE.

           MOVE SPACES TO COVERAGE-FORM-LINE.
           STRING 'RECIPIENT: ' APP-APPLICANT-NAME
                  ' SSN: ' APP-SSN
                  DELIMITED BY SIZE INTO COVERAGE-FORM-LINE.
           WRITE COVERAGE-FORM-LINE.

           MOVE SPACES TO COVERAGE-FORM-LINE.
           IF WS-FORM-TYPE = 'A'
               STRING 'POLICY NUMBER: ' APP-NUMBER
                      '  COVERAGE ' WS-FORM-COVER-START
                      ' TO ' WS-FORM-COVER-END
                      DELIMITED BY SIZE INTO COVERAGE-FORM-LINE
           ELSE
               STRING 'ORIGIN OF POLICY: C - GOVERNMENT-SPONSORED '
                      'PROGRAM (' DELIMITED BY SIZE
                      APP-PROGRAM DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                      INTO COVERAGE-FORM-LINE
           END-IF.
           WRITE COVERAGE-FORM-LINE.

           MOVE SPACES TO COVERAGE-FORM-LINE.
           STRING 'COVERED INDIVIDUAL              SSN        '
                  'BIRTH DATE  START     END       JFMAMJJASOND'
                  DELIMITED BY SIZE INTO COVERAGE-FORM-LINE.
           WRITE COVERAGE-FORM-LINE.

           MOVE WS-FORM-MONTH-FLAGS TO WS-FORM-MONTH-MARKS.
           INSPECT WS-FORM-MONTH-MARKS CONVERTING 'YN' TO 'X-'.
           PERFORM PRINT-COVERED-PERSON
               VARYING WS-FORM-PERSON-IX FROM 1 BY 1
               UNTIL WS-FORM-PERSON-IX > WS-FORM-PERSON-COUNT.

           IF WS-FORM-TYPE = 'A'
               MOVE SPACES TO COVERAGE-FORM-LINE
               STRING 'MONTH  MONTHLY PREMIUM    SLCSP PREMIUM'
                      '      ADVANCE PTC'
                      DELIMITED BY SIZE INTO COVERAGE-FORM-LINE
               WRITE COVERAGE-FORM-LINE
               PERFORM PRINT-FORM-MONTH
                   VARYING WS-FORM-MONTH FROM 1 BY 1
                   UNTIL WS-FORM-MONTH > 12
               MOVE WS-FORM-TOTAL-PREMIUM TO WS-FORM-PRINT-PREMIUM
               MOVE WS-FORM-TOTAL-SLCSP TO WS-FORM-PRINT-SLCSP
               MOVE WS-FORM-TOTAL-APTC TO WS-FORM-PRINT-APTC
               MOVE SPACES TO COVERAGE-FORM-LINE
               STRING 'ANNUAL  ' WS-FORM-PRINT-PREMIUM
                      '   ' WS-FORM-PRINT-SLCSP
                      '   ' WS-FORM-PRINT-APTC
                      DELIMITED BY SIZE INTO COVERAGE-FORM-LINE
               WRITE COVERAGE-FORM-LINE
           END-IF.

       PRINT-COVERED-PERSON SECTION.
       PRINT-PERSON.
           PERFORM SET-FORM-PERSON.
           MOVE SPACES TO COVERAGE-FORM-LINE.
           IF WS-FORM-PERSON-SSN = ZERO
               STRING WS-FORM-PERSON-NAME '  '
                      '           ' WS-FORM-PERSON-DOB
                      '    ' WS-FORM-COVER-START
                      '  ' WS-FORM-COVER-END
                      '  ' WS-FORM-MONTH-MARKS
                      DELIMITED BY SIZE INTO COVERAGE-FORM-LINE
           ELSE
               STRING WS-FORM-PERSON-NAME '  '
                      WS-FORM-PERSON-SSN '  ' WS-FORM-PERSON-DOB
                      '    ' WS-FORM-COVER-START
                      '  ' WS-FORM-COVER-END
                      '  ' WS-FORM-MONTH-MARKS
                      DELIMITED BY SIZE INTO COVERAGE-FORM-LINE
           END-IF.
           WRITE COVERAGE-FORM-LINE.

       PRINT-FORM-MONTH SECTION.
       PRINT-MONTH.
           MOVE WS-FORM-MONTH-PREMIUM(WS-FORM-MONTH)
               TO WS-FORM-PRINT-PREMIUM.
           MOVE WS-FORM-MONTH-SLCSP(WS-FORM-MONTH)
               TO WS-FORM-PRINT-SLCSP.
           MOVE WS-FORM-MONTH-APTC(WS-FORM-MONTH)
               TO WS-FORM-PRINT-APTC.
           MOVE SPACES TO COVERAGE-FORM-LINE.
           STRING WS-MONTH-NAME(WS-FORM-MONTH) '     '
                  WS-FORM-PRINT-PREMIUM
                  '   ' WS-FORM-PRINT-SLCSP
                  '   ' WS-FORM-PRINT-APTC
                  DELIMITED BY SIZE INTO COVERAGE-FORM-LINE.
           WRITE COVERAGE-FORM-LINE.

       WRITE-COVERAGE-EXTRACT SECTION.
       WRITE-EXTRACT.
           MOVE WS-FORM-TYPE TO WFM-FORM-TYPE.
           MOVE WS-FORM-CORRECTED TO WFM-CORRECTED.
           MOVE APP-NUMBER TO WFM-APP-NUMBER.
           MOVE APP-SSN TO WFM-SSN.
           MOVE APP-APPLICANT-NAME TO WFM-NAME.
           MOVE WS-FORM-MONTH-FLAGS TO WFM-MONTH-FLAGS.
           MOVE WS-FORM-TOTAL-PREMIUM TO WFM-TOTAL-PREMIUM.
           MOVE WS-FORM-TOTAL-SLCSP TO WFM-TOTAL-SLCSP.
           MOVE WS-FORM-TOTAL-APTC TO WFM-TOTAL-APTC.
           MOVE APP-PROGRAM TO WFM-PROGRAM.
           MOVE WS-1095-FORM TO COVERAGE-EXTRACT-RECORD.
           WRITE COVERAGE-EXTRACT-RECORD.

           PERFORM WRITE-EXTRACT-PERSON
               VARYING WS-FORM-PERSON-IX FROM 1 BY 1
               UNTIL WS-FORM-PERSON-IX > WS-FORM-PERSON-COUNT.

       WRITE-EXTRACT-PERSON SECTION.
       WRITE-EXTRACT-PERS.
           PERFORM SET-FORM-PERSON.
           MOVE APP-NUMBER TO WFP-APP-NUMBER.
           MOVE WS-FORM-PERSON-IX TO WFP-SEQUENCE.
           MOVE WS-FORM-PERSON-NAME TO WFP-NAME.
           MOVE WS-FORM-PERSON-SSN TO WFP-SSN.
           MOVE WS-FORM-PERSON-DOB TO WFP-BIRTH-DATE.
           MOVE WS-FORM-MONTH-FLAGS TO WFP-MONTH-FLAGS.
           MOVE WS-FORM-COVER-START TO WFP-COVER-START.
           MOVE WS-FORM-COVER-END TO WFP-COVER-END.
           MOVE WS-1095-PERSON TO COVERAGE-EXTRACT-RECORD.
           WRITE COVERAGE-EXTRACT-RECORD.

      *Billing period arithmetic - a YYYYMM period as a running month
      *number and back, and the last calendar day of a period.
       PERIOD-TO-SEQ SECTION.
       PERIOD-TO-SEQ-CALC.
           COMPUTE WS-PERIOD-SEQ =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1.

       SEQ-TO-PERIOD SECTION.
       SEQ-TO-PERIOD-CALC.
           DIVIDE WS-PERIOD-SEQ BY 12
               GIVING WS-PERIOD-YEAR REMAINDER WS-PERIOD-MONTH.
           ADD 1 TO WS-PERIOD-MONTH.

       LAST-DAY-OF-PERIOD SECTION.
       LAST-DAY-CALC.
      *Day before the first of the following month. Leaves
      *WS-PERIOD-NUM on the following month.
           ADD 1 TO WS-PERIOD-SEQ.
           PERFORM SEQ-TO-PERIOD.
           COMPUTE WS-PERIOD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-NUM * 100 + 1) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-DATE-INT)
               TO WS-PERIOD-END-DATE.

       PROCESS-CARRIER-RESPONSES SECTION.
       CARRIER-RESPONSES.
      *Each carrier's answer to our earlier transmissions - accepted,
      *effectuated once the first premium is paid, or rejected. The
      *response is matched back to the application and recorded in
      *its transmit state; rejections go on the correction queue and
      *are resent by the next transmission after this one.
           DISPLAY '========================================'.
           DISPLAY 'Carrier Acknowledgment Processing'.
           DISPLAY '========================================'.

           PERFORM SET-CARRIER-TABLE.
           MOVE ZERO TO WS-HOLD-COUNT.
           OPEN OUTPUT CARRIER-CORRECTION-FILE.

           PERFORM PROCESS-ONE-CARRIER-ACK
               VARYING WS-CARRIER-IX FROM 1 BY 1
               UNTIL WS-CARRIER-IX > WS-CARRIER-COUNT.

           CLOSE CARRIER-CORRECTION-FILE.

           DISPLAY 'Accepted    : ' WS-ACK-ACCEPTED.
           DISPLAY 'Effectuated : ' WS-ACK-EFFECTUATED.
           DISPLAY 'Rejected    : ' WS-ACK-REJECTED.
           DISPLAY 'Unmatched   : ' WS-ACK-UNMATCHED.
           DISPLAY 'Superseded  : ' WS-ACK-STALE.
           DISPLAY 'Invalid     : ' WS-ACK-INVALID.
           DISPLAY SPACE.

       PROCESS-ONE-CARRIER-ACK SECTION.
       CARRIER-ACK-ONE.
           MOVE SPACES TO WS-ACK-FILENAME.
           STRING 'carrier_' WS-CARRIER-ID(WS-CARRIER-IX) '.ack'
               DELIMITED BY SPACE INTO WS-ACK-FILENAME.

           OPEN INPUT CARRIER-ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY '  ' WS-CARRIER-ID(WS-CARRIER-IX)
                   ': no response file received'
               GO TO CARRIER-ACK-ONE-EXIT
           END-IF.

           MOVE 'N' TO WS-ACK-EOF.
           PERFORM APPLY-CARRIER-RESPONSE
               UNTIL WS-ACK-EOF = 'Y'.
           CLOSE CARRIER-ACK-FILE.

           DISPLAY '  ' WS-CARRIER-ID(WS-CARRIER-IX)
               ': responses applied from ' WS-ACK-FILENAME.

       CARRIER-ACK-ONE-EXIT.
           EXIT.

       APPLY-CARRIER-RESPONSE SECTION.
       APPLY-RESPONSE.
           READ CARRIER-ACK-FILE
               AT END
                   MOVE 'Y' TO WS-ACK-EOF
                   GO TO APPLY-RESPONSE-EXIT
           END-READ.

           IF ACK-RECORD-TYPE NOT = 'D'
               GO TO APPLY-RESPONSE-EXIT
           END-IF.

           MOVE ACK-APP-NUMBER TO APP-NUMBER.
           READ APPLICATION-FILE
               INVALID KEY
                   ADD 1 TO WS-ACK-UNMATCHED
                   DISPLAY '    Response for unknown application '
                       ACK-APP-NUMBER
                   GO TO APPLY-RESPONSE-EXIT
           END-READ.

      *A response only counts if it answers what the carrier was
      *last sent - a term for a case still terminated and sent as
      *such, an add or change for a case still approved and sent.
      *Anything else has been overtaken since it was transmitted.
           MOVE 'N' TO WS-ACK-CURRENT.
           IF ACK-TRANS-TYPE = 'T'
               IF APP-STATUS = 'TERMINATED' AND
                  APP-TRANSMIT-STATE = 'T'
                   MOVE 'Y' TO WS-ACK-CURRENT
               END-IF
           ELSE
               IF APP-STATUS = 'APPROVED' AND
                  (APP-TRANSMIT-STATE = 'A' OR
                   APP-TRANSMIT-STATE = 'K' OR
                   APP-TRANSMIT-STATE = 'E')
                   MOVE 'Y' TO WS-ACK-CURRENT
               END-IF
           END-IF.

           IF WS-ACK-CURRENT = 'N'
               ADD 1 TO WS-ACK-STALE
               DISPLAY '    ' APP-NUMBER ' response superseded - '
                   'case now ' APP-STATUS
               GO TO APPLY-RESPONSE-EXIT
           END-IF.

      *An accepted term needs nothing further - the case stays 'T'.
           EVALUATE ACK-RESPONSE
               WHEN 'A'
                   ADD 1 TO WS-ACK-ACCEPTED
                   IF APP-TRANSMIT-STATE = 'A'
                       MOVE 'K' TO APP-TRANSMIT-STATE
                   END-IF
               WHEN 'E'
                   ADD 1 TO WS-ACK-EFFECTUATED
                   IF ACK-TRANS-TYPE NOT = 'T'
                       MOVE 'E' TO APP-TRANSMIT-STATE
                   END-IF
               WHEN 'R'
                   ADD 1 TO WS-ACK-REJECTED
                   IF ACK-TRANS-TYPE = 'C'
                       MOVE 'C' TO APP-TRANSMIT-STATE
                   ELSE
                       MOVE 'R' TO APP-TRANSMIT-STATE
                   END-IF
                   PERFORM QUEUE-CARRIER-CORRECTION
               WHEN OTHER
                   ADD 1 TO WS-ACK-INVALID
                   DISPLAY '    ' APP-NUMBER ' unknown response code '
                       ACK-RESPONSE
                   GO TO APPLY-RESPONSE-EXIT
           END-EVALUATE.

           REWRITE APPLICATION-RECORD.

       APPLY-RESPONSE-EXIT.
           EXIT.

       QUEUE-CARRIER-CORRECTION SECTION.
       QUEUE-CORRECTION.
           MOVE SPACES TO CARRIER-CORRECTION-LINE.
           STRING WS-CARRIER-ID(WS-CARRIER-IX) '|' APP-NUMBER '|'
                  ACK-TRANS-TYPE '|' ACK-REJECT-CODE '|'
                  ACK-REJECT-REASON '|'
                  WS-CURRENT-YEAR WS-CURRENT-MONTH WS-CURRENT-DAY
                  DELIMITED BY SIZE INTO CARRIER-CORRECTION-LINE.
           WRITE CARRIER-CORRECTION-LINE.

           IF WS-HOLD-COUNT < WS-HOLD-MAX
               ADD 1 TO WS-HOLD-COUNT
               MOVE APP-NUMBER TO WS-HOLD-APP-NUMBER(WS-HOLD-COUNT)
           END-IF.

           DISPLAY '    ' APP-NUMBER ' rejected by '
               WS-CARRIER-ID(WS-CARRIER-IX) ': ' ACK-REJECT-CODE
               ' ' ACK-REJECT-REASON.

       RECONCILE-CARRIER-ENROLLMENT SECTION.
       RECONCILE-CARRIERS.
      *Monthly population reconciliation - our approved enrollees
      *for each carrier against the roster the carrier holds, with
      *every enrollee one side has and the other does not.
           DISPLAY '========================================'.
           DISPLAY 'Carrier Enrollment Reconciliation'.
           DISPLAY '========================================'.

           COMPUTE WS-RECON-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH.
           OPEN OUTPUT CARRIER-RECON-FILE.
           MOVE SPACES TO CARRIER-RECON-LINE.
           STRING 'CARRIER ENROLLMENT RECONCILIATION - PERIOD '
                  WS-RECON-PERIOD
                  DELIMITED BY SIZE INTO CARRIER-RECON-LINE.
           WRITE CARRIER-RECON-LINE.

           PERFORM RECONCILE-ONE-CARRIER
               VARYING WS-CARRIER-IX FROM 1 BY 1
               UNTIL WS-CARRIER-IX > WS-CARRIER-COUNT.

           CLOSE CARRIER-RECON-FILE.
           DISPLAY SPACE.

       RECONCILE-ONE-CARRIER SECTION.
       RECONCILE-ONE.
           MOVE ZERO TO WS-RECON-OURS.
           MOVE ZERO TO WS-RECON-CARRIER.
           MOVE ZERO TO WS-RECON-MATCHED.
           MOVE ZERO TO WS-RECON-OURS-ONLY.
           MOVE ZERO TO WS-RECON-CARRIER-ONLY.
           MOVE ZERO TO WS-ROSTER-COUNT.

           MOVE SPACES TO CARRIER-RECON-LINE.
           WRITE CARRIER-RECON-LINE.
           MOVE SPACES TO CARRIER-RECON-LINE.
           STRING 'CARRIER ' WS-CARRIER-ID(WS-CARRIER-IX)
                  DELIMITED BY SIZE INTO CARRIER-RECON-LINE.
           WRITE CARRIER-RECON-LINE.

           MOVE SPACES TO WS-ROSTER-FILENAME.
           STRING 'carrier_' WS-CARRIER-ID(WS-CARRIER-IX) '.roster'
               DELIMITED BY SPACE INTO WS-ROSTER-FILENAME.
           OPEN INPUT CARRIER-ROSTER-FILE.
           IF WS-ROSTER-FILE-STATUS NOT = '00'
               MOVE '  NO ROSTER RECEIVED - NOT RECONCILED'
                   TO CARRIER-RECON-LINE
               WRITE CARRIER-RECON-LINE
               DISPLAY '  ' WS-CARRIER-ID(WS-CARRIER-IX)
                   ': no roster received'
               GO TO RECONCILE-ONE-EXIT
           END-IF.
           MOVE 'N' TO WS-ROSTER-EOF.
           PERFORM LOAD-ROSTER-ENTRY
               UNTIL WS-ROSTER-EOF = 'Y'.
           CLOSE CARRIER-ROSTER-FILE.

           MOVE SPACES TO CARRIER-RECON-LINE.
           STRING '  SIDE         APP NUMBER   SSN       '
                  'NAME                      NOTE'
                  DELIMITED BY SIZE INTO CARRIER-RECON-LINE.
           WRITE CARRIER-RECON-LINE.

           MOVE SPACES TO APP-NUMBER.
           MOVE 'N' TO WS-RECON-EOF.
           START APPLICATION-FILE KEY >= APP-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-RECON-EOF
           END-START.
           PERFORM RECONCILE-NEXT-APPLICATION
               UNTIL WS-RECON-EOF = 'Y'.

           PERFORM REPORT-CARRIER-ONLY
               VARYING WS-ROSTER-IX FROM 1 BY 1
               UNTIL WS-ROSTER-IX > WS-ROSTER-COUNT.

           MOVE SPACES TO CARRIER-RECON-LINE.
           STRING '  ON FILE HERE ' WS-RECON-OURS
                  '  AT CARRIER ' WS-RECON-CARRIER
                  '  MATCHED ' WS-RECON-MATCHED
                  '  HERE ONLY ' WS-RECON-OURS-ONLY
                  '  CARRIER ONLY ' WS-RECON-CARRIER-ONLY
                  DELIMITED BY SIZE INTO CARRIER-RECON-LINE.
           WRITE CARRIER-RECON-LINE.

           DISPLAY '  ' WS-CARRIER-ID(WS-CARRIER-IX)
               ': here ' WS-RECON-OURS ', carrier ' WS-RECON-CARRIER
               ', matched ' WS-RECON-MATCHED.
           DISPLAY '    here only ' WS-RECON-OURS-ONLY
               ', carrier only ' WS-RECON-CARRIER-ONLY.

       RECONCILE-ONE-EXIT.
           EXIT.

       LOAD-ROSTER-ENTRY SECTION.
       LOAD-ROSTER-LINE.
           READ CARRIER-ROSTER-FILE
               AT END
                   MOVE 'Y' TO WS-ROSTER-EOF
                   GO TO LOAD-ROSTER-LINE-EXIT
           END-READ.

           IF WS-ROSTER-COUNT >= WS-ROSTER-MAX
               DISPLAY '  Roster table full - ' ROS-APP-NUMBER
                   ' not loaded'
               GO TO LOAD-ROSTER-LINE-EXIT
           END-IF.

           ADD 1 TO WS-ROSTER-COUNT.
           ADD 1 TO WS-RECON-CARRIER.
           MOVE ROS-APP-NUMBER TO WS-ROS-APP-NUMBER(WS-ROSTER-COUNT).
           MOVE ROS-SSN TO WS-ROS-SSN(WS-ROSTER-COUNT).
           MOVE ROS-NAME TO WS-ROS-NAME(WS-ROSTER-COUNT).
           MOVE 'N' TO WS-ROS-MATCHED(WS-ROSTER-COUNT).

       LOAD-ROSTER-LINE-EXIT.
           EXIT.

       RECONCILE-NEXT-APPLICATION SECTION.
       RECONCILE-NEXT-APP.
           READ APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RECON-EOF
               NOT AT END
                   IF (APP-PROGRAM =
                           WS-CARRIER-PROG-1(WS-CARRIER-IX) OR
                       APP-PROGRAM =
                           WS-CARRIER-PROG-2(WS-CARRIER-IX))
                      AND APP-STATUS = 'APPROVED'
                       PERFORM RECONCILE-ONE-ENROLLEE
                   END-IF
           END-READ.

       RECONCILE-ONE-ENROLLEE SECTION.
       RECONCILE-ENROLLEE.
           ADD 1 TO WS-RECON-OURS.
           MOVE ZERO TO WS-ROSTER-FOUND-IX.
           PERFORM FIND-ROSTER-ENTRY
               VARYING WS-ROSTER-IX FROM 1 BY 1
               UNTIL WS-ROSTER-IX > WS-ROSTER-COUNT.

           IF WS-ROSTER-FOUND-IX > ZERO
               MOVE 'Y' TO WS-ROS-MATCHED(WS-ROSTER-FOUND-IX)
               ADD 1 TO WS-RECON-MATCHED
               GO TO RECONCILE-ENROLLEE-EXIT
           END-IF.

      *Ours only - the transmit state says why the carrier may not
      *have it yet.
           ADD 1 TO WS-RECON-OURS-ONLY.
           EVALUATE APP-TRANSMIT-STATE
               WHEN SPACE
                   MOVE 'NOT YET TRANSMITTED' TO WS-RECON-NOTE
               WHEN 'A'
                   MOVE 'SENT - NOT YET ACKNOWLEDGED'
                       TO WS-RECON-NOTE
               WHEN 'C'
                   MOVE 'CHANGE PENDING' TO WS-RECON-NOTE
               WHEN 'R'
                   MOVE 'REJECTED - ON CORRECTION QUEUE'
                       TO WS-RECON-NOTE
               WHEN OTHER
                   MOVE 'ACCEPTED BUT MISSING AT CARRIER'
                       TO WS-RECON-NOTE
           END-EVALUATE.

           MOVE SPACES TO CARRIER-RECON-LINE.
           STRING '  HERE ONLY    ' APP-NUMBER ' ' APP-SSN ' '
                  APP-APPLICANT-NAME(1:25) ' ' WS-RECON-NOTE
                  DELIMITED BY SIZE INTO CARRIER-RECON-LINE.
           WRITE CARRIER-RECON-LINE.

       RECONCILE-ENROLLEE-EXIT.
           EXIT.

       FIND-ROSTER-ENTRY SECTION.
       FIND-ROSTER.
           IF WS-ROS-APP-NUMBER(WS-ROSTER-IX) = APP-NUMBER
               MOVE WS-ROSTER-IX TO WS-ROSTER-FOUND-IX
           END-IF.

       REPORT-CARRIER-ONLY SECTION.
       REPORT-CARRIER-ONLY-LINE.
      *Carrier only - what this side holds for the case, if
      *anything.
           IF WS-ROS-MATCHED(WS-ROSTER-IX) = 'Y'
               GO TO REPORT-CARRIER-ONLY-EXIT
           END-IF.

           ADD 1 TO WS-RECON-CARRIER-ONLY.
           MOVE SPACES TO WS-RECON-NOTE.
           MOVE WS-ROS-APP-NUMBER(WS-ROSTER-IX) TO APP-NUMBER.
           READ APPLICATION-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE HERE' TO WS-RECON-NOTE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN APP-STATUS = 'TERMINATED'
                           STRING 'TERMINATED HERE ' APP-TERM-DATE
                               DELIMITED BY SIZE INTO WS-RECON-NOTE
                       WHEN APP-STATUS = 'APPROVED'
                           STRING 'ENROLLED HERE IN ' APP-PROGRAM
                               DELIMITED BY SIZE INTO WS-RECON-NOTE
                       WHEN OTHER
                           STRING 'STATUS HERE ' APP-STATUS
                               DELIMITED BY SIZE INTO WS-RECON-NOTE
                   END-EVALUATE
           END-READ.

           MOVE SPACES TO CARRIER-RECON-LINE.
           STRING '  CARRIER ONLY ' WS-ROS-APP-NUMBER(WS-ROSTER-IX)
                  ' ' WS-ROS-SSN(WS-ROSTER-IX) ' '
                  WS-ROS-NAME(WS-ROSTER-IX)(1:25) ' ' WS-RECON-NOTE
                  DELIMITED BY SIZE INTO CARRIER-RECON-LINE.
           WRITE CARRIER-RECON-LINE.

       REPORT-CARRIER-ONLY-EXIT.
           EXIT.

       TRANSMIT-CARRIER-ENROLLMENTS SECTION.
       TRANSMIT-CARRIERS.
      *Approved enrollments go to their carrier as adds, this run's
           DISPLAY 'Carrier Enrollment Transmission'.
           DISPLAY '========================================'.

           PERFORM SET-CARRIER-TABLE.

           PERFORM TRANSMIT-ONE-CARRIER
               VARYING WS-CARRIER-IX FROM 1 BY 1
               UNTIL WS-CARRIER-IX > WS-CARRIER-COUNT.

           DISPLAY SPACE.

      *Carriers and the programs each one covers - shared by the
      *transmission and the response processing.
       SET-CARRIER-TABLE SECTION.
       SET-CARRIERS.
           MOVE 'CMS00001' TO WS-CARRIER-ID(1).
           MOVE 'MEDICARE' TO WS-CARRIER-PROG-1(1).
           MOVE SPACES TO WS-CARRIER-PROG-2(1).
           MOVE 'MARKETPLACE' TO WS-CARRIER-PROG-1(3).
           MOVE SPACES TO WS-CARRIER-PROG-2(3).

       TRANSMIT-ONE-CARRIER SECTION.
       TRANSMIT-ONE.
           MOVE SPACES TO WS-CARRIER-FILENAME.
                   NOT AT END
      *Delta, not replay - only what the carrier hasn't been told
      *yet: unsent approvals as adds, queued re-tiers as changes,
      *and terminations not yet transmitted as terms. Carrier
      *rejections go again as whatever they were, once corrected.
                       IF (APP-PROGRAM =
                               WS-CARRIER-PROG-1(WS-CARRIER-IX) OR
                           APP-PROGRAM =
                               WS-CARRIER-PROG-2(WS-CARRIER-IX))
                          AND ((APP-STATUS = 'APPROVED' AND
                                (APP-TRANSMIT-STATE = SPACE OR
                                 APP-TRANSMIT-STATE = 'C' OR
                                 APP-TRANSMIT-STATE = 'R'))
                            OR (APP-STATUS = 'TERMINATED' AND
                                APP-TRANSMIT-STATE NOT = 'T'))
                           PERFORM QUEUE-834-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.
               WS-834-RECORD-COUNT ' record(s) -> '
               WS-CARRIER-FILENAME.

       QUEUE-834-ENROLLMENT SECTION.
       QUEUE-834.
      *A case the carrier rejected in this cycle waits for its
      *correction and goes on the next transmission.
           MOVE 'N' TO WS-HOLD-FOUND.
           PERFORM FIND-HELD-REJECT
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT.
           IF WS-HOLD-FOUND = 'Y'
               DISPLAY '    ' APP-NUMBER
                   ' held for correction - resent next transmission'
               GO TO QUEUE-834-EXIT
           END-IF.

           PERFORM WRITE-834-ENROLLMENT.

       QUEUE-834-EXIT.
           EXIT.

       FIND-HELD-REJECT SECTION.
       FIND-HELD.
           IF WS-HOLD-APP-NUMBER(WS-HOLD-IX) = APP-NUMBER
               MOVE 'Y' TO WS-HOLD-FOUND
           END-IF.

       WRITE-834-ENROLLMENT SECTION.
       WRITE-834.
      *Subscriber record, then one dependent record per household
