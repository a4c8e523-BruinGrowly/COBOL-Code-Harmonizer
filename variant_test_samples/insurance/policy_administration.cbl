               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NONRENEW-FILE-STATUS.

      *Endorsement history - one record per mid-term change, keyed
      *by policy and effective date, so the coverage and premium in
      *force on any past date can be reconstructed. ClaimsAdjudication
      *reads it to verify coverage as of a claim's date of loss.
           SELECT ENDORSE-HISTORY-FILE
               ASSIGN TO 'policy_endorse_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENDORSE-HIST-STATUS.

      *ClaimsAdjudication's claim file - read at reinstatement for
      *any loss reported inside the lapse gap.
           SELECT CLAIM-FILE ASSIGN TO 'claims.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-NUMBER
               ALTERNATE RECORD KEY IS CLAIM-POLICY-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-FILE-STATUS.

      *Declarations pages - one document per bind, renewal offer
      *and endorsement, kept across runs as the record of what each
      *customer was sent.
           SELECT DECLARATIONS-FILE ASSIGN TO 'declarations.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.

      *Reinstatement register - one line per policy put back in
      *force, with the lapse gap and what was collected for it.
           SELECT REINSTATEMENT-FILE ASSIGN TO 'reinstatements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REINST-FILE-STATUS.

      *Customer document manifest - one line per renewal notice,
      *non-renewal notice and invoice, so DocumentDistribution can
      *route each by the customer's delivery preference.
      *Line layout: doc type|customer|tax id|required-by|file name.
           SELECT DOCUMENT-MANIFEST-FILE
               ASSIGN TO 'document_manifest.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
           05  PM-NONRENEW-FLAG        PIC X.
           05  PM-NONRENEW-REASON      PIC X(3).
           05  PM-NONRENEW-NOTICE-DT   PIC 9(8).
      *Date cover ended on a cancellation - zero while the policy
      *has never been cancelled.
           05  PM-CANCEL-DATE          PIC 9(8).
      *Date a lapsed policy was reinstated - PM-LAPSE-DATE is kept,
      *so the two together record the gap the policy was off cover.
           05  PM-REINSTATE-DATE       PIC 9(8).
           05  PM-DEDUCTIBLE           PIC 9(5).

       FD  RENEWAL-NOTICE-FILE.
       01  RENEWAL-NOTICE-LINE         PIC X(100).
       FD  NONRENEWAL-NOTICE-FILE.
       01  NONRENEWAL-NOTICE-LINE      PIC X(100).

       FD  ENDORSE-HISTORY-FILE.
       01  ENDORSE-HISTORY-RECORD.
           05  EH-KEY.
               10  EH-POLICY-NUMBER    PIC X(15).
               10  EH-EFFECTIVE-DATE   PIC 9(8).
               10  EH-SEQUENCE         PIC 9(3).
           05  EH-OLD-COVERAGE         PIC 9(10)V99 COMP-3.
           05  EH-NEW-COVERAGE         PIC 9(10)V99 COMP-3.
           05  EH-OLD-PREMIUM          PIC 9(7)V99 COMP-3.
           05  EH-NEW-PREMIUM          PIC 9(7)V99 COMP-3.
           05  EH-ADDL-PREMIUM         PIC S9(7)V99 COMP-3.
           05  EH-PROCESS-DATE         PIC 9(8).

      *Same layout ClaimsAdjudication maintains.
       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05  CLAIM-NUMBER            PIC X(12).
           05  CLAIM-POLICY-NUM        PIC X(15).
           05  CLAIM-DATE-OF-LOSS      PIC 9(8).
           05  CLAIM-DATE-FILED        PIC 9(8).
           05  CLAIM-TYPE              PIC X(20).
           05  CLAIM-AMOUNT            PIC 9(9)V99 COMP-3.
           05  CLAIM-STATUS            PIC X(15).
           05  CLAIM-APPROVED-AMT      PIC 9(9)V99 COMP-3.
           05  CLAIM-DEDUCTIBLE        PIC 9(6)V99 COMP-3.
           05  CLAIM-ADJUSTER-ID       PIC X(10).
           05  CLAIM-PRIOR-DENIAL-RSN  PIC X(60).
           05  CLAIM-SUBROGATION-AMT   PIC 9(9)V99 COMP-3.
           05  CLAIM-SALVAGE-AMT       PIC 9(9)V99 COMP-3.
           05  CLAIM-RECOVERY-STATUS   PIC X(15).
           05  CLAIM-CAT-EVENT-CODE    PIC X(10).
           05  CLAIM-PAID-DATE         PIC 9(8).
           05  CLAIM-PAYMENT-REF       PIC X(12).
           05  CLAIM-CASE-RESERVE      PIC 9(9)V99 COMP-3.

       FD  DECLARATIONS-FILE.
       01  DECLARATIONS-LINE           PIC X(80).

       FD  REINSTATEMENT-FILE.
       01  REINSTATEMENT-LINE          PIC X(120).

       FD  DOCUMENT-MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(80).

      *Same layout PremiumCalculator writes.
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           05  QT-QUOTE-DATE           PIC 9(8).
           05  QT-BOUND-FLAG           PIC X.
           05  QT-BOUND-POLICY         PIC X(15).
      *Quote expiration - QuoteConversion sets QT-BOUND-FLAG to 'E'
      *once an unbound quote outlives its validity period; an
      *expired quote must be re-rated before it can be bound.
           05  QT-EXPIRED-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-REVIEW-FILE-STATUS       PIC XX.
       01  WS-ENDORSE-FILE-STATUS      PIC XX.
       01  WS-COMMISSION-FILE-STATUS   PIC XX.
       01  WS-ENDORSE-HIST-STATUS      PIC XX.
       01  WS-CLAIM-FILE-STATUS        PIC XX.
       01  WS-REINST-FILE-STATUS       PIC XX.
       01  WS-DEC-FILE-STATUS          PIC XX.
       01  WS-MANIFEST-STATUS          PIC XX.

      *Manifest entry for the document just written.
       01  WS-MANIFEST-WORK.
           05  WS-MANIFEST-DOC-TYPE    PIC XX.
           05  WS-MANIFEST-REQUIRED-BY PIC 9(8).
           05  WS-MANIFEST-FILE-NAME   PIC X(30).

      *Processing control
       01  WS-CONTROL.
           05  WS-DATE-OVERRIDE        PIC 9(8) VALUE 20241107.
           05  WS-CURRENT-YEAR         PIC 9(4) VALUE 2024.
           05  WS-RENEWAL-THRESHOLD    PIC 9(3) VALUE 30.
      *Quote validity - same period QuoteConversion expires on.
           05  WS-QUOTE-VALIDITY-DAYS  PIC 9(3) VALUE 30.

      *Policy actions
       01  WS-POLICY-ACTION.
           05  WS-PAYRCV-AMOUNT        PIC 9(7)V99 COMP-3.
           05  WS-PAYRCV-NET           PIC 9(7)V99 COMP-3.

      *Reinstatement of a lapsed policy - allowed within the window
      *after the lapse, against back premium from the paid-to date
      *plus the fee, and only on a signed no-loss statement. A loss
      *reported inside the lapse gap sends the case to underwriting
      *instead.
       01  WS-REINSTATE-WORK.
           05  WS-REINST-WINDOW-DAYS   PIC 9(3) VALUE 180.
           05  WS-REINST-FEE           PIC 9(5)V99 COMP-3 VALUE 50.00.
           05  WS-REINST-POLICY        PIC X(15).
           05  WS-REINST-NO-LOSS-SW    PIC X.
               88  WS-REINST-NO-LOSS-SIGNED VALUE 'Y'.
           05  WS-REINST-DAYS-LAPSED   PIC S9(5).
           05  WS-REINST-DAYS-UNPAID   PIC S9(5).
           05  WS-REINST-BACK-PREMIUM  PIC 9(7)V99 COMP-3.
           05  WS-REINST-TOTAL-DUE     PIC 9(7)V99 COMP-3.
           05  WS-REINST-REFER-REASON  PIC X(50).
           05  WS-REINST-GAP-CLAIM     PIC X(12).
           05  WS-REINST-SCAN-SW       PIC X.
               88  WS-REINST-SCAN-DONE VALUE 'Y'.
           05  WS-POLICIES-REINSTATED  PIC 9(5) VALUE ZERO.
           05  WS-REINST-REFERRALS     PIC 9(5) VALUE ZERO.

      *Declarations page - the caller sets the transaction, the
      *term and the annual premium the document shows; everything
      *else comes from the policy master record in hand. Each
      *document is stamped with a document id of processing date,
      *run time and sequence.
       01  WS-DEC-WORK.
           05  WS-DEC-TRANSACTION      PIC X(12).
           05  WS-DEC-TERM-FROM        PIC 9(8).
           05  WS-DEC-TERM-TO          PIC 9(8).
           05  WS-DEC-TERM-INT         PIC 9(7).
           05  WS-DEC-PREMIUM          PIC 9(7)V99 COMP-3.
           05  WS-DEC-RUN-TIME         PIC X(6).
           05  WS-DEC-SEQ              PIC 9(3) VALUE ZERO.
           05  WS-DEC-DOC-ID           PIC X(20).
           05  WS-DEC-DISPLAY-DEDUCT   PIC $$$,$$9.
           05  WS-DECLARATIONS-ISSUED  PIC 9(5) VALUE ZERO.

      *Mid-term endorsement processing
       01  WS-ENDORSE-POLICY-NUMBER    PIC X(15).
       01  WS-ENDORSE-NEW-COVERAGE     PIC 9(10)V99 COMP-3.
           PERFORM DEMONSTRATE-PREMIUM-RECEIPT.
           PERFORM DEMONSTRATE-MIDTERM-ENDORSEMENT.
           PERFORM PROCESS-POLICY-LAPSES.
           PERFORM DEMONSTRATE-REINSTATEMENT.
           PERFORM CALCULATE-PREMIUM-ADJUSTMENTS.
           PERFORM DEMONSTRATE-GRACE-PAYMENT.
           PERFORM PROCESS-POLICY-CANCELLATIONS.
           OPEN OUTPUT COMMISSION-STATEMENT-FILE.
           OPEN OUTPUT INVOICE-FILE.
           OPEN OUTPUT NONRENEWAL-NOTICE-FILE.
      *Rebuilt alongside the master - history for a policy number
      *the master no longer carries would misstate its coverage.
           OPEN OUTPUT ENDORSE-HISTORY-FILE.
           OPEN OUTPUT REINSTATEMENT-FILE.
           OPEN EXTEND DECLARATIONS-FILE.
           IF WS-DEC-FILE-STATUS NOT = '00'
               OPEN OUTPUT DECLARATIONS-FILE
           END-IF.
           OPEN EXTEND DOCUMENT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT DOCUMENT-MANIFEST-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-DEC-RUN-TIME.

           IF WS-FILE-STATUS NOT = '00' OR
              WS-NOTICE-FILE-STATUS NOT = '00' OR
           MOVE 20241201 TO PM-PAID-TO-DATE.
           MOVE 1200.00 TO PM-PREMIUM-PAID-YTD.
           MOVE 1 TO PM-CLAIM-COUNT-YTD.
           MOVE 500 TO PM-DEDUCTIBLE.
           MOVE 'AGT001' TO PM-AGENT-ID.
           MOVE ZERO TO PM-ENDORSEMENT-COUNT.
           MOVE ZERO TO PM-LAST-ENDORSE-DATE.
           MOVE SPACE TO PM-NONRENEW-FLAG.
           MOVE SPACES TO PM-NONRENEW-REASON.
           MOVE ZERO TO PM-NONRENEW-NOTICE-DT.
           MOVE ZERO TO PM-CANCEL-DATE.
           MOVE ZERO TO PM-REINSTATE-DATE.
           WRITE POLICY-MASTER-RECORD.

      *Policy 2 - Active, good record
           MOVE 20241201 TO PM-PAID-TO-DATE.
           MOVE 1800.00 TO PM-PREMIUM-PAID-YTD.
           MOVE 0 TO PM-CLAIM-COUNT-YTD.
           MOVE 1000 TO PM-DEDUCTIBLE.
           MOVE 'AGT002' TO PM-AGENT-ID.
           MOVE ZERO TO PM-ENDORSEMENT-COUNT.
           MOVE ZERO TO PM-LAST-ENDORSE-DATE.
           MOVE SPACE TO PM-NONRENEW-FLAG.
           MOVE SPACES TO PM-NONRENEW-REASON.
           MOVE ZERO TO PM-NONRENEW-NOTICE-DT.
           MOVE ZERO TO PM-CANCEL-DATE.
           MOVE ZERO TO PM-REINSTATE-DATE.
           WRITE POLICY-MASTER-RECORD.

      *Policy 3 - Payment lapsed
           MOVE 20240815 TO PM-PAID-TO-DATE.
           MOVE 1600.00 TO PM-PREMIUM-PAID-YTD.
           MOVE 3 TO PM-CLAIM-COUNT-YTD.
           MOVE 250 TO PM-DEDUCTIBLE.
           MOVE 'AGT001' TO PM-AGENT-ID.
           MOVE ZERO TO PM-ENDORSEMENT-COUNT.
           MOVE ZERO TO PM-LAST-ENDORSE-DATE.
           MOVE SPACE TO PM-NONRENEW-FLAG.
           MOVE SPACES TO PM-NONRENEW-REASON.
           MOVE ZERO TO PM-NONRENEW-NOTICE-DT.
           MOVE ZERO TO PM-CANCEL-DATE.
           MOVE ZERO TO PM-REINSTATE-DATE.
           WRITE POLICY-MASTER-RECORD.

      *Policy 4 - Renewal eligible
           MOVE 20241115 TO PM-PAID-TO-DATE.
           MOVE 3600.00 TO PM-PREMIUM-PAID-YTD.
           MOVE 0 TO PM-CLAIM-COUNT-YTD.
           MOVE ZERO TO PM-DEDUCTIBLE.
           MOVE 'AGT003' TO PM-AGENT-ID.
           MOVE ZERO TO PM-ENDORSEMENT-COUNT.
           MOVE ZERO TO PM-LAST-ENDORSE-DATE.
           MOVE SPACE TO PM-NONRENEW-FLAG.
           MOVE SPACES TO PM-NONRENEW-REASON.
           MOVE ZERO TO PM-NONRENEW-NOTICE-DT.
           MOVE ZERO TO PM-CANCEL-DATE.
           MOVE ZERO TO PM-REINSTATE-DATE.
           WRITE POLICY-MASTER-RECORD.

      *Policy 5 - Payment overdue, but still within the grace window
           MOVE 20240930 TO PM-PAID-TO-DATE.
           MOVE 1050.00 TO PM-PREMIUM-PAID-YTD.
           MOVE 1 TO PM-CLAIM-COUNT-YTD.
           MOVE 500 TO PM-DEDUCTIBLE.
           MOVE 'AGT002' TO PM-AGENT-ID.
           MOVE ZERO TO PM-ENDORSEMENT-COUNT.
           MOVE ZERO TO PM-LAST-ENDORSE-DATE.
           MOVE SPACE TO PM-NONRENEW-FLAG.
           MOVE SPACES TO PM-NONRENEW-REASON.
           MOVE ZERO TO PM-NONRENEW-NOTICE-DT.
           MOVE ZERO TO PM-CANCEL-DATE.
           MOVE ZERO TO PM-REINSTATE-DATE.
           WRITE POLICY-MASTER-RECORD.

           DISPLAY 'Created ' WS-POLICY-COUNT ' test policies'.

           PERFORM CALCULATE-RENEWAL-PREMIUM.

      *The renewal declarations show the coming term at the
      *renewal premium.
           IF WS-NEW-PREMIUM > ZERO
               PERFORM GENERATE-RENEWAL-NOTICE
               ADD 1 TO WS-POLICIES-RENEWED
               MOVE 'RENEWAL' TO WS-DEC-TRANSACTION
               MOVE PM-EXPIRATION-DATE TO WS-DEC-TERM-FROM
               COMPUTE WS-DEC-TERM-INT =
                   FUNCTION INTEGER-OF-DATE(PM-EXPIRATION-DATE) +
                   WS-DAYS-IN-POLICY-YEAR
               MOVE FUNCTION DATE-OF-INTEGER(WS-DEC-TERM-INT)
                   TO WS-DEC-TERM-TO
               MOVE WS-NEW-PREMIUM TO WS-DEC-PREMIUM
               PERFORM WRITE-DECLARATIONS-PAGE
           END-IF.

           DISPLAY SPACE.
                  INTO RENEWAL-NOTICE-LINE
           END-STRING.
           WRITE RENEWAL-NOTICE-LINE.
           MOVE 'RN' TO WS-MANIFEST-DOC-TYPE.
           MOVE PM-RENEWAL-DATE TO WS-MANIFEST-REQUIRED-BY.
           MOVE 'renewal_notices.txt' TO WS-MANIFEST-FILE-NAME.
           PERFORM WRITE-DOCUMENT-MANIFEST.

           MOVE 'RENEW-PENDING' TO PM-STATUS.
           REWRITE POLICY-MASTER-RECORD.
               GO TO BIND-QUOTE-EXIT
           END-IF.

      *A quote past its validity period is stale pricing whether or
      *not the expiration run has marked it yet - it goes back to
      *PremiumCalculator for re-rating.
           IF QT-BOUND-FLAG = 'E'
               DISPLAY '  Quote expired ' QT-EXPIRED-DATE
                   ' - re-rate required before binding'
               CLOSE QUOTE-FILE
               GO TO BIND-QUOTE-EXIT
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE) -
              FUNCTION INTEGER-OF-DATE(QT-QUOTE-DATE) >
              WS-QUOTE-VALIDITY-DAYS
               DISPLAY '  Quote dated ' QT-QUOTE-DATE
                   ' is past its validity - re-rate required'
               CLOSE QUOTE-FILE
               GO TO BIND-QUOTE-EXIT
           END-IF.

      *Policy number derives from the quote number - the paper
      *trail from quote to policy is in the key itself.
           MOVE SPACES TO PM-POLICY-NUMBER.
           MOVE WS-BIND-EFFECTIVE-DATE TO PM-PAID-TO-DATE.
           MOVE ZERO TO PM-PREMIUM-PAID-YTD.
           MOVE ZERO TO PM-CLAIM-COUNT-YTD.
           MOVE QT-DEDUCTIBLE TO PM-DEDUCTIBLE.
           MOVE WS-BIND-AGENT-ID TO PM-AGENT-ID.
           MOVE ZERO TO PM-ENDORSEMENT-COUNT.
           MOVE ZERO TO PM-LAST-ENDORSE-DATE.
           MOVE SPACE TO PM-NONRENEW-FLAG.
           MOVE SPACES TO PM-NONRENEW-REASON.
           MOVE ZERO TO PM-NONRENEW-NOTICE-DT.
           MOVE ZERO TO PM-CANCEL-DATE.
           MOVE ZERO TO PM-REINSTATE-DATE.
           WRITE POLICY-MASTER-RECORD
               INVALID KEY
                   DISPLAY '  Policy already exists: '
           REWRITE QUOTE-RECORD.
           CLOSE QUOTE-FILE.

           MOVE 'NEW BUSINESS' TO WS-DEC-TRANSACTION.
           MOVE PM-EFFECTIVE-DATE TO WS-DEC-TERM-FROM.
           MOVE PM-EXPIRATION-DATE TO WS-DEC-TERM-TO.
           MOVE PM-PREMIUM-ANNUAL TO WS-DEC-PREMIUM.
           PERFORM WRITE-DECLARATIONS-PAGE.

           MOVE QT-CALCULATED-PREMIUM TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Issued ' PM-POLICY-NUMBER
               ' at quoted premium ' WS-DISPLAY-AMOUNT
       BIND-QUOTE-EXIT.
           EXIT.

       WRITE-DECLARATIONS-PAGE SECTION.
       WRITE-DEC-PAGE.
           ADD 1 TO WS-DEC-SEQ.
           MOVE SPACES TO WS-DEC-DOC-ID.
           STRING WS-PROCESSING-DATE '-' WS-DEC-RUN-TIME '-'
                  WS-DEC-SEQ
               DELIMITED BY SIZE INTO WS-DEC-DOC-ID.

           MOVE ALL '=' TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'POLICY DECLARATIONS' DELIMITED BY SIZE
                  '                  DOCUMENT ' DELIMITED BY SIZE
                  WS-DEC-DOC-ID DELIMITED BY SIZE
                  INTO DECLARATIONS-LINE
           END-STRING.
           WRITE DECLARATIONS-LINE.
           MOVE WS-PROCESSING-DATE TO WS-DISPLAY-DATE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Transaction: ' DELIMITED BY SIZE
                  WS-DEC-TRANSACTION DELIMITED BY SIZE
                  '            Processed: ' DELIMITED BY SIZE
                  WS-DISPLAY-DATE DELIMITED BY SIZE
                  INTO DECLARATIONS-LINE
           END-STRING.
           WRITE DECLARATIONS-LINE.
           MOVE ALL '-' TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.

           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Policy Number    : ' PM-POLICY-NUMBER
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Named Insured    : ' PM-CUSTOMER-NAME
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Policy Type      : ' PM-POLICY-TYPE
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Policy Period    : ' WS-DEC-TERM-FROM
                  ' to ' WS-DEC-TERM-TO
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE PM-COVERAGE-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Coverage Amount  : ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           IF PM-DEDUCTIBLE = ZERO
               MOVE 'Deductible       : NONE' TO DECLARATIONS-LINE
           ELSE
               MOVE PM-DEDUCTIBLE TO WS-DEC-DISPLAY-DEDUCT
               STRING 'Deductible       : ' WS-DEC-DISPLAY-DEDUCT
                   DELIMITED BY SIZE INTO DECLARATIONS-LINE
           END-IF.
           WRITE DECLARATIONS-LINE.
           MOVE WS-DEC-PREMIUM TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Annual Premium   : ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Payment Plan     : ' PM-PREMIUM-FREQUENCY
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING 'Agent            : ' PM-AGENT-ID
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           IF WS-DEC-TRANSACTION = 'ENDORSEMENT'
               MOVE WS-PROCESSING-DATE TO WS-DISPLAY-DATE
               MOVE SPACES TO DECLARATIONS-LINE
               STRING 'Endorsement No.  : ' PM-ENDORSEMENT-COUNT
                      '  effective ' WS-DISPLAY-DATE
                   DELIMITED BY SIZE INTO DECLARATIONS-LINE
               WRITE DECLARATIONS-LINE
           END-IF.

      *Auto policies carry the proof-of-insurance card the insured
      *cuts out and keeps in the vehicle.
           IF PM-POLICY-TYPE(1:4) = 'AUTO'
               PERFORM WRITE-AUTO-ID-CARD
           END-IF.

           MOVE ALL '=' TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.

           ADD 1 TO WS-DECLARATIONS-ISSUED.
           DISPLAY '  Declarations issued: ' WS-DEC-TRANSACTION
               ' document ' WS-DEC-DOC-ID.

       WRITE-AUTO-ID-CARD SECTION.
       WRITE-ID-CARD.
           MOVE SPACES TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE ALL '- ' TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE '+--------------------------------------------------+'
               TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE '| AUTOMOBILE INSURANCE IDENTIFICATION CARD         |'
               TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING '| Policy  : ' PM-POLICY-NUMBER
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           MOVE '|' TO DECLARATIONS-LINE(52:1).
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING '| Insured : ' PM-CUSTOMER-NAME(1:38)
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           MOVE '|' TO DECLARATIONS-LINE(52:1).
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING '| Effective ' WS-DEC-TERM-FROM
                  '  Expires ' WS-DEC-TERM-TO
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           MOVE '|' TO DECLARATIONS-LINE(52:1).
           WRITE DECLARATIONS-LINE.
           MOVE SPACES TO DECLARATIONS-LINE.
           STRING '| Agent   : ' PM-AGENT-ID
               DELIMITED BY SIZE INTO DECLARATIONS-LINE.
           MOVE '|' TO DECLARATIONS-LINE(52:1).
           WRITE DECLARATIONS-LINE.
           MOVE '| Keep this card in the insured vehicle.           |'
               TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.
           MOVE '+--------------------------------------------------+'
               TO DECLARATIONS-LINE.
           WRITE DECLARATIONS-LINE.

       MARK-POLICY-FOR-NONRENEWAL SECTION.
       MARK-NONRENEW.
      *Underwriting decision entry point - records the reason code
       WORK-NONRENEW-EXIT.
           EXIT.

       WRITE-DOCUMENT-MANIFEST SECTION.
       WRITE-DOC-MANIFEST.
           MOVE SPACES TO MANIFEST-LINE.
           STRING WS-MANIFEST-DOC-TYPE '|' PM-CUSTOMER-ID
                  '|         |' WS-MANIFEST-REQUIRED-BY
                  '|' WS-MANIFEST-FILE-NAME
                  DELIMITED BY SIZE INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

       WRITE-NONRENEWAL-NOTICE SECTION.
       WRITE-NONRENEW-NOTICE.
           MOVE PM-EXPIRATION-DATE TO WS-DISPLAY-DATE.
                  ' | Coverage ends: ' WS-DISPLAY-DATE
                  DELIMITED BY SIZE INTO NONRENEWAL-NOTICE-LINE.
           WRITE NONRENEWAL-NOTICE-LINE.
           MOVE 'NR' TO WS-MANIFEST-DOC-TYPE.
           COMPUTE WS-MANIFEST-REQUIRED-BY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PM-EXPIRATION-DATE)
               - WS-NONRENEW-LEAD-DAYS).
           MOVE 'nonrenewal_notices.txt' TO WS-MANIFEST-FILE-NAME.
           PERFORM WRITE-DOCUMENT-MANIFEST.

           DISPLAY 'NON-RENEWAL NOTICE: ' PM-POLICY-NUMBER
               ' (' WS-DAYS-TO-EXPIRY ' days before expiry)'.
                  INTO INVOICE-LINE
           END-STRING.
           WRITE INVOICE-LINE.
           MOVE 'PI' TO WS-MANIFEST-DOC-TYPE.
           MOVE PM-PAID-TO-DATE TO WS-MANIFEST-REQUIRED-BY.
           MOVE 'policy_invoices.txt' TO WS-MANIFEST-FILE-NAME.
           PERFORM WRITE-DOCUMENT-MANIFEST.

           ADD 1 TO WS-INVOICES-WRITTEN.
           DISPLAY '  Invoice: ' PM-POLICY-NUMBER ' '
           DISPLAY '  *** POLICY LAPSED ***'.
           DISPLAY SPACE.

       DEMONSTRATE-REINSTATEMENT SECTION.
       DEMO-REINSTATE.
      *The monthly-pay auto policy that lapsed in the run above -
      *the customer pays up and signs the no-loss statement.
           DISPLAY 'Processing a reinstatement request...'.
           MOVE 'POL-AUTO-3' TO WS-REINST-POLICY.
           MOVE 'Y' TO WS-REINST-NO-LOSS-SW.
           PERFORM PROCESS-REINSTATEMENT.
           DISPLAY SPACE.

       PROCESS-REINSTATEMENT SECTION.
       PROC-REINSTATE.
           MOVE WS-REINST-POLICY TO PM-POLICY-NUMBER.
           READ POLICY-MASTER
               INVALID KEY
                   DISPLAY 'Policy not found: ' WS-REINST-POLICY
                   GO TO PROC-REINSTATE-EXIT
           END-READ.

           IF PM-STATUS NOT = 'LAPSED'
               DISPLAY 'Policy not lapsed - nothing to reinstate: '
                   PM-POLICY-NUMBER
               GO TO PROC-REINSTATE-EXIT
           END-IF.

           DISPLAY '  Policy: ' PM-POLICY-NUMBER.
           DISPLAY '  Customer: ' PM-CUSTOMER-NAME.
           DISPLAY '  Lapsed: ' PM-LAPSE-DATE.

      *Outside the window, or past the end of the term, the customer
      *has to be rewritten on a new policy.
           COMPUTE WS-REINST-DAYS-LAPSED =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
               - FUNCTION INTEGER-OF-DATE(PM-LAPSE-DATE).
           IF WS-REINST-DAYS-LAPSED > WS-REINST-WINDOW-DAYS
               DISPLAY '  Lapsed ' WS-REINST-DAYS-LAPSED
                   ' days - outside the reinstatement window'
               GO TO PROC-REINSTATE-EXIT
           END-IF.
           IF WS-PROCESSING-DATE >= PM-EXPIRATION-DATE
               DISPLAY '  Term has expired - policy must be rewritten'
               GO TO PROC-REINSTATE-EXIT
           END-IF.

           IF NOT WS-REINST-NO-LOSS-SIGNED
               DISPLAY '  Signed no-loss statement not received - '
                   'reinstatement refused'
               GO TO PROC-REINSTATE-EXIT
           END-IF.

      *Back premium covers every day from the paid-to date up to
      *reinstatement, at the policy's annual rate.
           COMPUTE WS-REINST-DAYS-UNPAID =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
               - FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE).
           IF WS-REINST-DAYS-UNPAID < 0
               MOVE ZERO TO WS-REINST-DAYS-UNPAID
           END-IF.
           COMPUTE WS-REINST-BACK-PREMIUM ROUNDED =
               PM-PREMIUM-ANNUAL *
               (WS-REINST-DAYS-UNPAID / WS-DAYS-IN-POLICY-YEAR).
           COMPUTE WS-REINST-TOTAL-DUE =
               WS-REINST-BACK-PREMIUM + WS-REINST-FEE.

           MOVE WS-REINST-BACK-PREMIUM TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Back premium: ' WS-DISPLAY-AMOUNT.
           MOVE WS-REINST-TOTAL-DUE TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Total due with fee: ' WS-DISPLAY-AMOUNT.

           PERFORM CHECK-LAPSE-GAP-CLAIMS.
           IF WS-REINST-REFER-REASON NOT = SPACES
               PERFORM REFER-REINSTATEMENT
               GO TO PROC-REINSTATE-EXIT
           END-IF.

      *Same policy number, back to ACTIVE, paid up to today. The
      *lapse date stays on the master beside the reinstatement date.
           MOVE 'ACTIVE' TO PM-STATUS.
           MOVE WS-PROCESSING-DATE TO PM-REINSTATE-DATE.
           MOVE WS-PROCESSING-DATE TO PM-PAID-TO-DATE.
           ADD WS-REINST-BACK-PREMIUM TO PM-PREMIUM-PAID-YTD.
           REWRITE POLICY-MASTER-RECORD.

           MOVE WS-REINST-BACK-PREMIUM TO WS-DISPLAY-AMOUNT.
           MOVE WS-REINST-TOTAL-DUE TO WS-DISPLAY-AMOUNT-2.
           MOVE SPACES TO REINSTATEMENT-LINE.
           STRING PM-POLICY-NUMBER DELIMITED BY SIZE
                  ' | Lapsed: ' DELIMITED BY SIZE
                  PM-LAPSE-DATE DELIMITED BY SIZE
                  ' | Reinstated: ' DELIMITED BY SIZE
                  PM-REINSTATE-DATE DELIMITED BY SIZE
                  ' | Back Premium: ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' | Total Due: ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                  INTO REINSTATEMENT-LINE
           END-STRING.
           WRITE REINSTATEMENT-LINE.

           ADD 1 TO WS-POLICIES-REINSTATED.
           DISPLAY '  *** POLICY REINSTATED ***'.

       PROC-REINSTATE-EXIT.
           EXIT.

       CHECK-LAPSE-GAP-CLAIMS SECTION.
       CHECK-GAP-CLAIMS.
      *Any loss dated from the lapse up to today sits in the gap the
      *no-loss statement vouches for - underwriting decides those.
      *With the claim file unreadable nobody can vouch for the gap.
           MOVE SPACES TO WS-REINST-REFER-REASON.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               MOVE 'CLAIM HISTORY UNAVAILABLE' TO
                   WS-REINST-REFER-REASON
               GO TO CHECK-GAP-CLAIMS-EXIT
           END-IF.

           MOVE PM-POLICY-NUMBER TO CLAIM-POLICY-NUM.
           START CLAIM-FILE KEY IS EQUAL TO CLAIM-POLICY-NUM
               INVALID KEY
                   CLOSE CLAIM-FILE
                   GO TO CHECK-GAP-CLAIMS-EXIT
           END-START.

           MOVE 'N' TO WS-REINST-SCAN-SW.
           PERFORM UNTIL WS-REINST-SCAN-DONE
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       SET WS-REINST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CLAIM-POLICY-NUM NOT = PM-POLICY-NUMBER
                           SET WS-REINST-SCAN-DONE TO TRUE
                       ELSE
                           IF CLAIM-DATE-OF-LOSS >= PM-LAPSE-DATE AND
                              CLAIM-DATE-OF-LOSS <= WS-PROCESSING-DATE
                               MOVE CLAIM-NUMBER TO WS-REINST-GAP-CLAIM
                               MOVE SPACES TO WS-REINST-REFER-REASON
                               STRING 'LOSS IN LAPSE GAP - CLAIM '
                                      WS-REINST-GAP-CLAIM
                                   DELIMITED BY SIZE
                                   INTO WS-REINST-REFER-REASON
                               SET WS-REINST-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIM-FILE.

       CHECK-GAP-CLAIMS-EXIT.
           EXIT.

       REFER-REINSTATEMENT SECTION.
       REFER-REINSTATE.
      *The policy stays LAPSED until underwriting rules on it.
           MOVE SPACES TO UNDERWRITING-REVIEW-LINE.
           STRING PM-POLICY-NUMBER DELIMITED BY SIZE
                  ' | REINSTATEMENT REFERRAL | ' DELIMITED BY SIZE
                  WS-REINST-REFER-REASON DELIMITED BY SIZE
                  INTO UNDERWRITING-REVIEW-LINE
           END-STRING.
           WRITE UNDERWRITING-REVIEW-LINE.

           ADD 1 TO WS-REINST-REFERRALS.
           DISPLAY '  Referred to underwriting: '
               WS-REINST-REFER-REASON.

       CALCULATE-PREMIUM-ADJUSTMENTS SECTION.
       CALC-ADJ.
           DISPLAY 'Running premium adjustment analysis...'.
               (WS-ENDORSE-NEW-PREMIUM - WS-ENDORSE-OLD-PREMIUM) *
               (WS-ENDORSE-DAYS-REMAINING / WS-DAYS-IN-POLICY-YEAR).

      *History first, while PM- still holds the figures the
      *endorsement replaces.
           MOVE PM-POLICY-NUMBER TO EH-POLICY-NUMBER.
           MOVE WS-PROCESSING-DATE TO EH-EFFECTIVE-DATE.
           COMPUTE EH-SEQUENCE = PM-ENDORSEMENT-COUNT + 1.
           MOVE PM-COVERAGE-AMOUNT TO EH-OLD-COVERAGE.
           MOVE WS-ENDORSE-NEW-COVERAGE TO EH-NEW-COVERAGE.
           MOVE WS-ENDORSE-OLD-PREMIUM TO EH-OLD-PREMIUM.
           MOVE WS-ENDORSE-NEW-PREMIUM TO EH-NEW-PREMIUM.
           MOVE WS-ENDORSE-ADDL-PREMIUM TO EH-ADDL-PREMIUM.
           MOVE WS-PROCESSING-DATE TO EH-PROCESS-DATE.
           WRITE ENDORSE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY '  Endorsement history already on file: '
                       EH-KEY
           END-WRITE.

           MOVE WS-ENDORSE-NEW-PREMIUM TO PM-PREMIUM-ANNUAL.
           MOVE WS-ENDORSE-NEW-COVERAGE TO PM-COVERAGE-AMOUNT.
           ADD 1 TO PM-ENDORSEMENT-COUNT.
           END-STRING.
           WRITE ENDORSEMENT-LINE.

           MOVE 'ENDORSEMENT' TO WS-DEC-TRANSACTION.
           MOVE PM-EFFECTIVE-DATE TO WS-DEC-TERM-FROM.
           MOVE PM-EXPIRATION-DATE TO WS-DEC-TERM-TO.
           MOVE PM-PREMIUM-ANNUAL TO WS-DEC-PREMIUM.
           PERFORM WRITE-DECLARATIONS-PAGE.

           IF WS-ENDORSE-ADDL-PREMIUM > ZERO
               MOVE WS-ENDORSE-ADDL-PREMIUM TO
                   WS-COMMISSION-BASIS-PREMIUM
               (WS-DAYS-UNUSED / WS-DAYS-IN-POLICY-YEAR).

           MOVE 'CANCELLED' TO PM-STATUS.
           MOVE WS-PROCESSING-DATE TO PM-CANCEL-DATE.
           REWRITE POLICY-MASTER-RECORD.

           ADD 1 TO WS-POLICIES-CANCELLED.
           DISPLAY 'Policies Renewed:        ' WS-POLICIES-RENEWED.
           DISPLAY 'Renewal Notices Sent:    ' WS-RENEWAL-NOTICES-SENT.
           DISPLAY 'Policies Lapsed:         ' WS-POLICIES-LAPSED.
           DISPLAY 'Policies Reinstated:     ' WS-POLICIES-REINSTATED.
           DISPLAY 'Declarations Issued:     ' WS-DECLARATIONS-ISSUED.
           DISPLAY 'Reinstatements Referred: ' WS-REINST-REFERRALS.
           DISPLAY 'Policies Cancelled:      ' WS-POLICIES-CANCELLED.

       CLEANUP-POLICY-SYSTEM SECTION.
           CLOSE COMMISSION-STATEMENT-FILE.
           CLOSE INVOICE-FILE.
           CLOSE NONRENEWAL-NOTICE-FILE.
           CLOSE ENDORSE-HISTORY-FILE.
           CLOSE REINSTATEMENT-FILE.
           CLOSE DECLARATIONS-FILE.
           CLOSE DOCUMENT-MANIFEST-FILE.
           DISPLAY 'Policy administration complete.'.
