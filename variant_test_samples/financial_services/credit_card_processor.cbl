               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBOSS-STATUS.

      *Fraud-claim worksheet - every log entry on a lost or stolen
      *card dated after the cardholder's report, kept across runs.
           SELECT FRAUD-CLAIM-FILE ASSIGN TO 'cc_fraud_claims.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUD-CLAIM-STATUS.

      *Rush embossing queue for emergency lost/stolen replacements.
           SELECT EMERGENCY-EMBOSS-FILE
               ASSIGN TO 'cc_emergency_emboss.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMERG-EMBOSS-STATUS.

      *Cardholder spending controls - blocked merchant categories
      *and limits below the credit line, one record per controlled
      *card - and the run's list of authorizations they declined.
           SELECT CARD-CONTROL-FILE ASSIGN TO 'cc_card_controls.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CARD-NUMBER
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT CONTROL-DECLINE-REPORT
               ASSIGN TO 'cc_control_declines.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-DECLINE-RPT-STATUS.

      *Month-end credit bureau extract and the list of accounts
      *that could not be reported for missing data.
           SELECT BUREAU-FILE ASSIGN TO 'cc_bureau_metro2.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.

           SELECT BUREAU-EXCEPTION-FILE
               ASSIGN TO 'cc_bureau_exceptions.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-EXC-STATUS.

      *Daily collections extract of delinquent cards.
           SELECT COLLECTIONS-FILE ASSIGN TO 'cc_collections.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

      *Customer document manifest - one line per statement, so
      *DocumentDistribution can route it by the cardholder's
      *delivery preference. Appended across runs.
      *Line layout: doc type|customer|tax id|required-by|file name.
           SELECT DOCUMENT-MANIFEST-FILE
               ASSIGN TO 'document_manifest.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
           05  CARD-REISSUED-TO        PIC 9(16) VALUE ZERO.
           05  CARD-REWARDS-POINTS     PIC 9(9) VALUE ZERO.
           05  CARD-POINTS-CYCLE       PIC S9(7) VALUE ZERO.
      *Balance segments - CARD-CURRENT-BALANCE stays the total owed
      *and is always the sum of these three. Each segment accrues at
      *its own rate: purchases at CARD-APR, cash advances at the cash
      *APR from the day taken, balance transfers at the promotional
      *rate until the promo end date and CARD-APR after it.
           05  CARD-PURCH-BALANCE      PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-CASH-BALANCE       PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-CASH-APR           PIC 9(2)V9(4) COMP-3.
           05  CARD-CASH-INT-THRU      PIC 9(8) VALUE ZERO.
           05  CARD-CASH-INT-PENDING   PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-BT-BALANCE         PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-BT-APR             PIC 9(2)V9(4) COMP-3.
           05  CARD-BT-PROMO-END-DATE  PIC 9(8) VALUE ZERO.
      *Cycle-end fee inputs - the open date drives the annual fee
      *on the anniversary month, over-limit fees need the
      *cardholder's opt-in, and returned payments since the last
      *cycle are each charged at cycle end.
           05  CARD-OPEN-DATE          PIC 9(8) VALUE ZERO.
           05  CARD-ANNUAL-FEE-YEAR    PIC 9(4) VALUE ZERO.
           05  CARD-OVERLIMIT-OPTIN    PIC X VALUE 'N'.
               88  CARD-OVERLIMIT-OPTED-IN VALUE 'Y'.
           05  CARD-RETURNED-PMT-COUNT PIC 9(2) VALUE ZERO.
      *Lost/stolen report - CARD-STATUS 'L' blocks the plastic, and
      *CARD-REISSUED-TO points at the emergency replacement.
           05  CARD-LS-REPORT-DATE     PIC 9(8) VALUE ZERO.
           05  CARD-LS-REPORT-TIME     PIC 9(6) VALUE ZERO.
           05  CARD-LS-REASON          PIC X(6) VALUE SPACES.

      *Queryable transaction history - keyed for lookup by card and
      *by date/time so disputes and chargeback inquiries can be
       FD  EMBOSS-FILE.
       01  EMBOSS-LINE                 PIC X(100).

       FD  FRAUD-CLAIM-FILE.
       01  FRAUD-CLAIM-LINE            PIC X(100).

       FD  EMERGENCY-EMBOSS-FILE.
       01  EMERGENCY-EMBOSS-LINE       PIC X(100).

       FD  CARD-CONTROL-FILE.
       01  CARD-CONTROL-RECORD.
           05  CTL-CARD-NUMBER         PIC 9(16).
           05  CTL-BLOCKED-COUNT       PIC 9(2).
           05  CTL-BLOCKED-CATEGORY    PIC X(20) OCCURS 10 TIMES.
      *Zero in either limit means no limit of that kind.
           05  CTL-PER-TRANS-MAX       PIC 9(7)V99 COMP-3.
           05  CTL-DAILY-CAP           PIC 9(7)V99 COMP-3.
           05  CTL-DOMESTIC-ONLY       PIC X.
               88  CTL-DOMESTIC-USE-ONLY VALUE 'Y'.
      *Approved spend so far on CTL-SPEND-DATE, in USD.
           05  CTL-SPEND-DATE          PIC 9(8).
           05  CTL-SPEND-TODAY         PIC 9(7)V99 COMP-3.

       FD  CONTROL-DECLINE-REPORT.
       01  CONTROL-DECLINE-LINE        PIC X(100).

       FD  BUREAU-FILE.
       01  BUREAU-RECORD               PIC X(150).

       FD  BUREAU-EXCEPTION-FILE.
       01  BUREAU-EXCEPTION-LINE       PIC X(100).

       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-LINE            PIC X(100).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(80).

       FD  DOCUMENT-MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CARD-FILE-STATUS         PIC XX.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
       01  WS-FUNDING-FILE-STATUS      PIC XX.
       01  WS-SETTLE-RPT-STATUS        PIC XX.
       01  WS-FRAUD-CLAIM-STATUS       PIC XX.
       01  WS-EMERG-EMBOSS-STATUS      PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-CTL-DECLINE-RPT-STATUS   PIC XX.
       01  WS-BUREAU-STATUS            PIC XX.
       01  WS-BUREAU-EXC-STATUS        PIC XX.
       01  WS-STATEMENT-FILENAME       PIC X(30).
       01  WS-MANIFEST-STATUS          PIC XX.
      *A statement has to be delivered this many days before its
      *payment due date.
       01  WS-STMT-LEAD-DAYS           PIC 9(3) VALUE 21.
       01  WS-STMT-REQUIRED-BY         PIC 9(8).
       01  WS-LOG-SEQ-COUNTER          PIC 9(10) VALUE ZERO.

      *Monthly-cycle working fields
           05  WS-CYCLE-CARD-NUMBER    PIC 9(16).
           05  WS-CYCLE-PURCHASES      PIC 9(7)V99 COMP-3.
           05  WS-CYCLE-PAYMENTS       PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-CASH-ADVANCES  PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-BAL-TRANSFERS  PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-FEES           PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-RETURNED-PMTS  PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-OPENING-BAL    PIC S9(7)V99.
           05  WS-CYCLE-PERIODIC-RATE  PIC 9V9(6).
           05  WS-CYCLE-LOG-EOF        PIC X.
       01  WS-PAYMENT-CARD-NUMBER      PIC 9(16).
       01  WS-PAYMENT-AMOUNT           PIC 9(7)V99.

      *Payment allocation - each pass applies what is left of the
      *payment to the highest-APR segment still carrying a balance.
       01  WS-PAY-ALLOC-WORK.
           05  WS-PAY-REMAINING        PIC 9(7)V99.
           05  WS-PAY-APPLIED          PIC 9(7)V99.
           05  WS-PAY-PASS             PIC 9.
           05  WS-PAY-SEG-IX           PIC 9.
           05  WS-PAY-BEST-IX          PIC 9.
           05  WS-PAY-BEST-APR         PIC 9(2)V9(4).
           05  WS-PAY-SEG              OCCURS 3 TIMES.
               10  WS-PAY-SEG-NAME     PIC X(17).
               10  WS-PAY-SEG-BAL      PIC 9(7)V99.
               10  WS-PAY-SEG-APR      PIC 9(2)V9(4).

      *Cash advance and balance transfer posting - fees are a
      *percentage of the amount with a dollar floor, by segment.
       01  WS-SEGMENT-REQUEST.
           05  WS-SEG-REQ-CARD-NUMBER  PIC 9(16).
           05  WS-SEG-REQ-AMOUNT       PIC 9(7)V99.
           05  WS-SEG-REQ-DESCRIPTION  PIC X(40).

       01  WS-SEGMENT-WORK.
           05  WS-CASH-FEE-PCT         PIC 9V9(4) VALUE 0.0500.
           05  WS-CASH-FEE-MIN         PIC 9(3)V99 VALUE 10.00.
           05  WS-BT-FEE-PCT           PIC 9V9(4) VALUE 0.0300.
           05  WS-BT-FEE-MIN           PIC 9(3)V99 VALUE 5.00.
           05  WS-SEG-FEE              PIC 9(7)V99.
           05  WS-SEG-TOTAL-CHARGE     PIC 9(7)V99.
           05  WS-SEG-TODAY            PIC 9(8).
           05  WS-SEG-LOG-STATUS       PIC X(20).
           05  WS-SEG-LOG-NAME         PIC X(40).
           05  WS-SEG-LOG-AMOUNT       PIC 9(7)V99.
           05  WS-CASH-INT-DAYS        PIC S9(5).
           05  WS-CASH-DAILY-INT       PIC 9(7)V99.
           05  WS-BT-EFFECTIVE-APR     PIC 9(2)V9(4).
      *Interest by segment for the card whose statement is printing
           05  WS-PURCH-INTEREST       PIC 9(7)V99.
           05  WS-CASH-INTEREST        PIC 9(7)V99.
           05  WS-BT-INTEREST          PIC 9(7)V99.

      *Cycle-end fee schedule by card product, from the cardholder
      *agreement - the last entry is the default for any product
      *not listed. The cycle cap limits the total of the fees
      *assessed at one cycle end.
       01  WS-FEE-SCHEDULE.
           05  WS-FEE-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-FEE-IDX.
               10  WS-FEE-CARD-TYPE    PIC X(15).
               10  WS-FEE-ANNUAL       PIC 9(3)V99.
               10  WS-FEE-LATE         PIC 9(3)V99.
               10  WS-FEE-OVERLIMIT    PIC 9(3)V99.
               10  WS-FEE-RETURNED     PIC 9(3)V99.
               10  WS-FEE-CYCLE-CAP    PIC 9(3)V99.

       01  WS-FEE-WORK.
           05  WS-FEE-TODAY            PIC 9(8).
           05  WS-FEE-STMT-DATE        PIC 9(8).
           05  WS-FEE-LATE-SW          PIC X.
               88  WS-FEE-PAID-LATE    VALUE 'Y'.
           05  WS-FEE-NAME             PIC X(20).
           05  WS-FEE-AMOUNT           PIC 9(5)V99.
           05  WS-FEE-CAP-ROOM         PIC 9(5)V99.
           05  WS-FEE-RETURNED-IX      PIC 9(2).
           05  WS-FEE-NEW-AVAIL        PIC S9(8)V99.
           05  WS-FEES-ASSESSED-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05  WS-FEES-ASSESSED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-FEES-WAIVED-COUNT    PIC 9(5) VALUE ZERO.

      *Fees assessed on the card whose statement is printing
       01  WS-CARD-FEE-TABLE.
           05  WS-CARD-FEE-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-CARD-FEE             OCCURS 10 TIMES.
               10  WS-CARD-FEE-NAME    PIC X(20).
               10  WS-CARD-FEE-AMT     PIC 9(5)V99.
       01  WS-CARD-FEE-IX              PIC 9(2).

      *Lost/stolen report - the report stamp is when the cardholder
      *called, which may be earlier than when the report is worked.
       01  WS-LOST-STOLEN-REQUEST.
           05  WS-LS-CARD-NUMBER       PIC 9(16).
           05  WS-LS-REASON            PIC X(6).
           05  WS-LS-REPORTED-AT.
               10  WS-LS-REPORT-DATE   PIC 9(8) VALUE ZERO.
               10  WS-LS-REPORT-TIME   PIC 9(6) VALUE ZERO.

       01  WS-LOST-STOLEN-WORK.
           05  WS-LS-NEW-NUMBER        PIC 9(16).
           05  WS-LS-LOG-EOF           PIC X.
           05  WS-LS-HOLD-EOF          PIC X.
           05  WS-LS-CHARGEABLE-SW     PIC X.
               88  WS-LS-CHARGEABLE    VALUE 'Y'.
           05  WS-LS-CLAIM-COUNT       PIC 9(5).
           05  WS-LS-CLAIM-TOTAL       PIC 9(9)V99.
           05  WS-LS-REPORT-STAMP      PIC X(14).

      *Returned cardholder payment
       01  WS-RETURN-CARD-NUMBER       PIC 9(16).
       01  WS-RETURN-AMOUNT            PIC 9(7)V99.

      *Dispute case working fields
       01  WS-DISPUTE-REQUEST.
           05  WS-DISP-REQ-LOG-SEQ     PIC 9(10).
           05  WS-MULTI-CARD-FLAG      PIC X VALUE 'N'.
           05  WS-FRAUD-SCORE          PIC 9(3) VALUE ZERO.

      *Spending control working fields
       01  WS-SPEND-CONTROL-WORK.
           05  WS-CTL-DECLINE-SW       PIC X VALUE 'N'.
               88  WS-CTL-DECLINED     VALUE 'Y'.
           05  WS-CTL-ON-FILE-SW       PIC X VALUE 'N'.
               88  WS-CTL-ON-FILE      VALUE 'Y'.
           05  WS-CTL-IX               PIC 9(2).
           05  WS-CTL-TODAY            PIC 9(8).
           05  WS-CTL-SPEND-AFTER      PIC 9(8)V99.

      *Authorization outcomes for the processing summary - control
      *declines are the cardholder's own rules and are counted
      *apart from fraud and credit declines.
       01  WS-DECLINE-TALLY.
           05  WS-APPROVED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-DECL-CONTROL-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-DECL-FRAUD-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-DECL-CREDIT-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-DECL-OTHER-COUNT     PIC 9(5) VALUE ZERO.

      *Velocity check working fields
       01  WS-RAPID-TRANS-WORK.
           05  WS-CUR-TRANS-DATE       PIC 9(8).
      *Byte-for-byte save area for the whole card record - sized
      *past the record so a field added to CARD-RECORD can never be
      *silently truncated on the save/restore round trip.
       01  WS-SAVED-CARD-RECORD           PIC X(300).

      *Multi-currency conversion
       01  WS-EXCHANGE-RATE-TABLE.
      *Display variables
       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$9.99.
       01  WS-DISPLAY-CARD             PIC 9999/9999/9999/9999.
       01  WS-DISPLAY-INTEREST         PIC $$$,$$$,$$9.99.
       01  WS-DISPLAY-APR              PIC Z9.9999.

      *Transaction history report request
       01  WS-REPORT-CARD-NUMBER       PIC 9(16).
           05  WS-DELQ-EOF             PIC X.
           05  WS-DELQ-EXTRACT-COUNT   PIC 9(5) VALUE ZERO.

      *Credit bureau month-end extract - Metro 2-style fixed-width
      *header, one base segment per reportable account, and a
      *trailer with counts and totals. Dollar amounts are reported
      *in whole dollars, as the bureaus take them.
       01  WS-BUREAU-HEADER.
           05  WS-BUR-HDR-ID           PIC X(6) VALUE 'HEADER'.
           05  WS-BUR-HDR-REPORTER     PIC X(10) VALUE 'CCPROC0001'.
           05  WS-BUR-HDR-ACTIVITY-DATE PIC 9(8).
           05  WS-BUR-HDR-CREATED-DATE PIC 9(8).
           05  WS-BUR-HDR-PROGRAM      PIC X(30)
                   VALUE 'CREDIT CARD PORTFOLIO'.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-BUREAU-BASE.
           05  WS-BUR-REC-ID           PIC X(6) VALUE 'BASE'.
           05  WS-BUR-ACCOUNT-NUMBER   PIC 9(16).
           05  WS-BUR-CUSTOMER-ID      PIC 9(10).
           05  WS-BUR-PORTFOLIO-TYPE   PIC X VALUE 'R'.
           05  WS-BUR-ACCOUNT-TYPE     PIC X(2) VALUE '18'.
           05  WS-BUR-DATE-OPENED      PIC 9(8).
           05  WS-BUR-CREDIT-LIMIT     PIC 9(9).
           05  WS-BUR-CURRENT-BALANCE  PIC 9(9).
           05  WS-BUR-AMOUNT-PAST-DUE  PIC 9(9).
           05  WS-BUR-ACCOUNT-STATUS   PIC X(2).
           05  WS-BUR-STATUS-DESC      PIC X(12).
           05  WS-BUR-PAYMENT-STATUS   PIC X(8).
           05  WS-BUR-DAYS-PAST-DUE    PIC 9(4).
           05  WS-BUR-LAST-PAY-DATE    PIC 9(8).
           05  WS-BUR-LAST-PAY-AMT     PIC 9(9).
           05  WS-BUR-REPLACED-BY      PIC 9(16).
           05  WS-BUR-INFO-DATE        PIC 9(8).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-BUREAU-TRAILER.
           05  WS-BUR-TRL-ID           PIC X(6) VALUE 'TRAILR'.
           05  WS-BUR-TRL-BASE-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BUR-TRL-OPEN-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BUR-TRL-CLOSED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-BUR-TRL-CHGOFF-COUNT PIC 9(9) VALUE ZERO.
           05  WS-BUR-TRL-LOST-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BUR-TRL-DELQ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BUR-TRL-TOTAL-BALANCE PIC 9(12) VALUE ZERO.
           05  WS-BUR-TRL-TOTAL-PAST-DUE PIC 9(12) VALUE ZERO.
           05  WS-BUR-TRL-TOTAL-LIMIT  PIC 9(12) VALUE ZERO.
           05  WS-BUR-TRL-EXCEPT-COUNT PIC 9(9) VALUE ZERO.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-BUREAU-WORK.
           05  WS-BUR-EOF              PIC X.
           05  WS-BUR-MISSING-SW       PIC X.
               88  WS-BUR-DATA-MISSING VALUE 'Y'.
           05  WS-BUR-MISSING-FIELD    PIC X(30).

      *Two-phase authorization working fields - holds are matched
      *by card and amount at clearing time, and a pending hold left
      *unmatched past the expiry window gives its credit back.
           05  WS-HOLD-TODAY           PIC 9(8).
           05  WS-HOLDS-EXPIRED        PIC 9(5) VALUE ZERO.
           05  WS-HOLDS-CLEARED        PIC 9(5) VALUE ZERO.
           05  WS-HOLD-CARD-FOUND      PIC X.
           05  WS-HOLD-REISSUE-HOPS    PIC 9(2).

       01  WS-CLEARING-WORK.
           05  WS-CLR-EOF              PIC X.
           PERFORM INITIALIZE-SYSTEM.
           PERFORM SETUP-TEST-CARDS.
           PERFORM SETUP-TEST-MERCHANTS.
           PERFORM SETUP-TEST-CARD-CONTROLS.

      *The holder of card 2 calls in a stolen card as the batch
      *opens - the report is worked after the batch, so whatever
      *ran on the card in between lands on the fraud worksheet.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LS-REPORTED-AT.

           PERFORM PROCESS-TRANSACTION-BATCH.
           PERFORM PROCESS-CONTROLLED-CARD-BATCH.
           PERFORM DISPLAY-PROCESSING-SUMMARY.

      *Clearing arrives from the networks after authorization - the
           PERFORM PROCESS-CLEARING-BATCH.
           PERFORM EXPIRE-STALE-AUTH-HOLDS.

           MOVE 5424987654321098 TO WS-LS-CARD-NUMBER.
           MOVE 'STOLEN' TO WS-LS-REASON.
           PERFORM REPORT-LOST-STOLEN-CARD.

      *A further attempt on the stolen plastic now declines.
           MOVE 5424987654321098 TO WS-REQ-CARD-NUMBER.
           MOVE 45.00 TO WS-REQ-AMOUNT.
           MOVE 'MERCH003' TO WS-REQ-MERCHANT-ID.
           MOVE 'Shell Gas Station' TO WS-REQ-MERCHANT-NAME.
           MOVE 'FUEL' TO WS-REQ-MERCHANT-CATEGORY.
           MOVE 'Dallas, TX' TO WS-REQ-LOCATION.
           MOVE 'USD' TO WS-REQ-CURRENCY.
           MOVE 456 TO WS-REQ-CVV.
           PERFORM AUTHORIZE-TRANSACTION.

           MOVE 4532123456789012 TO WS-REPORT-CARD-NUMBER.
           PERFORM PRINT-CARD-TRANSACTION-HISTORY.

           MOVE 'INVESTIGATING' TO WS-DISP-REQ-NEW-STATUS.
           PERFORM UPDATE-DISPUTE-STATUS.

      *Sample cash advance and promotional balance transfer, posted
      *ahead of the payment so the payment shows highest-APR-first
      *allocation across the segments.
           MOVE 4532123456789012 TO WS-SEG-REQ-CARD-NUMBER.
           MOVE 200.00 TO WS-SEG-REQ-AMOUNT.
           MOVE 'ATM CASH WITHDRAWAL' TO WS-SEG-REQ-DESCRIPTION.
           PERFORM POST-CASH-ADVANCE.

           MOVE 4532123456789012 TO WS-SEG-REQ-CARD-NUMBER.
           MOVE 1500.00 TO WS-SEG-REQ-AMOUNT.
           MOVE 'TRANSFER FROM OTHER ISSUER' TO WS-SEG-REQ-DESCRIPTION.
           PERFORM POST-BALANCE-TRANSFER.

      *Sample cardholder payment, posted before the cycle closes so
      *the statement shows a real payments figure.
           MOVE 4532123456789012 TO WS-PAYMENT-CARD-NUMBER.
           MOVE 5000 TO WS-REDEEM-POINTS.
           PERFORM REDEEM-REWARDS-POINTS.

      *Sample returned payment - a check payment on card 4 comes
      *back unpaid, reinstating the balance and drawing the
      *returned-payment fee at cycle end.
           MOVE 4916000000009999 TO WS-PAYMENT-CARD-NUMBER.
           MOVE 150.00 TO WS-PAYMENT-AMOUNT.
           PERFORM POST-CARD-PAYMENT.
           MOVE 4916000000009999 TO WS-RETURN-CARD-NUMBER.
           MOVE 150.00 TO WS-RETURN-AMOUNT.
           PERFORM RETURN-CARD-PAYMENT.

           PERFORM DAILY-MERCHANT-SETTLEMENT.

           PERFORM MONTHLY-CYCLE-PROCESS.

           PERFORM CREDIT-LINE-REVIEW.

           PERFORM CREDIT-BUREAU-EXTRACT.

           PERFORM CLEANUP-SYSTEM.
           STOP RUN.

               END-IF
           END-IF.

           OPEN OUTPUT CONTROL-DECLINE-REPORT.
           MOVE 'SPENDING CONTROL DECLINES' TO CONTROL-DECLINE-LINE.
           WRITE CONTROL-DECLINE-LINE.
           MOVE SPACES TO CONTROL-DECLINE-LINE.
           STRING 'CARD NUMBER      MERCHANT        CATEGORY'
                  '                 AMOUNT USD REASON'
                  DELIMITED BY SIZE INTO CONTROL-DECLINE-LINE.
           WRITE CONTROL-DECLINE-LINE.

           PERFORM LOAD-EXCHANGE-RATE-TABLE.
           PERFORM LOAD-FEE-SCHEDULE.

           DISPLAY 'System initialized successfully'.
           DISPLAY SPACE.
           MOVE 'CAD' TO WS-RATE-CURRENCY(5).
           MOVE 0.740000 TO WS-RATE-TO-USD(5).

       LOAD-FEE-SCHEDULE SECTION.
       LOAD-FEES.
      *Annual, late, over-limit, and returned-payment fees plus the
      *per-cycle cap, by card product.
           MOVE 'VISA PLATINUM' TO WS-FEE-CARD-TYPE(1).
           MOVE 95.00 TO WS-FEE-ANNUAL(1).
           MOVE 35.00 TO WS-FEE-LATE(1).
           MOVE 25.00 TO WS-FEE-OVERLIMIT(1).
           MOVE 29.00 TO WS-FEE-RETURNED(1).
           MOVE 150.00 TO WS-FEE-CYCLE-CAP(1).
           MOVE 'MASTERCARD GOLD' TO WS-FEE-CARD-TYPE(2).
           MOVE ZERO TO WS-FEE-ANNUAL(2).
           MOVE 29.00 TO WS-FEE-LATE(2).
           MOVE 25.00 TO WS-FEE-OVERLIMIT(2).
           MOVE 29.00 TO WS-FEE-RETURNED(2).
           MOVE 100.00 TO WS-FEE-CYCLE-CAP(2).
           MOVE 'AMEX CORPORATE' TO WS-FEE-CARD-TYPE(3).
           MOVE 250.00 TO WS-FEE-ANNUAL(3).
           MOVE 39.00 TO WS-FEE-LATE(3).
           MOVE ZERO TO WS-FEE-OVERLIMIT(3).
           MOVE 39.00 TO WS-FEE-RETURNED(3).
           MOVE 300.00 TO WS-FEE-CYCLE-CAP(3).
           MOVE 'VISA SIGNATURE' TO WS-FEE-CARD-TYPE(4).
           MOVE ZERO TO WS-FEE-ANNUAL(4).
           MOVE 35.00 TO WS-FEE-LATE(4).
           MOVE 25.00 TO WS-FEE-OVERLIMIT(4).
           MOVE 29.00 TO WS-FEE-RETURNED(4).
           MOVE 150.00 TO WS-FEE-CYCLE-CAP(4).
           MOVE SPACES TO WS-FEE-CARD-TYPE(5).
           MOVE ZERO TO WS-FEE-ANNUAL(5).
           MOVE 29.00 TO WS-FEE-LATE(5).
           MOVE 25.00 TO WS-FEE-OVERLIMIT(5).
           MOVE 29.00 TO WS-FEE-RETURNED(5).
           MOVE 100.00 TO WS-FEE-CYCLE-CAP(5).

       SETUP-TEST-CARDS SECTION.
       SETUP-CARDS.
           DISPLAY 'Setting up test credit cards...'.
           MOVE ZERO TO CARD-LAST-TRANS-DATE.
           MOVE ZERO TO CARD-LAST-TRANS-TIME.
           MOVE 18.9900 TO CARD-APR.
           MOVE ZERO TO CARD-MIN-PAYMENT-DUE.
           MOVE ZERO TO CARD-PAYMENT-DUE-DATE.
           MOVE ZERO TO CARD-LAST-PAYMENT-DATE.
           MOVE ZERO TO CARD-LAST-PAYMENT-AMT.
           MOVE ZERO TO CARD-REISSUED-TO.
           MOVE ZERO TO CARD-REWARDS-POINTS.
           MOVE ZERO TO CARD-POINTS-CYCLE.
           MOVE CARD-CURRENT-BALANCE TO CARD-PURCH-BALANCE.
           MOVE ZERO TO CARD-CASH-BALANCE.
           MOVE 25.9900 TO CARD-CASH-APR.
           MOVE ZERO TO CARD-CASH-INT-THRU.
           MOVE ZERO TO CARD-CASH-INT-PENDING.
           MOVE ZERO TO CARD-BT-BALANCE.
           MOVE ZERO TO CARD-BT-APR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEG-TODAY.
           COMPUTE CARD-BT-PROMO-END-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SEG-TODAY) + 365).
      *Opened three years ago this month - the annual fee falls due
      *at this cycle.
           COMPUTE CARD-OPEN-DATE = WS-SEG-TODAY - 30000.
           MOVE ZERO TO CARD-ANNUAL-FEE-YEAR.
           MOVE 'N' TO CARD-OVERLIMIT-OPTIN.
           MOVE ZERO TO CARD-RETURNED-PMT-COUNT.
           WRITE CARD-RECORD.

      *Card 2 - Near limit
           MOVE ZERO TO CARD-LAST-TRANS-DATE.
           MOVE ZERO TO CARD-LAST-TRANS-TIME.
           MOVE 24.9900 TO CARD-APR.
      *Last cycle's minimum was paid, but five days after its due
      *date - this cycle's close assesses the late fee.
           MOVE 97.00 TO CARD-MIN-PAYMENT-DUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEG-TODAY.
           COMPUTE CARD-PAYMENT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SEG-TODAY) - 10).
           COMPUTE CARD-LAST-PAYMENT-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SEG-TODAY) - 5).
           MOVE 97.00 TO CARD-LAST-PAYMENT-AMT.
           MOVE ZERO TO CARD-UNPAID-MIN-COUNT.
           MOVE ZERO TO CARD-REISSUED-TO.
           MOVE ZERO TO CARD-REWARDS-POINTS.
           MOVE ZERO TO CARD-POINTS-CYCLE.
           MOVE CARD-CURRENT-BALANCE TO CARD-PURCH-BALANCE.
           MOVE ZERO TO CARD-CASH-BALANCE.
           MOVE 29.9900 TO CARD-CASH-APR.
           MOVE ZERO TO CARD-CASH-INT-THRU.
           MOVE ZERO TO CARD-CASH-INT-PENDING.
           MOVE ZERO TO CARD-BT-BALANCE.
           MOVE ZERO TO CARD-BT-APR.
           MOVE ZERO TO CARD-BT-PROMO-END-DATE.
           MOVE 20210815 TO CARD-OPEN-DATE.
           MOVE ZERO TO CARD-ANNUAL-FEE-YEAR.
           MOVE 'Y' TO CARD-OVERLIMIT-OPTIN.
           MOVE ZERO TO CARD-RETURNED-PMT-COUNT.
           WRITE CARD-RECORD.

      *Card 3 - Inactive
           MOVE ZERO TO CARD-LAST-TRANS-DATE.
           MOVE ZERO TO CARD-LAST-TRANS-TIME.
           MOVE 15.9900 TO CARD-APR.
           MOVE ZERO TO CARD-MIN-PAYMENT-DUE.
           MOVE ZERO TO CARD-PAYMENT-DUE-DATE.
           MOVE ZERO TO CARD-LAST-PAYMENT-DATE.
           MOVE ZERO TO CARD-LAST-PAYMENT-AMT.
           MOVE ZERO TO CARD-REISSUED-TO.
           MOVE ZERO TO CARD-REWARDS-POINTS.
           MOVE ZERO TO CARD-POINTS-CYCLE.
           MOVE CARD-CURRENT-BALANCE TO CARD-PURCH-BALANCE.
           MOVE ZERO TO CARD-CASH-BALANCE.
           MOVE 24.9900 TO CARD-CASH-APR.
           MOVE ZERO TO CARD-CASH-INT-THRU.
           MOVE ZERO TO CARD-CASH-INT-PENDING.
           MOVE ZERO TO CARD-BT-BALANCE.
           MOVE ZERO TO CARD-BT-APR.
           MOVE ZERO TO CARD-BT-PROMO-END-DATE.
           MOVE 20180102 TO CARD-OPEN-DATE.
           MOVE ZERO TO CARD-ANNUAL-FEE-YEAR.
           MOVE 'N' TO CARD-OVERLIMIT-OPTIN.
           MOVE ZERO TO CARD-RETURNED-PMT-COUNT.
           WRITE CARD-RECORD.

      *Card 4 - Second card for customer 1000000001, used to
           MOVE FUNCTION CURRENT-DATE(1:8) TO CARD-LAST-TRANS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CARD-LAST-TRANS-TIME.
           MOVE 21.9900 TO CARD-APR.
           MOVE ZERO TO CARD-MIN-PAYMENT-DUE.
           MOVE ZERO TO CARD-PAYMENT-DUE-DATE.
           MOVE ZERO TO CARD-LAST-PAYMENT-DATE.
           MOVE ZERO TO CARD-LAST-PAYMENT-AMT.
           MOVE ZERO TO CARD-REISSUED-TO.
           MOVE ZERO TO CARD-REWARDS-POINTS.
           MOVE ZERO TO CARD-POINTS-CYCLE.
           MOVE CARD-CURRENT-BALANCE TO CARD-PURCH-BALANCE.
           MOVE ZERO TO CARD-CASH-BALANCE.
           MOVE 27.9900 TO CARD-CASH-APR.
           MOVE ZERO TO CARD-CASH-INT-THRU.
           MOVE ZERO TO CARD-CASH-INT-PENDING.
           MOVE ZERO TO CARD-BT-BALANCE.
           MOVE 3.9900 TO CARD-BT-APR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEG-TODAY.
           COMPUTE CARD-BT-PROMO-END-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SEG-TODAY) + 180).
           MOVE 20230620 TO CARD-OPEN-DATE.
           MOVE ZERO TO CARD-ANNUAL-FEE-YEAR.
           MOVE 'N' TO CARD-OVERLIMIT-OPTIN.
           MOVE ZERO TO CARD-RETURNED-PMT-COUNT.
           WRITE CARD-RECORD.

           DISPLAY 'Test cards created'.
           CLOSE MERCHANT-FILE.
           OPEN INPUT MERCHANT-FILE.

       SETUP-TEST-CARD-CONTROLS SECTION.
       SETUP-CONTROLS.
      *Card 4 is the parent/teen card - no gambling, liquor or
      *lodging, $300.00 a purchase, $400.00 a day, home country
      *only.
           OPEN OUTPUT CARD-CONTROL-FILE.

           MOVE SPACES TO CARD-CONTROL-RECORD.
           MOVE 4916000000009999 TO CTL-CARD-NUMBER.
           MOVE 3 TO CTL-BLOCKED-COUNT.
           MOVE 'GAMBLING' TO CTL-BLOCKED-CATEGORY(1).
           MOVE 'LIQUOR' TO CTL-BLOCKED-CATEGORY(2).
           MOVE 'LODGING' TO CTL-BLOCKED-CATEGORY(3).
           MOVE 300.00 TO CTL-PER-TRANS-MAX.
           MOVE 400.00 TO CTL-DAILY-CAP.
           MOVE 'Y' TO CTL-DOMESTIC-ONLY.
           MOVE ZERO TO CTL-SPEND-DATE.
           MOVE ZERO TO CTL-SPEND-TODAY.
           WRITE CARD-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'Error writing card controls'
           END-WRITE.

           CLOSE CARD-CONTROL-FILE.
           OPEN I-O CARD-CONTROL-FILE.

       PROCESS-CONTROLLED-CARD-BATCH SECTION.
       PROC-CONTROLLED.
      *Traffic on the controlled card 4 - one purchase inside every
      *control, then one tripping each control in turn.
           MOVE 4916000000009999 TO WS-REQ-CARD-NUMBER.
           MOVE 321 TO WS-REQ-CVV.
           MOVE 'USD' TO WS-REQ-CURRENCY.

           MOVE 120.00 TO WS-REQ-AMOUNT.
           MOVE 'MERCH001' TO WS-REQ-MERCHANT-ID.
           MOVE 'Amazon.com' TO WS-REQ-MERCHANT-NAME.
           MOVE 'RETAIL' TO WS-REQ-MERCHANT-CATEGORY.
           MOVE 'Austin, TX' TO WS-REQ-LOCATION.
           PERFORM AUTHORIZE-TRANSACTION.

           MOVE 80.00 TO WS-REQ-AMOUNT.
           MOVE 'MERCH005' TO WS-REQ-MERCHANT-ID.
           MOVE 'London Hotel' TO WS-REQ-MERCHANT-NAME.
           MOVE 'LODGING' TO WS-REQ-MERCHANT-CATEGORY.
           PERFORM AUTHORIZE-TRANSACTION.

           MOVE 350.00 TO WS-REQ-AMOUNT.
           MOVE 'MERCH002' TO WS-REQ-MERCHANT-ID.
           MOVE 'Best Buy' TO WS-REQ-MERCHANT-NAME.
           MOVE 'ELECTRONICS' TO WS-REQ-MERCHANT-CATEGORY.
           PERFORM AUTHORIZE-TRANSACTION.

           MOVE 290.00 TO WS-REQ-AMOUNT.
           MOVE 'MERCH003' TO WS-REQ-MERCHANT-ID.
           MOVE 'Shell Gas Station' TO WS-REQ-MERCHANT-NAME.
           MOVE 'FUEL' TO WS-REQ-MERCHANT-CATEGORY.
           PERFORM AUTHORIZE-TRANSACTION.

           MOVE 40.00 TO WS-REQ-AMOUNT.
           MOVE 'MERCH004' TO WS-REQ-MERCHANT-ID.
           MOVE 'Starbucks' TO WS-REQ-MERCHANT-NAME.
           MOVE 'RESTAURANT' TO WS-REQ-MERCHANT-CATEGORY.
           MOVE 'Paris, FR' TO WS-REQ-LOCATION.
           MOVE 'EUR' TO WS-REQ-CURRENCY.
           PERFORM AUTHORIZE-TRANSACTION.

           DISPLAY SPACE.

       PROCESS-TRANSACTION-BATCH SECTION.
       PROC-BATCH.
           DISPLAY 'Processing transaction batch...'.
      *Default the posted amount to the raw request amount so LOG-
      *TRANSACTION has something correct to log even when the
      *transaction is declined before CONVERT-TRANSACTION-CURRENCY
      *ever runs (card not found/inactive) - CONVERT-
      *TRANSACTION-CURRENCY overwrites it with the real converted
      *amount whenever it does run.
           MOVE WS-REQ-AMOUNT TO WS-POSTING-AMOUNT.
      *to be on the master before we carry its traffic, and the
      *master's own name and category are what we log and settle
      *under, not whatever arrived on the request.
           MOVE 'N' TO WS-CTL-DECLINE-SW.
           PERFORM READ-MERCHANT-RECORD.
           IF WS-MERCHANT-FILE-STATUS NOT = '00'
               MOVE 'DECLINED' TO WS-RESP-STATUS
               MOVE 'MERCHANT NOT ON FILE' TO WS-RESP-DECLINE-REASON
               PERFORM TALLY-AUTHORIZATION-RESULT
               PERFORM LOG-TRANSACTION
               PERFORM DISPLAY-AUTHORIZATION-RESULT
               DISPLAY SPACE

           IF WS-CARD-FILE-STATUS = '00'
               PERFORM VALIDATE-CARD
      *The cardholder's own spending controls are applied ahead of
      *fraud scoring, so a purchase the cardholder has ruled out is
      *declined as such rather than scored. The limits are in USD,
      *so the amount is converted first.
               IF WS-RESP-STATUS = 'VALIDATED'
                   PERFORM CONVERT-TRANSACTION-CURRENCY
                   PERFORM CHECK-SPENDING-CONTROLS
               END-IF
               IF WS-RESP-STATUS = 'VALIDATED'
                   PERFORM CHECK-FRAUD-INDICATORS
                   IF WS-FRAUD-SCORE < 50
                       PERFORM CHECK-CREDIT-AVAILABILITY
                       IF WS-RESP-STATUS = 'APPROVED'
                           PERFORM CREATE-AUTHORIZATION-HOLD
                           PERFORM RECORD-CONTROLLED-SPEND
                       END-IF
                   ELSE
                       MOVE 'DECLINED' TO WS-RESP-STATUS
               MOVE 'CARD NOT FOUND' TO WS-RESP-DECLINE-REASON
           END-IF.

           PERFORM TALLY-AUTHORIZATION-RESULT.
           PERFORM LOG-TRANSACTION.
           PERFORM DISPLAY-AUTHORIZATION-RESULT.
           DISPLAY SPACE.
       AUTH-TRANS-EXIT.
           EXIT.

       CHECK-SPENDING-CONTROLS SECTION.
       CHECK-CONTROLS.
      *A card with no controls record has no controls. Each decline
      *carries its own reason code so the cardholder can be told
      *which of their rules stopped the purchase.
           MOVE 'N' TO WS-CTL-ON-FILE-SW.
           MOVE WS-REQ-CARD-NUMBER TO CTL-CARD-NUMBER.
           READ CARD-CONTROL-FILE KEY IS CTL-CARD-NUMBER
               INVALID KEY
                   GO TO CHECK-CONTROLS-EXIT
           END-READ.
           MOVE 'Y' TO WS-CTL-ON-FILE-SW.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CTL-TODAY.
           IF CTL-SPEND-DATE NOT = WS-CTL-TODAY
               MOVE WS-CTL-TODAY TO CTL-SPEND-DATE
               MOVE ZERO TO CTL-SPEND-TODAY
           END-IF.

           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
               UNTIL WS-CTL-IX > CTL-BLOCKED-COUNT
                  OR WS-CTL-DECLINED
               IF CTL-BLOCKED-CATEGORY(WS-CTL-IX) =
                  WS-REQ-MERCHANT-CATEGORY
                   MOVE 'SC01 BLOCKED MERCHANT CATEGORY'
                       TO WS-RESP-DECLINE-REASON
                   MOVE 'Y' TO WS-CTL-DECLINE-SW
               END-IF
           END-PERFORM.

           IF NOT WS-CTL-DECLINED AND CTL-DOMESTIC-USE-ONLY AND
              WS-REQ-CURRENCY NOT = 'USD'
               MOVE 'SC04 DOMESTIC USE ONLY' TO
                   WS-RESP-DECLINE-REASON
               MOVE 'Y' TO WS-CTL-DECLINE-SW
           END-IF.

           IF NOT WS-CTL-DECLINED AND CTL-PER-TRANS-MAX > ZERO AND
              WS-POSTING-AMOUNT > CTL-PER-TRANS-MAX
               MOVE 'SC02 OVER PER-PURCHASE LIMIT' TO
                   WS-RESP-DECLINE-REASON
               MOVE 'Y' TO WS-CTL-DECLINE-SW
           END-IF.

           COMPUTE WS-CTL-SPEND-AFTER =
               CTL-SPEND-TODAY + WS-POSTING-AMOUNT.
           IF NOT WS-CTL-DECLINED AND CTL-DAILY-CAP > ZERO AND
              WS-CTL-SPEND-AFTER > CTL-DAILY-CAP
               MOVE 'SC03 OVER DAILY SPEND LIMIT' TO
                   WS-RESP-DECLINE-REASON
               MOVE 'Y' TO WS-CTL-DECLINE-SW
           END-IF.

           IF WS-CTL-DECLINED
               MOVE 'DECLINED' TO WS-RESP-STATUS
               PERFORM WRITE-CONTROL-DECLINE-LINE
           END-IF.

       CHECK-CONTROLS-EXIT.
           EXIT.

       RECORD-CONTROLLED-SPEND SECTION.
       RECORD-SPEND.
      *The control record read for this authorization is still in
      *the buffer - add the approved amount to the day's spend.
           IF NOT WS-CTL-ON-FILE
               GO TO RECORD-SPEND-EXIT
           END-IF.
           ADD WS-POSTING-AMOUNT TO CTL-SPEND-TODAY.
           REWRITE CARD-CONTROL-RECORD
               INVALID KEY
                   DISPLAY '  Error updating card controls'
           END-REWRITE.

       RECORD-SPEND-EXIT.
           EXIT.

       WRITE-CONTROL-DECLINE-LINE SECTION.
       WRITE-CTL-DECLINE.
           MOVE WS-POSTING-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO CONTROL-DECLINE-LINE.
           STRING WS-REQ-CARD-NUMBER ' '
                  WS-REQ-MERCHANT-ID(1:15) ' '
                  WS-REQ-MERCHANT-CATEGORY ' '
                  WS-DISPLAY-AMOUNT ' '
                  WS-RESP-DECLINE-REASON(1:30)
                  DELIMITED BY SIZE INTO CONTROL-DECLINE-LINE.
           WRITE CONTROL-DECLINE-LINE.

       TALLY-AUTHORIZATION-RESULT SECTION.
       TALLY-AUTH.
           EVALUATE TRUE
               WHEN WS-RESP-STATUS = 'APPROVED'
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN WS-CTL-DECLINED
                   ADD 1 TO WS-DECL-CONTROL-COUNT
               WHEN WS-RESP-DECLINE-REASON = 'FRAUD DETECTED'
                   ADD 1 TO WS-DECL-FRAUD-COUNT
               WHEN WS-RESP-DECLINE-REASON = 'INSUFFICIENT CREDIT'
                   ADD 1 TO WS-DECL-CREDIT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DECL-OTHER-COUNT
           END-EVALUATE.

       READ-MERCHANT-RECORD SECTION.
       READ-MERCHANT.
           MOVE WS-REQ-MERCHANT-ID TO MERCH-ID.
       VALIDATE-CD.
      *A past-due card still authorizes - only inactive and
      *charged-off plastic is refused outright.
           IF CARD-STATUS = 'L'
               MOVE 'DECLINED' TO WS-RESP-STATUS
               MOVE 'CARD REPORTED LOST/STOLEN' TO
                   WS-RESP-DECLINE-REASON
               GO TO VALIDATE-CD-EXIT
           END-IF.

           IF CARD-STATUS NOT = 'A' AND CARD-STATUS NOT = 'P'
               MOVE 'DECLINED' TO WS-RESP-STATUS
               MOVE 'CARD INACTIVE' TO WS-RESP-DECLINE-REASON
               END-IF
           END-IF.

       VALIDATE-CD-EXIT.
           EXIT.

       CHECK-FRAUD-INDICATORS SECTION.
       CHECK-FRAUD.
           MOVE ZERO TO WS-FRAUD-SCORE.
           DISPLAY 'Processing Summary'.
           DISPLAY '========================================'.
           DISPLAY 'Total Transactions: ' WS-TRANS-COUNT.
           DISPLAY '  Approved                 : ' WS-APPROVED-COUNT.
           DISPLAY '  Declined - fraud         : ' WS-DECL-FRAUD-COUNT.
           DISPLAY '  Declined - credit        : '
               WS-DECL-CREDIT-COUNT.
           DISPLAY '  Declined - card/merchant : '
               WS-DECL-OTHER-COUNT.
           DISPLAY '  Declined - spending ctl  : '
               WS-DECL-CONTROL-COUNT.

       OPEN-DISPUTE-CASE SECTION.
       OPEN-DISPUTE.
                   ELSE
                       SUBTRACT WS-PAYMENT-AMOUNT
                           FROM CARD-CURRENT-BALANCE
                       PERFORM ACCRUE-CASH-DAILY-INTEREST
                       PERFORM ALLOCATE-PAYMENT-TO-SEGMENTS
      *Available credit is kept incrementally - recomputing it from
      *the limit and balance here would hand back credit that is
      *still reserved under pending authorization holds.
                   DISPLAY '  Error writing payment log entry'
           END-WRITE.

       ALLOCATE-PAYMENT-TO-SEGMENTS SECTION.
       ALLOCATE-PAYMENT.
      *The payment has already come off the card total - spread the
      *same amount over the segments, most expensive rate first, so
      *the cardholder's money retires the costliest balance.
           PERFORM SET-BT-EFFECTIVE-APR.
           MOVE 'PURCHASES' TO WS-PAY-SEG-NAME (1).
           MOVE CARD-PURCH-BALANCE TO WS-PAY-SEG-BAL (1).
           MOVE CARD-APR TO WS-PAY-SEG-APR (1).
           MOVE 'CASH ADVANCES' TO WS-PAY-SEG-NAME (2).
           MOVE CARD-CASH-BALANCE TO WS-PAY-SEG-BAL (2).
           MOVE CARD-CASH-APR TO WS-PAY-SEG-APR (2).
           MOVE 'BALANCE TRANSFERS' TO WS-PAY-SEG-NAME (3).
           MOVE CARD-BT-BALANCE TO WS-PAY-SEG-BAL (3).
           MOVE WS-BT-EFFECTIVE-APR TO WS-PAY-SEG-APR (3).

           MOVE WS-PAYMENT-AMOUNT TO WS-PAY-REMAINING.
           PERFORM ALLOCATE-ONE-PAYMENT-PASS
               VARYING WS-PAY-PASS FROM 1 BY 1
               UNTIL WS-PAY-PASS > 3
                  OR WS-PAY-REMAINING = ZERO.

           MOVE WS-PAY-SEG-BAL (1) TO CARD-PURCH-BALANCE.
           MOVE WS-PAY-SEG-BAL (2) TO CARD-CASH-BALANCE.
           MOVE WS-PAY-SEG-BAL (3) TO CARD-BT-BALANCE.

       ALLOCATE-ONE-PAYMENT-PASS SECTION.
       ALLOCATE-ONE-PASS.
           MOVE ZERO TO WS-PAY-BEST-IX.
           MOVE ZERO TO WS-PAY-BEST-APR.
           PERFORM VARYING WS-PAY-SEG-IX FROM 1 BY 1
                   UNTIL WS-PAY-SEG-IX > 3
               IF WS-PAY-SEG-BAL (WS-PAY-SEG-IX) > ZERO
                  AND (WS-PAY-BEST-IX = ZERO OR
                       WS-PAY-SEG-APR (WS-PAY-SEG-IX) >
                           WS-PAY-BEST-APR)
                   MOVE WS-PAY-SEG-IX TO WS-PAY-BEST-IX
                   MOVE WS-PAY-SEG-APR (WS-PAY-SEG-IX) TO
                       WS-PAY-BEST-APR
               END-IF
           END-PERFORM.

           IF WS-PAY-BEST-IX = ZERO
               MOVE ZERO TO WS-PAY-REMAINING
               GO TO ALLOCATE-ONE-PASS-EXIT
           END-IF.

           IF WS-PAY-REMAINING > WS-PAY-SEG-BAL (WS-PAY-BEST-IX)
               MOVE WS-PAY-SEG-BAL (WS-PAY-BEST-IX) TO WS-PAY-APPLIED
           ELSE
               MOVE WS-PAY-REMAINING TO WS-PAY-APPLIED
           END-IF.
           SUBTRACT WS-PAY-APPLIED FROM WS-PAY-SEG-BAL (WS-PAY-BEST-IX).
           SUBTRACT WS-PAY-APPLIED FROM WS-PAY-REMAINING.

           MOVE WS-PAY-APPLIED TO WS-DISPLAY-AMOUNT.
           DISPLAY '    Applied ' WS-DISPLAY-AMOUNT ' to '
               WS-PAY-SEG-NAME (WS-PAY-BEST-IX).

       ALLOCATE-ONE-PASS-EXIT.
           EXIT.

       SET-BT-EFFECTIVE-APR SECTION.
       SET-BT-APR.
      *The promotional transfer rate holds through its end date -
      *after that the transferred balance goes to the purchase APR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEG-TODAY.
           IF CARD-BT-PROMO-END-DATE NOT = ZERO AND
              WS-SEG-TODAY <= CARD-BT-PROMO-END-DATE
               MOVE CARD-BT-APR TO WS-BT-EFFECTIVE-APR
           ELSE
               MOVE CARD-APR TO WS-BT-EFFECTIVE-APR
           END-IF.

       ACCRUE-CASH-DAILY-INTEREST SECTION.
       ACCRUE-CASH-DAILY.
      *Cash advances carry no grace period - interest runs daily on
      *the cash segment and is held pending until cycle end. Brought
      *up to date before anything changes the cash balance.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEG-TODAY.
           IF CARD-CASH-BALANCE = ZERO OR CARD-CASH-INT-THRU = ZERO
               MOVE WS-SEG-TODAY TO CARD-CASH-INT-THRU
               GO TO ACCRUE-CASH-DAILY-EXIT
           END-IF.

           COMPUTE WS-CASH-INT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SEG-TODAY) -
               FUNCTION INTEGER-OF-DATE(CARD-CASH-INT-THRU).
           IF WS-CASH-INT-DAYS > ZERO
               COMPUTE WS-CASH-DAILY-INT ROUNDED =
                   CARD-CASH-BALANCE * CARD-CASH-APR / 36500
                   * WS-CASH-INT-DAYS
               ADD WS-CASH-DAILY-INT TO CARD-CASH-INT-PENDING
               MOVE WS-SEG-TODAY TO CARD-CASH-INT-THRU
           END-IF.

       ACCRUE-CASH-DAILY-EXIT.
           EXIT.

      *Posts a cash advance - cash is disbursed on the spot, so there
      *is no hold or clearing step; the advance and its fee go
      *straight to the cash segment and earn no rewards points.
       POST-CASH-ADVANCE SECTION.
       POST-CASH-ADV.
           MOVE WS-SEG-REQ-CARD-NUMBER TO CARD-NUMBER.
           READ CARD-FILE KEY IS CARD-NUMBER
               INVALID KEY
                   DISPLAY '  Cash advance rejected - card not found: '
                       WS-SEG-REQ-CARD-NUMBER
                   GO TO POST-CASH-ADV-EXIT
           END-READ.

      *Unlike purchases, a past-due card gets no further cash.
           IF CARD-STATUS NOT = 'A'
               DISPLAY '  Cash advance rejected - card not active: '
                   CARD-NUMBER
               GO TO POST-CASH-ADV-EXIT
           END-IF.

           COMPUTE WS-SEG-FEE ROUNDED =
               WS-SEG-REQ-AMOUNT * WS-CASH-FEE-PCT.
           IF WS-SEG-FEE < WS-CASH-FEE-MIN
               MOVE WS-CASH-FEE-MIN TO WS-SEG-FEE
           END-IF.
           COMPUTE WS-SEG-TOTAL-CHARGE = WS-SEG-REQ-AMOUNT + WS-SEG-FEE.

           IF WS-SEG-TOTAL-CHARGE > CARD-AVAILABLE-CREDIT
               DISPLAY '  Cash advance declined - insufficient credit '
                   'on card ' CARD-NUMBER
               GO TO POST-CASH-ADV-EXIT
           END-IF.

           PERFORM ACCRUE-CASH-DAILY-INTEREST.
           ADD WS-SEG-TOTAL-CHARGE TO CARD-CASH-BALANCE.
           ADD WS-SEG-TOTAL-CHARGE TO CARD-CURRENT-BALANCE.
           SUBTRACT WS-SEG-TOTAL-CHARGE FROM CARD-AVAILABLE-CREDIT.

      *No grace period - the day the cash is taken is itself a day
      *of interest.
           COMPUTE WS-CASH-DAILY-INT ROUNDED =
               WS-SEG-TOTAL-CHARGE * CARD-CASH-APR / 36500.
           ADD WS-CASH-DAILY-INT TO CARD-CASH-INT-PENDING.

           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY '  Error posting cash advance'
           END-REWRITE.

           MOVE 'CASH ADVANCE' TO WS-SEG-LOG-STATUS.
           MOVE WS-SEG-REQ-DESCRIPTION TO WS-SEG-LOG-NAME.
           MOVE WS-SEG-REQ-AMOUNT TO WS-SEG-LOG-AMOUNT.
           PERFORM LOG-SEGMENT-ENTRY.
           MOVE 'CASH ADVANCE FEE' TO WS-SEG-LOG-STATUS.
           MOVE 'CASH ADVANCE FEE' TO WS-SEG-LOG-NAME.
           MOVE WS-SEG-FEE TO WS-SEG-LOG-AMOUNT.
           PERFORM LOG-SEGMENT-ENTRY.

           MOVE WS-SEG-REQ-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE WS-SEG-FEE TO WS-DISPLAY-INTEREST.
           DISPLAY '  Cash advance of ' WS-DISPLAY-AMOUNT
               ' posted to card ' CARD-NUMBER
               ' fee ' WS-DISPLAY-INTEREST.

       POST-CASH-ADV-EXIT.
           EXIT.

      *Posts a balance transfer from another issuer into the balance
      *transfer segment, priced at the card's promotional rate until
      *the promo end date.
       POST-BALANCE-TRANSFER SECTION.
       POST-BAL-XFER.
           MOVE WS-SEG-REQ-CARD-NUMBER TO CARD-NUMBER.
           READ CARD-FILE KEY IS CARD-NUMBER
               INVALID KEY
                   DISPLAY '  Balance transfer rejected - card not '
                       'found: ' WS-SEG-REQ-CARD-NUMBER
                   GO TO POST-BAL-XFER-EXIT
           END-READ.

           IF CARD-STATUS NOT = 'A'
               DISPLAY '  Balance transfer rejected - card not '
                   'active: ' CARD-NUMBER
               GO TO POST-BAL-XFER-EXIT
           END-IF.

           COMPUTE WS-SEG-FEE ROUNDED =
               WS-SEG-REQ-AMOUNT * WS-BT-FEE-PCT.
           IF WS-SEG-FEE < WS-BT-FEE-MIN
               MOVE WS-BT-FEE-MIN TO WS-SEG-FEE
           END-IF.
           COMPUTE WS-SEG-TOTAL-CHARGE = WS-SEG-REQ-AMOUNT + WS-SEG-FEE.

           IF WS-SEG-TOTAL-CHARGE > CARD-AVAILABLE-CREDIT
               DISPLAY '  Balance transfer declined - insufficient '
                   'credit on card ' CARD-NUMBER
               GO TO POST-BAL-XFER-EXIT
           END-IF.

           ADD WS-SEG-TOTAL-CHARGE TO CARD-BT-BALANCE.
           ADD WS-SEG-TOTAL-CHARGE TO CARD-CURRENT-BALANCE.
           SUBTRACT WS-SEG-TOTAL-CHARGE FROM CARD-AVAILABLE-CREDIT.

           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY '  Error posting balance transfer'
           END-REWRITE.

           MOVE 'BALANCE TRANSFER' TO WS-SEG-LOG-STATUS.
           MOVE WS-SEG-REQ-DESCRIPTION TO WS-SEG-LOG-NAME.
           MOVE WS-SEG-REQ-AMOUNT TO WS-SEG-LOG-AMOUNT.
           PERFORM LOG-SEGMENT-ENTRY.
           MOVE 'BAL TRANSFER FEE' TO WS-SEG-LOG-STATUS.
           MOVE 'BALANCE TRANSFER FEE' TO WS-SEG-LOG-NAME.
           MOVE WS-SEG-FEE TO WS-SEG-LOG-AMOUNT.
           PERFORM LOG-SEGMENT-ENTRY.

           MOVE WS-SEG-REQ-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE WS-SEG-FEE TO WS-DISPLAY-INTEREST.
           DISPLAY '  Balance transfer of ' WS-DISPLAY-AMOUNT
               ' posted to card ' CARD-NUMBER
               ' fee ' WS-DISPLAY-INTEREST.

       POST-BAL-XFER-EXIT.
           EXIT.

       LOG-SEGMENT-ENTRY SECTION.
       LOG-SEGMENT.
      *No merchant id - cash and transfer entries are never picked
      *up by merchant settlement.
           ADD 1 TO WS-LOG-SEQ-COUNTER.
           MOVE WS-LOG-SEQ-COUNTER TO LOG-SEQ-NUMBER.
           MOVE CARD-NUMBER TO LOG-CARD-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO LOG-TRANS-DATE-TIME.
           MOVE WS-SEG-LOG-AMOUNT TO LOG-AMOUNT.
           MOVE WS-SEG-LOG-NAME TO LOG-MERCHANT-NAME.
           MOVE WS-SEG-LOG-STATUS TO LOG-STATUS.
           MOVE SPACES TO LOG-AUTH-CODE.
           MOVE SPACES TO LOG-DECLINE-REASON.
           MOVE SPACES TO LOG-MERCHANT-ID.

           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY '  Error writing segment log entry'
           END-WRITE.

      *A payment the bank it was drawn on sends back unpaid - the
      *balance it retired is owed again, the payment no longer
      *counts toward the minimum, and the returned-payment fee is
      *assessed at cycle end.
       RETURN-CARD-PAYMENT SECTION.
       RETURN-PAYMENT.
           MOVE WS-RETURN-CARD-NUMBER TO CARD-NUMBER.
           READ CARD-FILE KEY IS CARD-NUMBER
               INVALID KEY
                   DISPLAY '  Returned payment rejected - card not '
                       'found: ' WS-RETURN-CARD-NUMBER
                   GO TO RETURN-PAYMENT-EXIT
           END-READ.

      *The payment's segment split is not kept, so the reinstated
      *amount goes back on the purchase segment.
           ADD WS-RETURN-AMOUNT TO CARD-CURRENT-BALANCE.
           ADD WS-RETURN-AMOUNT TO CARD-PURCH-BALANCE.
           COMPUTE WS-FEE-NEW-AVAIL =
               CARD-AVAILABLE-CREDIT - WS-RETURN-AMOUNT.
           IF WS-FEE-NEW-AVAIL < ZERO
               MOVE ZERO TO WS-FEE-NEW-AVAIL
           END-IF.
           MOVE WS-FEE-NEW-AVAIL TO CARD-AVAILABLE-CREDIT.

           IF CARD-LAST-PAYMENT-AMT = WS-RETURN-AMOUNT
               MOVE ZERO TO CARD-LAST-PAYMENT-AMT
           END-IF.
           IF CARD-RETURNED-PMT-COUNT < 99
               ADD 1 TO CARD-RETURNED-PMT-COUNT
           END-IF.

           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY '  Error posting returned payment'
           END-REWRITE.

           MOVE 'PAYMENT RETURNED' TO WS-SEG-LOG-STATUS.
           MOVE 'RETURNED CARDHOLDER PAYMENT' TO WS-SEG-LOG-NAME.
           MOVE WS-RETURN-AMOUNT TO WS-SEG-LOG-AMOUNT.
           PERFORM LOG-SEGMENT-ENTRY.

           MOVE WS-RETURN-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Payment of ' WS-DISPLAY-AMOUNT
               ' returned unpaid on card ' CARD-NUMBER.

       RETURN-PAYMENT-EXIT.
           EXIT.

       SET-REWARDS-POINTS-RATE SECTION.
       SET-POINTS-RATE.
      *Points per posted dollar, by card product.
                   DISPLAY '  Error updating hold record'
           END-REWRITE.

           PERFORM READ-HOLD-CURRENT-CARD.
           IF WS-HOLD-CARD-FOUND NOT = 'Y'
               GO TO POST-CLEARED-EXIT
           END-IF.

           ADD HOLD-AMOUNT TO CARD-CURRENT-BALANCE.
           ADD HOLD-AMOUNT TO CARD-PURCH-BALANCE.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY '  Error posting cleared amount'
           MOVE HOLD-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Cleared ' WS-DISPLAY-AMOUNT ' on card '
               HOLD-CARD-NUMBER ' (' HOLD-MERCHANT-NAME ')'.
           IF CARD-NUMBER NOT = HOLD-CARD-NUMBER
               DISPLAY '    posted to replacement card ' CARD-NUMBER
           END-IF.

       POST-CLEARED-EXIT.
           EXIT.

       READ-HOLD-CURRENT-CARD SECTION.
       READ-HOLD-CARD.
      *A hold authorized before a lost/stolen report or reissue
      *belongs to the card that now carries the balance - follow
      *CARD-REISSUED-TO off the blocked plastic to its successor.
           MOVE 'N' TO WS-HOLD-CARD-FOUND.
           MOVE HOLD-CARD-NUMBER TO CARD-NUMBER.
           READ CARD-FILE KEY IS CARD-NUMBER
               INVALID KEY
                   DISPLAY '  Error: hold card not on file '
                       HOLD-CARD-NUMBER
                   GO TO READ-HOLD-CARD-EXIT
           END-READ.

           MOVE ZERO TO WS-HOLD-REISSUE-HOPS.
           PERFORM UNTIL CARD-REISSUED-TO = ZERO
                      OR WS-HOLD-REISSUE-HOPS > 9
               ADD 1 TO WS-HOLD-REISSUE-HOPS
               MOVE CARD-REISSUED-TO TO CARD-NUMBER
               READ CARD-FILE KEY IS CARD-NUMBER
                   INVALID KEY
                       DISPLAY '  Error: replacement card not on file '
                           CARD-NUMBER
                       GO TO READ-HOLD-CARD-EXIT
               END-READ
           END-PERFORM.

           MOVE 'Y' TO WS-HOLD-CARD-FOUND.

       READ-HOLD-CARD-EXIT.
           EXIT.

       LOG-CLEARED-ENTRY SECTION.
       LOG-CLEARED.
      *The posted APPROVED entry - what statements, settlement, and
                   DISPLAY '  Error expiring hold'
           END-REWRITE.

           PERFORM READ-HOLD-CURRENT-CARD.
           IF WS-HOLD-CARD-FOUND NOT = 'Y'
               GO TO CHECK-HOLD-EXPIRY-EXIT
           END-IF.

           ADD HOLD-AMOUNT TO CARD-AVAILABLE-CREDIT.

               END-READ
           END-PERFORM.

           MOVE WS-FEES-ASSESSED-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Cycle fees assessed: ' WS-FEES-ASSESSED-COUNT
               ' totaling ' WS-DISPLAY-AMOUNT
               ', waived at cap: ' WS-FEES-WAIVED-COUNT.

           DISPLAY SPACE.

       ACCRUE-INTEREST-AND-MIN-PAYMENT SECTION.
               END-IF
           END-IF.

      *Fees go on before interest and the new minimum, so both are
      *figured on the balance the fees leave behind. The late fee
      *reads the prior minimum and due date, so this comes ahead of
      *their reset.
           PERFORM ASSESS-CYCLE-FEES.

           MOVE ZERO TO CARD-INTEREST-ACCRUED.
           MOVE ZERO TO CARD-MIN-PAYMENT-DUE.
           MOVE ZERO TO CARD-PAYMENT-DUE-DATE.

      *Each segment accrues at its own rate and the interest stays
      *in that segment - purchases at CARD-APR, balance transfers at
      *the promo or go-to rate, and cash at whatever ran up daily
      *over the cycle. Cash interest can be owed even after the cash
      *itself was paid off, so it posts ahead of the balance check.
           PERFORM ACCRUE-CASH-DAILY-INTEREST.
           MOVE CARD-CASH-INT-PENDING TO WS-CASH-INTEREST.
           MOVE ZERO TO CARD-CASH-INT-PENDING.

           COMPUTE WS-CYCLE-PERIODIC-RATE ROUNDED = CARD-APR / 1200.
           COMPUTE WS-PURCH-INTEREST ROUNDED =
               CARD-PURCH-BALANCE * WS-CYCLE-PERIODIC-RATE.

           PERFORM SET-BT-EFFECTIVE-APR.
           COMPUTE WS-CYCLE-PERIODIC-RATE ROUNDED =
               WS-BT-EFFECTIVE-APR / 1200.
           COMPUTE WS-BT-INTEREST ROUNDED =
               CARD-BT-BALANCE * WS-CYCLE-PERIODIC-RATE.

           ADD WS-PURCH-INTEREST TO CARD-PURCH-BALANCE.
           ADD WS-CASH-INTEREST TO CARD-CASH-BALANCE.
           ADD WS-BT-INTEREST TO CARD-BT-BALANCE.
           COMPUTE CARD-INTEREST-ACCRUED =
               WS-PURCH-INTEREST + WS-CASH-INTEREST + WS-BT-INTEREST.
           ADD CARD-INTEREST-ACCRUED TO CARD-CURRENT-BALANCE.

           IF CARD-CURRENT-BALANCE > ZERO
      *Fees can carry the balance past the limit - floor available
      *credit at zero rather than let the unsigned field wrap.
               COMPUTE WS-FEE-NEW-AVAIL =
                   CARD-CREDIT-LIMIT - CARD-CURRENT-BALANCE
               IF WS-FEE-NEW-AVAIL < ZERO
                   MOVE ZERO TO WS-FEE-NEW-AVAIL
               END-IF
               MOVE WS-FEE-NEW-AVAIL TO CARD-AVAILABLE-CREDIT

               COMPUTE CARD-MIN-PAYMENT-DUE ROUNDED =
                   CARD-CURRENT-BALANCE * 0.02
                   WS-DISPLAY-AMOUNT
           END-IF.

       ASSESS-CYCLE-FEES SECTION.
       ASSESS-FEES.
      *Cycle-end fees from the card product's schedule - annual fee
      *in the anniversary month, late fee when last cycle's minimum
      *was not paid inside its window, over-limit fee for opted-in
      *cardholders, and one returned-payment fee per payment sent
      *back. Every fee is held to the schedule's per-cycle cap.
           MOVE ZERO TO WS-CARD-FEE-COUNT.

      *Replaced, lost/stolen, and charged-off accounts take no
      *further fees.
           IF CARD-STATUS = 'X' OR CARD-STATUS = 'C' OR
              CARD-STATUS = 'L'
               GO TO ASSESS-FEES-EXIT
           END-IF.

           SET WS-FEE-IDX TO 1.
           SEARCH WS-FEE-ENTRY
               AT END
                   SET WS-FEE-IDX TO 5
               WHEN WS-FEE-CARD-TYPE(WS-FEE-IDX) = CARD-TYPE
                   CONTINUE
           END-SEARCH.
           MOVE WS-FEE-CYCLE-CAP(WS-FEE-IDX) TO WS-FEE-CAP-ROOM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEE-TODAY.

           IF CARD-OPEN-DATE NOT = ZERO AND
              CARD-OPEN-DATE(5:2) = WS-CYCLE-START-DATE(5:2) AND
              CARD-OPEN-DATE(1:4) < WS-CYCLE-START-DATE(1:4) AND
              CARD-ANNUAL-FEE-YEAR < WS-CYCLE-START-DATE(1:4) AND
              WS-FEE-ANNUAL(WS-FEE-IDX) > ZERO
               MOVE 'ANNUAL FEE' TO WS-FEE-NAME
               MOVE WS-FEE-ANNUAL(WS-FEE-IDX) TO WS-FEE-AMOUNT
               PERFORM CHARGE-CYCLE-FEE
               MOVE WS-CYCLE-START-DATE(1:4) TO CARD-ANNUAL-FEE-YEAR
           END-IF.

      *On time means paid between the statement date and the due
      *date - a payment after the due date, or none by a due date
      *now past, is late.
           MOVE 'N' TO WS-FEE-LATE-SW.
           IF CARD-MIN-PAYMENT-DUE > ZERO AND
              CARD-PAYMENT-DUE-DATE NOT = ZERO
               COMPUTE WS-FEE-STMT-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(CARD-PAYMENT-DUE-DATE)
                       - WS-DELQ-GRACE-DAYS)
               IF CARD-LAST-PAYMENT-DATE > CARD-PAYMENT-DUE-DATE
                   MOVE 'Y' TO WS-FEE-LATE-SW
               END-IF
               IF CARD-PAYMENT-DUE-DATE < WS-FEE-TODAY AND
                  CARD-LAST-PAYMENT-DATE < WS-FEE-STMT-DATE
                   MOVE 'Y' TO WS-FEE-LATE-SW
               END-IF
           END-IF.
           IF WS-FEE-PAID-LATE
               MOVE 'LATE FEE' TO WS-FEE-NAME
               MOVE WS-FEE-LATE(WS-FEE-IDX) TO WS-FEE-AMOUNT
               PERFORM CHARGE-CYCLE-FEE
           END-IF.

           IF CARD-OVERLIMIT-OPTED-IN AND
              CARD-CURRENT-BALANCE > CARD-CREDIT-LIMIT AND
              WS-FEE-OVERLIMIT(WS-FEE-IDX) > ZERO
               MOVE 'OVERLIMIT FEE' TO WS-FEE-NAME
               MOVE WS-FEE-OVERLIMIT(WS-FEE-IDX) TO WS-FEE-AMOUNT
               PERFORM CHARGE-CYCLE-FEE
           END-IF.

           PERFORM CHARGE-RETURNED-PAYMENT-FEE
               VARYING WS-FEE-RETURNED-IX FROM 1 BY 1
               UNTIL WS-FEE-RETURNED-IX > CARD-RETURNED-PMT-COUNT.
           MOVE ZERO TO CARD-RETURNED-PMT-COUNT.

       ASSESS-FEES-EXIT.
           EXIT.

       CHARGE-RETURNED-PAYMENT-FEE SECTION.
       CHARGE-RETURNED-FEE.
           MOVE 'RETURNED PMT FEE' TO WS-FEE-NAME.
           MOVE WS-FEE-RETURNED(WS-FEE-IDX) TO WS-FEE-AMOUNT.
           PERFORM CHARGE-CYCLE-FEE.

       CHARGE-CYCLE-FEE SECTION.
       CHARGE-FEE.
      *Posts one fee to the purchase segment and logs it as its own
      *entry - trimmed to whatever room is left under the cycle cap,
      *and waived outright once the cap is used up.
           IF WS-FEE-AMOUNT > WS-FEE-CAP-ROOM
               MOVE WS-FEE-CAP-ROOM TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FEE-AMOUNT = ZERO
               ADD 1 TO WS-FEES-WAIVED-COUNT
               DISPLAY '  Card ' CARD-NUMBER ' ' WS-FEE-NAME
                   ' waived - cycle fee cap reached'
               GO TO CHARGE-FEE-EXIT
           END-IF.
           SUBTRACT WS-FEE-AMOUNT FROM WS-FEE-CAP-ROOM.

           ADD WS-FEE-AMOUNT TO CARD-PURCH-BALANCE.
           ADD WS-FEE-AMOUNT TO CARD-CURRENT-BALANCE.
           COMPUTE WS-FEE-NEW-AVAIL =
               CARD-AVAILABLE-CREDIT - WS-FEE-AMOUNT.
           IF WS-FEE-NEW-AVAIL < ZERO
               MOVE ZERO TO WS-FEE-NEW-AVAIL
           END-IF.
           MOVE WS-FEE-NEW-AVAIL TO CARD-AVAILABLE-CREDIT.

           MOVE WS-FEE-NAME TO WS-SEG-LOG-STATUS.
           MOVE WS-FEE-NAME TO WS-SEG-LOG-NAME.
           MOVE WS-FEE-AMOUNT TO WS-SEG-LOG-AMOUNT.
           PERFORM LOG-SEGMENT-ENTRY.

           IF WS-CARD-FEE-COUNT < 10
               ADD 1 TO WS-CARD-FEE-COUNT
               MOVE WS-FEE-NAME TO WS-CARD-FEE-NAME(WS-CARD-FEE-COUNT)
               MOVE WS-FEE-AMOUNT TO WS-CARD-FEE-AMT(WS-CARD-FEE-COUNT)
           END-IF.
           ADD 1 TO WS-FEES-ASSESSED-COUNT.
           ADD WS-FEE-AMOUNT TO WS-FEES-ASSESSED-TOTAL.

           MOVE WS-FEE-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Card ' CARD-NUMBER ' ' WS-FEE-NAME
               WS-DISPLAY-AMOUNT.

       CHARGE-FEE-EXIT.
           EXIT.

       GENERATE-ONE-CARD-STATEMENT SECTION.
       GEN-STATEMENT.
      *Pulls this cycle's log entries for the card via the same
      *balance to that card's own statement file.
           MOVE ZERO TO WS-CYCLE-PURCHASES.
           MOVE ZERO TO WS-CYCLE-PAYMENTS.
           MOVE ZERO TO WS-CYCLE-CASH-ADVANCES.
           MOVE ZERO TO WS-CYCLE-BAL-TRANSFERS.
           MOVE ZERO TO WS-CYCLE-FEES.
           MOVE ZERO TO WS-CYCLE-RETURNED-PMTS.
           MOVE CARD-NUMBER TO WS-CYCLE-CARD-NUMBER.

           MOVE 'N' TO WS-CYCLE-LOG-EOF.
                                   ADD LOG-AMOUNT
                                       TO WS-CYCLE-PAYMENTS
                               END-IF
                               IF LOG-STATUS = 'CASH ADVANCE'
                                   ADD LOG-AMOUNT
                                       TO WS-CYCLE-CASH-ADVANCES
                               END-IF
                               IF LOG-STATUS = 'BALANCE TRANSFER'
                                   ADD LOG-AMOUNT
                                       TO WS-CYCLE-BAL-TRANSFERS
                               END-IF
                               IF LOG-STATUS = 'CASH ADVANCE FEE' OR
                                  LOG-STATUS = 'BAL TRANSFER FEE' OR
                                  LOG-STATUS = 'ANNUAL FEE' OR
                                  LOG-STATUS = 'LATE FEE' OR
                                  LOG-STATUS = 'OVERLIMIT FEE' OR
                                  LOG-STATUS = 'RETURNED PMT FEE'
                                   ADD LOG-AMOUNT
                                       TO WS-CYCLE-FEES
                               END-IF
                               IF LOG-STATUS = 'PAYMENT RETURNED'
                                   ADD LOG-AMOUNT
                                       TO WS-CYCLE-RETURNED-PMTS
                               END-IF
                           END-IF
                       END-IF
               END-READ

           COMPUTE WS-CYCLE-OPENING-BAL =
               CARD-CURRENT-BALANCE - WS-CYCLE-PURCHASES
               - WS-CYCLE-CASH-ADVANCES - WS-CYCLE-BAL-TRANSFERS
               - WS-CYCLE-FEES - WS-CYCLE-RETURNED-PMTS
               - CARD-INTEREST-ACCRUED + WS-CYCLE-PAYMENTS.

           MOVE SPACES TO WS-STATEMENT-FILENAME.
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE WS-CYCLE-CASH-ADVANCES TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'Cash Advances   : ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE WS-CYCLE-BAL-TRANSFERS TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'Bal Transfers   : ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE WS-CYCLE-FEES TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'Fees Charged    : ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           PERFORM WRITE-STATEMENT-FEE-LINE
               VARYING WS-CARD-FEE-IX FROM 1 BY 1
               UNTIL WS-CARD-FEE-IX > WS-CARD-FEE-COUNT.

           MOVE WS-CYCLE-PAYMENTS TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'Payments        : ' WS-DISPLAY-AMOUNT
           END-STRING.
           WRITE STATEMENT-LINE.

           IF WS-CYCLE-RETURNED-PMTS > ZERO
               MOVE WS-CYCLE-RETURNED-PMTS TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING 'Pmts Returned   : ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.

           MOVE CARD-INTEREST-ACCRUED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'Interest Charged: ' WS-DISPLAY-AMOUNT
           END-STRING.
           WRITE STATEMENT-LINE.

           PERFORM WRITE-STATEMENT-SEGMENTS.

           MOVE CARD-MIN-PAYMENT-DUE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'Minimum Payment Due: ' WS-DISPLAY-AMOUNT
           WRITE STATEMENT-LINE.

           CLOSE STATEMENT-FILE.
           PERFORM WRITE-STATEMENT-MANIFEST.

      *This cycle's points activity has been reported - the next
      *statement starts a fresh activity figure.

           DISPLAY '  Statement written: ' WS-STATEMENT-FILENAME.

       WRITE-STATEMENT-MANIFEST SECTION.
       WRITE-STMT-MANIFEST.
           IF CARD-PAYMENT-DUE-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STMT-REQUIRED-BY
           ELSE
               COMPUTE WS-STMT-REQUIRED-BY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CARD-PAYMENT-DUE-DATE)
                   - WS-STMT-LEAD-DAYS)
           END-IF.

           OPEN EXTEND DOCUMENT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT DOCUMENT-MANIFEST-FILE
           END-IF.
           MOVE SPACES TO MANIFEST-LINE.
           STRING 'CS|' CARD-CUSTOMER-ID '|         |'
               WS-STMT-REQUIRED-BY '|' WS-STATEMENT-FILENAME
               DELIMITED BY SIZE INTO MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-LINE.
           CLOSE DOCUMENT-MANIFEST-FILE.

       WRITE-STATEMENT-FEE-LINE SECTION.
       WRITE-STMT-FEE.
      *Cycle-end fees itemized under the fees total.
           MOVE WS-CARD-FEE-AMT(WS-CARD-FEE-IX) TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '    ' WS-CARD-FEE-NAME(WS-CARD-FEE-IX)
               WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-SEGMENTS SECTION.
       WRITE-STMT-SEGMENTS.
      *Balance, rate, and this cycle's interest for each segment -
      *the three balances add up to the New Balance line above.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'Segment               Balance'
               '     APR       Interest'
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE CARD-PURCH-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE CARD-APR TO WS-DISPLAY-APR.
           MOVE WS-PURCH-INTEREST TO WS-DISPLAY-INTEREST.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  Purchases    ' WS-DISPLAY-AMOUNT
               ' ' WS-DISPLAY-APR '%' WS-DISPLAY-INTEREST
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE CARD-CASH-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE CARD-CASH-APR TO WS-DISPLAY-APR.
           MOVE WS-CASH-INTEREST TO WS-DISPLAY-INTEREST.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  Cash Advances' WS-DISPLAY-AMOUNT
               ' ' WS-DISPLAY-APR '%' WS-DISPLAY-INTEREST
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE CARD-BT-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE WS-BT-EFFECTIVE-APR TO WS-DISPLAY-APR.
           MOVE WS-BT-INTEREST TO WS-DISPLAY-INTEREST.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  Bal Transfers' WS-DISPLAY-AMOUNT
               ' ' WS-DISPLAY-APR '%' WS-DISPLAY-INTEREST
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           IF CARD-BT-PROMO-END-DATE NOT = ZERO AND
              WS-SEG-TODAY <= CARD-BT-PROMO-END-DATE
               MOVE SPACES TO STATEMENT-LINE
               STRING '    Promotional transfer rate ends '
                   CARD-BT-PROMO-END-DATE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.

       ROLL-OFF-TRANSACTION-LOG SECTION.
       ROLL-OFF-LOG.
      *Cycle-end roll-off - anything posted before the retention

           MOVE 'X' TO CARD-STATUS.
           MOVE ZERO TO CARD-CURRENT-BALANCE.
           MOVE ZERO TO CARD-PURCH-BALANCE.
           MOVE ZERO TO CARD-CASH-BALANCE.
           MOVE ZERO TO CARD-CASH-INT-PENDING.
           MOVE ZERO TO CARD-BT-BALANCE.
           MOVE ZERO TO CARD-AVAILABLE-CREDIT.
           MOVE ZERO TO CARD-MIN-PAYMENT-DUE.
           MOVE WS-REISSUE-NEW-NUMBER TO CARD-REISSUED-TO.
                  DELIMITED BY SIZE INTO EMBOSS-LINE.
           WRITE EMBOSS-LINE.

       REPORT-LOST-STOLEN-CARD SECTION.
       REPORT-LOST-STOLEN.
      *Cardholder reports the plastic lost or stolen - block it at
      *once, move the whole account position to an emergency
      *replacement number, and list everything that ran on the old
      *number after the report for the fraud-claim worksheet.
           DISPLAY '========================================'.
           DISPLAY 'Lost/Stolen Card Report'.
           DISPLAY '========================================'.

           MOVE WS-LS-CARD-NUMBER TO CARD-NUMBER.
           READ CARD-FILE KEY IS CARD-NUMBER
               INVALID KEY
                   DISPLAY '  Report rejected - card not found: '
                       WS-LS-CARD-NUMBER
                   GO TO REPORT-LOST-STOLEN-EXIT
           END-READ.

      *Only live plastic can be reported - replaced, charged-off,
      *and already-reported cards have nothing left to block.
           IF CARD-STATUS NOT = 'A' AND CARD-STATUS NOT = 'P'
               AND CARD-STATUS NOT = 'I'
               DISPLAY '  Report rejected - card ' CARD-NUMBER
                   ' status ' CARD-STATUS
               GO TO REPORT-LOST-STOLEN-EXIT
           END-IF.

           IF WS-LS-REPORT-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LS-REPORTED-AT
           END-IF.

      *Find the replacement number first - the probe reads through
      *the record area, so the card is restored from the save area.
           MOVE CARD-RECORD TO WS-SAVED-CARD-RECORD.
           MOVE WS-LS-CARD-NUMBER TO WS-REISSUE-NEW-NUMBER.
           MOVE 'N' TO WS-REISSUE-PROBE-OK.
           PERFORM PROBE-CARD-NUMBER
               UNTIL WS-REISSUE-PROBE-OK = 'Y'.
           MOVE WS-REISSUE-NEW-NUMBER TO WS-LS-NEW-NUMBER.
           MOVE WS-SAVED-CARD-RECORD TO CARD-RECORD.

      *The replacement carries balance, segments, limit, APRs,
      *rewards points, and delinquency standing - only the number
      *and security code change. A card never activated is issued
      *active, since the cardholder has now been in touch.
           MOVE WS-LS-NEW-NUMBER TO CARD-NUMBER.
           COMPUTE CARD-CVV = FUNCTION MOD(CARD-CVV * 7 + 311, 1000).
           IF CARD-STATUS = 'I'
               MOVE 'A' TO CARD-STATUS
           END-IF.
           MOVE ZERO TO CARD-REISSUED-TO.
           MOVE ZERO TO CARD-LS-REPORT-DATE.
           MOVE ZERO TO CARD-LS-REPORT-TIME.
           MOVE SPACES TO CARD-LS-REASON.
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY '  Error writing replacement card '
                       WS-LS-NEW-NUMBER
                   GO TO REPORT-LOST-STOLEN-EXIT
           END-WRITE.

           PERFORM WRITE-EMERGENCY-EMBOSS-ENTRY.

      *The reported card stays on file blocked, its position moved
      *off and pointing at the replacement.
           MOVE WS-LS-CARD-NUMBER TO CARD-NUMBER.
           READ CARD-FILE KEY IS CARD-NUMBER
               INVALID KEY
                   DISPLAY '  Error re-reading reported card'
                   GO TO REPORT-LOST-STOLEN-EXIT
           END-READ.

           MOVE 'L' TO CARD-STATUS.
           MOVE WS-LS-REPORT-DATE TO CARD-LS-REPORT-DATE.
           MOVE WS-LS-REPORT-TIME TO CARD-LS-REPORT-TIME.
           MOVE WS-LS-REASON TO CARD-LS-REASON.
           MOVE WS-LS-NEW-NUMBER TO CARD-REISSUED-TO.
           MOVE ZERO TO CARD-CURRENT-BALANCE.
           MOVE ZERO TO CARD-PURCH-BALANCE.
           MOVE ZERO TO CARD-CASH-BALANCE.
           MOVE ZERO TO CARD-CASH-INT-PENDING.
           MOVE ZERO TO CARD-BT-BALANCE.
           MOVE ZERO TO CARD-AVAILABLE-CREDIT.
           MOVE ZERO TO CARD-MIN-PAYMENT-DUE.
           MOVE ZERO TO CARD-REWARDS-POINTS.
           MOVE ZERO TO CARD-POINTS-CYCLE.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY '  Error blocking reported card'
           END-REWRITE.

           DISPLAY '  Card ' WS-LS-CARD-NUMBER ' blocked ('
               WS-LS-REASON ') reported ' WS-LS-REPORT-DATE
               ' ' WS-LS-REPORT-TIME.
           DISPLAY '  Replacement card ' WS-LS-NEW-NUMBER
               ' issued for rush embossing'.

           PERFORM WRITE-FRAUD-CLAIM-WORKSHEET.

       REPORT-LOST-STOLEN-EXIT.
           EXIT.

       WRITE-EMERGENCY-EMBOSS-ENTRY SECTION.
       WRITE-EMERG-EMBOSS.
           OPEN EXTEND EMERGENCY-EMBOSS-FILE.
           IF WS-EMERG-EMBOSS-STATUS NOT = '00'
               OPEN OUTPUT EMERGENCY-EMBOSS-FILE
           END-IF.
           MOVE SPACES TO EMERGENCY-EMBOSS-LINE.
           STRING 'EMBOSS|' CARD-NUMBER
                  '|' CARD-TYPE
                  '|EXP=' CARD-EXPIRY-DATE
                  '|CUST=' CARD-CUSTOMER-ID
                  '|RUSH|REPLACES=' WS-LS-CARD-NUMBER
                  DELIMITED BY SIZE INTO EMERGENCY-EMBOSS-LINE.
           WRITE EMERGENCY-EMBOSS-LINE.
           CLOSE EMERGENCY-EMBOSS-FILE.

       WRITE-FRAUD-CLAIM-WORKSHEET SECTION.
       WRITE-FRAUD-CLAIMS.
      *Every entry logged on the reported number at or after the
      *report time. Posted and pending activity is the chargeback
      *list; declines are listed for the investigator but carry
      *nothing to recover.
           OPEN EXTEND FRAUD-CLAIM-FILE.
           IF WS-FRAUD-CLAIM-STATUS NOT = '00'
               OPEN OUTPUT FRAUD-CLAIM-FILE
           END-IF.

           MOVE ZERO TO WS-LS-CLAIM-COUNT.
           MOVE ZERO TO WS-LS-CLAIM-TOTAL.
           MOVE WS-LS-REPORTED-AT TO WS-LS-REPORT-STAMP.

           MOVE SPACES TO FRAUD-CLAIM-LINE.
           STRING 'FRAUD CLAIM WORKSHEET - CARD ' WS-LS-CARD-NUMBER
                  ' ' WS-LS-REASON
                  ' REPORTED ' WS-LS-REPORT-DATE ' ' WS-LS-REPORT-TIME
                  DELIMITED BY SIZE INTO FRAUD-CLAIM-LINE.
           WRITE FRAUD-CLAIM-LINE.
           MOVE SPACES TO FRAUD-CLAIM-LINE.
           STRING '  REPLACEMENT CARD ' WS-LS-NEW-NUMBER
                  DELIMITED BY SIZE INTO FRAUD-CLAIM-LINE.
           WRITE FRAUD-CLAIM-LINE.

           MOVE 'N' TO WS-LS-LOG-EOF.
           MOVE WS-LS-CARD-NUMBER TO LOG-CARD-NUMBER.
           START TRANSACTION-LOG KEY IS NOT LESS THAN LOG-CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-LS-LOG-EOF
           END-START.

           PERFORM UNTIL WS-LS-LOG-EOF = 'Y'
               READ TRANSACTION-LOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LS-LOG-EOF
                   NOT AT END
                       IF LOG-CARD-NUMBER NOT = WS-LS-CARD-NUMBER
                           MOVE 'Y' TO WS-LS-LOG-EOF
                       ELSE
                           IF LOG-TRANS-DATE-TIME(1:14) >=
                                   WS-LS-REPORT-STAMP
                               PERFORM WRITE-FRAUD-CLAIM-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LS-CLAIM-COUNT = ZERO
               MOVE '  NO ACTIVITY AFTER REPORT TIME' TO
                   FRAUD-CLAIM-LINE
               WRITE FRAUD-CLAIM-LINE
           END-IF.

           MOVE WS-LS-CLAIM-TOTAL TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO FRAUD-CLAIM-LINE.
           STRING '  ENTRIES LISTED ' WS-LS-CLAIM-COUNT
                  '  AMOUNT TO CHARGE BACK ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO FRAUD-CLAIM-LINE.
           WRITE FRAUD-CLAIM-LINE.
           MOVE SPACES TO FRAUD-CLAIM-LINE.
           WRITE FRAUD-CLAIM-LINE.

           CLOSE FRAUD-CLAIM-FILE.

           DISPLAY '  Fraud-claim entries listed: ' WS-LS-CLAIM-COUNT
               ' chargeback amount: ' WS-DISPLAY-AMOUNT.
           DISPLAY SPACE.

       WRITE-FRAUD-CLAIM-ENTRY SECTION.
       WRITE-FRAUD-ENTRY.
           MOVE 'N' TO WS-LS-CHARGEABLE-SW.
           IF LOG-STATUS = 'APPROVED'
              OR LOG-STATUS = 'CASH ADVANCE'
              OR LOG-STATUS = 'BALANCE TRANSFER'
               MOVE 'Y' TO WS-LS-CHARGEABLE-SW
           END-IF.
      *A cleared hold is charged on its own APPROVED line and an
      *expired one never posted - only a hold still pending is
      *charged from its AUTH HOLD line.
           IF LOG-STATUS = 'AUTH HOLD'
               PERFORM CHECK-FRAUD-HOLD-PENDING
           END-IF.
           IF WS-LS-CHARGEABLE
               ADD LOG-AMOUNT TO WS-LS-CLAIM-TOTAL
           END-IF.
           ADD 1 TO WS-LS-CLAIM-COUNT.

           MOVE LOG-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO FRAUD-CLAIM-LINE.
           IF WS-LS-CHARGEABLE
               STRING '  ' LOG-SEQ-NUMBER
                      ' ' LOG-TRANS-DATE-TIME(1:14)
                      ' ' WS-DISPLAY-AMOUNT
                      ' ' LOG-MERCHANT-NAME(1:24)
                      ' ' LOG-STATUS(1:10)
                      ' CLAIM'
                      DELIMITED BY SIZE INTO FRAUD-CLAIM-LINE
           ELSE
               STRING '  ' LOG-SEQ-NUMBER
                      ' ' LOG-TRANS-DATE-TIME(1:14)
                      ' ' WS-DISPLAY-AMOUNT
                      ' ' LOG-MERCHANT-NAME(1:24)
                      ' ' LOG-STATUS(1:10)
                      ' INFO'
                      DELIMITED BY SIZE INTO FRAUD-CLAIM-LINE
           END-IF.
           WRITE FRAUD-CLAIM-LINE.

       CHECK-FRAUD-HOLD-PENDING SECTION.
       CHECK-FRAUD-HOLD.
      *Match the AUTH HOLD entry to its hold by card, auth code and
      *amount. A hold that cannot be found is charged, since nothing
      *shows it was released.
           MOVE 'Y' TO WS-LS-CHARGEABLE-SW.
           MOVE 'N' TO WS-LS-HOLD-EOF.
           MOVE LOG-CARD-NUMBER TO HOLD-CARD-NUMBER.
           START AUTH-HOLD-FILE
               KEY IS NOT LESS THAN HOLD-CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-LS-HOLD-EOF
           END-START.

           PERFORM UNTIL WS-LS-HOLD-EOF = 'Y'
               READ AUTH-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LS-HOLD-EOF
                   NOT AT END
                       IF HOLD-CARD-NUMBER NOT = LOG-CARD-NUMBER
                           MOVE 'Y' TO WS-LS-HOLD-EOF
                       ELSE
                           IF HOLD-AUTH-CODE = LOG-AUTH-CODE AND
                              HOLD-AMOUNT = LOG-AMOUNT
                               IF NOT HOLD-PENDING
                                   MOVE 'N' TO WS-LS-CHARGEABLE-SW
                               END-IF
                               MOVE 'Y' TO WS-LS-HOLD-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DELINQUENCY-PROCESS SECTION.
       DELQ-PROCESS.
      *Daily delinquency run - ages every card with an uncovered

       AGE-ONE-CARD SECTION.
       AGE-CARD.
           PERFORM DETERMINE-DELINQUENCY-BUCKET.
           IF WS-DELQ-BUCKET = 'CURRENT'
               GO TO AGE-CARD-EXIT
           END-IF.

      *Status follows the bucket - past-due at 30 days, charge-off
      *at 120. A charge-off never moves back on its own.
           IF WS-DELQ-DAYS-PAST-DUE >= 120
               MOVE 'C' TO CARD-STATUS
               REWRITE CARD-RECORD
           ELSE
               IF WS-DELQ-DAYS-PAST-DUE >= 30 AND CARD-STATUS = 'A'
                   MOVE 'P' TO CARD-STATUS
                   REWRITE CARD-RECORD
               END-IF
           END-IF.

           PERFORM WRITE-COLLECTIONS-ENTRY.

       AGE-CARD-EXIT.
           EXIT.

       DETERMINE-DELINQUENCY-BUCKET SECTION.
       DETERMINE-BUCKET.
      *Aging as of WS-DELQ-TODAY - CURRENT unless an uncovered
      *minimum is past its due date, otherwise the days past due
      *and the 30/60/90/120 bucket they fall in.
           MOVE 'CURRENT' TO WS-DELQ-BUCKET.
           MOVE ZERO TO WS-DELQ-DAYS-PAST-DUE.
           IF CARD-MIN-PAYMENT-DUE = ZERO OR
              CARD-PAYMENT-DUE-DATE = ZERO OR
              CARD-PAYMENT-DUE-DATE >= WS-DELQ-TODAY
               GO TO DETERMINE-BUCKET-EXIT
           END-IF.

      *A qualifying payment since the due date means the cycle-end
      *in the meantime.
           IF CARD-LAST-PAYMENT-DATE >= CARD-PAYMENT-DUE-DATE AND
              CARD-LAST-PAYMENT-AMT >= CARD-MIN-PAYMENT-DUE
               GO TO DETERMINE-BUCKET-EXIT
           END-IF.

           COMPUTE WS-DELQ-DAYS-PAST-DUE =
                   MOVE 'LATE' TO WS-DELQ-BUCKET
           END-EVALUATE.

       DETERMINE-BUCKET-EXIT.
           EXIT.

       WRITE-COLLECTIONS-ENTRY SECTION.
           WRITE COLLECTIONS-LINE.
           ADD 1 TO WS-DELQ-EXTRACT-COUNT.

       CREDIT-BUREAU-EXTRACT SECTION.
       BUREAU-EXTRACT.
      *Month-end reporting of every card account to the bureaus.
      *Runs after the delinquency pass so the aging it reports is
      *today's. An account missing data the bureaus require goes to
      *the exception list instead of the extract.
           DISPLAY '========================================'.
           DISPLAY 'Credit Bureau Reporting Extract'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DELQ-TODAY.
           MOVE WS-DELQ-TODAY TO WS-BUR-HDR-ACTIVITY-DATE.
           MOVE WS-DELQ-TODAY TO WS-BUR-HDR-CREATED-DATE.
           MOVE ZERO TO WS-BUR-TRL-BASE-COUNT.
           MOVE ZERO TO WS-BUR-TRL-OPEN-COUNT.
           MOVE ZERO TO WS-BUR-TRL-CLOSED-COUNT.
           MOVE ZERO TO WS-BUR-TRL-CHGOFF-COUNT.
           MOVE ZERO TO WS-BUR-TRL-LOST-COUNT.
           MOVE ZERO TO WS-BUR-TRL-DELQ-COUNT.
           MOVE ZERO TO WS-BUR-TRL-TOTAL-BALANCE.
           MOVE ZERO TO WS-BUR-TRL-TOTAL-PAST-DUE.
           MOVE ZERO TO WS-BUR-TRL-TOTAL-LIMIT.
           MOVE ZERO TO WS-BUR-TRL-EXCEPT-COUNT.

           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT BUREAU-EXCEPTION-FILE.

           MOVE WS-BUREAU-HEADER TO BUREAU-RECORD.
           WRITE BUREAU-RECORD.

           MOVE 'CREDIT BUREAU EXTRACT - UNREPORTED ACCOUNTS' TO
               BUREAU-EXCEPTION-LINE.
           WRITE BUREAU-EXCEPTION-LINE.
           MOVE SPACES TO BUREAU-EXCEPTION-LINE.
           STRING 'ACTIVITY DATE ' WS-DELQ-TODAY
               DELIMITED BY SIZE INTO BUREAU-EXCEPTION-LINE.
           WRITE BUREAU-EXCEPTION-LINE.
           MOVE SPACES TO BUREAU-EXCEPTION-LINE.
           WRITE BUREAU-EXCEPTION-LINE.

           MOVE 'N' TO WS-BUR-EOF.
           MOVE ZERO TO CARD-NUMBER.
           START CARD-FILE KEY IS NOT LESS THAN CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-BUR-EOF
           END-START.

           PERFORM UNTIL WS-BUR-EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BUR-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-CARD-TO-BUREAU
               END-READ
           END-PERFORM.

           MOVE WS-BUREAU-TRAILER TO BUREAU-RECORD.
           WRITE BUREAU-RECORD.

           IF WS-BUR-TRL-EXCEPT-COUNT = ZERO
               MOVE 'NO EXCEPTIONS' TO BUREAU-EXCEPTION-LINE
               WRITE BUREAU-EXCEPTION-LINE
           END-IF.

           CLOSE BUREAU-FILE.
           CLOSE BUREAU-EXCEPTION-FILE.

           DISPLAY '  Accounts reported: ' WS-BUR-TRL-BASE-COUNT.
           DISPLAY '  Accounts held back for missing data: '
               WS-BUR-TRL-EXCEPT-COUNT.
           DISPLAY SPACE.

       REPORT-ONE-CARD-TO-BUREAU SECTION.
       REPORT-ONE-CARD.
           PERFORM CHECK-BUREAU-REQUIRED-DATA.
           IF WS-BUR-DATA-MISSING
               ADD 1 TO WS-BUR-TRL-EXCEPT-COUNT
               GO TO REPORT-ONE-CARD-EXIT
           END-IF.

           PERFORM DETERMINE-DELINQUENCY-BUCKET.

           MOVE CARD-NUMBER TO WS-BUR-ACCOUNT-NUMBER.
           MOVE CARD-CUSTOMER-ID TO WS-BUR-CUSTOMER-ID.
           MOVE CARD-OPEN-DATE TO WS-BUR-DATE-OPENED.
           MOVE CARD-CREDIT-LIMIT TO WS-BUR-CREDIT-LIMIT.
           MOVE CARD-CURRENT-BALANCE TO WS-BUR-CURRENT-BALANCE.
           MOVE ZERO TO WS-BUR-AMOUNT-PAST-DUE.
           MOVE WS-DELQ-BUCKET TO WS-BUR-PAYMENT-STATUS.
           MOVE WS-DELQ-DAYS-PAST-DUE TO WS-BUR-DAYS-PAST-DUE.
           MOVE CARD-LAST-PAYMENT-DATE TO WS-BUR-LAST-PAY-DATE.
           MOVE CARD-LAST-PAYMENT-AMT TO WS-BUR-LAST-PAY-AMT.
           MOVE CARD-REISSUED-TO TO WS-BUR-REPLACED-BY.
           MOVE WS-DELQ-TODAY TO WS-BUR-INFO-DATE.

      *Account status - open accounts report their delinquency
      *level, a charge-off reports its whole balance as past due,
      *and a replaced or lost/stolen number reports as moved to
      *the successor carried in WS-BUR-REPLACED-BY.
           EVALUATE CARD-STATUS
               WHEN 'C'
                   MOVE '97' TO WS-BUR-ACCOUNT-STATUS
                   MOVE 'CHARGED OFF' TO WS-BUR-STATUS-DESC
                   MOVE CARD-CURRENT-BALANCE TO
                       WS-BUR-AMOUNT-PAST-DUE
                   ADD 1 TO WS-BUR-TRL-CHGOFF-COUNT
               WHEN 'X'
                   MOVE '13' TO WS-BUR-ACCOUNT-STATUS
                   MOVE 'CLOSED' TO WS-BUR-STATUS-DESC
                   ADD 1 TO WS-BUR-TRL-CLOSED-COUNT
               WHEN 'L'
                   MOVE '05' TO WS-BUR-ACCOUNT-STATUS
                   MOVE 'LOST/STOLEN' TO WS-BUR-STATUS-DESC
                   ADD 1 TO WS-BUR-TRL-LOST-COUNT
               WHEN OTHER
                   MOVE 'OPEN' TO WS-BUR-STATUS-DESC
                   ADD 1 TO WS-BUR-TRL-OPEN-COUNT
                   EVALUATE TRUE
                       WHEN WS-DELQ-DAYS-PAST-DUE >= 120
                           MOVE '82' TO WS-BUR-ACCOUNT-STATUS
                       WHEN WS-DELQ-DAYS-PAST-DUE >= 90
                           MOVE '80' TO WS-BUR-ACCOUNT-STATUS
                       WHEN WS-DELQ-DAYS-PAST-DUE >= 60
                           MOVE '78' TO WS-BUR-ACCOUNT-STATUS
                       WHEN WS-DELQ-DAYS-PAST-DUE >= 30
                           MOVE '71' TO WS-BUR-ACCOUNT-STATUS
                       WHEN OTHER
                           MOVE '11' TO WS-BUR-ACCOUNT-STATUS
                   END-EVALUATE
                   IF WS-DELQ-BUCKET NOT = 'CURRENT'
                       MOVE CARD-MIN-PAYMENT-DUE TO
                           WS-BUR-AMOUNT-PAST-DUE
                       ADD 1 TO WS-BUR-TRL-DELQ-COUNT
                   END-IF
           END-EVALUATE.

           MOVE WS-BUREAU-BASE TO BUREAU-RECORD.
           WRITE BUREAU-RECORD.

           ADD 1 TO WS-BUR-TRL-BASE-COUNT.
           ADD WS-BUR-CURRENT-BALANCE TO WS-BUR-TRL-TOTAL-BALANCE.
           ADD WS-BUR-AMOUNT-PAST-DUE TO WS-BUR-TRL-TOTAL-PAST-DUE.
           ADD WS-BUR-CREDIT-LIMIT TO WS-BUR-TRL-TOTAL-LIMIT.

       REPORT-ONE-CARD-EXIT.
           EXIT.

       CHECK-BUREAU-REQUIRED-DATA SECTION.
       CHECK-BUREAU-DATA.
      *Each missing item is listed on its own line, so one pass
      *through the list fixes the account.
           MOVE 'N' TO WS-BUR-MISSING-SW.

           IF CARD-CUSTOMER-ID = ZERO
               MOVE 'CUSTOMER ID' TO WS-BUR-MISSING-FIELD
               PERFORM WRITE-BUREAU-EXCEPTION
           END-IF.
           IF CARD-OPEN-DATE = ZERO
               MOVE 'DATE OPENED' TO WS-BUR-MISSING-FIELD
               PERFORM WRITE-BUREAU-EXCEPTION
           END-IF.
           IF CARD-TYPE = SPACES
               MOVE 'CARD PRODUCT TYPE' TO WS-BUR-MISSING-FIELD
               PERFORM WRITE-BUREAU-EXCEPTION
           END-IF.
      *A closed-out number legitimately carries no line.
           IF CARD-CREDIT-LIMIT = ZERO AND
              CARD-STATUS NOT = 'X' AND CARD-STATUS NOT = 'L'
               MOVE 'CREDIT LIMIT' TO WS-BUR-MISSING-FIELD
               PERFORM WRITE-BUREAU-EXCEPTION
           END-IF.
           IF (CARD-STATUS = 'X' OR CARD-STATUS = 'L') AND
              CARD-REISSUED-TO = ZERO
               MOVE 'SUCCESSOR ACCOUNT NUMBER' TO
                   WS-BUR-MISSING-FIELD
               PERFORM WRITE-BUREAU-EXCEPTION
           END-IF.

       WRITE-BUREAU-EXCEPTION SECTION.
       WRITE-BUREAU-EXC.
           MOVE 'Y' TO WS-BUR-MISSING-SW.
           MOVE SPACES TO BUREAU-EXCEPTION-LINE.
           STRING 'CARD ' CARD-NUMBER
                  ' STATUS ' CARD-STATUS
                  ' MISSING ' WS-BUR-MISSING-FIELD
                  DELIMITED BY SIZE INTO BUREAU-EXCEPTION-LINE.
           WRITE BUREAU-EXCEPTION-LINE.

       CREDIT-LINE-REVIEW SECTION.
       LINE-REVIEW.
      *Periodic credit line review - utilization, payment history
           CLOSE DISPUTE-CASE-FILE.
           CLOSE AUTH-HOLD-FILE.
           CLOSE ARCHIVE-LOG.
           CLOSE CARD-CONTROL-FILE.
           CLOSE CONTROL-DECLINE-REPORT.
           DISPLAY 'System shutdown complete.'.
