               RECORD KEY IS ACCT-CUSTOMER-ID
               FILE STATUS IS WS-ACCT-STATUS.

      *Card master and card transaction log, shared with
      *CreditCardProcessor - card payments taken here post to the
      *same records and log the same way a payment posted there does.
           SELECT CARD-FILE ASSIGN TO 'cards.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT CARD-TRANSACTION-LOG ASSIGN TO 'cc_trans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-SEQ-NUMBER
               ALTERNATE RECORD KEY IS LOG-CARD-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-TRANS-DATE-TIME
                   WITH DUPLICATES
               FILE STATUS IS WS-CARD-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-LOG.
           05  IDEM-RESP-MESSAGE    PIC X(100).
           05  IDEM-BALANCE         PIC 9(10)V99.
           05  IDEM-STORED-DATE     PIC 9(8).
           05  IDEM-CARD-DATA       PIC X(39).

      *Account master keyed by customer ID, so different customers
      *get their own real balance instead of a shared hardcoded one.
           05  ACCT-BALANCE         PIC 9(10)V99 COMP-3.
           05  ACCT-STATUS          PIC X.

       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-NUMBER             PIC 9(16).
           05  CARD-CUSTOMER-ID        PIC 9(10).
           05  CARD-TYPE               PIC X(15).
           05  CARD-CREDIT-LIMIT       PIC 9(7)V99 COMP-3.
           05  CARD-CURRENT-BALANCE    PIC 9(7)V99 COMP-3.
           05  CARD-AVAILABLE-CREDIT   PIC 9(7)V99 COMP-3.
           05  CARD-STATUS             PIC X.
           05  CARD-EXPIRY-DATE        PIC 9(6).
           05  CARD-CVV                PIC 9(3).
           05  CARD-LAST-TRANS-DATE    PIC 9(8).
           05  CARD-LAST-TRANS-TIME.
               10  CARD-LAST-TRANS-HH  PIC 9(2).
               10  CARD-LAST-TRANS-MM  PIC 9(2).
               10  CARD-LAST-TRANS-SS  PIC 9(2).
           05  CARD-APR                PIC 9(2)V9(4) COMP-3.
           05  CARD-INTEREST-ACCRUED   PIC 9(7)V99 COMP-3.
           05  CARD-MIN-PAYMENT-DUE    PIC 9(7)V99 COMP-3.
           05  CARD-PAYMENT-DUE-DATE   PIC 9(8).
           05  CARD-LAST-PAYMENT-DATE  PIC 9(8).
           05  CARD-LAST-PAYMENT-AMT   PIC 9(7)V99 COMP-3.
           05  CARD-UNPAID-MIN-COUNT   PIC 9(2).
           05  CARD-REISSUED-TO        PIC 9(16).
           05  CARD-REWARDS-POINTS     PIC 9(9).
           05  CARD-POINTS-CYCLE       PIC S9(7).
           05  CARD-PURCH-BALANCE      PIC 9(7)V99 COMP-3.
           05  CARD-CASH-BALANCE       PIC 9(7)V99 COMP-3.
           05  CARD-CASH-APR           PIC 9(2)V9(4) COMP-3.
           05  CARD-CASH-INT-THRU      PIC 9(8).
           05  CARD-CASH-INT-PENDING   PIC 9(7)V99 COMP-3.
           05  CARD-BT-BALANCE         PIC 9(7)V99 COMP-3.
           05  CARD-BT-APR             PIC 9(2)V9(4) COMP-3.
           05  CARD-BT-PROMO-END-DATE  PIC 9(8).
           05  CARD-OPEN-DATE          PIC 9(8).
           05  CARD-ANNUAL-FEE-YEAR    PIC 9(4).
           05  CARD-OVERLIMIT-OPTIN    PIC X.
           05  CARD-RETURNED-PMT-COUNT PIC 9(2).
           05  CARD-LS-REPORT-DATE     PIC 9(8).
           05  CARD-LS-REPORT-TIME     PIC 9(6).
           05  CARD-LS-REASON          PIC X(6).

       FD  CARD-TRANSACTION-LOG.
       01  CARD-LOG-RECORD.
           05  LOG-SEQ-NUMBER          PIC 9(10).
           05  LOG-CARD-NUMBER         PIC 9(16).
           05  LOG-TRANS-DATE-TIME     PIC X(26).
           05  LOG-AMOUNT              PIC 9(7)V99.
           05  LOG-MERCHANT-NAME       PIC X(40).
           05  LOG-STATUS              PIC X(20).
           05  LOG-AUTH-CODE           PIC X(6).
           05  LOG-DECLINE-REASON      PIC X(50).
           05  LOG-MERCHANT-ID         PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-INBOUND-STATUS       PIC XX.
           05  WS-RESP-MESSAGE     PIC X(100).
           05  WS-RESP-TIMESTAMP   PIC X(26).
           05  WS-BALANCE          PIC 9(10)V99.
      *Card details for the card endpoints - only the last four
      *digits of the card number ever go back to the client.
           05  WS-CARD-DATA.
               10  WS-CARD-LAST-FOUR   PIC X(4).
               10  WS-CARD-BALANCE     PIC 9(7)V99.
               10  WS-AVAILABLE-CREDIT PIC 9(7)V99.
               10  WS-MIN-PAYMENT-DUE  PIC 9(7)V99.
               10  WS-PAYMENT-DUE-DATE PIC 9(8).

      *Set only by PARSE-JSON-REQUEST's own failure branches and
      *cleared on its success path - WS-RESP-CODE carries over from
      *Idempotency handling - replayed request IDs answer from the
      *store, entries age out after the retention window.
       01  WS-IDEM-STATUS          PIC XX.
       01  WS-IDEM-SERVICE         PIC X VALUE 'N'.
       01  WS-REPLAY-DETECTED      PIC X.
       01  WS-EXECUTED             PIC X.
       01  WS-IDEM-RETENTION-DAYS  PIC 9(2) VALUE 2.
           05  WS-PURGE-KEY        OCCURS 100 TIMES PIC X(26).
       01  WS-PURGE-IDX            PIC 9(3).

      *Card endpoint work areas - the posting fields mirror
      *CreditCardProcessor's so the payment lands on the card the
      *same way.
       01  WS-CARD-FILE-STATUS     PIC XX.
       01  WS-CARD-LOG-STATUS      PIC XX.
       01  WS-CARD-SERVICE         PIC X VALUE 'N'.
       01  WS-CARD-FOUND           PIC X.
       01  WS-CARD-EOF             PIC X.
       01  WS-CARD-CUST-ID         PIC 9(10).
       01  WS-LOG-SEQ-COUNTER      PIC 9(10) VALUE ZERO.
       01  WS-PAYMENT-AMOUNT       PIC 9(7)V99.
       01  WS-DISPLAY-AMOUNT       PIC Z,ZZZ,ZZ9.99.
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
       01  WS-SEG-WORK.
           05  WS-SEG-TODAY            PIC 9(8).
           05  WS-CASH-INT-DAYS        PIC S9(5).
           05  WS-CASH-DAILY-INT       PIC 9(7)V99.
           05  WS-BT-EFFECTIVE-APR     PIC 9(2)V9(4).

      *API Statistics
       01  WS-STATS.
           05  WS-TOTAL-REQUESTS   PIC 9(8) VALUE ZERO.
           PERFORM INITIALIZE-GATEWAY.
           PERFORM PROCESS-API-REQUESTS
               VARYING WS-TOTAL-REQUESTS FROM 1 BY 1
               UNTIL WS-TOTAL-REQUESTS > 8.
           PERFORM DISPLAY-STATISTICS.
           PERFORM CLEANUP-GATEWAY.
           STOP RUN.
       INITIALIZE-GATEWAY SECTION.
       INIT-GATEWAY.
           DISPLAY '=== API Gateway Starting ==='.
      *The request log carries across runs - the retention job ages
      *it out, and audit inquiries read it back by date.
           OPEN EXTEND REQUEST-LOG.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT REQUEST-LOG
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening log file: ' WS-FILE-STATUS
               STOP RUN

           PERFORM INITIALIZE-ACCOUNT-MASTER.
           PERFORM INITIALIZE-IDEMPOTENCY-STORE.
           PERFORM INITIALIZE-CARD-FILES.
           PERFORM LOAD-API-KEY-TABLE.
           PERFORM SEED-INBOUND-REQUESTS.


      *The idempotency store persists across runs by definition -
      *that is the whole point. Entries older than the retention
      *window are aged out at startup. A store that will not open
      *cannot catch a retry, so money-moving requests answer 503
      *until it is back; inquiries still run.
       INITIALIZE-IDEMPOTENCY-STORE SECTION.
       INIT-IDEM-STORE.
           OPEN I-O IDEMPOTENCY-FILE.
               CLOSE IDEMPOTENCY-FILE
               OPEN I-O IDEMPOTENCY-FILE
           END-IF.
           IF WS-IDEM-STATUS NOT = '00'
               DISPLAY 'Idempotency store unavailable: '
                   WS-IDEM-STATUS
                   ' - posting requests will be refused'
               GO TO INIT-IDEM-STORE-EXIT
           END-IF.

           MOVE 'Y' TO WS-IDEM-SERVICE.
           PERFORM AGE-IDEMPOTENCY-ENTRIES.

       INIT-IDEM-STORE-EXIT.
           EXIT.

      *Cards are issued and maintained by CreditCardProcessor, so a
      *missing card master is not created here - the card endpoints
      *answer 503 until it exists. The card log is created on first
      *use exactly as CreditCardProcessor creates it.
       INITIALIZE-CARD-FILES SECTION.
       INIT-CARD-FILES.
           OPEN I-O CARD-FILE.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'Card master unavailable: ' WS-CARD-FILE-STATUS
               GO TO INIT-CARD-FILES-EXIT
           END-IF.

           OPEN I-O CARD-TRANSACTION-LOG.
           IF WS-CARD-LOG-STATUS = '35'
               OPEN OUTPUT CARD-TRANSACTION-LOG
               CLOSE CARD-TRANSACTION-LOG
               OPEN I-O CARD-TRANSACTION-LOG
           END-IF.
           IF WS-CARD-LOG-STATUS NOT = '00'
               DISPLAY 'Card log unavailable: ' WS-CARD-LOG-STATUS
               CLOSE CARD-FILE
               GO TO INIT-CARD-FILES-EXIT
           END-IF.

           MOVE 'Y' TO WS-CARD-SERVICE.

      *Resume the log sequence from the last entry on file - the
      *log is shared with CreditCardProcessor, and a reused
      *sequence number would silently drop the payment entry.
           MOVE ZERO TO WS-LOG-SEQ-COUNTER.
           MOVE 9999999999 TO LOG-SEQ-NUMBER.
           START CARD-TRANSACTION-LOG
               KEY IS NOT GREATER THAN LOG-SEQ-NUMBER
               INVALID KEY CONTINUE
           END-START.
           IF WS-CARD-LOG-STATUS = '00'
               READ CARD-TRANSACTION-LOG PREVIOUS RECORD
                   AT END CONTINUE
               END-READ
               IF WS-CARD-LOG-STATUS = '00'
                   MOVE LOG-SEQ-NUMBER TO WS-LOG-SEQ-COUNTER
               END-IF
           END-IF.

       INIT-CARD-FILES-EXIT.
           EXIT.

       AGE-IDEMPOTENCY-ENTRIES SECTION.
       AGE-IDEM.
      *Gather stale keys first, then delete - the scan position is
       SEED-REQUESTS.
           OPEN OUTPUT INBOUND-REQUEST-FILE.
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                   UNTIL WS-SEED-IDX > 8
               PERFORM BUILD-SAMPLE-REQUEST
               JSON GENERATE WS-JSON-REQUEST FROM WS-REQUEST-DATA
                   ON EXCEPTION
       PROCESS-REQUEST.
           MOVE 'N' TO WS-REPLAY-DETECTED.
           MOVE 'N' TO WS-EXECUTED.
           INITIALIZE WS-CARD-DATA.
           PERFORM PARSE-JSON-REQUEST.
           PERFORM VALIDATE-REQUEST.
           PERFORM AUTHENTICATE-AND-RATE-LIMIT.
       CHECK-REPLAY.
      *Only a parsed, valid, authenticated request is worth a
      *replay check - rejects aren't idempotency-tracked.
           IF WS-RESP-CODE NOT = 200 OR WS-IDEM-SERVICE NOT = 'Y'
               GO TO CHECK-REPLAY-EXIT
           END-IF.

                   MOVE IDEM-RESP-CODE TO WS-RESP-CODE
                   MOVE IDEM-RESP-MESSAGE TO WS-RESP-MESSAGE
                   MOVE IDEM-BALANCE TO WS-BALANCE
                   MOVE IDEM-CARD-DATA TO WS-CARD-DATA
                   MOVE 'REPLAYED' TO WS-STATUS
                   ADD 1 TO WS-REPLAY-COUNT
                   DISPLAY 'Replayed request ID ' WS-REQUEST-ID
       STORE-IDEM.
      *Persist the response actually sent, keyed by API key plus
      *request ID, so the retry after a timeout finds it.
           IF WS-EXECUTED NOT = 'Y' OR WS-IDEM-SERVICE NOT = 'Y'
               GO TO STORE-IDEM-EXIT
           END-IF.

      *A 5xx means nothing was posted - the retry must be allowed
      *to run for real once the service is back.
           IF WS-RESP-CODE >= 500
               GO TO STORE-IDEM-EXIT
           END-IF.

           MOVE WS-RESP-CODE TO IDEM-RESP-CODE.
           MOVE WS-RESP-MESSAGE TO IDEM-RESP-MESSAGE.
           MOVE WS-BALANCE TO IDEM-BALANCE.
           MOVE WS-CARD-DATA TO IDEM-CARD-DATA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IDEM-STORED-DATE.
           WRITE IDEMPOTENCY-RECORD
               INVALID KEY
       BUILD-SAMPLE-REQUEST SECTION.
       BUILD-REQUEST.
      *Build one seed request - not the live request path, only
      *used to populate the inbound JSON file at startup. The last
      *seed resends the card payment under the same request ID, the
      *way the mobile app retries after a timeout.
           MOVE WS-SEED-IDX TO WS-REQUEST-ID.
           COMPUTE WS-CUSTOMER-ID = 10000000 + WS-SEED-IDX.

           EVALUATE WS-SEED-IDX
               WHEN 4
                   MOVE 'UNREGISTERED-KEY' TO WS-API-KEY
               WHEN 6 THRU 8
                   MOVE 'CLIENT-BETA-KEY ' TO WS-API-KEY
                   MOVE 10000001 TO WS-CUSTOMER-ID
               WHEN OTHER
                   MOVE 'CLIENT-ALPHA-KEY' TO WS-API-KEY
           END-EVALUATE.
               WHEN 4
                   MOVE 'BALANCE_INQUIRY' TO WS-TRANSACTION-TYPE
                   MOVE ZERO TO WS-AMOUNT
               WHEN 6
                   MOVE 'CARD_INQUIRY' TO WS-TRANSACTION-TYPE
                   MOVE ZERO TO WS-AMOUNT
               WHEN 7 THRU 8
                   MOVE 7 TO WS-REQUEST-ID
                   MOVE 'CARD_PAYMENT' TO WS-TRANSACTION-TYPE
                   MOVE 200.00 TO WS-AMOUNT
               WHEN OTHER
                   MOVE 'PAYMENT' TO WS-TRANSACTION-TYPE
                   MOVE 750.50 TO WS-AMOUNT
               GO TO EXEC-EXIT
           END-IF.

           IF WS-IDEM-SERVICE NOT = 'Y' AND
              WS-TRANSACTION-TYPE NOT = 'BALANCE_INQUIRY' AND
              WS-TRANSACTION-TYPE NOT = 'CARD_INQUIRY'
               MOVE 503 TO WS-RESP-CODE
               MOVE 'Idempotency store unavailable - retry later'
                   TO WS-RESP-MESSAGE
               MOVE 'FAILED' TO WS-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO EXEC-EXIT
           END-IF.

           MOVE 'Y' TO WS-EXECUTED.

           EVALUATE WS-TRANSACTION-TYPE
                   PERFORM PROCESS-INQUIRY
               WHEN 'PAYMENT'
                   PERFORM PROCESS-PAYMENT
               WHEN 'CARD_INQUIRY'
                   PERFORM PROCESS-CARD-INQUIRY
               WHEN 'CARD_PAYMENT'
                   PERFORM PROCESS-CARD-PAYMENT
               WHEN OTHER
                   MOVE 400 TO WS-RESP-CODE
                   MOVE 'Unknown transaction type' TO WS-RESP-MESSAGE
               END-IF
           END-IF.

      *Find the customer's card through the card master's customer
      *key - the API customer ID is the same customer number the
      *card was issued under. A card replaced after loss or reissue
      *is skipped so the balance comes from the card now in use.
       FIND-CUSTOMER-CARD SECTION.
       FIND-CARD.
           MOVE 'N' TO WS-CARD-FOUND.
           IF WS-CARD-SERVICE NOT = 'Y'
               MOVE 503 TO WS-RESP-CODE
               MOVE 'Card service unavailable' TO WS-RESP-MESSAGE
               GO TO FIND-CARD-EXIT
           END-IF.

           MOVE 'N' TO WS-CARD-EOF.
           MOVE WS-CUSTOMER-ID TO WS-CARD-CUST-ID.
           MOVE WS-CARD-CUST-ID TO CARD-CUSTOMER-ID.
           START CARD-FILE KEY IS EQUAL TO CARD-CUSTOMER-ID
               INVALID KEY MOVE 'Y' TO WS-CARD-EOF
           END-START.
           PERFORM READ-NEXT-CUSTOMER-CARD
               UNTIL WS-CARD-EOF = 'Y' OR WS-CARD-FOUND = 'Y'.

           IF WS-CARD-FOUND = 'N'
               MOVE 404 TO WS-RESP-CODE
               MOVE 'No card on file for customer' TO WS-RESP-MESSAGE
           END-IF.

       FIND-CARD-EXIT.
           EXIT.

       READ-NEXT-CUSTOMER-CARD SECTION.
       READ-NEXT-CARD.
           READ CARD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CARD-EOF
                   GO TO READ-NEXT-CARD-EXIT
           END-READ.

           IF CARD-CUSTOMER-ID NOT = WS-CARD-CUST-ID
               MOVE 'Y' TO WS-CARD-EOF
               GO TO READ-NEXT-CARD-EXIT
           END-IF.

           IF CARD-STATUS NOT = 'X' AND CARD-STATUS NOT = 'L'
               MOVE 'Y' TO WS-CARD-FOUND
           END-IF.

       READ-NEXT-CARD-EXIT.
           EXIT.

       LOAD-CARD-RESPONSE SECTION.
       LOAD-CARD-RESP.
           MOVE CARD-NUMBER(13:4) TO WS-CARD-LAST-FOUR.
           MOVE CARD-CURRENT-BALANCE TO WS-CARD-BALANCE.
           MOVE CARD-AVAILABLE-CREDIT TO WS-AVAILABLE-CREDIT.
           MOVE CARD-MIN-PAYMENT-DUE TO WS-MIN-PAYMENT-DUE.
           MOVE CARD-PAYMENT-DUE-DATE TO WS-PAYMENT-DUE-DATE.

       PROCESS-CARD-INQUIRY SECTION.
       PROC-CARD-INQUIRY.
           PERFORM FIND-CUSTOMER-CARD.
           IF WS-RESP-CODE NOT = 200
               MOVE 'FAILED' TO WS-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM LOAD-CARD-RESPONSE
               MOVE 200 TO WS-RESP-CODE
               MOVE 'Card inquiry successful' TO WS-RESP-MESSAGE
               MOVE 'COMPLETED' TO WS-STATUS
               ADD 1 TO WS-SUCCESS-COUNT
           END-IF.

      *Card payment funded from the customer's account. Both sides
      *are checked before anything is written, the card is posted
      *first, and the account is only debited once the card has
      *taken the payment.
       PROCESS-CARD-PAYMENT SECTION.
       PROC-CARD-PAY.
           IF WS-AMOUNT = ZERO
               MOVE 400 TO WS-RESP-CODE
               MOVE 'Invalid payment amount' TO WS-RESP-MESSAGE
               GO TO PROC-CARD-PAY-FAILED
           END-IF.

           PERFORM FIND-CUSTOMER-CARD.
           IF WS-RESP-CODE NOT = 200
               GO TO PROC-CARD-PAY-FAILED
           END-IF.

      *The card balance is unsigned - an overpayment is refused,
      *as CreditCardProcessor refuses it.
           IF WS-AMOUNT > CARD-CURRENT-BALANCE
               MOVE 400 TO WS-RESP-CODE
               MOVE 'Payment exceeds card balance' TO WS-RESP-MESSAGE
               GO TO PROC-CARD-PAY-FAILED
           END-IF.

           PERFORM READ-ACCOUNT-RECORD.
           IF WS-RESP-CODE NOT = 200
               GO TO PROC-CARD-PAY-FAILED
           END-IF.

           IF WS-AMOUNT > ACCT-BALANCE
               MOVE 400 TO WS-RESP-CODE
               MOVE 'Insufficient funds' TO WS-RESP-MESSAGE
               GO TO PROC-CARD-PAY-FAILED
           END-IF.

           MOVE WS-AMOUNT TO WS-PAYMENT-AMOUNT.
           PERFORM POST-CARD-PAYMENT.
           IF WS-RESP-CODE NOT = 200
               GO TO PROC-CARD-PAY-FAILED
           END-IF.

           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-AMOUNT.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE ACCT-BALANCE TO WS-BALANCE.
           PERFORM LOAD-CARD-RESPONSE.
           MOVE 200 TO WS-RESP-CODE.
           MOVE 'Card payment posted' TO WS-RESP-MESSAGE.
           MOVE 'COMPLETED' TO WS-STATUS.
           ADD 1 TO WS-SUCCESS-COUNT.
           GO TO PROC-CARD-PAY-EXIT.

       PROC-CARD-PAY-FAILED.
           MOVE 'FAILED' TO WS-STATUS.
           ADD 1 TO WS-ERROR-COUNT.

       PROC-CARD-PAY-EXIT.
           EXIT.

      *Post the payment to the card record already read - the same
      *steps as CreditCardProcessor's POST-PAYMENT: cash interest
      *brought up to date, the payment spread over the segments
      *most expensive first, available credit restored, and a
      *minimum-or-better payment curing a past-due card.
       POST-CARD-PAYMENT SECTION.
       POST-PAYMENT.
           SUBTRACT WS-PAYMENT-AMOUNT FROM CARD-CURRENT-BALANCE.
           PERFORM ACCRUE-CASH-DAILY-INTEREST.
           PERFORM ALLOCATE-PAYMENT-TO-SEGMENTS.
           ADD WS-PAYMENT-AMOUNT TO CARD-AVAILABLE-CREDIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CARD-LAST-PAYMENT-DATE.
           MOVE WS-PAYMENT-AMOUNT TO CARD-LAST-PAYMENT-AMT.
           IF WS-PAYMENT-AMOUNT >= CARD-MIN-PAYMENT-DUE
               MOVE ZERO TO CARD-UNPAID-MIN-COUNT
               IF CARD-STATUS = 'P'
                   MOVE 'A' TO CARD-STATUS
               END-IF
           END-IF.

           REWRITE CARD-RECORD
               INVALID KEY
                   MOVE 500 TO WS-RESP-CODE
                   MOVE 'Card payment could not be posted'
                       TO WS-RESP-MESSAGE
                   GO TO POST-PAYMENT-EXIT
           END-REWRITE.

           PERFORM LOG-PAYMENT-ENTRY.
           MOVE WS-PAYMENT-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Payment of ' WS-DISPLAY-AMOUNT
               ' posted to card ending ' CARD-NUMBER(13:4).

       POST-PAYMENT-EXIT.
           EXIT.

       LOG-PAYMENT-ENTRY SECTION.
       LOG-PAYMENT.
           ADD 1 TO WS-LOG-SEQ-COUNTER.
           MOVE WS-LOG-SEQ-COUNTER TO LOG-SEQ-NUMBER.
           MOVE CARD-NUMBER TO LOG-CARD-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO LOG-TRANS-DATE-TIME.
           MOVE WS-PAYMENT-AMOUNT TO LOG-AMOUNT.
           MOVE 'CARDHOLDER PAYMENT' TO LOG-MERCHANT-NAME.
           MOVE 'PAYMENT' TO LOG-STATUS.
           MOVE SPACES TO LOG-AUTH-CODE.
           MOVE SPACES TO LOG-DECLINE-REASON.
           MOVE SPACES TO LOG-MERCHANT-ID.

           WRITE CARD-LOG-RECORD
               INVALID KEY
                   DISPLAY '  Error writing payment log entry'
           END-WRITE.

       ALLOCATE-PAYMENT-TO-SEGMENTS SECTION.
       ALLOCATE-PAYMENT.
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

       ALLOCATE-ONE-PASS-EXIT.
           EXIT.

       SET-BT-EFFECTIVE-APR SECTION.
       SET-BT-APR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEG-TODAY.
           IF CARD-BT-PROMO-END-DATE NOT = ZERO AND
              WS-SEG-TODAY <= CARD-BT-PROMO-END-DATE
               MOVE CARD-BT-APR TO WS-BT-EFFECTIVE-APR
           ELSE
               MOVE CARD-APR TO WS-BT-EFFECTIVE-APR
           END-IF.

       ACCRUE-CASH-DAILY-INTEREST SECTION.
       ACCRUE-CASH-DAILY.
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

       GENERATE-JSON-RESPONSE SECTION.
       GEN-RESPONSE.
           MOVE FUNCTION CURRENT-DATE TO WS-RESP-TIMESTAMP.
           DISPLAY 'Response Message: ' WS-RESP-MESSAGE.
           IF WS-RESP-CODE = 200
               DISPLAY 'Balance: ' WS-BALANCE
               IF WS-CARD-LAST-FOUR NOT = SPACES
                   DISPLAY 'Card ending ' WS-CARD-LAST-FOUR
                       ' balance: ' WS-CARD-BALANCE
                       ' available: ' WS-AVAILABLE-CREDIT
                   DISPLAY 'Minimum due: ' WS-MIN-PAYMENT-DUE
                       ' by ' WS-PAYMENT-DUE-DATE
               END-IF
           END-IF.

       LOG-API-CALL SECTION.
       LOG-CALL.
           MOVE SPACES TO LOG-RECORD.
           STRING
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               ' REQ=' WS-REQUEST-ID DELIMITED BY SIZE
               ' KEY=' WS-API-KEY DELIMITED BY SIZE
               ' CUST=' WS-CUSTOMER-ID DELIMITED BY SIZE
               ' TYPE=' WS-TRANSACTION-TYPE DELIMITED BY SIZE
               ' AMT=' WS-AMOUNT DELIMITED BY SIZE
           CLOSE INBOUND-REQUEST-FILE.
           CLOSE OUTBOUND-RESPONSE-FILE.
           CLOSE ACCOUNT-MASTER.
           IF WS-IDEM-SERVICE = 'Y'
               CLOSE IDEMPOTENCY-FILE
           END-IF.
           IF WS-CARD-SERVICE = 'Y'
               CLOSE CARD-FILE
               CLOSE CARD-TRANSACTION-LOG
           END-IF.
           DISPLAY 'Gateway shutdown complete.'.
