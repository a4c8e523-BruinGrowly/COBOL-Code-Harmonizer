               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTLOG-STATUS.

      *Relationship inquiry - the other masters a customer's
      *business sits on, opened read-only for the 360 view.
           SELECT CARD-FILE ASSIGN TO "cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CARD-STATUS.

           SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "master_accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-DEPOSIT-STATUS.

           SELECT POLICY-MASTER ASSIGN TO "policymas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NUMBER
               ALTERNATE RECORD KEY IS PM-CUSTOMER-ID
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "portfolio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-ACCOUNT-ID
               FILE STATUS IS WS-PORTFOLIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  CF-CUSTOMER-STATE       PIC XX.
           05  CF-CUSTOMER-ZIP         PIC X(10).
           05  CF-CUSTOMER-PHONE       PIC X(14).
      *A new customer stays pending until the sanctions watch-list
      *check comes back clear. A closed customer stays on file with
      *status "C" so its history still resolves.
           05  CF-CUSTOMER-STATUS      PIC X.
               88  CF-ACTIVE           VALUE "A".
               88  CF-PENDING-SCREENING VALUE "P".
               88  CF-CLOSED           VALUE "C".

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
       FD  ACTIVITY-LOG-FILE.
       01  ACTIVITY-LOG-RECORD         PIC X(80).

      *Same layout CreditCardProcessor maintains.
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
           05  CARD-INTEREST-ACCRUED   PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-MIN-PAYMENT-DUE    PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-PAYMENT-DUE-DATE   PIC 9(8) VALUE ZERO.
           05  CARD-LAST-PAYMENT-DATE  PIC 9(8) VALUE ZERO.
           05  CARD-LAST-PAYMENT-AMT   PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-UNPAID-MIN-COUNT   PIC 9(2) VALUE ZERO.
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

       FD  DEPOSIT-ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

      *Same layout PolicyAdministration maintains.
       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
           05  PM-POLICY-NUMBER        PIC X(15).
           05  PM-CUSTOMER-ID          PIC 9(10).
           05  PM-CUSTOMER-NAME        PIC X(50).
           05  PM-POLICY-TYPE          PIC X(20).
           05  PM-COVERAGE-AMOUNT      PIC 9(10)V99 COMP-3.
           05  PM-PREMIUM-ANNUAL       PIC 9(7)V99 COMP-3.
           05  PM-PREMIUM-FREQUENCY    PIC X(10).
           05  PM-ISSUE-DATE           PIC 9(8).
           05  PM-EFFECTIVE-DATE       PIC 9(8).
           05  PM-EXPIRATION-DATE      PIC 9(8).
           05  PM-STATUS               PIC X(10).
           05  PM-RENEWAL-DATE         PIC 9(8).
           05  PM-LAPSE-DATE           PIC 9(8).
           05  PM-PAID-TO-DATE         PIC 9(8).
           05  PM-PREMIUM-PAID-YTD     PIC 9(7)V99 COMP-3.
           05  PM-CLAIM-COUNT-YTD      PIC 9(4).
           05  PM-AGENT-ID             PIC X(10).
           05  PM-ENDORSEMENT-COUNT    PIC 9(3).
           05  PM-LAST-ENDORSE-DATE    PIC 9(8).
      *Non-renewal workflow - underwriting marks the policy with a
      *reason code, the notice date proves the state-mandated lead
      *time was honored before the policy moves to NONRENEWED.
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

      *Same layout PortfolioManager maintains.
       FD  PORTFOLIO-FILE.
       01  PORTFOLIO-RECORD.
           05  PORT-ACCOUNT-ID         PIC 9(12).
           05  PORT-CUSTOMER-ID        PIC 9(10).
           05  PORT-ACCOUNT-TYPE       PIC X(20).
           05  PORT-TOTAL-VALUE        PIC 9(12)V99 COMP-3.
           05  PORT-CASH-BALANCE       PIC 9(10)V99 COMP-3.
           05  PORT-LAST-UPDATED       PIC X(26).
           05  PORT-RISK-PROFILE       PIC X(15).
           05  PORT-MANAGED-FLAG       PIC X.
           05  PORT-YTD-INCOME         PIC 9(10)V99 COMP-3 VALUE ZERO.
      *Per-portfolio target allocation with its tolerance band -
      *what the stock/bond/cash split is SUPPOSED to be.
           05  PORT-TGT-EQUITY-PCT     PIC 9(3) VALUE ZERO.
           05  PORT-TGT-FIXED-PCT      PIC 9(3) VALUE ZERO.
           05  PORT-TGT-CASH-PCT       PIC 9(3) VALUE ZERO.
           05  PORT-TGT-ALT-PCT        PIC 9(3) VALUE ZERO.
           05  PORT-TGT-TOLERANCE      PIC 9(2) VALUE ZERO.
      *Dates the account was opened and closed (zero while open),
      *and the last quarter (YYYYQ) its advisory fee was billed.
           05  PORT-OPEN-DATE          PIC 9(8) VALUE ZERO.
           05  PORT-CLOSE-DATE         PIC 9(8) VALUE ZERO.
           05  PORT-LAST-FEE-QTR       PIC 9(5) VALUE ZERO.
      *Owner's date of birth (zero when not held) and the required
      *minimum distribution for PORT-RMD-YEAR - the December 31
      *value it was figured on, the amount required, and the
      *distributions taken against it so far.
           05  PORT-OWNER-BIRTH-DATE   PIC 9(8) VALUE ZERO.
           05  PORT-RMD-YEAR           PIC 9(4) VALUE ZERO.
           05  PORT-RMD-YE-VALUE       PIC 9(12)V99 COMP-3 VALUE ZERO.
           05  PORT-RMD-REQUIRED       PIC 9(10)V99 COMP-3 VALUE ZERO.
           05  PORT-RMD-TAKEN          PIC 9(10)V99 COMP-3 VALUE ZERO.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
       01  WS-UPDATE-ID                PIC 9(8).
       01  WS-CURRENT-OPERATOR         PIC X(8).
       01  WS-CURRENT-ROLE             PIC X(10).
       01  WS-LOG-ACTION               PIC X(10).
       01  WS-LOG-CUST-ID              PIC 9(10).

      *Customer input data
       01  WS-CUSTOMER-INPUT.
       01  WS-UPPER-NAME               PIC X(40).
       01  WS-UPPER-CITY               PIC X(30).

      *Customer relationship (360) inquiry - one line per card,
      *deposit account, policy and portfolio the customer holds,
      *paged ten lines to a screen, with the relationship totals
      *at the end. IDs on the other masters run to ten digits.
       01  WS-CARD-STATUS              PIC XX.
       01  WS-DEPOSIT-STATUS           PIC XX.
       01  WS-POLICY-STATUS            PIC XX.
       01  WS-PORTFOLIO-STATUS         PIC XX.
       01  WS-REL-CUST-ID              PIC 9(10).
       01  WS-REL-NAME                 PIC X(40).
       01  WS-REL-EOF                  PIC X.
       01  WS-REL-TABLE.
           05  WS-REL-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-REL-LINE             PIC X(70) OCCURS 100 TIMES.
       01  WS-REL-MAX                  PIC 9(3) VALUE 100.
       01  WS-REL-DETAIL.
           05  WS-RD-KIND              PIC X(8).
           05  WS-RD-ID                PIC X(17).
           05  WS-RD-DESC              PIC X(16).
           05  WS-RD-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(10).
       01  WS-REL-PAGE.
           05  WS-REL-PAGE-LINE        PIC X(70) OCCURS 10 TIMES.
       01  WS-REL-IX                   PIC 9(3).
       01  WS-REL-PAGE-IX              PIC 9(2).
       01  WS-REL-PAGE-START           PIC 9(3).
       01  WS-REL-PAGE-NO              PIC 9(3).
       01  WS-REL-PAGE-COUNT           PIC 9(3).
       01  WS-REL-TOTALS.
           05  WS-REL-DEPOSITS         PIC S9(11)V99.
           05  WS-REL-INVESTMENTS      PIC S9(11)V99.
           05  WS-REL-CARD-OWED        PIC S9(11)V99.
           05  WS-REL-TOTAL            PIC S9(11)V99.

      *Sanctions watch-list check on add and on name change
           COPY "SANCTIONS-CHECK.cpy".
       01  WS-RESCREEN-NEEDED          PIC X VALUE "N".

      *Screen colors (Micro Focus extensions)
       01  WS-COLOR-CODES.
           05  COLOR-NORMAL            PIC 9 VALUE 7.
           05  LINE 8 COLUMN 25 VALUE "3. Update Customer".
           05  LINE 9 COLUMN 25 VALUE "4. Delete Customer".
           05  LINE 10 COLUMN 25 VALUE "5. List All Customers".
           05  LINE 11 COLUMN 25 VALUE "6. Customer Relationship".
           05  LINE 12 COLUMN 25 VALUE "7. Exit".
           05  LINE 13 COLUMN 25 VALUE "Enter choice (1-7): ".
           05  LINE 13 COLUMN 45 PIC 9 TO WS-MENU-CHOICE
               FOREGROUND-COLOR COLOR-HIGHLIGHT
               BACKGROUND-COLOR 1
           05  LINE 16 COLUMN 48 PIC X TO WS-LIST-CHOICE
               UPPER.

      *Relationship inquiry - customer ID prompt
       01  RELATIONSHIP-ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE
               "═══ CUSTOMER RELATIONSHIP ═══"
               FOREGROUND-COLOR COLOR-HIGHLIGHT.
           05  LINE 5 COLUMN 10 VALUE "Enter Customer ID:".
           05  LINE 5 COLUMN 30 PIC 9(10) TO WS-REL-CUST-ID
               REQUIRED
               FOREGROUND-COLOR COLOR-HIGHLIGHT.
           05  LINE 7 COLUMN 10 VALUE
               "Press ENTER to inquire, ESC to cancel".

      *Relationship inquiry - one page of holdings
       01  RELATIONSHIP-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE
               "═══ CUSTOMER RELATIONSHIP ═══"
               FOREGROUND-COLOR COLOR-HIGHLIGHT.
           05  LINE 4 COLUMN 5 VALUE "Customer:".
           05  LINE 4 COLUMN 15 PIC 9(10) FROM WS-REL-CUST-ID.
           05  LINE 4 COLUMN 27 PIC X(40) FROM WS-REL-NAME.
           05  LINE 5 COLUMN 5 VALUE "Page".
           05  LINE 5 COLUMN 10 PIC ZZ9 FROM WS-REL-PAGE-NO.
           05  LINE 5 COLUMN 14 VALUE "of".
           05  LINE 5 COLUMN 17 PIC ZZ9 FROM WS-REL-PAGE-COUNT.
           05  LINE 6 COLUMN 5 VALUE
               "TYPE    ID               DESCRIPTION     ".
           05  LINE 6 COLUMN 46 VALUE
               "  BALANCE/VALUE  STATUS".
           05  LINE 7 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(1).
           05  LINE 8 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(2).
           05  LINE 9 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(3).
           05  LINE 10 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(4).
           05  LINE 11 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(5).
           05  LINE 12 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(6).
           05  LINE 13 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(7).
           05  LINE 14 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(8).
           05  LINE 15 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(9).
           05  LINE 16 COLUMN 5 PIC X(70) FROM WS-REL-PAGE-LINE(10).
           05  LINE 18 COLUMN 5 VALUE
               "ENTER for next page, Q to quit: ".
           05  LINE 18 COLUMN 38 PIC X TO WS-LIST-CHOICE
               UPPER.

      *Status message screen
       01  STATUS-MESSAGE-SCREEN.
           05  LINE 20 COLUMN 10 PIC X(60) FROM WS-DISP-MESSAGE.
           PERFORM INITIALIZE-SYSTEM.
           PERFORM OPERATOR-SIGNON.
           IF WS-SIGNON-OK = "Y" THEN
               PERFORM MENU-LOOP UNTIL WS-MENU-CHOICE = 7
           END-IF.
           PERFORM CLEANUP-SYSTEM.
           STOP RUN.
           ACCEPT MAIN-MENU-SCREEN.

      *Role gating - destructive options are supervisor-only, an
      *inquiry operator gets search, list and the relationship view
      *and nothing else.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   IF WS-CURRENT-ROLE = "INQUIRY" THEN
               WHEN 5
                   PERFORM LIST-CUSTOMERS-PROCESS
               WHEN 6
                   PERFORM RELATIONSHIP-INQUIRY-PROCESS
               WHEN 7
                   MOVE "SIGNOFF" TO WS-LOG-ACTION
                   MOVE ZERO TO WS-LOG-CUST-ID
                   PERFORM WRITE-ACTIVITY-LOG
               WHEN OTHER
                   MOVE "Invalid selection. Try again." TO
                       WS-DISP-MESSAGE
           MOVE WS-INPUT-STATE TO CF-CUSTOMER-STATE.
           MOVE WS-INPUT-ZIP TO CF-CUSTOMER-ZIP.
           MOVE WS-INPUT-PHONE TO CF-CUSTOMER-PHONE.
           PERFORM SCREEN-CUSTOMER-NAME.

           WRITE CUSTOMER-FILE-RECORD
               INVALID KEY
                   MOVE "Save failed - duplicate customer ID" TO
                       WS-DISP-MESSAGE
               NOT INVALID KEY
                   IF CF-ACTIVE THEN
                       MOVE "Customer added successfully!" TO
                           WS-DISP-MESSAGE
                   ELSE
                       MOVE "Customer added - held for sanctions review"
                           TO WS-DISP-MESSAGE
                   END-IF
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE "ADD" TO WS-LOG-ACTION
                   MOVE CF-CUSTOMER-ID TO WS-LOG-CUST-ID
                   MOVE CF-CUSTOMER-STATE TO WS-INPUT-STATE
                   MOVE CF-CUSTOMER-ZIP TO WS-INPUT-ZIP
                   MOVE CF-CUSTOMER-PHONE TO WS-INPUT-PHONE
      *A closed customer can still be looked up by ID, but is not
      *"found" for update or close.
                   IF CF-CLOSED THEN
                       MOVE "Customer is closed" TO WS-DISP-MESSAGE
                   ELSE
                       MOVE "Customer found" TO WS-DISP-MESSAGE
                   END-IF
           END-READ.

       DISPLAY-SEARCH-RESULTS SECTION.

       REWRITE-CUSTOMER-RECORD SECTION.
       REWRITE-CUST.
      *A held customer is re-checked on every update, so one
      *compliance has cleared goes active here; an active one is
      *re-checked only when the name itself changes.
           IF CF-PENDING-SCREENING OR
              WS-INPUT-NAME NOT = CF-CUSTOMER-NAME THEN
               MOVE "Y" TO WS-RESCREEN-NEEDED
           ELSE
               MOVE "N" TO WS-RESCREEN-NEEDED
           END-IF.

           MOVE WS-INPUT-ID TO CF-CUSTOMER-ID.
           MOVE WS-INPUT-NAME TO CF-CUSTOMER-NAME.
           MOVE WS-INPUT-ADDRESS TO CF-CUSTOMER-ADDRESS.
           MOVE WS-INPUT-STATE TO CF-CUSTOMER-STATE.
           MOVE WS-INPUT-ZIP TO CF-CUSTOMER-ZIP.
           MOVE WS-INPUT-PHONE TO CF-CUSTOMER-PHONE.
           IF WS-RESCREEN-NEEDED = "Y" THEN
               PERFORM SCREEN-CUSTOMER-NAME
           END-IF.

           REWRITE CUSTOMER-FILE-RECORD
               INVALID KEY
                   MOVE "Update failed" TO WS-DISP-MESSAGE
               NOT INVALID KEY
                   IF CF-ACTIVE THEN
                       MOVE "Customer updated successfully!" TO
                           WS-DISP-MESSAGE
                   ELSE
                       MOVE "Customer updated - held for sanctions"
                           TO WS-DISP-MESSAGE
                   END-IF
                   MOVE "UPDATE" TO WS-LOG-ACTION
                   MOVE CF-CUSTOMER-ID TO WS-LOG-CUST-ID
                   PERFORM WRITE-ACTIVITY-LOG
           END-REWRITE.

       SCREEN-CUSTOMER-NAME SECTION.
       SCREEN-CUST-NAME.
      *Anything short of a clean check - a possible hit, a confirmed
      *one, or no watch list to check against - leaves the customer
      *pending.
           MOVE "SCRN" TO SC-SOURCE.
           MOVE CF-CUSTOMER-ID TO SC-CUST-ID.
           MOVE CF-CUSTOMER-NAME TO SC-CUST-NAME.
           MOVE CF-CUSTOMER-CITY TO SC-CUST-CITY.
           MOVE CF-CUSTOMER-STATE TO SC-CUST-STATE.
           CALL "SanctionsNameCheck" USING SANCTIONS-CHECK-AREA.

           IF SC-CLEAR THEN
               MOVE "A" TO CF-CUSTOMER-STATUS
           ELSE
               MOVE "P" TO CF-CUSTOMER-STATUS
               MOVE "SANCTHOLD" TO WS-LOG-ACTION
               MOVE CF-CUSTOMER-ID TO WS-LOG-CUST-ID
               PERFORM WRITE-ACTIVITY-LOG
           END-IF.

       DELETE-CUSTOMER-PROCESS SECTION.
       DELETE-CUST.
           MOVE ZERO TO WS-INPUT-ID.
                   MOVE "N" TO WS-DELETE-CONFIRM
                   DISPLAY DELETE-CONFIRM-SCREEN
                   ACCEPT DELETE-CONFIRM-SCREEN
      *Delete closes the customer rather than removing the record,
      *the same as the web DELETE, so the ID is never reissued.
                   IF WS-DELETE-CONFIRM = "Y" THEN
                       MOVE WS-INPUT-ID TO CF-CUSTOMER-ID
                       MOVE "C" TO CF-CUSTOMER-STATUS
                       REWRITE CUSTOMER-FILE-RECORD
                           INVALID KEY
                               MOVE "Close failed" TO WS-DISP-MESSAGE
                           NOT INVALID KEY
                               MOVE
                                 "Customer closed successfully!" TO
                                   WS-DISP-MESSAGE
                               SUBTRACT 1 FROM WS-RECORD-COUNT
                               MOVE "CLOSE" TO WS-LOG-ACTION
                               MOVE WS-INPUT-ID TO WS-LOG-CUST-ID
                               PERFORM WRITE-ACTIVITY-LOG
                       END-REWRITE
                   ELSE
                       MOVE "Delete cancelled" TO WS-DISP-MESSAGE
                   END-IF

       READ-NEXT-CUSTOMER SECTION.
       READ-NEXT-CUST.
      *Closed customers are left out of the list and the name/city
      *search.
           MOVE "C" TO CF-CUSTOMER-STATUS.
           PERFORM UNTIL WS-LIST-EOF = "Y" OR NOT CF-CLOSED
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LIST-EOF
               END-READ
           END-PERFORM.

       SHOW-CUSTOMER-LIST-PAGE SECTION.
       SHOW-LIST-PAGE.
               PERFORM READ-NEXT-CUSTOMER
           END-IF.

       RELATIONSHIP-INQUIRY-PROCESS SECTION.
       REL-INQUIRY.
           MOVE ZERO TO WS-REL-CUST-ID.
           DISPLAY RELATIONSHIP-ENTRY-SCREEN.
           ACCEPT RELATIONSHIP-ENTRY-SCREEN.

           IF WS-REL-CUST-ID = ZERO THEN
               MOVE "Invalid Customer ID" TO WS-DISP-MESSAGE
               PERFORM SHOW-STATUS-MESSAGE
               GO TO REL-INQUIRY-EXIT
           END-IF.

           MOVE "REL360" TO WS-LOG-ACTION.
           MOVE WS-REL-CUST-ID TO WS-LOG-CUST-ID.
           PERFORM WRITE-ACTIVITY-LOG.

      *Name from this program's own master when the ID fits it -
      *the holdings are shown either way.
           MOVE "(not on customer file)" TO WS-REL-NAME.
           IF WS-REL-CUST-ID < 100000000 THEN
               MOVE WS-REL-CUST-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CF-CUSTOMER-NAME TO WS-REL-NAME
               END-READ
           END-IF.

           MOVE ZERO TO WS-REL-COUNT.
           MOVE ZERO TO WS-REL-DEPOSITS.
           MOVE ZERO TO WS-REL-INVESTMENTS.
           MOVE ZERO TO WS-REL-CARD-OWED.

           PERFORM GATHER-RELATIONSHIP-CARDS.
           PERFORM GATHER-RELATIONSHIP-DEPOSITS.
           PERFORM GATHER-RELATIONSHIP-POLICIES.
           PERFORM GATHER-RELATIONSHIP-PORTFOLIOS.
           PERFORM ADD-RELATIONSHIP-TOTALS.

           COMPUTE WS-REL-PAGE-COUNT = (WS-REL-COUNT + 9) / 10.
           MOVE ZERO TO WS-REL-PAGE-NO.
           MOVE SPACES TO WS-LIST-CHOICE.
           PERFORM SHOW-RELATIONSHIP-PAGE
               UNTIL WS-REL-PAGE-NO >= WS-REL-PAGE-COUNT
                  OR WS-LIST-CHOICE = "Q".

       REL-INQUIRY-EXIT.
           EXIT.

       GATHER-RELATIONSHIP-CARDS SECTION.
       GATHER-CARDS.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = "00" THEN
               MOVE "CARD FILE UNAVAILABLE" TO WS-REL-DETAIL
               PERFORM ADD-RELATIONSHIP-LINE
               GO TO GATHER-CARDS-EXIT
           END-IF.

           MOVE "N" TO WS-REL-EOF.
           MOVE WS-REL-CUST-ID TO CARD-CUSTOMER-ID.
           START CARD-FILE KEY IS EQUAL TO CARD-CUSTOMER-ID
               INVALID KEY MOVE "Y" TO WS-REL-EOF
           END-START.
           PERFORM ADD-NEXT-RELATIONSHIP-CARD
               UNTIL WS-REL-EOF = "Y".
           CLOSE CARD-FILE.

       GATHER-CARDS-EXIT.
           EXIT.

       ADD-NEXT-RELATIONSHIP-CARD SECTION.
       ADD-NEXT-CARD.
           READ CARD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REL-EOF
                   GO TO ADD-NEXT-CARD-EXIT
           END-READ.

           IF CARD-CUSTOMER-ID NOT = WS-REL-CUST-ID THEN
               MOVE "Y" TO WS-REL-EOF
               GO TO ADD-NEXT-CARD-EXIT
           END-IF.

      *Only the last four digits of the card number go on screen.
           MOVE SPACES TO WS-REL-DETAIL.
           MOVE "CARD" TO WS-RD-KIND.
           STRING "************" CARD-NUMBER(13:4)
               DELIMITED BY SIZE INTO WS-RD-ID
           END-STRING.
           MOVE CARD-TYPE TO WS-RD-DESC.
           MOVE CARD-CURRENT-BALANCE TO WS-RD-AMOUNT.
           MOVE CARD-STATUS TO WS-RD-STATUS.
           PERFORM ADD-RELATIONSHIP-LINE.
           ADD CARD-CURRENT-BALANCE TO WS-REL-CARD-OWED.

       ADD-NEXT-CARD-EXIT.
           EXIT.

       GATHER-RELATIONSHIP-DEPOSITS SECTION.
       GATHER-DEPOSITS.
           OPEN INPUT DEPOSIT-ACCOUNT-FILE.
           IF WS-DEPOSIT-STATUS NOT = "00" THEN
               MOVE "DEPOSIT FILE UNAVAILABLE" TO WS-REL-DETAIL
               PERFORM ADD-RELATIONSHIP-LINE
               GO TO GATHER-DEPOSITS-EXIT
           END-IF.

           MOVE "N" TO WS-REL-EOF.
           MOVE ZERO TO ACCT-NUMBER.
           START DEPOSIT-ACCOUNT-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY MOVE "Y" TO WS-REL-EOF
           END-START.
           PERFORM ADD-NEXT-RELATIONSHIP-DEPOSIT
               UNTIL WS-REL-EOF = "Y".
           CLOSE DEPOSIT-ACCOUNT-FILE.

       GATHER-DEPOSITS-EXIT.
           EXIT.

       ADD-NEXT-RELATIONSHIP-DEPOSIT SECTION.
       ADD-NEXT-DEPOSIT.
           READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REL-EOF
                   GO TO ADD-NEXT-DEPOSIT-EXIT
           END-READ.

           IF ACCT-CUSTOMER-ID NOT = WS-REL-CUST-ID THEN
               GO TO ADD-NEXT-DEPOSIT-EXIT
           END-IF.

           MOVE SPACES TO WS-REL-DETAIL.
           MOVE "DEPOSIT" TO WS-RD-KIND.
           MOVE ACCT-NUMBER TO WS-RD-ID.
           MOVE ACCT-TYPE TO WS-RD-DESC.
           MOVE ACCT-BALANCE TO WS-RD-AMOUNT.
           MOVE ACCT-STATUS TO WS-RD-STATUS.
           PERFORM ADD-RELATIONSHIP-LINE.
           ADD ACCT-BALANCE TO WS-REL-DEPOSITS.

       ADD-NEXT-DEPOSIT-EXIT.
           EXIT.

       GATHER-RELATIONSHIP-POLICIES SECTION.
       GATHER-POLICIES.
           OPEN INPUT POLICY-MASTER.
           IF WS-POLICY-STATUS NOT = "00" THEN
               MOVE "POLICY FILE UNAVAILABLE" TO WS-REL-DETAIL
               PERFORM ADD-RELATIONSHIP-LINE
               GO TO GATHER-POLICIES-EXIT
           END-IF.

           MOVE "N" TO WS-REL-EOF.
           MOVE WS-REL-CUST-ID TO PM-CUSTOMER-ID.
           START POLICY-MASTER KEY IS EQUAL TO PM-CUSTOMER-ID
               INVALID KEY MOVE "Y" TO WS-REL-EOF
           END-START.
           PERFORM ADD-NEXT-RELATIONSHIP-POLICY
               UNTIL WS-REL-EOF = "Y".
           CLOSE POLICY-MASTER.

       GATHER-POLICIES-EXIT.
           EXIT.

       ADD-NEXT-RELATIONSHIP-POLICY SECTION.
       ADD-NEXT-POLICY.
           READ POLICY-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REL-EOF
                   GO TO ADD-NEXT-POLICY-EXIT
           END-READ.

           IF PM-CUSTOMER-ID NOT = WS-REL-CUST-ID THEN
               MOVE "Y" TO WS-REL-EOF
               GO TO ADD-NEXT-POLICY-EXIT
           END-IF.

      *A policy's value is its coverage - shown, but not a balance
      *the customer holds, so it stays out of the total.
           MOVE SPACES TO WS-REL-DETAIL.
           MOVE "POLICY" TO WS-RD-KIND.
           MOVE PM-POLICY-NUMBER TO WS-RD-ID.
           MOVE PM-POLICY-TYPE TO WS-RD-DESC.
           MOVE PM-COVERAGE-AMOUNT TO WS-RD-AMOUNT.
           MOVE PM-STATUS TO WS-RD-STATUS.
           PERFORM ADD-RELATIONSHIP-LINE.

       ADD-NEXT-POLICY-EXIT.
           EXIT.

       GATHER-RELATIONSHIP-PORTFOLIOS SECTION.
       GATHER-PORTFOLIOS.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00" THEN
               MOVE "PORTFOLIO FILE UNAVAILABLE" TO WS-REL-DETAIL
               PERFORM ADD-RELATIONSHIP-LINE
               GO TO GATHER-PORTFOLIOS-EXIT
           END-IF.

           MOVE "N" TO WS-REL-EOF.
           MOVE ZERO TO PORT-ACCOUNT-ID.
           START PORTFOLIO-FILE
               KEY IS NOT LESS THAN PORT-ACCOUNT-ID
               INVALID KEY MOVE "Y" TO WS-REL-EOF
           END-START.
           PERFORM ADD-NEXT-RELATIONSHIP-PORTFOLIO
               UNTIL WS-REL-EOF = "Y".
           CLOSE PORTFOLIO-FILE.

       GATHER-PORTFOLIOS-EXIT.
           EXIT.

       ADD-NEXT-RELATIONSHIP-PORTFOLIO SECTION.
       ADD-NEXT-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REL-EOF
                   GO TO ADD-NEXT-PORTFOLIO-EXIT
           END-READ.

           IF PORT-CUSTOMER-ID NOT = WS-REL-CUST-ID THEN
               GO TO ADD-NEXT-PORTFOLIO-EXIT
           END-IF.

           MOVE SPACES TO WS-REL-DETAIL.
           MOVE "INVEST" TO WS-RD-KIND.
           MOVE PORT-ACCOUNT-ID TO WS-RD-ID.
           MOVE PORT-ACCOUNT-TYPE TO WS-RD-DESC.
           MOVE PORT-TOTAL-VALUE TO WS-RD-AMOUNT.
           MOVE PORT-RISK-PROFILE TO WS-RD-STATUS.
           PERFORM ADD-RELATIONSHIP-LINE.
           ADD PORT-TOTAL-VALUE TO WS-REL-INVESTMENTS.

       ADD-NEXT-PORTFOLIO-EXIT.
           EXIT.

       ADD-RELATIONSHIP-TOTALS SECTION.
       ADD-REL-TOTALS.
      *Total relationship value - every balance the customer carries
      *with us: deposits and investments held, card balances owed.
           COMPUTE WS-REL-TOTAL = WS-REL-DEPOSITS + WS-REL-INVESTMENTS
               + WS-REL-CARD-OWED.

           MOVE SPACES TO WS-REL-DETAIL.
           PERFORM ADD-RELATIONSHIP-LINE.
           MOVE SPACES TO WS-REL-DETAIL.
           MOVE "TOTAL DEPOSITS" TO WS-RD-ID.
           MOVE WS-REL-DEPOSITS TO WS-RD-AMOUNT.
           PERFORM ADD-RELATIONSHIP-LINE.
           MOVE SPACES TO WS-REL-DETAIL.
           MOVE "TOTAL INVESTMENTS" TO WS-RD-ID.
           MOVE WS-REL-INVESTMENTS TO WS-RD-AMOUNT.
           PERFORM ADD-RELATIONSHIP-LINE.
           MOVE SPACES TO WS-REL-DETAIL.
           MOVE "CARD BALANCES" TO WS-RD-ID.
           MOVE WS-REL-CARD-OWED TO WS-RD-AMOUNT.
           PERFORM ADD-RELATIONSHIP-LINE.
           MOVE SPACES TO WS-REL-DETAIL.
           MOVE "TOTAL RELATIONSHIP VALUE" TO WS-REL-DETAIL(9:33).
           MOVE WS-REL-TOTAL TO WS-RD-AMOUNT.
           PERFORM ADD-RELATIONSHIP-LINE.

       ADD-RELATIONSHIP-LINE SECTION.
       ADD-REL-LINE.
      *The last slot is kept for the grand total, so a customer
      *with more holdings than fit still sees the true total.
           IF WS-REL-COUNT < WS-REL-MAX THEN
               ADD 1 TO WS-REL-COUNT
           END-IF.
           MOVE WS-REL-DETAIL TO WS-REL-LINE(WS-REL-COUNT).

       SHOW-RELATIONSHIP-PAGE SECTION.
       SHOW-REL-PAGE.
           COMPUTE WS-REL-PAGE-START = WS-REL-PAGE-NO * 10.
           ADD 1 TO WS-REL-PAGE-NO.
           PERFORM FILL-RELATIONSHIP-PAGE-LINE
               VARYING WS-REL-PAGE-IX FROM 1 BY 1
               UNTIL WS-REL-PAGE-IX > 10.

           DISPLAY RELATIONSHIP-SCREEN.
           ACCEPT RELATIONSHIP-SCREEN.

       FILL-RELATIONSHIP-PAGE-LINE SECTION.
       FILL-REL-LINE.
           COMPUTE WS-REL-IX = WS-REL-PAGE-START + WS-REL-PAGE-IX.
           IF WS-REL-IX > WS-REL-COUNT THEN
               MOVE SPACES TO WS-REL-PAGE-LINE(WS-REL-PAGE-IX)
           ELSE
               MOVE WS-REL-LINE(WS-REL-IX)
                   TO WS-REL-PAGE-LINE(WS-REL-PAGE-IX)
           END-IF.

       SHOW-STATUS-MESSAGE SECTION.
       SHOW-STATUS.
           DISPLAY STATUS-MESSAGE-SCREEN.
