       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLProof.
      *FINANCIAL SERVICES - SUBLEDGER TO GENERAL LEDGER PROOF
      *Runs after GLInterface. Totals the day's GL extract by chart-
      *of-accounts source and proves each subledger-fed source
      *against totals computed independently from the subledger
      *itself - ATM account balances moved, card balances moved on
      *the card master, claim payments on the claim master, and
      *interest credited to deposit accounts. Out-of-balance
      *sources are shown with the difference and carried forward
      *until they net back to zero; journal lines posted to
      *accounts the chart of accounts does not know are listed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-FILE ASSIGN TO 'gl_coa.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO 'gl_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

      *ATMController's account master - the ATM cash subledger.
           SELECT ATM-ACCOUNT-FILE ASSIGN TO 'accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ATM-FILE-STATUS.

      *CreditCardProcessor's card master - the card subledger.
           SELECT CARD-FILE ASSIGN TO 'cards.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CARD-FILE-STATUS.

      *ClaimsAdjudication's claim master - a claim paid today
      *carries today's paid date and its approved amount.
           SELECT CLAIM-FILE ASSIGN TO 'claims.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-NUMBER
               ALTERNATE RECORD KEY IS CLAIM-POLICY-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-FILE-STATUS.

      *AccountReconciliation's deposit postings - one INTEREST line
      *per account credited. Layout: date|account|type|signed
      *amount|description. Its INTEREST and BACKUP WH lines, and
      *DepositMaintFee's FEE lines, are also mirrored onto the ATM
      *copy of the account without passing through the GL extract.
           SELECT DEPOSIT-POSTING-FILE ASSIGN TO 'deposit_postings.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

      *Subledger balances as of the last proof run, so a balance
      *subledger can be proved on its movement. Layout: group|
      *date|opening|closing, amounts unedited 9(11)V99. The
      *opening is kept so a rerun the same day proves the same
      *movement again instead of a zero one. Group POSTLOG holds
      *instead how many deposit posting lines had been read, as an
      *unedited 9(13) count.
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO 'gl_proof_snap.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

      *Unresolved breaks by proof group, carried between runs with
      *the date first seen until the running difference clears.
           SELECT BREAK-FILE ASSIGN TO 'gl_proof_breaks.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-GROUP
               FILE STATUS IS WS-BREAK-STATUS.

           SELECT PROOF-REPORT ASSIGN TO 'gl_proof.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COA-FILE.
       01  COA-RECORD                  PIC X(80).

       FD  GL-EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(120).

       FD  ATM-ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(10).
           05  ACCT-PIN                PIC 9(4).
           05  ACCT-TYPE               PIC X(10).
           05  ACCT-BALANCE            PIC 9(9)V99 COMP-3.
           05  ACCT-DAILY-LIMIT        PIC 9(5) COMP-3.
           05  ACCT-DAILY-WITHDRAWN    PIC 9(5) COMP-3.
           05  ACCT-STATUS             PIC X.
           05  ACCT-FAILED-ATTEMPTS    PIC 9 VALUE ZERO.
           05  ACCT-LAST-RESET-DATE    PIC 9(8) VALUE ZERO.
           05  ACCT-HELD-AMOUNT        PIC 9(9)V99 COMP-3 VALUE ZERO.
           05  ACCT-HOLD-RELEASE-DATE  PIC 9(8) VALUE ZERO.

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
           05  CARD-PURCH-BALANCE      PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-CASH-BALANCE       PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-CASH-APR           PIC 9(2)V9(4) COMP-3.
           05  CARD-CASH-INT-THRU      PIC 9(8) VALUE ZERO.
           05  CARD-CASH-INT-PENDING   PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-BT-BALANCE         PIC 9(7)V99 COMP-3 VALUE ZERO.
           05  CARD-BT-APR             PIC 9(2)V9(4) COMP-3.
           05  CARD-BT-PROMO-END-DATE  PIC 9(8) VALUE ZERO.
           05  CARD-OPEN-DATE          PIC 9(8) VALUE ZERO.
           05  CARD-ANNUAL-FEE-YEAR    PIC 9(4) VALUE ZERO.
           05  CARD-OVERLIMIT-OPTIN    PIC X VALUE 'N'.
           05  CARD-RETURNED-PMT-COUNT PIC 9(2) VALUE ZERO.
           05  CARD-LS-REPORT-DATE     PIC 9(8) VALUE ZERO.
           05  CARD-LS-REPORT-TIME     PIC 9(6) VALUE ZERO.
           05  CARD-LS-REASON          PIC X(6) VALUE SPACES.

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
           05  CLAIM-PAID-DATE         PIC 9(8) VALUE ZERO.
           05  CLAIM-PAYMENT-REF       PIC X(12).
           05  CLAIM-CASE-RESERVE      PIC 9(9)V99 COMP-3 VALUE ZERO.

       FD  DEPOSIT-POSTING-FILE.
       01  POSTING-LINE                PIC X(100).

       FD  BALANCE-SNAPSHOT-FILE.
       01  SNAPSHOT-LINE               PIC X(80).

       FD  BREAK-FILE.
       01  BREAK-RECORD.
           05  BRK-GROUP               PIC X(8).
           05  BRK-FIRST-SEEN-DATE     PIC 9(8).
           05  BRK-LAST-SEEN-DATE      PIC 9(8).
      *Running difference before the last-seen day, and including
      *it - a same-day rerun restarts from the first.
           05  BRK-PRIOR-DIFF          PIC S9(11)V99.
           05  BRK-CUM-DIFF            PIC S9(11)V99.

       FD  PROOF-REPORT.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-COA-STATUS               PIC XX.
       01  WS-EXTRACT-STATUS           PIC XX.
       01  WS-ATM-FILE-STATUS          PIC XX.
       01  WS-CARD-FILE-STATUS         PIC XX.
       01  WS-CLAIM-FILE-STATUS        PIC XX.
       01  WS-POSTING-STATUS           PIC XX.
       01  WS-SNAPSHOT-STATUS          PIC XX.
       01  WS-BREAK-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-EOF-SW                   PIC X.

      *Chart of accounts, with the day's extract lines and amount
      *accumulated against each source.
       01  WS-COA-TABLE.
           05  WS-COA-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-COA-ENTRY            OCCURS 40 TIMES.
               10  WS-COA-SOURCE       PIC X(8).
               10  WS-COA-DR-ACCT      PIC 9(4).
               10  WS-COA-CR-ACCT      PIC 9(4).
               10  WS-COA-DESC         PIC X(30).
               10  WS-COA-LINES        PIC 9(5).
               10  WS-COA-TOTAL        PIC 9(11)V99.
       01  WS-COA-IX                   PIC 9(2).
       01  WS-COA-FOUND-IX             PIC 9(2).

       01  WS-COA-PARSE.
           05  WS-COA-IN-SOURCE        PIC X(8).
           05  WS-COA-IN-DR-X          PIC X(4).
           05  WS-COA-IN-DR REDEFINES WS-COA-IN-DR-X
                                       PIC 9(4).
           05  WS-COA-IN-CR-X          PIC X(4).
           05  WS-COA-IN-CR REDEFINES WS-COA-IN-CR-X
                                       PIC 9(4).
           05  WS-COA-IN-DESC          PIC X(30).

      *One GL extract line - date|source|DR|acct|CR|acct|amount|
      *description|reference, amount unedited 9(9)V99.
       01  WS-EXTRACT-PARSE.
           05  WS-EXT-DATE             PIC X(8).
           05  WS-EXT-SOURCE           PIC X(8).
           05  WS-EXT-DR-TAG           PIC X(2).
           05  WS-EXT-DR-ACCT-X        PIC X(4).
           05  WS-EXT-DR-ACCT REDEFINES WS-EXT-DR-ACCT-X
                                       PIC 9(4).
           05  WS-EXT-CR-TAG           PIC X(2).
           05  WS-EXT-CR-ACCT-X        PIC X(4).
           05  WS-EXT-CR-ACCT REDEFINES WS-EXT-CR-ACCT-X
                                       PIC 9(4).
           05  WS-EXT-AMOUNT-X         PIC X(11).
           05  WS-EXT-AMOUNT REDEFINES WS-EXT-AMOUNT-X
                                       PIC 9(9)V99.
           05  WS-EXT-DESC             PIC X(30).
           05  WS-EXT-REF              PIC X(26).
           05  WS-CHECK-ACCT           PIC 9(4).
           05  WS-ACCT-KNOWN           PIC X.
           05  WS-DR-KNOWN             PIC X.
           05  WS-CR-KNOWN             PIC X.

      *Extract control - what the detail lines add up to against
      *what GLInterface's trailer says it wrote.
       01  WS-EXTRACT-CONTROL.
           05  WS-EXT-HEADER-DATE      PIC X(8) VALUE SPACES.
           05  WS-EXT-LINES-READ       PIC 9(7) VALUE ZERO.
           05  WS-EXT-AMOUNT-READ      PIC 9(13)V99 VALUE ZERO.
           05  WS-EXT-TRAILER-SEEN     PIC X VALUE 'N'.
           05  WS-TRL-COUNT-X          PIC X(7).
           05  WS-TRL-COUNT REDEFINES WS-TRL-COUNT-X
                                       PIC 9(7).
           05  WS-TRL-TOTAL-X          PIC X(15).
           05  WS-TRL-TOTAL REDEFINES WS-TRL-TOTAL-X
                                       PIC 9(13)V99.

      *Proof groups - the GL side is the signed movement the
      *extract says happened to the subledger, the subledger side
      *is the same movement computed from the subledger's own
      *records. State B is a first run with no opening balance, U
      *is a subledger that could not be read today.
       01  WS-PROOF-TABLE.
           05  WS-PRF-ENTRY            OCCURS 4 TIMES.
               10  WS-PRF-GROUP        PIC X(8).
               10  WS-PRF-DESC         PIC X(30).
               10  WS-PRF-STATE        PIC X.
                   88  WS-PRF-PROVED       VALUE 'Y'.
                   88  WS-PRF-BASELINE     VALUE 'B'.
                   88  WS-PRF-UNAVAILABLE  VALUE 'U'.
               10  WS-PRF-GL           PIC S9(11)V99.
               10  WS-PRF-SUB          PIC S9(11)V99.
               10  WS-PRF-DIFF         PIC S9(11)V99.
               10  WS-PRF-OPENING      PIC 9(11)V99.
               10  WS-PRF-CLOSING      PIC 9(11)V99.
               10  WS-PRF-HAS-OPENING  PIC X.
      *Subledger movement known not to pass through the extract,
      *taken off the subledger side before the difference.
               10  WS-PRF-RECON        PIC S9(11)V99.
       01  WS-PRF-IX                   PIC 9.
       01  WS-ATM-GROUP                PIC 9 VALUE 1.
       01  WS-CARD-GROUP               PIC 9 VALUE 2.
       01  WS-CLAIM-GROUP              PIC 9 VALUE 3.
       01  WS-INTEREST-GROUP           PIC 9 VALUE 4.

       01  WS-SNAPSHOT-PARSE.
           05  WS-SNP-GROUP            PIC X(8).
           05  WS-SNP-DATE             PIC X(8).
           05  WS-SNP-OPENING-X        PIC X(13).
           05  WS-SNP-OPENING REDEFINES WS-SNP-OPENING-X
                                       PIC 9(11)V99.
           05  WS-SNP-OPENING-CNT REDEFINES WS-SNP-OPENING-X
                                       PIC 9(13).
           05  WS-SNP-CLOSING-X        PIC X(13).
           05  WS-SNP-CLOSING REDEFINES WS-SNP-CLOSING-X
                                       PIC 9(11)V99.
           05  WS-SNP-CLOSING-CNT REDEFINES WS-SNP-CLOSING-X
                                       PIC 9(13).

      *Deposit posting lines already seen by the last proof - only
      *lines after it are new today. The fee lines are dated the
      *month end they are for, not the day they are posted, so the
      *date alone cannot say which are new.
       01  WS-POSTLOG-WORK.
           05  WS-PLG-HAS-OPENING      PIC X VALUE 'N'.
           05  WS-PLG-OPENING          PIC 9(13) VALUE ZERO.
           05  WS-PLG-CLOSING          PIC 9(13) VALUE ZERO.
           05  WS-PLG-LINE             PIC 9(13).
           05  WS-PLG-NEW              PIC X.
           05  WS-PLG-BY-DATE          PIC X.
           05  WS-RECON-ITEMS          PIC 9(5) VALUE ZERO.

       01  WS-POSTING-PARSE.
           05  WS-PST-DATE             PIC X(8).
           05  WS-PST-ACCOUNT          PIC X(12).
           05  WS-PST-ACCOUNT-N REDEFINES WS-PST-ACCOUNT
                                       PIC 9(12).
           05  WS-PST-TYPE             PIC X(10).
           05  WS-PST-AMOUNT-X         PIC X(16).
           05  WS-PST-AMOUNT           PIC S9(11)V99.

       01  WS-BREAK-WORK.
           05  WS-BRK-FOUND            PIC X.
           05  WS-BRK-PRIOR            PIC S9(11)V99.
           05  WS-BRK-CUM              PIC S9(11)V99.
           05  WS-DAYS-OPEN            PIC 9(5).

       01  WS-PROOF-COUNTS.
           05  WS-GROUPS-IN-BALANCE    PIC 9(2) VALUE ZERO.
           05  WS-GROUPS-OUT           PIC 9(2) VALUE ZERO.
           05  WS-BREAKS-CLEARED       PIC 9(2) VALUE ZERO.
           05  WS-BREAKS-OPEN          PIC 9(2) VALUE ZERO.
           05  WS-UNMAPPED-LINES       PIC 9(5) VALUE ZERO.

       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-AMOUNT-2         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-AMOUNT-3         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-DAYS             PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-GL-PROOF.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           PERFORM LOAD-BALANCE-SNAPSHOT.
           PERFORM TOTAL-GL-EXTRACT.
           PERFORM REPORT-SOURCE-TOTALS.
           PERFORM TOTAL-ATM-SUBLEDGER.
           PERFORM TOTAL-CARD-SUBLEDGER.
           PERFORM TOTAL-CLAIM-SUBLEDGER.
           PERFORM TOTAL-INTEREST-SUBLEDGER.
           PERFORM PROVE-ALL-GROUPS.
           PERFORM REPORT-OPEN-BREAKS.
           PERFORM SAVE-BALANCE-SNAPSHOT.
           PERFORM SHUTDOWN-GL-PROOF.
           STOP RUN.

       INITIALIZE-GL-PROOF SECTION.
       INIT-PROOF.
           DISPLAY '========================================'.
           DISPLAY 'SUBLEDGER TO GENERAL LEDGER PROOF'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           MOVE 'ATM-CASH' TO WS-PRF-GROUP (1).
           MOVE 'ATM ACCOUNT BALANCES' TO WS-PRF-DESC (1).
           MOVE 'CARD' TO WS-PRF-GROUP (2).
           MOVE 'CARD BALANCES' TO WS-PRF-DESC (2).
           MOVE 'CLAIMS' TO WS-PRF-GROUP (3).
           MOVE 'CLAIM PAYMENTS' TO WS-PRF-DESC (3).
           MOVE 'INTEREST' TO WS-PRF-GROUP (4).
           MOVE 'INTEREST CREDITED' TO WS-PRF-DESC (4).
           PERFORM CLEAR-ONE-GROUP
               VARYING WS-PRF-IX FROM 1 BY 1
               UNTIL WS-PRF-IX > 4.

           OPEN OUTPUT PROOF-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening proof report, status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           OPEN I-O BREAK-FILE.
           IF WS-BREAK-STATUS = '35'
               OPEN OUTPUT BREAK-FILE
               CLOSE BREAK-FILE
               OPEN I-O BREAK-FILE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'SUBLEDGER TO GL PROOF - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '=' TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLEAR-ONE-GROUP SECTION.
       CLEAR-GROUP.
           MOVE 'Y' TO WS-PRF-STATE (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-GL (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-SUB (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-DIFF (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-OPENING (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-CLOSING (WS-PRF-IX).
           MOVE 'N' TO WS-PRF-HAS-OPENING (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-RECON (WS-PRF-IX).

       LOAD-CHART-OF-ACCOUNTS SECTION.
       LOAD-COA.
      *The same mapping GLInterface posted through. Without it no
      *account can be called known, so the proof stops.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'No chart of accounts on file - proof stopped'
               CLOSE PROOF-REPORT
               CLOSE BREAK-FILE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ONE-COA-ENTRY
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE COA-FILE.

       READ-ONE-COA-ENTRY SECTION.
       READ-COA.
           READ COA-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF COA-RECORD NOT = SPACES AND
                      WS-COA-COUNT < 40
                       UNSTRING COA-RECORD DELIMITED BY '|'
                           INTO WS-COA-IN-SOURCE WS-COA-IN-DR-X
                                WS-COA-IN-CR-X WS-COA-IN-DESC
                       END-UNSTRING
                       ADD 1 TO WS-COA-COUNT
                       MOVE WS-COA-IN-SOURCE TO
                           WS-COA-SOURCE (WS-COA-COUNT)
                       MOVE WS-COA-IN-DR TO
                           WS-COA-DR-ACCT (WS-COA-COUNT)
                       MOVE WS-COA-IN-CR TO
                           WS-COA-CR-ACCT (WS-COA-COUNT)
                       MOVE WS-COA-IN-DESC TO
                           WS-COA-DESC (WS-COA-COUNT)
                       MOVE ZERO TO WS-COA-LINES (WS-COA-COUNT)
                       MOVE ZERO TO WS-COA-TOTAL (WS-COA-COUNT)
                   END-IF
           END-READ.

       LOAD-BALANCE-SNAPSHOT SECTION.
       LOAD-SNAPSHOT.
      *Opening balance for each balance subledger. A snapshot taken
      *earlier today is a rerun - its opening still stands.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = '00'
               GO TO LOAD-SNAPSHOT-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ONE-SNAPSHOT
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE BALANCE-SNAPSHOT-FILE.

       LOAD-SNAPSHOT-EXIT.
           EXIT.

       READ-ONE-SNAPSHOT SECTION.
       READ-SNAPSHOT.
           READ BALANCE-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   UNSTRING SNAPSHOT-LINE DELIMITED BY '|'
                       INTO WS-SNP-GROUP WS-SNP-DATE
                            WS-SNP-OPENING-X WS-SNP-CLOSING-X
                   END-UNSTRING
                   PERFORM APPLY-ONE-SNAPSHOT
                       VARYING WS-PRF-IX FROM 1 BY 1
                       UNTIL WS-PRF-IX > 4
                   PERFORM APPLY-POSTLOG-SNAPSHOT
           END-READ.

       APPLY-ONE-SNAPSHOT SECTION.
       APPLY-SNAPSHOT.
           IF WS-PRF-GROUP (WS-PRF-IX) NOT = WS-SNP-GROUP OR
              WS-SNP-OPENING-X IS NOT NUMERIC OR
              WS-SNP-CLOSING-X IS NOT NUMERIC
               GO TO APPLY-SNAPSHOT-EXIT
           END-IF.

           MOVE 'Y' TO WS-PRF-HAS-OPENING (WS-PRF-IX).
           IF WS-SNP-DATE = WS-RUN-DATE
               MOVE WS-SNP-OPENING TO WS-PRF-OPENING (WS-PRF-IX)
           ELSE
               MOVE WS-SNP-CLOSING TO WS-PRF-OPENING (WS-PRF-IX)
           END-IF.

       APPLY-SNAPSHOT-EXIT.
           EXIT.

       APPLY-POSTLOG-SNAPSHOT SECTION.
       APPLY-POSTLOG.
           IF WS-SNP-GROUP NOT = 'POSTLOG' OR
              WS-SNP-OPENING-X IS NOT NUMERIC OR
              WS-SNP-CLOSING-X IS NOT NUMERIC
               GO TO APPLY-POSTLOG-EXIT
           END-IF.

           MOVE 'Y' TO WS-PLG-HAS-OPENING.
           IF WS-SNP-DATE = WS-RUN-DATE
               MOVE WS-SNP-OPENING-CNT TO WS-PLG-OPENING
           ELSE
               MOVE WS-SNP-CLOSING-CNT TO WS-PLG-OPENING
           END-IF.
           MOVE WS-PLG-OPENING TO WS-PLG-CLOSING.

       APPLY-POSTLOG-EXIT.
           EXIT.

       TOTAL-GL-EXTRACT SECTION.
       TOTAL-EXTRACT.
      *Every detail line is totaled against its source, checked for
      *accounts outside the chart, and rolled into its proof group.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'JOURNAL LINES POSTED OUTSIDE THE CHART OF ACCOUNTS'
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT GL-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'No GL extract on file - GL side is zero'
               MOVE '  NO GL EXTRACT ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO TOTAL-EXTRACT-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ONE-EXTRACT-LINE
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE GL-EXTRACT-FILE.

           IF WS-UNMAPPED-LINES = ZERO
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-EXT-HEADER-DATE NOT = WS-RUN-DATE
               DISPLAY 'WARNING: GL extract is dated '
                   WS-EXT-HEADER-DATE ', not today'
           END-IF.

       TOTAL-EXTRACT-EXIT.
           EXIT.

       READ-ONE-EXTRACT-LINE SECTION.
       READ-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN EXTRACT-LINE (1:6) = 'BATCH|'
                           MOVE EXTRACT-LINE (7:8) TO
                               WS-EXT-HEADER-DATE
                       WHEN EXTRACT-LINE (1:8) = 'TRAILER|'
                           MOVE 'Y' TO WS-EXT-TRAILER-SEEN
                           MOVE EXTRACT-LINE (26:7) TO
                               WS-TRL-COUNT-X
                           MOVE EXTRACT-LINE (43:15) TO
                               WS-TRL-TOTAL-X
                       WHEN EXTRACT-LINE NOT = SPACES
                           PERFORM TOTAL-ONE-EXTRACT-LINE
                   END-EVALUATE
           END-READ.

       TOTAL-ONE-EXTRACT-LINE SECTION.
       TOTAL-LINE.
           UNSTRING EXTRACT-LINE DELIMITED BY '|'
               INTO WS-EXT-DATE WS-EXT-SOURCE WS-EXT-DR-TAG
                    WS-EXT-DR-ACCT-X WS-EXT-CR-TAG WS-EXT-CR-ACCT-X
                    WS-EXT-AMOUNT-X WS-EXT-DESC WS-EXT-REF
           END-UNSTRING.

           IF WS-EXT-AMOUNT-X IS NOT NUMERIC
               MOVE ZERO TO WS-EXT-AMOUNT
           END-IF.
           ADD 1 TO WS-EXT-LINES-READ.
           ADD WS-EXT-AMOUNT TO WS-EXT-AMOUNT-READ.

           IF WS-EXT-DATE NOT = WS-RUN-DATE
               GO TO TOTAL-LINE-EXIT
           END-IF.

           PERFORM FIND-COA-SOURCE.
           IF WS-COA-FOUND-IX > ZERO
               ADD 1 TO WS-COA-LINES (WS-COA-FOUND-IX)
               ADD WS-EXT-AMOUNT TO WS-COA-TOTAL (WS-COA-FOUND-IX)
           END-IF.

           IF WS-EXT-DR-ACCT-X IS NUMERIC
               MOVE WS-EXT-DR-ACCT TO WS-CHECK-ACCT
               PERFORM CHECK-ACCOUNT-KNOWN
               MOVE WS-ACCT-KNOWN TO WS-DR-KNOWN
           ELSE
               MOVE 'N' TO WS-DR-KNOWN
           END-IF.
           IF WS-EXT-CR-ACCT-X IS NUMERIC
               MOVE WS-EXT-CR-ACCT TO WS-CHECK-ACCT
               PERFORM CHECK-ACCOUNT-KNOWN
               MOVE WS-ACCT-KNOWN TO WS-CR-KNOWN
           ELSE
               MOVE 'N' TO WS-CR-KNOWN
           END-IF.

      *One report line per journal line, naming the worst problem.
           EVALUATE TRUE
               WHEN WS-COA-FOUND-IX = ZERO
                   MOVE 'SOURCE NOT IN CHART' TO WS-EXT-DESC
                   PERFORM WRITE-UNMAPPED-LINE
               WHEN WS-DR-KNOWN = 'N' AND WS-CR-KNOWN = 'N'
                   MOVE 'BOTH ACCOUNTS NOT IN CHART' TO WS-EXT-DESC
                   PERFORM WRITE-UNMAPPED-LINE
               WHEN WS-DR-KNOWN = 'N'
                   MOVE 'DEBIT ACCOUNT NOT IN CHART' TO WS-EXT-DESC
                   PERFORM WRITE-UNMAPPED-LINE
               WHEN WS-CR-KNOWN = 'N'
                   MOVE 'CREDIT ACCOUNT NOT IN CHART' TO WS-EXT-DESC
                   PERFORM WRITE-UNMAPPED-LINE
           END-EVALUATE.

      *Signed movement in the subledger balance - money into a
      *customer's deposit account or onto a card balance is plus.
           EVALUATE WS-EXT-SOURCE
               WHEN 'ATM-DEP'
               WHEN 'ATM-REV'
                   ADD WS-EXT-AMOUNT TO WS-PRF-GL (WS-ATM-GROUP)
               WHEN 'ATM-WDL'
                   SUBTRACT WS-EXT-AMOUNT FROM
                       WS-PRF-GL (WS-ATM-GROUP)
               WHEN 'CC-PURCH'
               WHEN 'CC-PAYRT'
               WHEN 'CC-FEE'
                   ADD WS-EXT-AMOUNT TO WS-PRF-GL (WS-CARD-GROUP)
               WHEN 'CC-PAY'
                   SUBTRACT WS-EXT-AMOUNT FROM
                       WS-PRF-GL (WS-CARD-GROUP)
               WHEN 'CLM-PAID'
                   ADD WS-EXT-AMOUNT TO WS-PRF-GL (WS-CLAIM-GROUP)
               WHEN 'INT-EXP'
                   ADD WS-EXT-AMOUNT TO
                       WS-PRF-GL (WS-INTEREST-GROUP)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TOTAL-LINE-EXIT.
           EXIT.

       FIND-COA-SOURCE SECTION.
       FIND-COA.
           MOVE ZERO TO WS-COA-FOUND-IX.
           PERFORM CHECK-COA-SLOT
               VARYING WS-COA-IX FROM 1 BY 1
               UNTIL WS-COA-IX > WS-COA-COUNT
                  OR WS-COA-FOUND-IX > ZERO.

       CHECK-COA-SLOT SECTION.
       CHECK-COA.
           IF WS-COA-SOURCE (WS-COA-IX) = WS-EXT-SOURCE
               MOVE WS-COA-IX TO WS-COA-FOUND-IX
           END-IF.

       CHECK-ACCOUNT-KNOWN SECTION.
       CHECK-ACCT.
      *An account is known when any chart entry debits or credits
      *it.
           MOVE 'N' TO WS-ACCT-KNOWN.
           PERFORM CHECK-ACCOUNT-SLOT
               VARYING WS-COA-IX FROM 1 BY 1
               UNTIL WS-COA-IX > WS-COA-COUNT
                  OR WS-ACCT-KNOWN = 'Y'.

       CHECK-ACCOUNT-SLOT SECTION.
       CHECK-ACCT-SLOT.
           IF WS-COA-DR-ACCT (WS-COA-IX) = WS-CHECK-ACCT OR
              WS-COA-CR-ACCT (WS-COA-IX) = WS-CHECK-ACCT
               MOVE 'Y' TO WS-ACCT-KNOWN
           END-IF.

       WRITE-UNMAPPED-LINE SECTION.
       WRITE-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-LINES.
           MOVE WS-EXT-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-EXT-SOURCE
                  ' DR ' WS-EXT-DR-ACCT-X
                  ' CR ' WS-EXT-CR-ACCT-X
                  ' ' WS-DISPLAY-AMOUNT
                  ' ' WS-EXT-DESC
                  ' ' WS-EXT-REF (1:16)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-SOURCE-TOTALS SECTION.
       REPORT-SOURCES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GL EXTRACT TOTALS BY SOURCE' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM REPORT-ONE-SOURCE
               VARYING WS-COA-IX FROM 1 BY 1
               UNTIL WS-COA-IX > WS-COA-COUNT.

      *The extract has to agree with its own trailer before any
      *proof of it means anything.
           MOVE SPACES TO REPORT-LINE.
           IF WS-EXT-TRAILER-SEEN = 'N'
               MOVE '  EXTRACT CONTROL: NO TRAILER - EXTRACT INCOMPLETE'
                   TO REPORT-LINE
           ELSE
               IF WS-TRL-COUNT-X IS NUMERIC AND
                  WS-TRL-TOTAL-X IS NUMERIC AND
                  WS-TRL-COUNT = WS-EXT-LINES-READ AND
                  WS-TRL-TOTAL = WS-EXT-AMOUNT-READ
                   MOVE '  EXTRACT CONTROL: AGREES WITH TRAILER'
                       TO REPORT-LINE
               ELSE
                   MOVE WS-EXT-LINES-READ TO WS-DISPLAY-COUNT
                   STRING '  EXTRACT CONTROL: TRAILER DISAGREES - '
                          'LINES READ ' WS-DISPLAY-COUNT
                          DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF.
           WRITE REPORT-LINE.

       REPORT-ONE-SOURCE SECTION.
       REPORT-SOURCE.
           MOVE WS-COA-LINES (WS-COA-IX) TO WS-DISPLAY-COUNT.
           MOVE WS-COA-TOTAL (WS-COA-IX) TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-COA-SOURCE (WS-COA-IX)
                  ' ' WS-COA-DESC (WS-COA-IX)
                  ' LINES ' WS-DISPLAY-COUNT
                  ' ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       TOTAL-ATM-SUBLEDGER SECTION.
       TOTAL-ATM.
      *Closing total of every ATM account balance.
           OPEN INPUT ATM-ACCOUNT-FILE.
           IF WS-ATM-FILE-STATUS NOT = '00'
               MOVE 'U' TO WS-PRF-STATE (WS-ATM-GROUP)
               GO TO TOTAL-ATM-EXIT
           END-IF.

           MOVE LOW-VALUES TO ACCT-NUMBER.
           START ATM-ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START.
           PERFORM READ-ONE-ATM-ACCOUNT
               UNTIL WS-EOF-SW = 'Y'.
           PERFORM LIST-ATM-RECONCILING-ITEMS.
           CLOSE ATM-ACCOUNT-FILE.

       TOTAL-ATM-EXIT.
           EXIT.

       READ-ONE-ATM-ACCOUNT SECTION.
       READ-ATM.
           READ ATM-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD ACCT-BALANCE TO
                       WS-PRF-CLOSING (WS-ATM-GROUP)
           END-READ.

       LIST-ATM-RECONCILING-ITEMS SECTION.
       LIST-ATM-ITEMS.
      *Interest, backup withholding and maintenance fees posted to
      *deposit accounts since the last proof were mirrored onto any
      *ATM copy of the account, but never reach the GL extract as
      *ATM lines. Each one for an account on the ATM master is
      *listed, and their total comes off the subledger movement.
           MOVE WS-PLG-OPENING TO WS-PLG-CLOSING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ATM-CASH RECONCILING ITEMS - DEPOSIT POSTINGS NOT IN'
               TO REPORT-LINE.
           MOVE ' THE GL EXTRACT' TO REPORT-LINE (52:15).
           WRITE REPORT-LINE.

           OPEN INPUT DEPOSIT-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = '00'
               MOVE '  DEPOSIT POSTINGS NOT AVAILABLE - NONE TAKEN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO LIST-ATM-ITEMS-EXIT
           END-IF.

      *Without a position from the last proof, or with a log now
      *shorter than it, today's dated lines are taken instead.
           MOVE 'N' TO WS-PLG-BY-DATE.
           IF WS-PLG-HAS-OPENING = 'N'
               MOVE 'Y' TO WS-PLG-BY-DATE
           END-IF.
           MOVE ZERO TO WS-PLG-LINE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM COUNT-ONE-POSTING
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE DEPOSIT-POSTING-FILE.
           IF WS-PLG-LINE < WS-PLG-OPENING
               MOVE 'Y' TO WS-PLG-BY-DATE
           END-IF.

           OPEN INPUT DEPOSIT-POSTING-FILE.
           MOVE ZERO TO WS-PLG-LINE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM TAKE-ONE-ATM-ITEM
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE DEPOSIT-POSTING-FILE.
           MOVE WS-PLG-LINE TO WS-PLG-CLOSING.

           MOVE SPACES TO REPORT-LINE.
           IF WS-RECON-ITEMS = ZERO
               MOVE '  NONE' TO REPORT-LINE
           ELSE
               MOVE WS-RECON-ITEMS TO WS-DISPLAY-COUNT
               MOVE WS-PRF-RECON (WS-ATM-GROUP) TO WS-DISPLAY-AMOUNT
               STRING '  ITEMS ' WS-DISPLAY-COUNT
                      '  TOTAL ' WS-DISPLAY-AMOUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       LIST-ATM-ITEMS-EXIT.
           EXIT.

       COUNT-ONE-POSTING SECTION.
       COUNT-POSTING.
           READ DEPOSIT-POSTING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-PLG-LINE
           END-READ.

       TAKE-ONE-ATM-ITEM SECTION.
       TAKE-ATM-ITEM.
           READ DEPOSIT-POSTING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO TAKE-ATM-ITEM-EXIT
           END-READ.
           ADD 1 TO WS-PLG-LINE.

           MOVE SPACES TO WS-PST-DATE WS-PST-ACCOUNT WS-PST-TYPE
               WS-PST-AMOUNT-X.
           UNSTRING POSTING-LINE DELIMITED BY '|'
               INTO WS-PST-DATE WS-PST-ACCOUNT WS-PST-TYPE
                    WS-PST-AMOUNT-X
           END-UNSTRING.

           MOVE 'N' TO WS-PLG-NEW.
           IF WS-PLG-BY-DATE = 'Y'
               IF WS-PST-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-PLG-NEW
               END-IF
           ELSE
               IF WS-PLG-LINE > WS-PLG-OPENING
                   MOVE 'Y' TO WS-PLG-NEW
               END-IF
           END-IF.
           IF WS-PLG-NEW = 'N'
               GO TO TAKE-ATM-ITEM-EXIT
           END-IF.
           IF WS-PST-TYPE NOT = 'INTEREST' AND
              WS-PST-TYPE NOT = 'BACKUP WH' AND
              WS-PST-TYPE NOT = 'FEE'
               GO TO TAKE-ATM-ITEM-EXIT
           END-IF.
           IF WS-PST-ACCOUNT IS NOT NUMERIC
               GO TO TAKE-ATM-ITEM-EXIT
           END-IF.

      *The ATM copy is keyed on the low ten digits of the deposit
      *account number, as the posting programs mirror it.
           MOVE WS-PST-ACCOUNT-N TO ACCT-NUMBER.
           READ ATM-ACCOUNT-FILE
               INVALID KEY
                   GO TO TAKE-ATM-ITEM-EXIT
           END-READ.

           COMPUTE WS-PST-AMOUNT = FUNCTION NUMVAL (WS-PST-AMOUNT-X).
           ADD WS-PST-AMOUNT TO WS-PRF-RECON (WS-ATM-GROUP).
           ADD 1 TO WS-RECON-ITEMS.

           MOVE WS-PST-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-PST-DATE
                  ' ' WS-PST-ACCOUNT
                  ' ' WS-PST-TYPE
                  ' ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       TAKE-ATM-ITEM-EXIT.
           EXIT.

       TOTAL-CARD-SUBLEDGER SECTION.
       TOTAL-CARD.
      *Closing total of every card's balance owed.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-FILE-STATUS NOT = '00'
               MOVE 'U' TO WS-PRF-STATE (WS-CARD-GROUP)
               GO TO TOTAL-CARD-EXIT
           END-IF.

           MOVE LOW-VALUES TO CARD-NUMBER.
           START CARD-FILE KEY IS NOT LESS THAN CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START.
           PERFORM READ-ONE-CARD
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE CARD-FILE.

       TOTAL-CARD-EXIT.
           EXIT.

       READ-ONE-CARD SECTION.
       READ-CARD.
           READ CARD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD CARD-CURRENT-BALANCE TO
                       WS-PRF-CLOSING (WS-CARD-GROUP)
           END-READ.

       TOTAL-CLAIM-SUBLEDGER SECTION.
       TOTAL-CLAIMS.
      *Claims the claim master shows paid today.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               MOVE 'U' TO WS-PRF-STATE (WS-CLAIM-GROUP)
               GO TO TOTAL-CLAIMS-EXIT
           END-IF.

           MOVE LOW-VALUES TO CLAIM-NUMBER.
           START CLAIM-FILE KEY IS NOT LESS THAN CLAIM-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START.
           PERFORM READ-ONE-CLAIM
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE CLAIM-FILE.

       TOTAL-CLAIMS-EXIT.
           EXIT.

       READ-ONE-CLAIM SECTION.
       READ-CLAIM.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF CLAIM-PAID-DATE = WS-RUN-DATE
                       ADD CLAIM-APPROVED-AMT TO
                           WS-PRF-SUB (WS-CLAIM-GROUP)
                   END-IF
           END-READ.

       TOTAL-INTEREST-SUBLEDGER SECTION.
       TOTAL-INTEREST.
      *Interest the reconciliation batch credited to accounts today.
           OPEN INPUT DEPOSIT-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = '00'
               MOVE 'U' TO WS-PRF-STATE (WS-INTEREST-GROUP)
               GO TO TOTAL-INTEREST-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ONE-POSTING
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE DEPOSIT-POSTING-FILE.

       TOTAL-INTEREST-EXIT.
           EXIT.

       READ-ONE-POSTING SECTION.
       READ-POSTING.
           READ DEPOSIT-POSTING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   UNSTRING POSTING-LINE DELIMITED BY '|'
                       INTO WS-PST-DATE WS-PST-ACCOUNT WS-PST-TYPE
                            WS-PST-AMOUNT-X
                   END-UNSTRING
                   IF WS-PST-DATE = WS-RUN-DATE AND
                      WS-PST-TYPE = 'INTEREST'
                       COMPUTE WS-PST-AMOUNT =
                           FUNCTION NUMVAL (WS-PST-AMOUNT-X)
                       ADD WS-PST-AMOUNT TO
                           WS-PRF-SUB (WS-INTEREST-GROUP)
                   END-IF
           END-READ.

       PROVE-ALL-GROUPS SECTION.
       PROVE-GROUPS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SUBLEDGER PROOF' TO REPORT-LINE.
           MOVE 'GL MOVEMENT' TO REPORT-LINE (42:11).
           MOVE 'SUBLEDGER' TO REPORT-LINE (65:9).
           MOVE 'DIFFERENCE' TO REPORT-LINE (85:10).
           WRITE REPORT-LINE.
           PERFORM PROVE-ONE-GROUP
               VARYING WS-PRF-IX FROM 1 BY 1
               UNTIL WS-PRF-IX > 4.

       PROVE-ONE-GROUP SECTION.
       PROVE-GROUP.
      *The two balance subledgers are proved on their movement
      *since the last proof; a first run only records the opening.
           IF WS-PRF-IX = WS-ATM-GROUP OR
              WS-PRF-IX = WS-CARD-GROUP
               IF WS-PRF-STATE (WS-PRF-IX) = 'Y'
                   IF WS-PRF-HAS-OPENING (WS-PRF-IX) = 'N'
                       MOVE 'B' TO WS-PRF-STATE (WS-PRF-IX)
                   ELSE
                       COMPUTE WS-PRF-SUB (WS-PRF-IX) =
                           WS-PRF-CLOSING (WS-PRF-IX) -
                           WS-PRF-OPENING (WS-PRF-IX)
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-PRF-GL (WS-PRF-IX) TO WS-DISPLAY-AMOUNT.
           EVALUATE TRUE
               WHEN WS-PRF-UNAVAILABLE (WS-PRF-IX)
                   STRING '  ' WS-PRF-GROUP (WS-PRF-IX)
                          ' ' WS-PRF-DESC (WS-PRF-IX)
                          ' SUBLEDGER NOT AVAILABLE - NOT PROVED'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   GO TO PROVE-GROUP-EXIT
               WHEN WS-PRF-BASELINE (WS-PRF-IX)
                   STRING '  ' WS-PRF-GROUP (WS-PRF-IX)
                          ' ' WS-PRF-DESC (WS-PRF-IX)
                          ' OPENING BALANCE RECORDED - PROOF STARTS'
                          ' NEXT RUN'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   GO TO PROVE-GROUP-EXIT
           END-EVALUATE.

           COMPUTE WS-PRF-DIFF (WS-PRF-IX) =
               WS-PRF-GL (WS-PRF-IX) - WS-PRF-SUB (WS-PRF-IX) +
               WS-PRF-RECON (WS-PRF-IX).
           MOVE WS-PRF-SUB (WS-PRF-IX) TO WS-DISPLAY-AMOUNT-2.
           MOVE WS-PRF-DIFF (WS-PRF-IX) TO WS-DISPLAY-AMOUNT-3.
           STRING '  ' WS-PRF-GROUP (WS-PRF-IX)
                  ' ' WS-PRF-DESC (WS-PRF-IX) (1:20)
                  ' ' WS-DISPLAY-AMOUNT
                  ' ' WS-DISPLAY-AMOUNT-2
                  ' ' WS-DISPLAY-AMOUNT-3
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-PRF-RECON (WS-PRF-IX) NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE '             LESS DEPOSIT POSTINGS NOT IN EXTRACT'
                   TO REPORT-LINE
               MOVE WS-PRF-RECON (WS-PRF-IX) TO WS-DISPLAY-AMOUNT-2
               MOVE WS-DISPLAY-AMOUNT-2 TO REPORT-LINE (52:19)
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF WS-PRF-DIFF (WS-PRF-IX) = ZERO
               ADD 1 TO WS-GROUPS-IN-BALANCE
               MOVE '             IN BALANCE' TO REPORT-LINE
           ELSE
               ADD 1 TO WS-GROUPS-OUT
               MOVE '             *** OUT OF BALANCE ***'
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           PERFORM CARRY-GROUP-BREAK.

       PROVE-GROUP-EXIT.
           EXIT.

       CARRY-GROUP-BREAK SECTION.
       CARRY-BREAK.
      *Today's difference is added to whatever is still open for
      *the group. A timing break reverses the next day and the
      *running difference returns to zero - that is when it clears.
           MOVE WS-PRF-GROUP (WS-PRF-IX) TO BRK-GROUP.
           MOVE 'Y' TO WS-BRK-FOUND.
           READ BREAK-FILE KEY IS BRK-GROUP
               INVALID KEY
                   MOVE 'N' TO WS-BRK-FOUND
           END-READ.

           MOVE ZERO TO WS-BRK-PRIOR.
           IF WS-BRK-FOUND = 'Y'
               IF BRK-LAST-SEEN-DATE = WS-RUN-DATE
                   MOVE BRK-PRIOR-DIFF TO WS-BRK-PRIOR
               ELSE
                   MOVE BRK-CUM-DIFF TO WS-BRK-PRIOR
               END-IF
           END-IF.
           COMPUTE WS-BRK-CUM = WS-BRK-PRIOR + WS-PRF-DIFF (WS-PRF-IX).

           IF WS-BRK-CUM = ZERO
               IF WS-BRK-FOUND = 'Y'
                   DELETE BREAK-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-BRK-PRIOR NOT = ZERO
                       ADD 1 TO WS-BREAKS-CLEARED
                       MOVE SPACES TO REPORT-LINE
                       STRING '             BREAK OPEN SINCE '
                              BRK-FIRST-SEEN-DATE ' HAS CLEARED'
                              DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               GO TO CARRY-BREAK-EXIT
           END-IF.

           MOVE WS-BRK-PRIOR TO BRK-PRIOR-DIFF.
           MOVE WS-BRK-CUM TO BRK-CUM-DIFF.
           MOVE WS-RUN-DATE TO BRK-LAST-SEEN-DATE.
           IF WS-BRK-FOUND = 'Y'
               REWRITE BREAK-RECORD
           ELSE
               MOVE WS-PRF-GROUP (WS-PRF-IX) TO BRK-GROUP
               MOVE WS-RUN-DATE TO BRK-FIRST-SEEN-DATE
               WRITE BREAK-RECORD
           END-IF.

       CARRY-BREAK-EXIT.
           EXIT.

       REPORT-OPEN-BREAKS SECTION.
       REPORT-BREAKS.
      *Everything still open after today's proof, aged from the day
      *it was first seen - including groups whose subledger could
      *not be read today, which stay open untouched.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OPEN BREAKS CARRIED FORWARD' TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE LOW-VALUES TO BRK-GROUP.
           START BREAK-FILE KEY IS NOT LESS THAN BRK-GROUP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START.
           PERFORM READ-ONE-OPEN-BREAK
               UNTIL WS-EOF-SW = 'Y'.

           IF WS-BREAKS-OPEN = ZERO
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-ONE-OPEN-BREAK SECTION.
       READ-BREAK.
           READ BREAK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BREAKS-OPEN
                   COMPUTE WS-DAYS-OPEN =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                       FUNCTION INTEGER-OF-DATE(BRK-FIRST-SEEN-DATE)
                   MOVE WS-DAYS-OPEN TO WS-DISPLAY-DAYS
                   MOVE BRK-CUM-DIFF TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ' BRK-GROUP
                          ' FIRST SEEN ' BRK-FIRST-SEEN-DATE
                          ' OPEN ' WS-DISPLAY-DAYS ' DAYS'
                          ' UNRESOLVED ' WS-DISPLAY-AMOUNT
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ.

       SAVE-BALANCE-SNAPSHOT SECTION.
       SAVE-SNAPSHOT.
      *Tonight's closing balances become tomorrow's opening. A
      *subledger that could not be read keeps no snapshot, so its
      *next proof starts again from a fresh opening balance.
           OPEN OUTPUT BALANCE-SNAPSHOT-FILE.
           PERFORM SAVE-ONE-SNAPSHOT
               VARYING WS-PRF-IX FROM 1 BY 1
               UNTIL WS-PRF-IX > 4.

      *The deposit posting position is kept whenever there is one,
      *so the next proof knows which lines it has already taken.
           IF WS-PLG-HAS-OPENING = 'Y' OR WS-PLG-CLOSING > ZERO
               IF WS-PLG-HAS-OPENING = 'Y'
                   MOVE WS-PLG-OPENING TO WS-SNP-OPENING-CNT
               ELSE
                   MOVE WS-PLG-CLOSING TO WS-SNP-OPENING-CNT
               END-IF
               MOVE WS-PLG-CLOSING TO WS-SNP-CLOSING-CNT
               MOVE SPACES TO SNAPSHOT-LINE
               STRING 'POSTLOG '
                      '|' WS-RUN-DATE
                      '|' WS-SNP-OPENING-X
                      '|' WS-SNP-CLOSING-X
                      DELIMITED BY SIZE INTO SNAPSHOT-LINE
               WRITE SNAPSHOT-LINE
           END-IF.
           CLOSE BALANCE-SNAPSHOT-FILE.

       SAVE-ONE-SNAPSHOT SECTION.
       SAVE-ONE-SNAP.
           IF WS-PRF-IX NOT = WS-ATM-GROUP AND
              WS-PRF-IX NOT = WS-CARD-GROUP
               GO TO SAVE-ONE-SNAP-EXIT
           END-IF.
           IF WS-PRF-UNAVAILABLE (WS-PRF-IX)
               GO TO SAVE-ONE-SNAP-EXIT
           END-IF.

           IF WS-PRF-BASELINE (WS-PRF-IX)
               MOVE WS-PRF-CLOSING (WS-PRF-IX) TO WS-SNP-OPENING
           ELSE
               MOVE WS-PRF-OPENING (WS-PRF-IX) TO WS-SNP-OPENING
           END-IF.
           MOVE WS-PRF-CLOSING (WS-PRF-IX) TO WS-SNP-CLOSING.
           MOVE SPACES TO SNAPSHOT-LINE.
           STRING WS-PRF-GROUP (WS-PRF-IX)
                  '|' WS-RUN-DATE
                  '|' WS-SNP-OPENING-X
                  '|' WS-SNP-CLOSING-X
                  DELIMITED BY SIZE INTO SNAPSHOT-LINE.
           WRITE SNAPSHOT-LINE.

       SAVE-ONE-SNAP-EXIT.
           EXIT.

       SHUTDOWN-GL-PROOF SECTION.
       SHUTDOWN-PROOF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'GROUPS IN BALANCE ' WS-GROUPS-IN-BALANCE
                  '  OUT OF BALANCE ' WS-GROUPS-OUT
                  '  BREAKS CLEARED ' WS-BREAKS-CLEARED
                  '  STILL OPEN ' WS-BREAKS-OPEN
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY 'Groups in balance      : ' WS-GROUPS-IN-BALANCE.
           DISPLAY 'Groups out of balance  : ' WS-GROUPS-OUT.
           DISPLAY 'Breaks cleared today   : ' WS-BREAKS-CLEARED.
           DISPLAY 'Breaks still open      : ' WS-BREAKS-OPEN.
           MOVE WS-UNMAPPED-LINES TO WS-DISPLAY-COUNT.
           DISPLAY 'Lines outside the chart: ' WS-DISPLAY-COUNT.
           DISPLAY 'GL proof complete - see gl_proof.rpt'.

           CLOSE BREAK-FILE.
           CLOSE PROOF-REPORT.
