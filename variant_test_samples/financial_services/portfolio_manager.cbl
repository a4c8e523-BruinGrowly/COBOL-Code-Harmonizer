               RECORD KEY IS PORT-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.

      *Open cost-basis lots for every account, one record per lot -
      *the holdings are rebuilt from these at the start of a run and
      *written back at the end, so corporate actions can be applied
      *to every account holding a security, not just today's.
           SELECT LOT-FILE ASSIGN TO 'portfolio_lots.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-LOT-KEY
               FILE STATUS IS WS-LOT-FILE-STATUS.

      *Corporate actions - splits, reverse splits, mergers and
      *ticker changes, one per line with their effective date.
           SELECT CORP-ACTION-FILE ASSIGN TO 'corp_actions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.

      *Which corporate actions each account has already had applied
      *- a rerun never applies the same action twice.
           SELECT CA-HISTORY-FILE ASSIGN TO 'corp_action_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAH-KEY
               FILE STATUS IS WS-CAH-FILE-STATUS.

      *Per-portfolio corporate action notices for the client.
           SELECT CA-NOTICE-FILE ASSIGN TO 'corp_action_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-NOTICE-STATUS.

      *Daily valuation history - one record per account per day,
      *with the day's external cash flow and income alongside the
      *closing market value, for time-weighted performance.
           SELECT VALUATION-FILE ASSIGN TO 'portfolio_valuations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-VAL-FILE-STATUS.

      *External cash flow ledger - client deposits and withdrawals,
      *kept apart from trades and income.
           SELECT CASHFLOW-FILE ASSIGN TO 'portfolio_cashflows.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *Income ledger - every dividend and interest payment posted,
      *for the client statements.
           SELECT INCOME-FILE ASSIGN TO 'portfolio_income.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-FILE-STATUS.

      *Trade capture input - buys and sells keyed in by the desk,
      *one trade per line.
           SELECT TRADE-FILE ASSIGN TO 'trades.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-RPT-STATUS.

      *Account maintenance - account type, owner's birth date and
      *close date for accounts already on the portfolio master, one
      *account per line: account|type|birth date|close date. A blank
      *field leaves the stored value alone; a close date of zeros
      *reopens the account.
           SELECT MAINT-FILE ASSIGN TO 'portfolio_maint.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
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

       FD  LOT-FILE.
       01  PORTFOLIO-LOT-RECORD.
           05  PL-LOT-KEY.
               10  PL-ACCOUNT-ID       PIC 9(12).
               10  PL-LOT-SEQ          PIC 9(3).
           05  PL-SYMBOL               PIC X(10).
           05  PL-ASSET-TYPE           PIC X(15).
           05  PL-SHARES               PIC 9(8).
           05  PL-LOT-PRICE            PIC 9(8)V9(4) COMP-3.
           05  PL-ACQ-DATE             PIC 9(8).
           05  PL-CURRENT-PRICE        PIC 9(8)V99 COMP-3.

       FD  CORP-ACTION-FILE.
       01  CORP-ACTION-RECORD          PIC X(80).

       FD  CA-HISTORY-FILE.
       01  CA-HISTORY-RECORD.
           05  CAH-KEY.
               10  CAH-ACCOUNT-ID      PIC 9(12).
               10  CAH-ACTION-ID       PIC X(10).
           05  CAH-APPLIED-DATE        PIC 9(8).
           05  CAH-LIEU-CASH           PIC 9(10)V99 COMP-3.

       FD  CA-NOTICE-FILE.
       01  CA-NOTICE-LINE              PIC X(100).

       FD  VALUATION-FILE.
       01  VALUATION-RECORD.
           05  PV-KEY.
               10  PV-ACCOUNT-ID       PIC 9(12).
               10  PV-DATE             PIC 9(8).
           05  PV-MARKET-VALUE         PIC 9(12)V99 COMP-3.
           05  PV-NET-FLOW             PIC S9(12)V99 COMP-3.
           05  PV-INCOME               PIC 9(10)V99 COMP-3.

       FD  CASHFLOW-FILE.
       01  CASHFLOW-RECORD             PIC X(60).

       FD  INCOME-FILE.
       01  INCOME-RECORD               PIC X(60).

       FD  TRADE-FILE.
       01  TRADE-RECORD                PIC X(60).
       FD  PRICE-FEED-FILE.
       01  PRICE-FEED-RECORD           PIC X(40).

       FD  MAINT-FILE.
       01  MAINT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS              PIC XX.
       01  WS-RGL-RPT-STATUS           PIC XX.
       01  WS-REBAL-RPT-STATUS         PIC XX.
       01  WS-PRICE-FILE-STATUS        PIC XX.
       01  WS-LOT-FILE-STATUS          PIC XX.
       01  WS-CA-FILE-STATUS           PIC XX.
       01  WS-VAL-FILE-STATUS          PIC XX.
       01  WS-CF-FILE-STATUS           PIC XX.
       01  WS-INC-FILE-STATUS          PIC XX.
       01  WS-CAH-FILE-STATUS          PIC XX.
       01  WS-CA-NOTICE-STATUS         PIC XX.
       01  WS-MNT-FILE-STATUS          PIC XX.

      *Asset holdings
       01  WS-HOLDINGS-TABLE.
       01  WS-HOLDING-COUNT            PIC 99 VALUE ZERO.
       01  WS-ACCOUNT-ID               PIC 9(12).
       01  WS-CUSTOMER-ID              PIC 9(10).
      *Account type and owner's birth date a new portfolio record is
      *opened with - once on file they are changed through the
      *account maintenance file.
       01  WS-ACCOUNT-TYPE             PIC X(20).
       01  WS-OWNER-BIRTH-DATE         PIC 9(8).

      *Benchmark comparison - a broad-market index proxy return held
      *here so "how am I doing" always has something to compare
           05  WS-LOT OCCURS 100 TIMES.
               10  WS-LOT-SYMBOL       PIC X(10).
               10  WS-LOT-SHARES       PIC 9(8).
               10  WS-LOT-PRICE        PIC 9(8)V9(4) COMP-3.
               10  WS-LOT-ACQ-DATE     PIC 9(8).
       01  WS-LOT-IX                   PIC 9(3).
       01  WS-SEED-ACQ-DATE            PIC 9(8) VALUE 20240601.

      *Lot file load/save working fields.
       01  WS-LOT-FILE-WORK.
           05  WS-LOT-EOF              PIC X.
           05  WS-SAVE-LOT-SEQ         PIC 9(3).

      *Corporate actions - id|type|old symbol|new symbol|ratio|
      *cash-in-lieu price|effective date. The ratio is new shares
      *per old share (2-for-1 split 2.000000, 1-for-10 reverse
      *split 0.100000); a ticker change is always 1.
       01  WS-CA-INPUT.
           05  WS-CA-EOF               PIC X.
           05  WS-CA-IN-ID             PIC X(10).
           05  WS-CA-IN-TYPE           PIC X(6).
           05  WS-CA-IN-OLD-SYMBOL     PIC X(10).
           05  WS-CA-IN-NEW-SYMBOL     PIC X(10).
           05  WS-CA-IN-RATIO-X        PIC X(10).
           05  WS-CA-IN-RATIO REDEFINES WS-CA-IN-RATIO-X
                                       PIC 9(4)V9(6).
           05  WS-CA-IN-CIL-X          PIC X(10).
           05  WS-CA-IN-CIL REDEFINES WS-CA-IN-CIL-X
                                       PIC 9(8)V99.
           05  WS-CA-IN-DATE-X         PIC X(8).
           05  WS-CA-IN-DATE REDEFINES WS-CA-IN-DATE-X
                                       PIC 9(8).
       01  WS-CA-TABLE.
           05  WS-CA-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 50 TIMES.
               10  WS-CA-ID            PIC X(10).
               10  WS-CA-TYPE          PIC X(6).
               10  WS-CA-OLD-SYMBOL    PIC X(10).
               10  WS-CA-NEW-SYMBOL    PIC X(10).
               10  WS-CA-RATIO         PIC 9(4)V9(6).
               10  WS-CA-CIL-PRICE     PIC 9(8)V99.
               10  WS-CA-EFF-DATE      PIC 9(8).
       01  WS-CA-IX                    PIC 9(3).

      *Account maintenance input line and counts.
       01  WS-MNT-INPUT.
           05  WS-MNT-EOF              PIC X.
           05  WS-MNT-ACCOUNT-X        PIC X(12).
           05  WS-MNT-ACCOUNT REDEFINES WS-MNT-ACCOUNT-X
                                       PIC 9(12).
           05  WS-MNT-TYPE             PIC X(20).
           05  WS-MNT-BIRTH-X          PIC X(8).
           05  WS-MNT-BIRTH REDEFINES WS-MNT-BIRTH-X
                                       PIC 9(8).
           05  WS-MNT-CLOSE-X          PIC X(8).
           05  WS-MNT-CLOSE REDEFINES WS-MNT-CLOSE-X
                                       PIC 9(8).
       01  WS-MNT-WORK.
           05  WS-MNT-TODAY            PIC 9(8).
           05  WS-MNT-APPLIED          PIC 9(5) VALUE ZERO.
           05  WS-MNT-REJECTED         PIC 9(5) VALUE ZERO.
      *Accounts touched by the action being applied - cash in lieu
      *is credited once the lot pass is finished.
       01  WS-CA-ACCOUNT-TABLE.
           05  WS-CA-ACCT-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CA-ACCT-ENTRY OCCURS 200 TIMES.
               10  WS-CA-ACCT-ID       PIC 9(12).
               10  WS-CA-ACCT-LIEU     PIC 9(10)V99.
       01  WS-CA-ACCT-IX               PIC 9(3).
       01  WS-CA-WORK.
           05  WS-CA-TODAY             PIC 9(8).
           05  WS-CA-LAST-ACCOUNT      PIC 9(12).
           05  WS-CA-ACCOUNT-DONE      PIC X.
           05  WS-CA-RELOAD            PIC X.
           05  WS-CA-LOT-COST          PIC 9(12)V9(4).
           05  WS-CA-NEW-RAW           PIC 9(12)V9(6).
           05  WS-CA-NEW-WHOLE         PIC 9(12).
           05  WS-CA-FRACTION          PIC 9V9(6).
           05  WS-CA-FRACTION-COST     PIC 9(12)V99.
           05  WS-CA-LIEU-CASH         PIC 9(10)V99.
           05  WS-CA-OLD-SHARES        PIC 9(8).
           05  WS-CA-CASH-FOUND        PIC X.
           05  WS-CA-MAX-SEQ           PIC 9(3).
           05  WS-CA-APPLIED           PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-RATIO            PIC ZZZ9.9(6).
       01  WS-DISPLAY-COST-SH          PIC $$$,$$$,$$9.9999.
       01  WS-DISPLAY-NEW-SHARES       PIC ZZZ,ZZZ,ZZ9.

      *Trade capture - side|symbol|shares|price|date, numerics as
      *unedited digit strings recovered through redefinitions.
       01  WS-TRADE-WORK.
      *long-term totals.
       01  WS-RGL-REPORT-WORK.
           05  WS-RGL-EOF              PIC X.
      *Account the ledger line is posted for, and the account this
      *run reports on (ledger lines written before the account was
      *carried have none and report with every account).
           05  WS-RGL-POST-ACCOUNT     PIC 9(12).
           05  WS-RGL-ACCOUNT-X        PIC X(12).
           05  WS-RGL-OWN-ACCOUNT      PIC 9(12).
           05  WS-RGL-OWN-ACCOUNT-X REDEFINES WS-RGL-OWN-ACCOUNT
                                       PIC X(12).
           05  WS-RGL-TAX-YEAR        PIC 9(4).
           05  WS-RGL-DATE-X           PIC X(8).
           05  WS-RGL-SYMBOL           PIC X(10).
           05  WS-INCOME-SYMBOL        PIC X(10).
           05  WS-INCOME-AMOUNT        PIC 9(8)V99 COMP-3.
           05  WS-INCOME-TYPE          PIC X(10).
           05  WS-INCOME-DATE          PIC 9(8).
           05  WS-INCOME-AMOUNT-OUT    PIC 9(8)V99.
       01  WS-YTD-INCOME               PIC 9(10)V99 COMP-3 VALUE ZERO.

      *Today's external flows (deposits less withdrawals) and income
      *for the valuation history.
       01  WS-DAY-ACTIVITY.
           05  WS-DAY-NET-FLOW         PIC S9(12)V99 VALUE ZERO.
           05  WS-DAY-INCOME           PIC 9(10)V99 VALUE ZERO.
           05  WS-VALUATION-DATE       PIC 9(8).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PORTFOLIO-SYSTEM.
           PERFORM APPLY-ACCOUNT-MAINTENANCE.
           PERFORM LOAD-SAMPLE-PORTFOLIO.

      *Splits, mergers and ticker changes go onto every account's
      *lots before anything is posted, traded or priced.
           PERFORM APPLY-CORPORATE-ACTIONS.

      *Sample income events for the quarter - a dividend on each of
      *the two largest equity holdings and interest on the bond.
           MOVE 'AAPL' TO WS-INCOME-SYMBOL.
           PERFORM CHECK-ALLOCATION-TARGETS.
           PERFORM CALCULATE-RISK-METRICS.
           PERFORM GENERATE-PORTFOLIO-REPORT.
           PERFORM RECORD-DAILY-VALUATION.
           PERFORM YEAR-END-GAIN-LOSS-REPORT.
           PERFORM CLEANUP-PORTFOLIO-SYSTEM.
           STOP RUN.
               STOP RUN
           END-IF.

           OPEN I-O LOT-FILE.
           IF WS-LOT-FILE-STATUS = '35'
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.
           IF WS-LOT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening lot file: '
                   WS-LOT-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM LOAD-ASSET-CLASS-PARAMS.

           DISPLAY 'Portfolio system initialized'.
           DISPLAY SPACE.

      *Account type, owner's birth date and close date are only
      *defaulted when a portfolio record is first written - from
      *then on they are changed here, ahead of the day's processing,
      *so the RMD, fee billing and statement runs see them.
       APPLY-ACCOUNT-MAINTENANCE SECTION.
       APPLY-MAINTENANCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MNT-TODAY.
           MOVE ZERO TO WS-MNT-APPLIED.
           MOVE ZERO TO WS-MNT-REJECTED.

           OPEN INPUT MAINT-FILE.
           IF WS-MNT-FILE-STATUS NOT = '00'
               GO TO APPLY-MAINTENANCE-EXIT
           END-IF.

           DISPLAY 'Applying account maintenance...'.
           MOVE 'N' TO WS-MNT-EOF.
           PERFORM APPLY-ONE-MAINTENANCE
               UNTIL WS-MNT-EOF = 'Y'.
           CLOSE MAINT-FILE.

           DISPLAY '  Accounts maintained: ' WS-MNT-APPLIED
               '  rejected: ' WS-MNT-REJECTED.
           DISPLAY SPACE.

       APPLY-MAINTENANCE-EXIT.
           EXIT.

       APPLY-ONE-MAINTENANCE SECTION.
       APPLY-ONE-MAINT.
           READ MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MNT-EOF
                   GO TO APPLY-ONE-MAINT-EXIT
           END-READ.

           MOVE SPACES TO WS-MNT-ACCOUNT-X WS-MNT-TYPE
               WS-MNT-BIRTH-X WS-MNT-CLOSE-X.
           UNSTRING MAINT-RECORD DELIMITED BY '|'
               INTO WS-MNT-ACCOUNT-X WS-MNT-TYPE
                    WS-MNT-BIRTH-X WS-MNT-CLOSE-X
           END-UNSTRING.

           IF WS-MNT-ACCOUNT-X NOT NUMERIC
               DISPLAY '  Rejected maintenance - account not valid: '
                   WS-MNT-ACCOUNT-X
               ADD 1 TO WS-MNT-REJECTED
               GO TO APPLY-ONE-MAINT-EXIT
           END-IF.
           IF (WS-MNT-BIRTH-X NOT = SPACES AND
               WS-MNT-BIRTH-X NOT NUMERIC) OR
              (WS-MNT-CLOSE-X NOT = SPACES AND
               WS-MNT-CLOSE-X NOT NUMERIC)
               DISPLAY '  Rejected maintenance for ' WS-MNT-ACCOUNT
                   ' - date not valid'
               ADD 1 TO WS-MNT-REJECTED
               GO TO APPLY-ONE-MAINT-EXIT
           END-IF.
           IF WS-MNT-BIRTH-X NOT = SPACES AND
              (WS-MNT-BIRTH = ZERO OR WS-MNT-BIRTH > WS-MNT-TODAY)
               DISPLAY '  Rejected maintenance for ' WS-MNT-ACCOUNT
                   ' - birth date ' WS-MNT-BIRTH
               ADD 1 TO WS-MNT-REJECTED
               GO TO APPLY-ONE-MAINT-EXIT
           END-IF.
           IF WS-MNT-CLOSE-X NOT = SPACES AND
              WS-MNT-CLOSE > WS-MNT-TODAY
               DISPLAY '  Rejected maintenance for ' WS-MNT-ACCOUNT
                   ' - close date in the future ' WS-MNT-CLOSE
               ADD 1 TO WS-MNT-REJECTED
               GO TO APPLY-ONE-MAINT-EXIT
           END-IF.

      *Only accounts already on the master are maintained - a new
      *account is opened by its first run, not by this file.
           MOVE WS-MNT-ACCOUNT TO PORT-ACCOUNT-ID.
           READ PORTFOLIO-FILE
               INVALID KEY
                   DISPLAY '  Rejected maintenance for '
                       WS-MNT-ACCOUNT ' - not on file'
                   ADD 1 TO WS-MNT-REJECTED
                   GO TO APPLY-ONE-MAINT-EXIT
           END-READ.

           IF WS-MNT-CLOSE-X NOT = SPACES AND
              WS-MNT-CLOSE NOT = ZERO AND
              WS-MNT-CLOSE < PORT-OPEN-DATE
               DISPLAY '  Rejected maintenance for ' WS-MNT-ACCOUNT
                   ' - close date before open date ' PORT-OPEN-DATE
               ADD 1 TO WS-MNT-REJECTED
               GO TO APPLY-ONE-MAINT-EXIT
           END-IF.

           IF WS-MNT-TYPE NOT = SPACES
               MOVE WS-MNT-TYPE TO PORT-ACCOUNT-TYPE
           END-IF.
           IF WS-MNT-BIRTH-X NOT = SPACES
               MOVE WS-MNT-BIRTH TO PORT-OWNER-BIRTH-DATE
           END-IF.
           IF WS-MNT-CLOSE-X NOT = SPACES
               MOVE WS-MNT-CLOSE TO PORT-CLOSE-DATE
           END-IF.

           REWRITE PORTFOLIO-RECORD
               INVALID KEY
                   DISPLAY '  Error rewriting portfolio record '
                       WS-MNT-ACCOUNT
                   ADD 1 TO WS-MNT-REJECTED
                   GO TO APPLY-ONE-MAINT-EXIT
           END-REWRITE.
           ADD 1 TO WS-MNT-APPLIED.
           DISPLAY '  Maintained ' PORT-ACCOUNT-ID ' '
               PORT-ACCOUNT-TYPE ' born ' PORT-OWNER-BIRTH-DATE
               ' closed ' PORT-CLOSE-DATE.

       APPLY-ONE-MAINT-EXIT.
           EXIT.

       LOAD-ASSET-CLASS-PARAMS SECTION.
       LOAD-CLASS-PARAMS.
           MOVE 'CASH' TO WS-CLASS-NAME(1).

           MOVE 123456789012 TO WS-ACCOUNT-ID.
           MOVE 1000000001 TO WS-CUSTOMER-ID.
           MOVE 'BROKERAGE' TO WS-ACCOUNT-TYPE.
           MOVE ZERO TO WS-OWNER-BIRTH-DATE.
           PERFORM SEED-YTD-INCOME-FROM-FILE.

      *Holdings carried from the last run come back off the lot
      *file; only a brand-new account gets the sample book below.
           PERFORM LOAD-PORTFOLIO-LOTS.
           IF WS-HOLDING-COUNT > ZERO
               DISPLAY 'Loaded ' WS-HOLDING-COUNT
                   ' holdings from lot file'
               DISPLAY SPACE
               GO TO LOAD-PORTFOLIO-EXIT
           END-IF.

      *Stock holdings
           ADD 1 TO WS-HOLDING-COUNT.
           SET HOLD-IDX TO WS-HOLDING-COUNT.
           PERFORM SEED-LOT-FROM-HOLDING
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLDING-COUNT.
           PERFORM SAVE-PORTFOLIO-LOTS.

           DISPLAY 'Loaded ' WS-HOLDING-COUNT ' holdings'.
           DISPLAY SPACE.

       LOAD-PORTFOLIO-EXIT.
           EXIT.

       SEED-LOT-FROM-HOLDING SECTION.
       SEED-LOT.
           IF WS-LOT-COUNT < 100
                   WS-LOT-ACQ-DATE (WS-LOT-COUNT)
           END-IF.

       LOAD-PORTFOLIO-LOTS SECTION.
       LOAD-LOTS.
      *Rebuild the holdings table from the account's open lots -
      *shares are the sum of the lots, cost is their weighted
      *average, and the last marked price carries forward.
           MOVE ZERO TO WS-HOLDING-COUNT.
           MOVE ZERO TO WS-LOT-COUNT.
           MOVE 'N' TO WS-LOT-EOF.

           MOVE WS-ACCOUNT-ID TO PL-ACCOUNT-ID.
           MOVE ZERO TO PL-LOT-SEQ.
           START LOT-FILE KEY IS NOT LESS THAN PL-LOT-KEY
               INVALID KEY
                   GO TO LOAD-LOTS-EXIT
           END-START.

           PERFORM LOAD-ONE-LOT
               UNTIL WS-LOT-EOF = 'Y'.

           PERFORM SET-LOADED-HOLDING-COST
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLDING-COUNT.

       LOAD-LOTS-EXIT.
           EXIT.

       LOAD-ONE-LOT SECTION.
       LOAD-LOT.
           READ LOT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LOT-EOF
                   GO TO LOAD-LOT-EXIT
           END-READ.
           IF PL-ACCOUNT-ID NOT = WS-ACCOUNT-ID
               MOVE 'Y' TO WS-LOT-EOF
               GO TO LOAD-LOT-EXIT
           END-IF.

           MOVE PL-SYMBOL TO WS-TRADE-SYMBOL.
           PERFORM FIND-HOLDING-BY-SYMBOL.
           IF WS-FIND-HOLD-IX = ZERO
               IF WS-HOLDING-COUNT >= 20
                   DISPLAY '  WARNING: holdings table full - lot '
                       PL-LOT-SEQ ' ' PL-SYMBOL ' not loaded'
                   GO TO LOAD-LOT-EXIT
               END-IF
               ADD 1 TO WS-HOLDING-COUNT
               MOVE WS-HOLDING-COUNT TO WS-FIND-HOLD-IX
               SET HOLD-IDX TO WS-FIND-HOLD-IX
               MOVE PL-SYMBOL TO WS-SYMBOL(HOLD-IDX)
               MOVE PL-ASSET-TYPE TO WS-ASSET-TYPE(HOLD-IDX)
               MOVE ZERO TO WS-SHARES(HOLD-IDX)
               MOVE ZERO TO WS-COST-BASIS(HOLD-IDX)
               MOVE PL-CURRENT-PRICE TO WS-CURRENT-PRICE(HOLD-IDX)
               MOVE PL-CURRENT-PRICE TO WS-PRIOR-PRICE(HOLD-IDX)
           END-IF.

           IF WS-LOT-COUNT >= 100
               DISPLAY '  WARNING: lot table full - lot '
                   PL-LOT-SEQ ' ' PL-SYMBOL ' not loaded'
               GO TO LOAD-LOT-EXIT
           END-IF.

           SET HOLD-IDX TO WS-FIND-HOLD-IX.
           ADD PL-SHARES TO WS-SHARES(HOLD-IDX).
           ADD 1 TO WS-LOT-COUNT.
           MOVE PL-SYMBOL TO WS-LOT-SYMBOL (WS-LOT-COUNT).
           MOVE PL-SHARES TO WS-LOT-SHARES (WS-LOT-COUNT).
           MOVE PL-LOT-PRICE TO WS-LOT-PRICE (WS-LOT-COUNT).
           MOVE PL-ACQ-DATE TO WS-LOT-ACQ-DATE (WS-LOT-COUNT).

       LOAD-LOT-EXIT.
           EXIT.

       SET-LOADED-HOLDING-COST SECTION.
       SET-LOADED-COST.
           MOVE WS-SYMBOL(HOLD-IDX) TO WS-TRADE-SYMBOL.
           PERFORM RECOMPUTE-HOLDING-COST.

       SAVE-PORTFOLIO-LOTS SECTION.
       SAVE-LOTS.
      *Replace the account's lots with what is in the table now -
      *sold-out lots drop away, and the cash sweep lot carries the
      *running cash balance as its price.
           MOVE 'N' TO WS-LOT-EOF.
           MOVE WS-ACCOUNT-ID TO PL-ACCOUNT-ID.
           MOVE ZERO TO PL-LOT-SEQ.
           START LOT-FILE KEY IS NOT LESS THAN PL-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOT-EOF
           END-START.
           PERFORM DELETE-ONE-SAVED-LOT
               UNTIL WS-LOT-EOF = 'Y'.

           MOVE ZERO TO WS-SAVE-LOT-SEQ.
           PERFORM WRITE-ONE-SAVED-LOT
               VARYING WS-LOT-IX FROM 1 BY 1
               UNTIL WS-LOT-IX > WS-LOT-COUNT.

       DELETE-ONE-SAVED-LOT SECTION.
       DELETE-SAVED-LOT.
           READ LOT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LOT-EOF
                   GO TO DELETE-SAVED-LOT-EXIT
           END-READ.
           IF PL-ACCOUNT-ID NOT = WS-ACCOUNT-ID
               MOVE 'Y' TO WS-LOT-EOF
               GO TO DELETE-SAVED-LOT-EXIT
           END-IF.
           DELETE LOT-FILE RECORD
               INVALID KEY
                   DISPLAY '  Error deleting lot ' PL-LOT-SEQ
           END-DELETE.

       DELETE-SAVED-LOT-EXIT.
           EXIT.

       WRITE-ONE-SAVED-LOT SECTION.
       WRITE-SAVED-LOT.
           IF WS-LOT-SHARES (WS-LOT-IX) = ZERO
               GO TO WRITE-SAVED-LOT-EXIT
           END-IF.

           MOVE WS-LOT-SYMBOL (WS-LOT-IX) TO WS-TRADE-SYMBOL.
           PERFORM FIND-HOLDING-BY-SYMBOL.

           ADD 1 TO WS-SAVE-LOT-SEQ.
           MOVE WS-ACCOUNT-ID TO PL-ACCOUNT-ID.
           MOVE WS-SAVE-LOT-SEQ TO PL-LOT-SEQ.
           MOVE WS-LOT-SYMBOL (WS-LOT-IX) TO PL-SYMBOL.
           MOVE WS-LOT-SHARES (WS-LOT-IX) TO PL-SHARES.
           MOVE WS-LOT-PRICE (WS-LOT-IX) TO PL-LOT-PRICE.
           MOVE WS-LOT-ACQ-DATE (WS-LOT-IX) TO PL-ACQ-DATE.
           MOVE 'EQUITY-OTHER' TO PL-ASSET-TYPE.
           MOVE ZERO TO PL-CURRENT-PRICE.
           IF WS-FIND-HOLD-IX > ZERO
               SET HOLD-IDX TO WS-FIND-HOLD-IX
               MOVE WS-ASSET-TYPE(HOLD-IDX) TO PL-ASSET-TYPE
               MOVE WS-CURRENT-PRICE(HOLD-IDX) TO PL-CURRENT-PRICE
               IF WS-SYMBOL(HOLD-IDX) = 'CASH-USD'
                   MOVE WS-CURRENT-PRICE(HOLD-IDX) TO PL-LOT-PRICE
               END-IF
           END-IF.

           WRITE PORTFOLIO-LOT-RECORD
               INVALID KEY
                   DISPLAY '  Error writing lot ' PL-LOT-SEQ
                       ' ' PL-SYMBOL
           END-WRITE.

       WRITE-SAVED-LOT-EXIT.
           EXIT.

       APPLY-CORPORATE-ACTIONS SECTION.
       APPLY-CORP-ACTIONS.
      *Every account's lots are adjusted, not just this run's -
      *each action is applied once per account, recorded in the
      *history file so a rerun of the same file is harmless.
           DISPLAY 'Applying corporate actions...'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CA-TODAY.
           MOVE ZERO TO WS-CA-COUNT.
           MOVE 'N' TO WS-CA-RELOAD.

           OPEN INPUT CORP-ACTION-FILE.
           IF WS-CA-FILE-STATUS NOT = '00'
               DISPLAY '  No corporate actions on file'
               DISPLAY SPACE
               GO TO APPLY-CORP-ACTIONS-EXIT
           END-IF.
           MOVE 'N' TO WS-CA-EOF.
           PERFORM LOAD-ONE-CORP-ACTION
               UNTIL WS-CA-EOF = 'Y'.
           CLOSE CORP-ACTION-FILE.

           IF WS-CA-COUNT = ZERO
               DISPLAY '  No corporate actions effective'
               DISPLAY SPACE
               GO TO APPLY-CORP-ACTIONS-EXIT
           END-IF.

           OPEN I-O CA-HISTORY-FILE.
           IF WS-CAH-FILE-STATUS = '35'
               OPEN OUTPUT CA-HISTORY-FILE
               CLOSE CA-HISTORY-FILE
               OPEN I-O CA-HISTORY-FILE
           END-IF.
           IF WS-CAH-FILE-STATUS NOT = '00'
               DISPLAY '  Error opening corporate action history: '
                   WS-CAH-FILE-STATUS
               GO TO APPLY-CORP-ACTIONS-EXIT
           END-IF.

           OPEN EXTEND CA-NOTICE-FILE.
           IF WS-CA-NOTICE-STATUS NOT = '00'
               OPEN OUTPUT CA-NOTICE-FILE
           END-IF.

           PERFORM APPLY-ONE-CORP-ACTION
               VARYING WS-CA-IX FROM 1 BY 1
               UNTIL WS-CA-IX > WS-CA-COUNT.

           CLOSE CA-NOTICE-FILE.
           CLOSE CA-HISTORY-FILE.

           DISPLAY '  Lots adjusted: ' WS-CA-APPLIED.

      *The lot pass may have changed this account's positions.
           IF WS-CA-RELOAD = 'Y'
               PERFORM LOAD-PORTFOLIO-LOTS
               DISPLAY '  Holdings reloaded after corporate actions'
           END-IF.
           DISPLAY SPACE.

       APPLY-CORP-ACTIONS-EXIT.
           EXIT.

       LOAD-ONE-CORP-ACTION SECTION.
       LOAD-CORP-ACTION.
           READ CORP-ACTION-FILE
               AT END
                   MOVE 'Y' TO WS-CA-EOF
                   GO TO LOAD-CORP-ACTION-EXIT
           END-READ.

           MOVE SPACES TO WS-CA-IN-NEW-SYMBOL.
           UNSTRING CORP-ACTION-RECORD DELIMITED BY '|'
               INTO WS-CA-IN-ID WS-CA-IN-TYPE
                    WS-CA-IN-OLD-SYMBOL WS-CA-IN-NEW-SYMBOL
                    WS-CA-IN-RATIO-X WS-CA-IN-CIL-X
                    WS-CA-IN-DATE-X
           END-UNSTRING.

           IF WS-CA-IN-TYPE NOT = 'SPLIT' AND
              WS-CA-IN-TYPE NOT = 'RSPLIT' AND
              WS-CA-IN-TYPE NOT = 'MERGER' AND
              WS-CA-IN-TYPE NOT = 'TICKER'
               DISPLAY '  Rejected action ' WS-CA-IN-ID
                   ' - unknown type ' WS-CA-IN-TYPE
               GO TO LOAD-CORP-ACTION-EXIT
           END-IF.
           IF WS-CA-IN-TYPE = 'TICKER'
               MOVE 1 TO WS-CA-IN-RATIO
           END-IF.
           IF WS-CA-IN-RATIO-X NOT NUMERIC OR
              WS-CA-IN-RATIO = ZERO OR
              WS-CA-IN-CIL-X NOT NUMERIC OR
              WS-CA-IN-DATE-X NOT NUMERIC
               DISPLAY '  Rejected action ' WS-CA-IN-ID
                   ' - ratio, price or date not valid'
               GO TO LOAD-CORP-ACTION-EXIT
           END-IF.
           IF WS-CA-IN-DATE > WS-CA-TODAY
               DISPLAY '  Action ' WS-CA-IN-ID
                   ' not yet effective - ' WS-CA-IN-DATE
               GO TO LOAD-CORP-ACTION-EXIT
           END-IF.
           IF WS-CA-COUNT >= 50
               DISPLAY '  Rejected action ' WS-CA-IN-ID
                   ' - action table full'
               GO TO LOAD-CORP-ACTION-EXIT
           END-IF.

           ADD 1 TO WS-CA-COUNT.
           MOVE WS-CA-IN-ID TO WS-CA-ID (WS-CA-COUNT).
           MOVE WS-CA-IN-TYPE TO WS-CA-TYPE (WS-CA-COUNT).
           MOVE WS-CA-IN-OLD-SYMBOL TO WS-CA-OLD-SYMBOL (WS-CA-COUNT).
           IF WS-CA-IN-NEW-SYMBOL = SPACES
               MOVE WS-CA-IN-OLD-SYMBOL TO
                   WS-CA-NEW-SYMBOL (WS-CA-COUNT)
           ELSE
               MOVE WS-CA-IN-NEW-SYMBOL TO
                   WS-CA-NEW-SYMBOL (WS-CA-COUNT)
           END-IF.
           MOVE WS-CA-IN-RATIO TO WS-CA-RATIO (WS-CA-COUNT).
           MOVE WS-CA-IN-CIL TO WS-CA-CIL-PRICE (WS-CA-COUNT).
           MOVE WS-CA-IN-DATE TO WS-CA-EFF-DATE (WS-CA-COUNT).

       LOAD-CORP-ACTION-EXIT.
           EXIT.

       APPLY-ONE-CORP-ACTION SECTION.
       APPLY-CORP-ACTION.
      *One pass over every lot on file. Lots are keyed by account,
      *so each account's lots arrive together and its notice is
      *written as a block; cash in lieu is credited afterwards so
      *the sequential pass is never disturbed by a random read.
           MOVE ZERO TO WS-CA-ACCT-COUNT.
           MOVE ZERO TO WS-CA-LAST-ACCOUNT.
           MOVE 'Y' TO WS-CA-ACCOUNT-DONE.
           MOVE 'N' TO WS-LOT-EOF.

           MOVE LOW-VALUES TO PL-LOT-KEY.
           START LOT-FILE KEY IS NOT LESS THAN PL-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOT-EOF
           END-START.
           PERFORM ADJUST-NEXT-LOT
               UNTIL WS-LOT-EOF = 'Y'.

           IF WS-CA-ACCOUNT-DONE = 'N'
               PERFORM WRITE-CA-NOTICE-TRAILER
           END-IF.

           PERFORM SETTLE-CA-ACCOUNT
               VARYING WS-CA-ACCT-IX FROM 1 BY 1
               UNTIL WS-CA-ACCT-IX > WS-CA-ACCT-COUNT.

       ADJUST-NEXT-LOT SECTION.
       ADJUST-LOT.
           READ LOT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LOT-EOF
                   GO TO ADJUST-LOT-EXIT
           END-READ.
           IF PL-SYMBOL NOT = WS-CA-OLD-SYMBOL (WS-CA-IX)
               GO TO ADJUST-LOT-EXIT
           END-IF.

           IF PL-ACCOUNT-ID NOT = WS-CA-LAST-ACCOUNT
               IF WS-CA-ACCOUNT-DONE = 'N'
                   PERFORM WRITE-CA-NOTICE-TRAILER
               END-IF
               PERFORM START-CA-ACCOUNT
           END-IF.
           IF WS-CA-ACCOUNT-DONE = 'Y'
               GO TO ADJUST-LOT-EXIT
           END-IF.

      *Cost is preserved across the action: whole new shares take
      *the lot's cost less the slice sold as cash in lieu, and the
      *acquisition date stays with the lot.
           MOVE PL-SHARES TO WS-CA-OLD-SHARES.
           COMPUTE WS-CA-LOT-COST = PL-SHARES * PL-LOT-PRICE.
           COMPUTE WS-CA-NEW-RAW =
               PL-SHARES * WS-CA-RATIO (WS-CA-IX).
           MOVE WS-CA-NEW-RAW TO WS-CA-NEW-WHOLE.
           COMPUTE WS-CA-FRACTION = WS-CA-NEW-RAW - WS-CA-NEW-WHOLE.
           MOVE ZERO TO WS-CA-FRACTION-COST.
           MOVE ZERO TO WS-CA-LIEU-CASH.

           IF WS-CA-FRACTION > ZERO
               COMPUTE WS-CA-FRACTION-COST ROUNDED =
                   WS-CA-LOT-COST * WS-CA-FRACTION / WS-CA-NEW-RAW
               COMPUTE WS-CA-LIEU-CASH ROUNDED =
                   WS-CA-FRACTION * WS-CA-CIL-PRICE (WS-CA-IX)
               PERFORM POST-CASH-IN-LIEU
           END-IF.

           IF WS-CA-NEW-WHOLE = ZERO
               DELETE LOT-FILE RECORD
                   INVALID KEY
                       DISPLAY '  Error deleting lot ' PL-LOT-SEQ
               END-DELETE
           ELSE
               COMPUTE PL-LOT-PRICE ROUNDED =
                   (WS-CA-LOT-COST - WS-CA-FRACTION-COST) /
                   WS-CA-NEW-WHOLE
               COMPUTE PL-CURRENT-PRICE ROUNDED =
                   PL-CURRENT-PRICE / WS-CA-RATIO (WS-CA-IX)
               MOVE WS-CA-NEW-WHOLE TO PL-SHARES
               MOVE WS-CA-NEW-SYMBOL (WS-CA-IX) TO PL-SYMBOL
               REWRITE PORTFOLIO-LOT-RECORD
                   INVALID KEY
                       DISPLAY '  Error rewriting lot ' PL-LOT-SEQ
               END-REWRITE
           END-IF.
           ADD 1 TO WS-CA-APPLIED.

           MOVE WS-CA-OLD-SHARES TO WS-DISPLAY-SHARES.
           MOVE WS-CA-NEW-WHOLE TO WS-DISPLAY-NEW-SHARES.
           MOVE SPACES TO CA-NOTICE-LINE.
           STRING '  LOT ACQUIRED ' PL-ACQ-DATE
                  '  SHARES ' WS-DISPLAY-SHARES
                  ' NOW ' WS-DISPLAY-NEW-SHARES
                  DELIMITED BY SIZE INTO CA-NOTICE-LINE.
           WRITE CA-NOTICE-LINE.
           IF WS-CA-NEW-WHOLE > ZERO
               MOVE PL-LOT-PRICE TO WS-DISPLAY-COST-SH
               MOVE SPACES TO CA-NOTICE-LINE
               STRING '      ADJUSTED COST PER SHARE '
                      WS-DISPLAY-COST-SH
                      DELIMITED BY SIZE INTO CA-NOTICE-LINE
               WRITE CA-NOTICE-LINE
           END-IF.
           IF WS-CA-LIEU-CASH > ZERO
               MOVE WS-CA-LIEU-CASH TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO CA-NOTICE-LINE
               STRING '      FRACTIONAL SHARE PAID IN CASH '
                      WS-DISPLAY-AMOUNT
                      DELIMITED BY SIZE INTO CA-NOTICE-LINE
               WRITE CA-NOTICE-LINE
           END-IF.

       ADJUST-LOT-EXIT.
           EXIT.

       START-CA-ACCOUNT SECTION.
       START-CA-ACCT.
      *First lot of a new account for this action - skip it if the
      *history says it has already been applied, otherwise note
      *the account for settlement and open its notice.
           MOVE PL-ACCOUNT-ID TO WS-CA-LAST-ACCOUNT.
           MOVE PL-ACCOUNT-ID TO CAH-ACCOUNT-ID.
           MOVE WS-CA-ID (WS-CA-IX) TO CAH-ACTION-ID.
           READ CA-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CA-ACCOUNT-DONE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CA-ACCOUNT-DONE
           END-READ.
           IF WS-CA-ACCOUNT-DONE = 'Y'
               GO TO START-CA-ACCT-EXIT
           END-IF.
           IF WS-CA-ACCT-COUNT >= 200
               DISPLAY '  WARNING: account table full - action '
                   WS-CA-ID (WS-CA-IX) ' held for account '
                   PL-ACCOUNT-ID
               MOVE 'Y' TO WS-CA-ACCOUNT-DONE
               GO TO START-CA-ACCT-EXIT
           END-IF.

           ADD 1 TO WS-CA-ACCT-COUNT.
           MOVE PL-ACCOUNT-ID TO WS-CA-ACCT-ID (WS-CA-ACCT-COUNT).
           MOVE ZERO TO WS-CA-ACCT-LIEU (WS-CA-ACCT-COUNT).

           MOVE WS-CA-RATIO (WS-CA-IX) TO WS-DISPLAY-RATIO.
           MOVE SPACES TO CA-NOTICE-LINE.
           STRING 'CORPORATE ACTION NOTICE - ACCOUNT '
                  PL-ACCOUNT-ID
                  DELIMITED BY SIZE INTO CA-NOTICE-LINE.
           WRITE CA-NOTICE-LINE.
           MOVE SPACES TO CA-NOTICE-LINE.
           STRING '  ACTION ' WS-CA-ID (WS-CA-IX)
                  '  TYPE ' WS-CA-TYPE (WS-CA-IX)
                  '  EFFECTIVE ' WS-CA-EFF-DATE (WS-CA-IX)
                  DELIMITED BY SIZE INTO CA-NOTICE-LINE.
           WRITE CA-NOTICE-LINE.
           MOVE SPACES TO CA-NOTICE-LINE.
           STRING '  ' WS-CA-OLD-SYMBOL (WS-CA-IX)
                  ' BECOMES ' WS-CA-NEW-SYMBOL (WS-CA-IX)
                  ' AT ' WS-DISPLAY-RATIO
                  ' NEW SHARES PER OLD SHARE'
                  DELIMITED BY SIZE INTO CA-NOTICE-LINE.
           WRITE CA-NOTICE-LINE.

       START-CA-ACCT-EXIT.
           EXIT.

       POST-CASH-IN-LIEU SECTION.
       POST-CIL.
      *The fractional share is treated as sold on the effective
      *date at the cash-in-lieu price.
           ADD WS-CA-LIEU-CASH TO WS-CA-ACCT-LIEU (WS-CA-ACCT-COUNT).

           MOVE WS-CA-EFF-DATE (WS-CA-IX) TO WS-TRADE-DATE.
           MOVE PL-SYMBOL TO WS-TRADE-SYMBOL.
           MOVE ZERO TO WS-RELIEF-QTY.
           MOVE WS-CA-LIEU-CASH TO WS-RELIEF-PROCEEDS.
           MOVE WS-CA-FRACTION-COST TO WS-RELIEF-BASIS.
           COMPUTE WS-RELIEF-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-TRADE-DATE) -
               FUNCTION INTEGER-OF-DATE(PL-ACQ-DATE).
           IF WS-RELIEF-DAYS-HELD > 365
               MOVE 'L' TO WS-RELIEF-TERM
           ELSE
               MOVE 'S' TO WS-RELIEF-TERM
           END-IF.
           MOVE PL-ACCOUNT-ID TO WS-RGL-POST-ACCOUNT.
           PERFORM WRITE-REALIZED-GL-ENTRY.

       WRITE-CA-NOTICE-TRAILER SECTION.
       WRITE-CA-TRAILER.
           MOVE WS-CA-ACCT-LIEU (WS-CA-ACCT-COUNT) TO
               WS-DISPLAY-AMOUNT.
           MOVE SPACES TO CA-NOTICE-LINE.
           STRING '  TOTAL CASH IN LIEU CREDITED ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO CA-NOTICE-LINE.
           WRITE CA-NOTICE-LINE.
           MOVE SPACES TO CA-NOTICE-LINE.
           WRITE CA-NOTICE-LINE.

       SETTLE-CA-ACCOUNT SECTION.
       SETTLE-CA-ACCT.
      *Record the action against the account, then put the cash in
      *lieu into its cash sweep lot and portfolio cash balance.
           MOVE WS-CA-ACCT-ID (WS-CA-ACCT-IX) TO CAH-ACCOUNT-ID.
           MOVE WS-CA-ID (WS-CA-IX) TO CAH-ACTION-ID.
           MOVE WS-CA-TODAY TO CAH-APPLIED-DATE.
           MOVE WS-CA-ACCT-LIEU (WS-CA-ACCT-IX) TO CAH-LIEU-CASH.
           WRITE CA-HISTORY-RECORD
               INVALID KEY
                   DISPLAY '  Error recording action '
                       CAH-ACTION-ID ' for ' CAH-ACCOUNT-ID
           END-WRITE.

           IF WS-CA-ACCT-ID (WS-CA-ACCT-IX) = WS-ACCOUNT-ID
               MOVE 'Y' TO WS-CA-RELOAD
           END-IF.
           IF WS-CA-ACCT-LIEU (WS-CA-ACCT-IX) = ZERO
               GO TO SETTLE-CA-ACCT-EXIT
           END-IF.

           MOVE 'N' TO WS-CA-CASH-FOUND.
           MOVE ZERO TO WS-CA-MAX-SEQ.
           MOVE 'N' TO WS-LOT-EOF.
           MOVE WS-CA-ACCT-ID (WS-CA-ACCT-IX) TO PL-ACCOUNT-ID.
           MOVE ZERO TO PL-LOT-SEQ.
           START LOT-FILE KEY IS NOT LESS THAN PL-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOT-EOF
           END-START.
           PERFORM FIND-ACCOUNT-CASH-LOT
               UNTIL WS-LOT-EOF = 'Y' OR WS-CA-CASH-FOUND = 'Y'.

           IF WS-CA-CASH-FOUND = 'Y'
               ADD WS-CA-ACCT-LIEU (WS-CA-ACCT-IX) TO PL-LOT-PRICE
               ADD WS-CA-ACCT-LIEU (WS-CA-ACCT-IX) TO PL-CURRENT-PRICE
               REWRITE PORTFOLIO-LOT-RECORD
                   INVALID KEY
                       DISPLAY '  Error crediting cash lot for '
                           PL-ACCOUNT-ID
               END-REWRITE
           ELSE
               MOVE WS-CA-ACCT-ID (WS-CA-ACCT-IX) TO PL-ACCOUNT-ID
               COMPUTE PL-LOT-SEQ = WS-CA-MAX-SEQ + 1
               MOVE 'CASH-USD' TO PL-SYMBOL
               MOVE 'CASH' TO PL-ASSET-TYPE
               MOVE 1 TO PL-SHARES
               MOVE WS-CA-ACCT-LIEU (WS-CA-ACCT-IX) TO PL-LOT-PRICE
               MOVE WS-CA-ACCT-LIEU (WS-CA-ACCT-IX) TO PL-CURRENT-PRICE
               MOVE WS-CA-TODAY TO PL-ACQ-DATE
               WRITE PORTFOLIO-LOT-RECORD
                   INVALID KEY
                       DISPLAY '  Error writing cash lot for '
                           PL-ACCOUNT-ID
               END-WRITE
           END-IF.

           MOVE WS-CA-ACCT-ID (WS-CA-ACCT-IX) TO PORT-ACCOUNT-ID.
           READ PORTFOLIO-FILE
               INVALID KEY
                   GO TO SETTLE-CA-ACCT-EXIT
           END-READ.
           ADD WS-CA-ACCT-LIEU (WS-CA-ACCT-IX) TO PORT-CASH-BALANCE.
           ADD WS-CA-ACCT-LIEU (WS-CA-ACCT-IX) TO PORT-TOTAL-VALUE.
           REWRITE PORTFOLIO-RECORD
               INVALID KEY
                   DISPLAY '  Error updating cash for '
                       PORT-ACCOUNT-ID
           END-REWRITE.

       SETTLE-CA-ACCT-EXIT.
           EXIT.

       FIND-ACCOUNT-CASH-LOT SECTION.
       FIND-ACCT-CASH-LOT.
           READ LOT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LOT-EOF
                   GO TO FIND-ACCT-CASH-LOT-EXIT
           END-READ.
           IF PL-ACCOUNT-ID NOT = WS-CA-ACCT-ID (WS-CA-ACCT-IX)
               MOVE 'Y' TO WS-LOT-EOF
               GO TO FIND-ACCT-CASH-LOT-EXIT
           END-IF.
           MOVE PL-LOT-SEQ TO WS-CA-MAX-SEQ.
           IF PL-SYMBOL = 'CASH-USD'
               MOVE 'Y' TO WS-CA-CASH-FOUND
           END-IF.

       FIND-ACCT-CASH-LOT-EXIT.
           EXIT.

       BUILD-SAMPLE-TRADE-INPUT SECTION.
       BUILD-TRADES.
      *Stand-in for the desk's trade entry - one new-name buy and
               DELIMITED BY SIZE INTO TRADE-RECORD.
           WRITE TRADE-RECORD.

      *A client deposit into the cash sweep.
           MOVE SPACES TO TRADE-RECORD.
           STRING 'D|CASH-USD  |00000001|0000500000|'
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO TRADE-RECORD.
           WRITE TRADE-RECORD.

           CLOSE TRADE-FILE.

       PROCESS-TRADE-INPUT SECTION.
                   PERFORM APPLY-BUY-TRADE
               WHEN 'S'
                   PERFORM APPLY-SELL-TRADE
               WHEN 'D'
               WHEN 'W'
                   PERFORM APPLY-EXTERNAL-CASHFLOW
               WHEN OTHER
                   DISPLAY '  Rejected trade - unknown side '
                       WS-TRADE-SIDE
           END-EVALUATE.

       APPLY-EXTERNAL-CASHFLOW SECTION.
       APPLY-CASHFLOW.
      *Deposits and withdrawals come in on the trade file against
      *the cash sweep (shares 1, price = amount). They move cash
      *but are not investment activity, so they go to their own
      *ledger and the day's net flow for performance measurement.
           PERFORM LOCATE-CASH-HOLDING.
           IF WS-FIND-IX > WS-HOLDING-COUNT
               DISPLAY '  Rejected cash flow - no cash sweep position'
               GO TO APPLY-CASHFLOW-EXIT
           END-IF.

           IF WS-TRADE-SIDE = 'W'
               IF WS-TRADE-AMOUNT > WS-COST-BASIS (WS-FIND-IX)
                   DISPLAY '  Rejected withdrawal - exceeds cash'
                   GO TO APPLY-CASHFLOW-EXIT
               END-IF
               PERFORM DEBIT-CASH-FOR-BUY
               SUBTRACT WS-TRADE-AMOUNT FROM WS-DAY-NET-FLOW
           ELSE
               PERFORM CREDIT-CASH-FOR-SELL
               ADD WS-TRADE-AMOUNT TO WS-DAY-NET-FLOW
           END-IF.

           OPEN EXTEND CASHFLOW-FILE.
           IF WS-CF-FILE-STATUS NOT = '00'
               OPEN OUTPUT CASHFLOW-FILE
           END-IF.
           MOVE SPACES TO CASHFLOW-RECORD.
           STRING WS-ACCOUNT-ID
                  '|' WS-TRADE-DATE
                  '|' WS-TRADE-SIDE
                  '|' WS-TRADE-AMOUNT
                  DELIMITED BY SIZE INTO CASHFLOW-RECORD.
           WRITE CASHFLOW-RECORD.
           CLOSE CASHFLOW-FILE.

           ADD 1 TO WS-TRADES-APPLIED.
           MOVE WS-TRADE-AMOUNT TO WS-DISPLAY-AMOUNT.
           IF WS-TRADE-SIDE = 'W'
               DISPLAY '  Withdrawal ' WS-DISPLAY-AMOUNT
           ELSE
               DISPLAY '  Deposit    ' WS-DISPLAY-AMOUNT
           END-IF.

       APPLY-CASHFLOW-EXIT.
           EXIT.

       FIND-HOLDING-BY-SYMBOL SECTION.
       FIND-HOLDING.
           MOVE ZERO TO WS-FIND-HOLD-IX.
      *its own realized gain/loss ledger line, split short/long
      *term by holding period.
           MOVE WS-TRADE-SHARES TO WS-RELIEF-REMAINING.
           MOVE WS-ACCOUNT-ID TO WS-RGL-POST-ACCOUNT.
           PERFORM RELIEVE-ONE-LOT
               VARYING WS-LOT-IX FROM 1 BY 1
               UNTIL WS-LOT-IX > WS-LOT-COUNT
                  '|' WS-RELIEF-PROCEEDS
                  '|' WS-RELIEF-BASIS
                  '|' WS-RELIEF-TERM
                  '|' WS-RGL-POST-ACCOUNT
                  DELIMITED BY SIZE INTO REALIZED-GL-RECORD.
           WRITE REALIZED-GL-RECORD.
           CLOSE REALIZED-GL-FILE.
      *record carries - total return without income only tells half
      *the story.
           ADD WS-INCOME-AMOUNT TO WS-YTD-INCOME.
           ADD WS-INCOME-AMOUNT TO WS-DAY-INCOME.

      *Income is paid into the cash sweep - it is part of the
      *portfolio's return, not an external flow.
           MOVE WS-INCOME-AMOUNT TO WS-TRADE-AMOUNT.
           PERFORM CREDIT-CASH-FOR-SELL.

      *account|date|symbol|type|amount as a 9(8)V99 digit string.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INCOME-DATE.
           MOVE WS-INCOME-AMOUNT TO WS-INCOME-AMOUNT-OUT.
           OPEN EXTEND INCOME-FILE.
           IF WS-INC-FILE-STATUS NOT = '00'
               OPEN OUTPUT INCOME-FILE
           END-IF.
           MOVE SPACES TO INCOME-RECORD.
           STRING WS-ACCOUNT-ID
                  '|' WS-INCOME-DATE
                  '|' WS-INCOME-SYMBOL
                  '|' WS-INCOME-TYPE
                  '|' WS-INCOME-AMOUNT-OUT
                  DELIMITED BY SIZE INTO INCOME-RECORD.
           WRITE INCOME-RECORD.
           CLOSE INCOME-FILE.

           MOVE WS-INCOME-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Income posted: ' WS-INCOME-SYMBOL
       SAVE-PORTFOLIO.
      *Write a durable PORTFOLIO-RECORD so a manager can pull up a
      *client's position without rerunning the whole holdings load.
      *The stored record is read back first so the fields other
      *runs maintain (open date, fee billing, account type, owner's
      *birth date, RMD tracking) carry forward.
           MOVE WS-ACCOUNT-ID TO PORT-ACCOUNT-ID.
           READ PORTFOLIO-FILE
               INVALID KEY
                   INITIALIZE PORTFOLIO-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:8) TO PORT-OPEN-DATE
                   MOVE WS-ACCOUNT-TYPE TO PORT-ACCOUNT-TYPE
                   MOVE WS-OWNER-BIRTH-DATE TO PORT-OWNER-BIRTH-DATE
           END-READ.
           MOVE WS-ACCOUNT-ID TO PORT-ACCOUNT-ID.
           MOVE WS-CUSTOMER-ID TO PORT-CUSTOMER-ID.
           MOVE WS-TOTAL-MARKET-VALUE TO PORT-TOTAL-VALUE.
           MOVE WS-CASH-VALUE TO PORT-CASH-BALANCE.
           MOVE FUNCTION CURRENT-DATE TO PORT-LAST-UPDATED.
                   END-REWRITE
           END-WRITE.

           PERFORM SAVE-PORTFOLIO-LOTS.

       RECORD-DAILY-VALUATION SECTION.
       RECORD-VALUATION.
      *One valuation per account per day. A second run the same day
      *replaces the closing value and adds its flows and income to
      *what the first run recorded.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VALUATION-DATE.

           OPEN I-O VALUATION-FILE.
           IF WS-VAL-FILE-STATUS = '35'
               OPEN OUTPUT VALUATION-FILE
               CLOSE VALUATION-FILE
               OPEN I-O VALUATION-FILE
           END-IF.
           IF WS-VAL-FILE-STATUS NOT = '00'
               DISPLAY '  Error opening valuation history: '
                   WS-VAL-FILE-STATUS
               GO TO RECORD-VALUATION-EXIT
           END-IF.

           MOVE WS-ACCOUNT-ID TO PV-ACCOUNT-ID.
           MOVE WS-VALUATION-DATE TO PV-DATE.
           READ VALUATION-FILE
               INVALID KEY
                   MOVE WS-TOTAL-MARKET-VALUE TO PV-MARKET-VALUE
                   MOVE WS-DAY-NET-FLOW TO PV-NET-FLOW
                   MOVE WS-DAY-INCOME TO PV-INCOME
                   WRITE VALUATION-RECORD
                       INVALID KEY
                           DISPLAY '  Error writing valuation'
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-TOTAL-MARKET-VALUE TO PV-MARKET-VALUE
                   ADD WS-DAY-NET-FLOW TO PV-NET-FLOW
                   ADD WS-DAY-INCOME TO PV-INCOME
                   REWRITE VALUATION-RECORD
                       INVALID KEY
                           DISPLAY '  Error rewriting valuation'
                   END-REWRITE
           END-READ.

           CLOSE VALUATION-FILE.

       RECORD-VALUATION-EXIT.
           EXIT.

       YEAR-END-GAIN-LOSS-REPORT SECTION.
       YEAR-END-RGL.
      *Per-portfolio realized gain/loss statement for the tax year -
           DISPLAY 'Generating realized gain/loss report...'.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RGL-TAX-YEAR.
           MOVE WS-ACCOUNT-ID TO WS-RGL-OWN-ACCOUNT.

           OPEN INPUT REALIZED-GL-FILE.
           IF WS-RGL-FILE-STATUS NOT = '00'
               AT END
                   MOVE 'Y' TO WS-RGL-EOF
               NOT AT END
                   MOVE SPACES TO WS-RGL-ACCOUNT-X
                   UNSTRING REALIZED-GL-RECORD DELIMITED BY '|'
                       INTO WS-RGL-DATE-X WS-RGL-SYMBOL
                            WS-RGL-QTY-X WS-RGL-PROCEEDS-X
                            WS-RGL-BASIS-X WS-RGL-TERM
                            WS-RGL-ACCOUNT-X
                   END-UNSTRING
                   IF WS-RGL-DATE-X (1:4) = WS-RGL-TAX-YEAR AND
                      (WS-RGL-ACCOUNT-X = SPACES OR
                       WS-RGL-ACCOUNT-X = WS-RGL-OWN-ACCOUNT-X)
                       PERFORM ACCUMULATE-RGL-ENTRY
                   END-IF
           END-READ.
       CLEANUP-PORTFOLIO-SYSTEM SECTION.
       CLEANUP.
           CLOSE PORTFOLIO-FILE.
           CLOSE LOT-FILE.
           DISPLAY 'Portfolio analysis complete.'.
