       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdvisoryFeeBilling.
      *FINANCIAL SERVICES - QUARTERLY ADVISORY FEE BILLING
      *Quarter-end advisory fee on every managed portfolio
      *(PORT-MANAGED-FLAG = 'Y'). The fee is a tiered annual rate
      *on assets under management - the quarter's average daily
      *market value from PortfolioManager's valuation history, or
      *the quarter-end value when WS-FEE-BASIS says so - charged a
      *quarter at a time and prorated by day for an account opened
      *or closed inside the quarter. The fee is debited from the
      *portfolio's cash; where the cash will not cover it nothing
      *is debited and the account is flagged on the register. Each
      *account gets an invoice, each fee a fee transaction, and the
      *run's billed total goes to GLInterface to post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO 'portfolio.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-ACCOUNT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT VALUATION-FILE ASSIGN TO 'portfolio_valuations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-VAL-STATUS.

           SELECT LOT-FILE ASSIGN TO 'portfolio_lots.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *Fee transactions - one per fee billed, paid or not.
           SELECT FEE-TXN-FILE ASSIGN TO 'portfolio_fee_txns.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT INVOICE-FILE ASSIGN TO 'advisory_fee_invoices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT FEE-REGISTER ASSIGN TO 'advisory_fee_register.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      *Billed total for GLInterface.
           SELECT FEE-SUMMARY-FILE ASSIGN TO 'advisory_fee_summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  PORT-YTD-INCOME         PIC 9(10)V99 COMP-3.
           05  PORT-TGT-EQUITY-PCT     PIC 9(3).
           05  PORT-TGT-FIXED-PCT      PIC 9(3).
           05  PORT-TGT-CASH-PCT       PIC 9(3).
           05  PORT-TGT-ALT-PCT        PIC 9(3).
           05  PORT-TGT-TOLERANCE      PIC 9(2).
           05  PORT-OPEN-DATE          PIC 9(8).
           05  PORT-CLOSE-DATE         PIC 9(8).
           05  PORT-LAST-FEE-QTR       PIC 9(5).
      *Owner's date of birth (zero when not held) and the required
      *minimum distribution for PORT-RMD-YEAR - the December 31
      *value it was figured on, the amount required, and the
      *distributions taken against it so far.
           05  PORT-OWNER-BIRTH-DATE   PIC 9(8).
           05  PORT-RMD-YEAR           PIC 9(4).
           05  PORT-RMD-YE-VALUE       PIC 9(12)V99 COMP-3.
           05  PORT-RMD-REQUIRED       PIC 9(10)V99 COMP-3.
           05  PORT-RMD-TAKEN          PIC 9(10)V99 COMP-3.

      *Same layout PortfolioManager writes.
       FD  VALUATION-FILE.
       01  VALUATION-RECORD.
           05  PV-KEY.
               10  PV-ACCOUNT-ID       PIC 9(12).
               10  PV-DATE             PIC 9(8).
           05  PV-MARKET-VALUE         PIC 9(12)V99 COMP-3.
           05  PV-NET-FLOW             PIC S9(12)V99 COMP-3.
           05  PV-INCOME               PIC 9(10)V99 COMP-3.

      *Same layout PortfolioManager maintains.
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

       FD  FEE-TXN-FILE.
       01  FEE-TXN-RECORD              PIC X(80).

       FD  INVOICE-FILE.
       01  INVOICE-LINE                PIC X(80).

       FD  FEE-REGISTER.
       01  REGISTER-LINE               PIC X(120).

       FD  FEE-SUMMARY-FILE.
       01  FEE-SUMMARY-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PORT-STATUS              PIC XX.
       01  WS-VAL-STATUS               PIC XX.
       01  WS-LOT-STATUS               PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-INVOICE-STATUS           PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-SUMMARY-STATUS           PIC XX.

       01  WS-EOF-PORT                 PIC X VALUE 'N'.
       01  WS-EOF-VAL                  PIC X.
       01  WS-EOF-LOT                  PIC X.
       01  WS-VAL-FILE-OK              PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8).

      *Quarter being billed - the last one completed unless an
      *override (YYYYQ) is set for a rebill.
       01  WS-FEE-QUARTER-WORK.
           05  WS-FEE-QTR-OVERRIDE     PIC 9(5) VALUE ZERO.
           05  WS-FEE-QTR              PIC 9(5).
           05  WS-FEE-QTR-R REDEFINES WS-FEE-QTR.
               10  WS-FEE-YEAR         PIC 9(4).
               10  WS-FEE-QTR-NUM      PIC 9.
           05  WS-RUN-MONTH            PIC 99.
           05  WS-QTR-START            PIC 9(8).
           05  WS-QTR-START-R REDEFINES WS-QTR-START.
               10  WS-QTR-START-YEAR   PIC 9(4).
               10  WS-QTR-START-MONTH  PIC 99.
               10  WS-QTR-START-DAY    PIC 99.
           05  WS-QTR-NEXT-START       PIC 9(8).
           05  WS-QTR-NEXT-R REDEFINES WS-QTR-NEXT-START.
               10  WS-QTR-NEXT-YEAR    PIC 9(4).
               10  WS-QTR-NEXT-MONTH   PIC 99.
               10  WS-QTR-NEXT-DAY     PIC 99.
           05  WS-QTR-END              PIC 9(8).
           05  WS-QTR-DAYS             PIC 9(3).

      *A - the quarter's average daily market value.
      *E - the market value at quarter end.
       01  WS-FEE-BASIS                PIC X VALUE 'A'.
           88  WS-BASIS-AVERAGE        VALUE 'A'.
           88  WS-BASIS-QUARTER-END    VALUE 'E'.

      *Tiered annual rate. Each tier runs up to its ceiling of
      *assets; a zero ceiling is the top tier with no limit.
       01  WS-FEE-SCHEDULE.
           05  WS-TIER-ENTRY           OCCURS 4 TIMES.
               10  WS-TIER-CEILING     PIC 9(11)V99.
               10  WS-TIER-RATE        PIC 9V9(4).
       01  WS-TIER-IX                  PIC 9.
       01  WS-TIER-ENTRIES             PIC 9 VALUE 4.

      *One account's fee.
       01  WS-ASSESS-WORK.
           05  WS-BASIS-VALUE          PIC 9(12)V99.
           05  WS-BASIS-SOURCE         PIC X(16).
           05  WS-VAL-SUM              PIC 9(15)V99.
           05  WS-VAL-DAYS             PIC 9(3).
           05  WS-VAL-LAST             PIC 9(12)V99.
           05  WS-VAL-LAST-FOUND       PIC X.
           05  WS-ACTIVE-START         PIC 9(8).
           05  WS-ACTIVE-END           PIC 9(8).
           05  WS-ACTIVE-DAYS          PIC 9(3).
           05  WS-TIER-FLOOR           PIC 9(12)V99.
           05  WS-TIER-AMOUNT          PIC 9(12)V99.
           05  WS-TIER-FEE             PIC 9(9)V99.
           05  WS-ANNUAL-FEE           PIC 9(9)V99.
           05  WS-ASSESS-FEE           PIC 9(9)V99.
           05  WS-ASSESS-ACTION        PIC X(20).
           05  WS-TXN-STATUS-CODE      PIC X.
           05  WS-CASH-LOT-FOUND       PIC X.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-PASSED-OVER PIC 9(7) VALUE ZERO.
           05  WS-FEES-CHARGED         PIC 9(7) VALUE ZERO.
           05  WS-FEES-UNPAID          PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-FEES-CHARGED   PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-FEES-UNPAID    PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-AUM-BILLED     PIC 9(13)V99 VALUE ZERO.

       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-FEE              PIC $$$,$$$,$$9.99.
       01  WS-DISPLAY-RATE             PIC 9.9999.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-DAYS             PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-FEE-RUN.
           PERFORM ASSESS-ONE-PORTFOLIO
               UNTIL WS-EOF-PORT = 'Y'.
           PERFORM SHUTDOWN-FEE-RUN.
           STOP RUN.

       INITIALIZE-FEE-RUN SECTION.
       INIT-FEE.
           DISPLAY '========================================'.
           DISPLAY 'QUARTERLY ADVISORY FEE BILLING'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM ESTABLISH-FEE-QUARTER.
           PERFORM LOAD-ADVISORY-FEE-SCHEDULE.

           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORT-STATUS NOT = '00'
               DISPLAY 'Error opening portfolio file, status: '
                   WS-PORT-STATUS
               STOP RUN
           END-IF.

           OPEN I-O LOT-FILE.
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'Error opening lot file, status: '
                   WS-LOT-STATUS
               STOP RUN
           END-IF.

      *Without a valuation history every account bills on the
      *value its portfolio record carries.
           OPEN INPUT VALUATION-FILE.
           IF WS-VAL-STATUS = '00'
               MOVE 'Y' TO WS-VAL-FILE-OK
           ELSE
               DISPLAY 'No valuation history - billing on stored value'
           END-IF.

           OPEN OUTPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = '00'
               DISPLAY 'Error opening invoice file, status: '
                   WS-INVOICE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT FEE-REGISTER.
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'Error opening fee register, status: '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO REGISTER-LINE.
           STRING 'ADVISORY FEE REGISTER - QUARTER ' WS-FEE-QTR
                  ' (' WS-QTR-START ' TO ' WS-QTR-END ')'
                  ' - RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING '     ACCOUNT  BASIS                 FEE VALUE'
                  ' DAYS            FEE  ACTION'
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE ZERO TO PORT-ACCOUNT-ID.
           START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PORT
           END-START.

       ESTABLISH-FEE-QUARTER SECTION.
       ESTABLISH-QUARTER.
           IF WS-FEE-QTR-OVERRIDE NOT = ZERO
               MOVE WS-FEE-QTR-OVERRIDE TO WS-FEE-QTR
           ELSE
               MOVE WS-RUN-DATE (1:4) TO WS-FEE-YEAR
               MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH
               COMPUTE WS-FEE-QTR-NUM = (WS-RUN-MONTH + 2) / 3
               IF WS-FEE-QTR-NUM = 1
                   SUBTRACT 1 FROM WS-FEE-YEAR
                   MOVE 4 TO WS-FEE-QTR-NUM
               ELSE
                   SUBTRACT 1 FROM WS-FEE-QTR-NUM
               END-IF
           END-IF.

           MOVE WS-FEE-YEAR TO WS-QTR-START-YEAR.
           COMPUTE WS-QTR-START-MONTH = WS-FEE-QTR-NUM * 3 - 2.
           MOVE 1 TO WS-QTR-START-DAY.

           MOVE WS-FEE-YEAR TO WS-QTR-NEXT-YEAR.
           MOVE 1 TO WS-QTR-NEXT-DAY.
           IF WS-FEE-QTR-NUM = 4
               ADD 1 TO WS-QTR-NEXT-YEAR
               MOVE 1 TO WS-QTR-NEXT-MONTH
           ELSE
               COMPUTE WS-QTR-NEXT-MONTH = WS-FEE-QTR-NUM * 3 + 1
           END-IF.
           COMPUTE WS-QTR-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-QTR-NEXT-START) - 1).
           COMPUTE WS-QTR-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-QTR-NEXT-START) -
               FUNCTION INTEGER-OF-DATE(WS-QTR-START).

           DISPLAY 'Fee quarter: ' WS-FEE-QTR ' - '
               WS-QTR-START ' to ' WS-QTR-END.

       LOAD-ADVISORY-FEE-SCHEDULE SECTION.
       LOAD-SCHEDULE.
      *1.00% on the first $500K, 0.75% on the next $1M, 0.50% on
      *the next $3.5M and 0.35% on anything over $5M.
           MOVE 500000.00 TO WS-TIER-CEILING (1).
           MOVE 0.0100 TO WS-TIER-RATE (1).
           MOVE 1500000.00 TO WS-TIER-CEILING (2).
           MOVE 0.0075 TO WS-TIER-RATE (2).
           MOVE 5000000.00 TO WS-TIER-CEILING (3).
           MOVE 0.0050 TO WS-TIER-RATE (3).
           MOVE ZERO TO WS-TIER-CEILING (4).
           MOVE 0.0035 TO WS-TIER-RATE (4).

       ASSESS-ONE-PORTFOLIO SECTION.
       ASSESS-ONE.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-PORT
                   GO TO ASSESS-ONE-EXIT
           END-READ.

           ADD 1 TO WS-ACCOUNTS-READ.

      *Only managed money pays an advisory fee.
           IF PORT-MANAGED-FLAG NOT = 'Y'
               ADD 1 TO WS-ACCOUNTS-PASSED-OVER
               GO TO ASSESS-ONE-EXIT
           END-IF.

      *Already billed for this quarter - a rerun must not charge
      *twice.
           IF PORT-LAST-FEE-QTR = WS-FEE-QTR
               ADD 1 TO WS-ACCOUNTS-PASSED-OVER
               GO TO ASSESS-ONE-EXIT
           END-IF.

      *Not open at any point in the quarter.
           IF PORT-OPEN-DATE > WS-QTR-END OR
              (PORT-CLOSE-DATE NOT = ZERO AND
               PORT-CLOSE-DATE < WS-QTR-START)
               ADD 1 TO WS-ACCOUNTS-PASSED-OVER
               GO TO ASSESS-ONE-EXIT
           END-IF.

           PERFORM DETERMINE-ACTIVE-DAYS.
           PERFORM DETERMINE-FEE-BASIS.
           PERFORM COMPUTE-TIERED-FEE.

           EVALUATE TRUE
               WHEN WS-ASSESS-FEE = ZERO
                   MOVE 'NO FEE DUE' TO WS-ASSESS-ACTION
                   MOVE WS-FEE-QTR TO PORT-LAST-FEE-QTR
                   REWRITE PORTFOLIO-RECORD
               WHEN PORT-CASH-BALANCE < WS-ASSESS-FEE
                   MOVE 'INSUFFICIENT CASH' TO WS-ASSESS-ACTION
                   MOVE 'U' TO WS-TXN-STATUS-CODE
                   ADD 1 TO WS-FEES-UNPAID
                   ADD WS-ASSESS-FEE TO WS-TOTAL-FEES-UNPAID
                   PERFORM WRITE-FEE-TRANSACTION
               WHEN OTHER
                   MOVE 'DEBITED TO CASH' TO WS-ASSESS-ACTION
                   MOVE 'P' TO WS-TXN-STATUS-CODE
                   PERFORM POST-ADVISORY-FEE
                   PERFORM WRITE-FEE-TRANSACTION
           END-EVALUATE.

           PERFORM WRITE-FEE-INVOICE.
           PERFORM WRITE-FEE-REGISTER-LINE.

       ASSESS-ONE-EXIT.
           EXIT.

       DETERMINE-ACTIVE-DAYS SECTION.
       DETERMINE-DAYS.
      *Days in the quarter the account was open - a full quarter
      *unless it opened or closed part way through.
           MOVE WS-QTR-START TO WS-ACTIVE-START.
           IF PORT-OPEN-DATE > WS-QTR-START
               MOVE PORT-OPEN-DATE TO WS-ACTIVE-START
           END-IF.
           MOVE WS-QTR-END TO WS-ACTIVE-END.
           IF PORT-CLOSE-DATE NOT = ZERO AND
              PORT-CLOSE-DATE < WS-QTR-END
               MOVE PORT-CLOSE-DATE TO WS-ACTIVE-END
           END-IF.
           COMPUTE WS-ACTIVE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ACTIVE-END) -
               FUNCTION INTEGER-OF-DATE(WS-ACTIVE-START) + 1.

       DETERMINE-FEE-BASIS SECTION.
       DETERMINE-BASIS.
           MOVE ZERO TO WS-VAL-SUM.
           MOVE ZERO TO WS-VAL-DAYS.
           MOVE ZERO TO WS-VAL-LAST.
           MOVE 'N' TO WS-VAL-LAST-FOUND.

           IF WS-VAL-FILE-OK = 'Y'
               PERFORM SCAN-ACCOUNT-VALUATIONS
           END-IF.

           EVALUATE TRUE
               WHEN WS-BASIS-AVERAGE AND WS-VAL-DAYS > ZERO
                   COMPUTE WS-BASIS-VALUE ROUNDED =
                       WS-VAL-SUM / WS-VAL-DAYS
                   MOVE 'AVERAGE DAILY' TO WS-BASIS-SOURCE
               WHEN WS-VAL-LAST-FOUND = 'Y'
                   MOVE WS-VAL-LAST TO WS-BASIS-VALUE
                   MOVE 'QUARTER END' TO WS-BASIS-SOURCE
               WHEN OTHER
                   MOVE PORT-TOTAL-VALUE TO WS-BASIS-VALUE
                   MOVE 'STORED VALUE' TO WS-BASIS-SOURCE
           END-EVALUATE.

       SCAN-ACCOUNT-VALUATIONS SECTION.
       SCAN-VALUATIONS.
           MOVE 'N' TO WS-EOF-VAL.
           MOVE PORT-ACCOUNT-ID TO PV-ACCOUNT-ID.
           MOVE ZERO TO PV-DATE.
           START VALUATION-FILE KEY IS NOT LESS THAN PV-KEY
               INVALID KEY
                   GO TO SCAN-VALUATIONS-EXIT
           END-START.
           PERFORM READ-ONE-VALUATION
               UNTIL WS-EOF-VAL = 'Y'.

       SCAN-VALUATIONS-EXIT.
           EXIT.

       READ-ONE-VALUATION SECTION.
       READ-VALUATION.
           READ VALUATION-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-VAL
                   GO TO READ-VALUATION-EXIT
           END-READ.
           IF PV-ACCOUNT-ID NOT = PORT-ACCOUNT-ID OR
              PV-DATE > WS-QTR-END
               MOVE 'Y' TO WS-EOF-VAL
               GO TO READ-VALUATION-EXIT
           END-IF.

      *The latest value on or before quarter end is the quarter-end
      *value even if the last day itself was not valued.
           MOVE PV-MARKET-VALUE TO WS-VAL-LAST.
           MOVE 'Y' TO WS-VAL-LAST-FOUND.

           IF PV-DATE NOT < WS-ACTIVE-START AND
              PV-DATE NOT > WS-ACTIVE-END
               ADD PV-MARKET-VALUE TO WS-VAL-SUM
               ADD 1 TO WS-VAL-DAYS
           END-IF.

       READ-VALUATION-EXIT.
           EXIT.

       COMPUTE-TIERED-FEE SECTION.
       COMPUTE-FEE.
      *Annual fee across the tiers, then a quarter of it, prorated
      *by the days the account was open.
           MOVE ZERO TO WS-ANNUAL-FEE.
           MOVE ZERO TO WS-TIER-FLOOR.
           PERFORM APPLY-ONE-FEE-TIER
               VARYING WS-TIER-IX FROM 1 BY 1
               UNTIL WS-TIER-IX > WS-TIER-ENTRIES.

           COMPUTE WS-ASSESS-FEE ROUNDED =
               WS-ANNUAL-FEE / 4 * WS-ACTIVE-DAYS / WS-QTR-DAYS.

       APPLY-ONE-FEE-TIER SECTION.
       APPLY-TIER.
           IF WS-BASIS-VALUE NOT > WS-TIER-FLOOR
               GO TO APPLY-TIER-EXIT
           END-IF.

           IF WS-TIER-CEILING (WS-TIER-IX) = ZERO OR
              WS-BASIS-VALUE < WS-TIER-CEILING (WS-TIER-IX)
               COMPUTE WS-TIER-AMOUNT =
                   WS-BASIS-VALUE - WS-TIER-FLOOR
           ELSE
               COMPUTE WS-TIER-AMOUNT =
                   WS-TIER-CEILING (WS-TIER-IX) - WS-TIER-FLOOR
           END-IF.

           COMPUTE WS-ANNUAL-FEE = WS-ANNUAL-FEE +
               WS-TIER-AMOUNT * WS-TIER-RATE (WS-TIER-IX).
           MOVE WS-TIER-CEILING (WS-TIER-IX) TO WS-TIER-FLOOR.

       APPLY-TIER-EXIT.
           EXIT.

       POST-ADVISORY-FEE SECTION.
       POST-FEE.
      *PortfolioManager rebuilds its cash position from the cash
      *sweep lot, so the debit goes there as well as onto the
      *portfolio record.
           SUBTRACT WS-ASSESS-FEE FROM PORT-CASH-BALANCE.
           SUBTRACT WS-ASSESS-FEE FROM PORT-TOTAL-VALUE.
           MOVE WS-FEE-QTR TO PORT-LAST-FEE-QTR.
           REWRITE PORTFOLIO-RECORD
               INVALID KEY
                   DISPLAY 'Error updating portfolio '
                       PORT-ACCOUNT-ID
           END-REWRITE.

           MOVE 'N' TO WS-CASH-LOT-FOUND.
           MOVE 'N' TO WS-EOF-LOT.
           MOVE PORT-ACCOUNT-ID TO PL-ACCOUNT-ID.
           MOVE ZERO TO PL-LOT-SEQ.
           START LOT-FILE KEY IS NOT LESS THAN PL-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-LOT
           END-START.
           PERFORM FIND-CASH-SWEEP-LOT
               UNTIL WS-EOF-LOT = 'Y' OR WS-CASH-LOT-FOUND = 'Y'.

           IF WS-CASH-LOT-FOUND = 'Y'
               IF PL-LOT-PRICE NOT < WS-ASSESS-FEE
                   SUBTRACT WS-ASSESS-FEE FROM PL-LOT-PRICE
               ELSE
                   MOVE ZERO TO PL-LOT-PRICE
               END-IF
               MOVE PL-LOT-PRICE TO PL-CURRENT-PRICE
               REWRITE PORTFOLIO-LOT-RECORD
                   INVALID KEY
                       DISPLAY 'Error updating cash lot for '
                           PORT-ACCOUNT-ID
               END-REWRITE
           ELSE
               DISPLAY 'WARNING: no cash sweep lot for '
                   PORT-ACCOUNT-ID ' - portfolio record only'
           END-IF.

           ADD 1 TO WS-FEES-CHARGED.
           ADD WS-ASSESS-FEE TO WS-TOTAL-FEES-CHARGED.
           ADD WS-BASIS-VALUE TO WS-TOTAL-AUM-BILLED.

       FIND-CASH-SWEEP-LOT SECTION.
       FIND-CASH-LOT.
           READ LOT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-LOT
                   GO TO FIND-CASH-LOT-EXIT
           END-READ.
           IF PL-ACCOUNT-ID NOT = PORT-ACCOUNT-ID
               MOVE 'Y' TO WS-EOF-LOT
               GO TO FIND-CASH-LOT-EXIT
           END-IF.
           IF PL-SYMBOL = 'CASH-USD'
               MOVE 'Y' TO WS-CASH-LOT-FOUND
           END-IF.

       FIND-CASH-LOT-EXIT.
           EXIT.

       WRITE-FEE-TRANSACTION SECTION.
       WRITE-TXN.
      *Layout: account|posted date|quarter YYYYQ|ADVFEE|amount
      *unedited 9(9)V99|P paid from cash or U unpaid.
           OPEN EXTEND FEE-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               OPEN OUTPUT FEE-TXN-FILE
           END-IF.
           MOVE SPACES TO FEE-TXN-RECORD.
           STRING PORT-ACCOUNT-ID
                  '|' WS-RUN-DATE
                  '|' WS-FEE-QTR
                  '|ADVFEE'
                  '|' WS-ASSESS-FEE
                  '|' WS-TXN-STATUS-CODE
                  DELIMITED BY SIZE INTO FEE-TXN-RECORD.
           WRITE FEE-TXN-RECORD.
           CLOSE FEE-TXN-FILE.

       WRITE-FEE-INVOICE SECTION.
       WRITE-INVOICE.
           MOVE SPACES TO INVOICE-LINE.
           STRING 'ADVISORY FEE INVOICE - QUARTER ' WS-FEE-QTR
                  DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           STRING 'ACCOUNT ' PORT-ACCOUNT-ID
                  '   CLIENT ' PORT-CUSTOMER-ID
                  DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           STRING 'BILLING PERIOD ' WS-ACTIVE-START
                  ' TO ' WS-ACTIVE-END
                  DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           MOVE WS-BASIS-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO INVOICE-LINE.
           STRING 'ASSETS UNDER MANAGEMENT (' WS-BASIS-SOURCE ')'
                  DELIMITED BY SIZE INTO INVOICE-LINE.
           MOVE WS-DISPLAY-AMOUNT TO INVOICE-LINE (46:18).
           WRITE INVOICE-LINE.

           MOVE ZERO TO WS-TIER-FLOOR.
           PERFORM WRITE-INVOICE-TIER-LINE
               VARYING WS-TIER-IX FROM 1 BY 1
               UNTIL WS-TIER-IX > WS-TIER-ENTRIES.

           IF WS-ACTIVE-DAYS < WS-QTR-DAYS
               MOVE WS-ACTIVE-DAYS TO WS-DISPLAY-DAYS
               MOVE SPACES TO INVOICE-LINE
               STRING 'PRORATED FOR ' WS-DISPLAY-DAYS ' OF '
                      WS-QTR-DAYS ' DAYS IN THE QUARTER'
                      DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.

           MOVE WS-ASSESS-FEE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO INVOICE-LINE.
           MOVE 'ADVISORY FEE FOR THE QUARTER' TO INVOICE-LINE.
           MOVE WS-DISPLAY-AMOUNT TO INVOICE-LINE (46:18).
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           EVALUATE WS-ASSESS-ACTION
               WHEN 'DEBITED TO CASH'
                   MOVE 'PAID FROM YOUR PORTFOLIO CASH BALANCE'
                       TO INVOICE-LINE
               WHEN 'INSUFFICIENT CASH'
                   MOVE 'AMOUNT DUE - PORTFOLIO CASH WAS INSUFFICIENT'
                       TO INVOICE-LINE
               WHEN OTHER
                   MOVE 'NO FEE IS DUE FOR THIS QUARTER'
                       TO INVOICE-LINE
           END-EVALUATE.
           WRITE INVOICE-LINE.

           MOVE ALL '-' TO INVOICE-LINE.
           WRITE INVOICE-LINE.

       WRITE-INVOICE-TIER-LINE SECTION.
       WRITE-INVOICE-TIER.
           IF WS-BASIS-VALUE NOT > WS-TIER-FLOOR
               GO TO WRITE-INVOICE-TIER-EXIT
           END-IF.
           IF WS-TIER-CEILING (WS-TIER-IX) = ZERO OR
              WS-BASIS-VALUE < WS-TIER-CEILING (WS-TIER-IX)
               COMPUTE WS-TIER-AMOUNT =
                   WS-BASIS-VALUE - WS-TIER-FLOOR
           ELSE
               COMPUTE WS-TIER-AMOUNT =
                   WS-TIER-CEILING (WS-TIER-IX) - WS-TIER-FLOOR
           END-IF.
           COMPUTE WS-TIER-FEE ROUNDED =
               WS-TIER-AMOUNT * WS-TIER-RATE (WS-TIER-IX) / 4.

           MOVE WS-TIER-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE WS-TIER-RATE (WS-TIER-IX) TO WS-DISPLAY-RATE.
           MOVE WS-TIER-FEE TO WS-DISPLAY-FEE.
           MOVE SPACES TO INVOICE-LINE.
           STRING '  ' WS-DISPLAY-AMOUNT ' AT ANNUAL RATE '
                  WS-DISPLAY-RATE ' / 4 = ' WS-DISPLAY-FEE
                  DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-TIER-CEILING (WS-TIER-IX) TO WS-TIER-FLOOR.

       WRITE-INVOICE-TIER-EXIT.
           EXIT.

       WRITE-FEE-REGISTER-LINE SECTION.
       WRITE-REGISTER.
           MOVE WS-BASIS-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE WS-ACTIVE-DAYS TO WS-DISPLAY-DAYS.
           MOVE WS-ASSESS-FEE TO WS-DISPLAY-FEE.
           MOVE SPACES TO REGISTER-LINE.
           STRING PORT-ACCOUNT-ID '  ' WS-BASIS-SOURCE
                  WS-DISPLAY-AMOUNT '  ' WS-DISPLAY-DAYS '  '
                  WS-DISPLAY-FEE '  ' WS-ASSESS-ACTION
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       SHUTDOWN-FEE-RUN SECTION.
       SHUTDOWN-FEE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-ACCOUNTS-READ TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Portfolios read        : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-FEES-CHARGED TO WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-FEES-CHARGED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Fees debited to cash   : ' WS-DISPLAY-COUNT
                  '  ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-FEES-UNPAID TO WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-FEES-UNPAID TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Insufficient cash      : ' WS-DISPLAY-COUNT
                  '  ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-TOTAL-AUM-BILLED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Assets billed          : ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-ACCOUNTS-PASSED-OVER TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Not billed             : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

      *Layout: run date|quarter YYYYQ|fees debited count|amount
      *unedited 9(9)V99 - only fees actually collected are posted.
           OPEN EXTEND FEE-SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = '00'
               OPEN OUTPUT FEE-SUMMARY-FILE
           END-IF.
           MOVE SPACES TO FEE-SUMMARY-LINE.
           STRING WS-RUN-DATE
                  '|' WS-FEE-QTR
                  '|' WS-FEES-CHARGED
                  '|' WS-TOTAL-FEES-CHARGED
                  DELIMITED BY SIZE INTO FEE-SUMMARY-LINE.
           WRITE FEE-SUMMARY-LINE.
           CLOSE FEE-SUMMARY-FILE.

           DISPLAY 'Fees debited: ' WS-FEES-CHARGED
               '  insufficient cash: ' WS-FEES-UNPAID.

           CLOSE PORTFOLIO-FILE.
           CLOSE LOT-FILE.
           IF WS-VAL-FILE-OK = 'Y'
               CLOSE VALUATION-FILE
           END-IF.
           CLOSE INVOICE-FILE.
           CLOSE FEE-REGISTER.
