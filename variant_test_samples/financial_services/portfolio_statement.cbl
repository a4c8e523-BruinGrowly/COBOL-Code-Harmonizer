       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortfolioStatement.
      *FINANCIAL SERVICES - QUARTERLY CLIENT PORTFOLIO STATEMENT
      *One statement per portfolio on the PortfolioManager master
      *for the last completed calendar quarter. Each statement
      *carries the beginning and ending market value from the daily
      *valuation history, the client's deposits and withdrawals,
      *the income paid in, realized gains from the realized gain/
      *loss ledger, every holding with its unrealized gain or loss,
      *the asset allocation against the portfolio's targets, and
      *the quarter's time-weighted return. A portfolio holding a
      *security with no price cannot be valued honestly, so it is
      *held back and listed on the control report instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO 'portfolio.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-ACCOUNT-ID
               FILE STATUS IS WS-PORT-STATUS.

      *Customer master - read-only, for the statement address.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT LOT-FILE ASSIGN TO 'portfolio_lots.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT VALUATION-FILE ASSIGN TO 'portfolio_valuations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-VAL-STATUS.

      *Ledgers PortfolioManager appends to - each one is read start
      *to finish for every portfolio. A ledger that is not there
      *simply contributes nothing.
           SELECT CASHFLOW-FILE ASSIGN TO 'portfolio_cashflows.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.

           SELECT INCOME-FILE ASSIGN TO 'portfolio_income.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.

           SELECT REALIZED-GL-FILE ASSIGN TO 'realized_gl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO 'portfolio_statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO 'portfolio_stmt_control.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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
      *Dates the account was opened and closed (zero while open),
      *and the last quarter (YYYYQ) its advisory fee was billed.
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

       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

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

      *Same layout PortfolioManager writes.
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

       FD  REALIZED-GL-FILE.
       01  REALIZED-GL-RECORD          PIC X(80).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(100).

       FD  CONTROL-REPORT.
       01  CONTROL-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-PORT-STATUS              PIC XX.
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-LOT-STATUS               PIC XX.
       01  WS-VAL-STATUS               PIC XX.
       01  WS-CF-STATUS                PIC XX.
       01  WS-INC-STATUS               PIC XX.
       01  WS-RGL-STATUS               PIC XX.
       01  WS-STATEMENT-STATUS         PIC XX.
       01  WS-CONTROL-STATUS           PIC XX.

       01  WS-EOF-PORT                 PIC X VALUE 'N'.
       01  WS-EOF-SOURCE               PIC X.
       01  WS-CUSTOMER-FILE-OK         PIC X VALUE 'N'.
       01  WS-LOT-FILE-OK              PIC X VALUE 'N'.
       01  WS-VAL-FILE-OK              PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

      *Statement period - the calendar quarter before the one the
      *run date falls in, unless the override names one (YYYYQ)
      *for a rerun.
       01  WS-PERIOD-WORK.
           05  WS-STMT-QTR-OVERRIDE    PIC 9(5) VALUE ZERO.
           05  WS-STMT-QTR             PIC 9(5).
           05  WS-STMT-QTR-R REDEFINES WS-STMT-QTR.
               10  WS-STMT-YEAR        PIC 9(4).
               10  WS-STMT-QUARTER     PIC 9.
           05  WS-PERIOD-START         PIC 9(8).
           05  WS-PERIOD-END           PIC 9(8).
           05  WS-YEAR-START           PIC 9(8).
           05  WS-NEXT-QTR-START       PIC 9(8).
           05  WS-NEXT-QTR-R REDEFINES WS-NEXT-QTR-START.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MONTH       PIC 99.
               10  WS-NEXT-DAY         PIC 99.
           05  WS-OWN-ACCOUNT          PIC 9(12).
           05  WS-OWN-ACCOUNT-X REDEFINES WS-OWN-ACCOUNT
                                       PIC X(12).

      *The portfolio's holdings, one entry per symbol, built from
      *its open lots.
       01  WS-HOLDING-TABLE.
           05  WS-HLD-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-HLD-MAX              PIC 9(3) VALUE 50.
           05  WS-HLD-OVERFLOW         PIC X VALUE 'N'.
           05  WS-HLD-ENTRY            OCCURS 50 TIMES.
               10  WS-HLD-SYMBOL       PIC X(10).
               10  WS-HLD-ASSET-TYPE   PIC X(15).
               10  WS-HLD-SHARES       PIC 9(9).
               10  WS-HLD-PRICE        PIC 9(8)V99.
               10  WS-HLD-COST         PIC 9(12)V99.
               10  WS-HLD-MARKET-VALUE PIC 9(12)V99.
       01  WS-HLD-IX                   PIC 9(3).
       01  WS-FIND-IX                  PIC 9(3).

      *Symbols found with no price - any one of them holds the
      *statement back.
       01  WS-MISSING-PRICE-TABLE.
           05  WS-MISSING-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-MISSING-SYMBOL       PIC X(10) OCCURS 10 TIMES.
       01  WS-MISSING-IX               PIC 9(3).

      *Asset allocation - the four classes PortfolioManager
      *rebalances to, with the house model standing in for a
      *portfolio whose own targets have never been set.
       01  WS-ALLOCATION-TABLE.
           05  WS-ALLOC-ENTRY          OCCURS 4 TIMES.
               10  WS-ALLOC-CLASS      PIC X(12).
               10  WS-ALLOC-VALUE      PIC 9(12)V99.
               10  WS-ALLOC-TARGET     PIC 9(3).
               10  WS-ALLOC-ACTUAL     PIC 9(3)V99.
       01  WS-ALLOC-IX                 PIC 9.
       01  WS-ALLOC-TOLERANCE          PIC 9(2).
       01  WS-ALLOC-DRIFT              PIC S9(3)V99.
       01  WS-HOUSE-MODEL.
           05  WS-HOUSE-EQUITY-PCT     PIC 9(3) VALUE 60.
           05  WS-HOUSE-FIXED-PCT      PIC 9(3) VALUE 25.
           05  WS-HOUSE-CASH-PCT       PIC 9(3) VALUE 10.
           05  WS-HOUSE-ALT-PCT        PIC 9(3) VALUE 5.
           05  WS-HOUSE-TOLERANCE      PIC 9(2) VALUE 5.

      *Income paid in during the quarter.
       01  WS-INCOME-TABLE.
           05  WS-INC-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-INC-MAX              PIC 9(3) VALUE 50.
           05  WS-INC-OVERFLOW         PIC X VALUE 'N'.
           05  WS-INC-ENTRY            OCCURS 50 TIMES.
               10  WS-INC-DATE         PIC 9(8).
               10  WS-INC-SYMBOL       PIC X(10).
               10  WS-INC-TYPE         PIC X(10).
               10  WS-INC-AMOUNT       PIC 9(8)V99.
       01  WS-INC-IX                   PIC 9(3).

      *Lots sold during the quarter.
       01  WS-REALIZED-TABLE.
           05  WS-RLZ-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-RLZ-MAX              PIC 9(3) VALUE 50.
           05  WS-RLZ-OVERFLOW         PIC X VALUE 'N'.
           05  WS-RLZ-ENTRY            OCCURS 50 TIMES.
               10  WS-RLZ-DATE         PIC 9(8).
               10  WS-RLZ-SYMBOL       PIC X(10).
               10  WS-RLZ-QTY          PIC 9(8).
               10  WS-RLZ-PROCEEDS     PIC 9(12)V99.
               10  WS-RLZ-BASIS        PIC 9(12)V99.
               10  WS-RLZ-TERM         PIC X.
       01  WS-RLZ-IX                   PIC 9(3).

      *Parsed cash flow line: account|date|D/W|amount
       01  WS-CASHFLOW-FIELDS.
           05  WS-CF-ACCOUNT-X         PIC X(12).
           05  WS-CF-DATE-X            PIC X(8).
           05  WS-CF-DATE REDEFINES WS-CF-DATE-X
                                       PIC 9(8).
           05  WS-CF-SIDE              PIC X.
           05  WS-CF-AMOUNT-X          PIC X(14).
           05  WS-CF-AMOUNT REDEFINES WS-CF-AMOUNT-X
                                       PIC 9(12)V99.

      *Parsed income line: account|date|symbol|type|amount
       01  WS-INCOME-FIELDS.
           05  WS-IF-ACCOUNT-X         PIC X(12).
           05  WS-IF-DATE-X            PIC X(8).
           05  WS-IF-DATE REDEFINES WS-IF-DATE-X
                                       PIC 9(8).
           05  WS-IF-SYMBOL            PIC X(10).
           05  WS-IF-TYPE              PIC X(10).
           05  WS-IF-AMOUNT-X          PIC X(10).
           05  WS-IF-AMOUNT REDEFINES WS-IF-AMOUNT-X
                                       PIC 9(8)V99.

      *Parsed realized gain/loss line: date|symbol|shares|proceeds|
      *basis|term|account. Lines written before the account was
      *carried cannot be placed on any one client's statement.
       01  WS-RGL-FIELDS.
           05  WS-RF-DATE-X            PIC X(8).
           05  WS-RF-DATE REDEFINES WS-RF-DATE-X
                                       PIC 9(8).
           05  WS-RF-SYMBOL            PIC X(10).
           05  WS-RF-QTY-X             PIC X(8).
           05  WS-RF-QTY REDEFINES WS-RF-QTY-X
                                       PIC 9(8).
           05  WS-RF-PROCEEDS-X        PIC X(14).
           05  WS-RF-PROCEEDS REDEFINES WS-RF-PROCEEDS-X
                                       PIC 9(12)V99.
           05  WS-RF-BASIS-X           PIC X(14).
           05  WS-RF-BASIS REDEFINES WS-RF-BASIS-X
                                       PIC 9(12)V99.
           05  WS-RF-TERM              PIC X.
           05  WS-RF-ACCOUNT-X         PIC X(12).

      *One portfolio's statement figures.
       01  WS-STMT-WORK.
           05  WS-BEGIN-VALUE          PIC 9(12)V99.
           05  WS-END-VALUE            PIC 9(12)V99.
           05  WS-END-VALUE-DATE       PIC 9(8).
           05  WS-END-FROM-HOLDINGS    PIC X.
           05  WS-TOTAL-DEPOSITS       PIC 9(12)V99.
           05  WS-TOTAL-WITHDRAWALS    PIC 9(12)V99.
           05  WS-TOTAL-INCOME         PIC 9(12)V99.
           05  WS-CHANGE-IN-VALUE      PIC S9(12)V99.
           05  WS-TOTAL-ST-GAIN        PIC S9(12)V99.
           05  WS-TOTAL-LT-GAIN        PIC S9(12)V99.
           05  WS-RLZ-GAIN             PIC S9(12)V99.
           05  WS-HOLDINGS-VALUE       PIC 9(12)V99.
           05  WS-HOLDINGS-COST        PIC 9(12)V99.
           05  WS-UNREALIZED-GAIN      PIC S9(12)V99.
           05  WS-WORK-COST            PIC 9(12)V99.

      *Time-weighted return - each valuation day's growth with that
      *day's external flow taken out, chained over the quarter and
      *over the year to the quarter's end, the same measure
      *PortfolioPerformance keeps.
       01  WS-TWR-WORK.
           05  WS-PRIOR-VALUE          PIC 9(12)V99.
           05  WS-DAY-DENOMINATOR      PIC S9(13)V99 COMP-3.
           05  WS-DAY-FACTOR           PIC S9(5)V9(12) COMP-3.
           05  WS-QTR-FACTOR           PIC S9(5)V9(12) COMP-3.
           05  WS-YTD-FACTOR           PIC S9(5)V9(12) COMP-3.
           05  WS-QTR-VAL-COUNT        PIC 9(4).
           05  WS-RETURN-PCT           PIC S9(5)V99.

       01  WS-RUN-TOTALS.
           05  WS-PORTFOLIOS-READ      PIC 9(7) VALUE ZERO.
           05  WS-STATEMENTS-PRODUCED  PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-NO-PRICE     PIC 9(7) VALUE ZERO.
           05  WS-PORTFOLIOS-NOT-STATED PIC 9(7) VALUE ZERO.

       01  WS-CONTROL-REASON           PIC X(40).
       01  WS-DISPLAY-NUMBER           PIC Z(11)9.
       01  WS-DISPLAY-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-AMOUNT-2         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-AMOUNT-3         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-PRICE            PIC ZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-SHARES           PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-PCT              PIC ZZ9.99.
       01  WS-DISPLAY-TARGET           PIC ZZ9.
       01  WS-DISPLAY-DRIFT            PIC -ZZ9.99.
       01  WS-DISPLAY-RETURN           PIC -ZZZZ9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-DATE             PIC 9999/99/99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-STATEMENT-RUN.
           PERFORM PRODUCE-ONE-STATEMENT
               UNTIL WS-EOF-PORT = 'Y'.
           PERFORM SHUTDOWN-STATEMENT-RUN.
           STOP RUN.

       INITIALIZE-STATEMENT-RUN SECTION.
       INIT-STMT.
           DISPLAY '========================================'.
           DISPLAY 'QUARTERLY CLIENT PORTFOLIO STATEMENTS'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM ESTABLISH-STATEMENT-PERIOD.

      *The master belongs to PortfolioManager - a missing file here
      *is a setup error, not an empty run.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORT-STATUS NOT = '00'
               DISPLAY 'Error opening portfolio file, status: '
                   WS-PORT-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-FILE-OK
           END-IF.

           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS = '00'
               MOVE 'Y' TO WS-LOT-FILE-OK
           END-IF.

           OPEN INPUT VALUATION-FILE.
           IF WS-VAL-STATUS = '00'
               MOVE 'Y' TO WS-VAL-FILE-OK
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = '00'
               DISPLAY 'Error opening statement file, status: '
                   WS-STATEMENT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CONTROL-REPORT.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'Error opening control report, status: '
                   WS-CONTROL-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO CONTROL-LINE.
           STRING 'PORTFOLIO STATEMENT CONTROL LISTING - QUARTER '
                  WS-STMT-QTR ' - RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE 'ACCOUNT      CUSTOMER   RESULT' TO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE ZERO TO PORT-ACCOUNT-ID.
           START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PORT
           END-START.

       ESTABLISH-STATEMENT-PERIOD SECTION.
       ESTABLISH-PERIOD.
           IF WS-STMT-QTR-OVERRIDE NOT = ZERO
               MOVE WS-STMT-QTR-OVERRIDE TO WS-STMT-QTR
           ELSE
               MOVE WS-RUN-YEAR TO WS-STMT-YEAR
               COMPUTE WS-STMT-QUARTER = (WS-RUN-MONTH + 2) / 3
               IF WS-STMT-QUARTER = 1
                   SUBTRACT 1 FROM WS-STMT-YEAR
                   MOVE 4 TO WS-STMT-QUARTER
               ELSE
                   SUBTRACT 1 FROM WS-STMT-QUARTER
               END-IF
           END-IF.

           COMPUTE WS-PERIOD-START = WS-STMT-YEAR * 10000
               + (WS-STMT-QUARTER * 3 - 2) * 100 + 1.
           COMPUTE WS-YEAR-START = WS-STMT-YEAR * 10000 + 101.

      *Last day of the quarter is the day before the first of the
      *next one.
           MOVE WS-STMT-YEAR TO WS-NEXT-YEAR.
           MOVE 1 TO WS-NEXT-DAY.
           IF WS-STMT-QUARTER = 4
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-STMT-QUARTER * 3 + 1
           END-IF.
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-QTR-START) - 1).

           DISPLAY 'Statement period: ' WS-PERIOD-START
               ' to ' WS-PERIOD-END.

       PRODUCE-ONE-STATEMENT SECTION.
       PRODUCE-ONE.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-PORT
                   GO TO PRODUCE-ONE-EXIT
           END-READ.

           ADD 1 TO WS-PORTFOLIOS-READ.
           MOVE PORT-ACCOUNT-ID TO WS-OWN-ACCOUNT.

      *Not yet open at quarter end, or closed before it began -
      *nothing to state.
           IF PORT-OPEN-DATE > WS-PERIOD-END
               MOVE 'NOT STATED - OPENED AFTER QUARTER END'
                   TO WS-CONTROL-REASON
               PERFORM WRITE-CONTROL-ENTRY
               ADD 1 TO WS-PORTFOLIOS-NOT-STATED
               GO TO PRODUCE-ONE-EXIT
           END-IF.
           IF PORT-CLOSE-DATE NOT = ZERO AND
              PORT-CLOSE-DATE < WS-PERIOD-START
               MOVE 'NOT STATED - CLOSED BEFORE QUARTER'
                   TO WS-CONTROL-REASON
               PERFORM WRITE-CONTROL-ENTRY
               ADD 1 TO WS-PORTFOLIOS-NOT-STATED
               GO TO PRODUCE-ONE-EXIT
           END-IF.

           PERFORM GATHER-HOLDINGS.

           IF WS-MISSING-COUNT > ZERO
               MOVE 'SKIPPED - MISSING PRICE' TO WS-CONTROL-REASON
               PERFORM WRITE-CONTROL-ENTRY
               PERFORM WRITE-MISSING-PRICE-LINE
                   VARYING WS-MISSING-IX FROM 1 BY 1
                   UNTIL WS-MISSING-IX > WS-MISSING-COUNT
                      OR WS-MISSING-IX > 10
               ADD 1 TO WS-SKIPPED-NO-PRICE
               DISPLAY 'Portfolio ' PORT-ACCOUNT-ID
                   ' skipped - missing price'
               GO TO PRODUCE-ONE-EXIT
           END-IF.

           PERFORM GATHER-VALUATIONS.
           PERFORM GATHER-CASHFLOWS.
           PERFORM GATHER-INCOME.
           PERFORM GATHER-REALIZED-GAINS.
           PERFORM BUILD-ALLOCATION.

           COMPUTE WS-CHANGE-IN-VALUE = WS-END-VALUE - WS-BEGIN-VALUE
               - WS-TOTAL-DEPOSITS + WS-TOTAL-WITHDRAWALS
               - WS-TOTAL-INCOME.

           PERFORM WRITE-STATEMENT-HEADING.
           PERFORM WRITE-ACCOUNT-SUMMARY.
           PERFORM WRITE-INCOME-SECTION.
           PERFORM WRITE-REALIZED-SECTION.
           PERFORM WRITE-HOLDINGS-SECTION.
           PERFORM WRITE-ALLOCATION-SECTION.
           PERFORM WRITE-PERFORMANCE-SECTION.

           ADD 1 TO WS-STATEMENTS-PRODUCED.
           MOVE 'STATEMENT PRODUCED' TO WS-CONTROL-REASON.
           PERFORM WRITE-CONTROL-ENTRY.

       PRODUCE-ONE-EXIT.
           EXIT.

       GATHER-HOLDINGS SECTION.
       GATHER-HLD.
           MOVE ZERO TO WS-HLD-COUNT.
           MOVE 'N' TO WS-HLD-OVERFLOW.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE ZERO TO WS-HOLDINGS-VALUE.
           MOVE ZERO TO WS-HOLDINGS-COST.

           IF WS-LOT-FILE-OK NOT = 'Y'
               GO TO GATHER-HLD-EXIT
           END-IF.

           MOVE PORT-ACCOUNT-ID TO PL-ACCOUNT-ID.
           MOVE ZERO TO PL-LOT-SEQ.
           MOVE 'N' TO WS-EOF-SOURCE.
           START LOT-FILE KEY IS NOT LESS THAN PL-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SOURCE
           END-START.
           PERFORM READ-ONE-LOT
               UNTIL WS-EOF-SOURCE = 'Y'.

       GATHER-HLD-EXIT.
           EXIT.

       READ-ONE-LOT SECTION.
       READ-LOT.
           READ LOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-LOT-EXIT
           END-READ.
           IF PL-ACCOUNT-ID NOT = PORT-ACCOUNT-ID
               MOVE 'Y' TO WS-EOF-SOURCE
               GO TO READ-LOT-EXIT
           END-IF.

      *A security with shares but no price - the cash sweep carries
      *its balance as its price and is never unpriced.
           IF PL-SHARES > ZERO AND PL-CURRENT-PRICE = ZERO AND
              PL-ASSET-TYPE (1:4) NOT = 'CASH'
               ADD 1 TO WS-MISSING-COUNT
               IF WS-MISSING-COUNT NOT > 10
                   MOVE PL-SYMBOL TO WS-MISSING-SYMBOL
                       (WS-MISSING-COUNT)
               END-IF
           END-IF.

           MOVE ZERO TO WS-FIND-IX.
           PERFORM MATCH-HOLDING-SYMBOL
               VARYING WS-HLD-IX FROM 1 BY 1
               UNTIL WS-HLD-IX > WS-HLD-COUNT OR WS-FIND-IX > ZERO.

           IF WS-FIND-IX = ZERO
               IF WS-HLD-COUNT >= WS-HLD-MAX
                   MOVE 'Y' TO WS-HLD-OVERFLOW
                   GO TO READ-LOT-EXIT
               END-IF
               ADD 1 TO WS-HLD-COUNT
               MOVE WS-HLD-COUNT TO WS-FIND-IX
               MOVE PL-SYMBOL TO WS-HLD-SYMBOL (WS-FIND-IX)
               MOVE PL-ASSET-TYPE TO WS-HLD-ASSET-TYPE (WS-FIND-IX)
               MOVE ZERO TO WS-HLD-SHARES (WS-FIND-IX)
               MOVE ZERO TO WS-HLD-COST (WS-FIND-IX)
               MOVE ZERO TO WS-HLD-MARKET-VALUE (WS-FIND-IX)
           END-IF.

           MOVE PL-CURRENT-PRICE TO WS-HLD-PRICE (WS-FIND-IX).
           ADD PL-SHARES TO WS-HLD-SHARES (WS-FIND-IX).
           COMPUTE WS-WORK-COST ROUNDED = PL-SHARES * PL-LOT-PRICE.
           ADD WS-WORK-COST TO WS-HLD-COST (WS-FIND-IX).
           ADD WS-WORK-COST TO WS-HOLDINGS-COST.
           COMPUTE WS-WORK-COST ROUNDED =
               PL-SHARES * PL-CURRENT-PRICE.
           ADD WS-WORK-COST TO WS-HLD-MARKET-VALUE (WS-FIND-IX).
           ADD WS-WORK-COST TO WS-HOLDINGS-VALUE.

       READ-LOT-EXIT.
           EXIT.

       MATCH-HOLDING-SYMBOL SECTION.
       MATCH-HLD.
           IF WS-HLD-SYMBOL (WS-HLD-IX) = PL-SYMBOL
               MOVE WS-HLD-IX TO WS-FIND-IX
           END-IF.

       GATHER-VALUATIONS SECTION.
       GATHER-VAL.
      *Beginning value is the last valuation before the quarter
      *opened (zero for a portfolio opened during it); ending value
      *is the last one on or before the quarter's last day.
           MOVE ZERO TO WS-BEGIN-VALUE.
           MOVE ZERO TO WS-END-VALUE.
           MOVE ZERO TO WS-END-VALUE-DATE.
           MOVE ZERO TO WS-PRIOR-VALUE.
           MOVE ZERO TO WS-QTR-VAL-COUNT.
           MOVE 1 TO WS-QTR-FACTOR.
           MOVE 1 TO WS-YTD-FACTOR.
           MOVE 'N' TO WS-END-FROM-HOLDINGS.

           IF WS-VAL-FILE-OK = 'Y'
               MOVE PORT-ACCOUNT-ID TO PV-ACCOUNT-ID
               MOVE ZERO TO PV-DATE
               MOVE 'N' TO WS-EOF-SOURCE
               START VALUATION-FILE KEY IS NOT LESS THAN PV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SOURCE
               END-START
               PERFORM READ-ONE-VALUATION
                   UNTIL WS-EOF-SOURCE = 'Y'
           END-IF.

      *No valuation taken during the quarter - the ending value can
      *only come from the holdings as last priced.
           IF WS-QTR-VAL-COUNT = ZERO
               MOVE WS-HOLDINGS-VALUE TO WS-END-VALUE
               MOVE 'Y' TO WS-END-FROM-HOLDINGS
           END-IF.

       READ-ONE-VALUATION SECTION.
       READ-VAL.
           READ VALUATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-VAL-EXIT
           END-READ.
           IF PV-ACCOUNT-ID NOT = PORT-ACCOUNT-ID OR
              PV-DATE > WS-PERIOD-END
               MOVE 'Y' TO WS-EOF-SOURCE
               GO TO READ-VAL-EXIT
           END-IF.

           IF PV-DATE < WS-PERIOD-START
               MOVE PV-MARKET-VALUE TO WS-BEGIN-VALUE
           ELSE
               ADD 1 TO WS-QTR-VAL-COUNT
               MOVE PV-MARKET-VALUE TO WS-END-VALUE
               MOVE PV-DATE TO WS-END-VALUE-DATE
           END-IF.

      *The day's growth on what was invested at the start of it -
      *the prior close plus the day's deposits less withdrawals.
           COMPUTE WS-DAY-DENOMINATOR = WS-PRIOR-VALUE + PV-NET-FLOW.
           IF WS-DAY-DENOMINATOR > ZERO
               COMPUTE WS-DAY-FACTOR ROUNDED =
                   PV-MARKET-VALUE / WS-DAY-DENOMINATOR
               IF PV-DATE NOT < WS-YEAR-START
                   COMPUTE WS-YTD-FACTOR ROUNDED =
                       WS-YTD-FACTOR * WS-DAY-FACTOR
               END-IF
               IF PV-DATE NOT < WS-PERIOD-START
                   COMPUTE WS-QTR-FACTOR ROUNDED =
                       WS-QTR-FACTOR * WS-DAY-FACTOR
               END-IF
           END-IF.
           MOVE PV-MARKET-VALUE TO WS-PRIOR-VALUE.

       READ-VAL-EXIT.
           EXIT.

       GATHER-CASHFLOWS SECTION.
       GATHER-CF.
           MOVE ZERO TO WS-TOTAL-DEPOSITS.
           MOVE ZERO TO WS-TOTAL-WITHDRAWALS.

           OPEN INPUT CASHFLOW-FILE.
           IF WS-CF-STATUS NOT = '00'
               GO TO GATHER-CF-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-CASHFLOW
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CASHFLOW-FILE.

       GATHER-CF-EXIT.
           EXIT.

       READ-ONE-CASHFLOW SECTION.
       READ-CF.
           READ CASHFLOW-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-CF-EXIT
           END-READ.

           MOVE SPACES TO WS-CASHFLOW-FIELDS.
           UNSTRING CASHFLOW-RECORD DELIMITED BY '|'
               INTO WS-CF-ACCOUNT-X WS-CF-DATE-X
                    WS-CF-SIDE WS-CF-AMOUNT-X
           END-UNSTRING.

           IF WS-CF-ACCOUNT-X NOT = WS-OWN-ACCOUNT-X OR
              WS-CF-DATE-X IS NOT NUMERIC OR
              WS-CF-AMOUNT-X IS NOT NUMERIC
               GO TO READ-CF-EXIT
           END-IF.
           IF WS-CF-DATE < WS-PERIOD-START OR
              WS-CF-DATE > WS-PERIOD-END
               GO TO READ-CF-EXIT
           END-IF.

           IF WS-CF-SIDE = 'W'
               ADD WS-CF-AMOUNT TO WS-TOTAL-WITHDRAWALS
           ELSE
               ADD WS-CF-AMOUNT TO WS-TOTAL-DEPOSITS
           END-IF.

       READ-CF-EXIT.
           EXIT.

       GATHER-INCOME SECTION.
       GATHER-INC.
           MOVE ZERO TO WS-INC-COUNT.
           MOVE 'N' TO WS-INC-OVERFLOW.
           MOVE ZERO TO WS-TOTAL-INCOME.

           OPEN INPUT INCOME-FILE.
           IF WS-INC-STATUS NOT = '00'
               GO TO GATHER-INC-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-INCOME
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE INCOME-FILE.

       GATHER-INC-EXIT.
           EXIT.

       READ-ONE-INCOME SECTION.
       READ-INC.
           READ INCOME-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-INC-EXIT
           END-READ.

           MOVE SPACES TO WS-INCOME-FIELDS.
           UNSTRING INCOME-RECORD DELIMITED BY '|'
               INTO WS-IF-ACCOUNT-X WS-IF-DATE-X WS-IF-SYMBOL
                    WS-IF-TYPE WS-IF-AMOUNT-X
           END-UNSTRING.

           IF WS-IF-ACCOUNT-X NOT = WS-OWN-ACCOUNT-X OR
              WS-IF-DATE-X IS NOT NUMERIC OR
              WS-IF-AMOUNT-X IS NOT NUMERIC
               GO TO READ-INC-EXIT
           END-IF.
           IF WS-IF-DATE < WS-PERIOD-START OR
              WS-IF-DATE > WS-PERIOD-END
               GO TO READ-INC-EXIT
           END-IF.

      *Every payment counts in the total even when the detail table
      *is full.
           ADD WS-IF-AMOUNT TO WS-TOTAL-INCOME.
           IF WS-INC-COUNT >= WS-INC-MAX
               MOVE 'Y' TO WS-INC-OVERFLOW
               GO TO READ-INC-EXIT
           END-IF.
           ADD 1 TO WS-INC-COUNT.
           MOVE WS-IF-DATE TO WS-INC-DATE (WS-INC-COUNT).
           MOVE WS-IF-SYMBOL TO WS-INC-SYMBOL (WS-INC-COUNT).
           MOVE WS-IF-TYPE TO WS-INC-TYPE (WS-INC-COUNT).
           MOVE WS-IF-AMOUNT TO WS-INC-AMOUNT (WS-INC-COUNT).

       READ-INC-EXIT.
           EXIT.

       GATHER-REALIZED-GAINS SECTION.
       GATHER-RLZ.
           MOVE ZERO TO WS-RLZ-COUNT.
           MOVE 'N' TO WS-RLZ-OVERFLOW.
           MOVE ZERO TO WS-TOTAL-ST-GAIN.
           MOVE ZERO TO WS-TOTAL-LT-GAIN.

           OPEN INPUT REALIZED-GL-FILE.
           IF WS-RGL-STATUS NOT = '00'
               GO TO GATHER-RLZ-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-REALIZED-GAIN
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE REALIZED-GL-FILE.

       GATHER-RLZ-EXIT.
           EXIT.

       READ-ONE-REALIZED-GAIN SECTION.
       READ-RLZ.
           READ REALIZED-GL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-RLZ-EXIT
           END-READ.

           MOVE SPACES TO WS-RGL-FIELDS.
           UNSTRING REALIZED-GL-RECORD DELIMITED BY '|'
               INTO WS-RF-DATE-X WS-RF-SYMBOL WS-RF-QTY-X
                    WS-RF-PROCEEDS-X WS-RF-BASIS-X WS-RF-TERM
                    WS-RF-ACCOUNT-X
           END-UNSTRING.

           IF WS-RF-ACCOUNT-X NOT = WS-OWN-ACCOUNT-X OR
              WS-RF-DATE-X IS NOT NUMERIC OR
              WS-RF-PROCEEDS-X IS NOT NUMERIC OR
              WS-RF-BASIS-X IS NOT NUMERIC
               GO TO READ-RLZ-EXIT
           END-IF.
           IF WS-RF-DATE < WS-PERIOD-START OR
              WS-RF-DATE > WS-PERIOD-END
               GO TO READ-RLZ-EXIT
           END-IF.

           COMPUTE WS-RLZ-GAIN = WS-RF-PROCEEDS - WS-RF-BASIS.
           IF WS-RF-TERM = 'L'
               ADD WS-RLZ-GAIN TO WS-TOTAL-LT-GAIN
           ELSE
               ADD WS-RLZ-GAIN TO WS-TOTAL-ST-GAIN
           END-IF.

           IF WS-RLZ-COUNT >= WS-RLZ-MAX
               MOVE 'Y' TO WS-RLZ-OVERFLOW
               GO TO READ-RLZ-EXIT
           END-IF.
           ADD 1 TO WS-RLZ-COUNT.
           MOVE WS-RF-DATE TO WS-RLZ-DATE (WS-RLZ-COUNT).
           MOVE WS-RF-SYMBOL TO WS-RLZ-SYMBOL (WS-RLZ-COUNT).
           IF WS-RF-QTY-X IS NUMERIC
               MOVE WS-RF-QTY TO WS-RLZ-QTY (WS-RLZ-COUNT)
           ELSE
               MOVE ZERO TO WS-RLZ-QTY (WS-RLZ-COUNT)
           END-IF.
           MOVE WS-RF-PROCEEDS TO WS-RLZ-PROCEEDS (WS-RLZ-COUNT).
           MOVE WS-RF-BASIS TO WS-RLZ-BASIS (WS-RLZ-COUNT).
           MOVE WS-RF-TERM TO WS-RLZ-TERM (WS-RLZ-COUNT).

       READ-RLZ-EXIT.
           EXIT.

       BUILD-ALLOCATION SECTION.
       BUILD-ALLOC.
           MOVE 'EQUITY' TO WS-ALLOC-CLASS (1).
           MOVE 'FIXED-INCOME' TO WS-ALLOC-CLASS (2).
           MOVE 'CASH' TO WS-ALLOC-CLASS (3).
           MOVE 'ALTERNATIVE' TO WS-ALLOC-CLASS (4).

      *A portfolio's own targets apply once a tolerance has been
      *set for it - the same test PortfolioManager makes.
           IF PORT-TGT-TOLERANCE > ZERO
               MOVE PORT-TGT-EQUITY-PCT TO WS-ALLOC-TARGET (1)
               MOVE PORT-TGT-FIXED-PCT TO WS-ALLOC-TARGET (2)
               MOVE PORT-TGT-CASH-PCT TO WS-ALLOC-TARGET (3)
               MOVE PORT-TGT-ALT-PCT TO WS-ALLOC-TARGET (4)
               MOVE PORT-TGT-TOLERANCE TO WS-ALLOC-TOLERANCE
           ELSE
               MOVE WS-HOUSE-EQUITY-PCT TO WS-ALLOC-TARGET (1)
               MOVE WS-HOUSE-FIXED-PCT TO WS-ALLOC-TARGET (2)
               MOVE WS-HOUSE-CASH-PCT TO WS-ALLOC-TARGET (3)
               MOVE WS-HOUSE-ALT-PCT TO WS-ALLOC-TARGET (4)
               MOVE WS-HOUSE-TOLERANCE TO WS-ALLOC-TOLERANCE
           END-IF.

           MOVE ZERO TO WS-ALLOC-VALUE (1) WS-ALLOC-VALUE (2)
                        WS-ALLOC-VALUE (3) WS-ALLOC-VALUE (4).
           PERFORM CLASSIFY-ONE-HOLDING
               VARYING WS-HLD-IX FROM 1 BY 1
               UNTIL WS-HLD-IX > WS-HLD-COUNT.
           PERFORM SET-ONE-CLASS-PERCENT
               VARYING WS-ALLOC-IX FROM 1 BY 1
               UNTIL WS-ALLOC-IX > 4.

       CLASSIFY-ONE-HOLDING SECTION.
       CLASSIFY-HLD.
      *Same classes PortfolioManager assigns from the asset type.
           EVALUATE TRUE
               WHEN WS-HLD-ASSET-TYPE (WS-HLD-IX) (1:6) = 'EQUITY'
                   MOVE 1 TO WS-ALLOC-IX
               WHEN WS-HLD-ASSET-TYPE (WS-HLD-IX) = 'FIXED-INCOME'
                   MOVE 2 TO WS-ALLOC-IX
               WHEN WS-HLD-ASSET-TYPE (WS-HLD-IX) (1:4) = 'CASH'
                   MOVE 3 TO WS-ALLOC-IX
               WHEN OTHER
                   MOVE 4 TO WS-ALLOC-IX
           END-EVALUATE.
           ADD WS-HLD-MARKET-VALUE (WS-HLD-IX)
               TO WS-ALLOC-VALUE (WS-ALLOC-IX).

       SET-ONE-CLASS-PERCENT SECTION.
       SET-CLASS-PCT.
           IF WS-HOLDINGS-VALUE > ZERO
               COMPUTE WS-ALLOC-ACTUAL (WS-ALLOC-IX) ROUNDED =
                   WS-ALLOC-VALUE (WS-ALLOC-IX) * 100
                   / WS-HOLDINGS-VALUE
           ELSE
               MOVE ZERO TO WS-ALLOC-ACTUAL (WS-ALLOC-IX)
           END-IF.

       WRITE-STATEMENT-HEADING SECTION.
       WRITE-HEADING.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE ALL '=' TO STATEMENT-LINE (1:78).
           WRITE STATEMENT-LINE.

           MOVE PORT-ACCOUNT-ID TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'QUARTERLY PORTFOLIO STATEMENT    ACCOUNT '
                  WS-DISPLAY-NUMBER '  ' PORT-ACCOUNT-TYPE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-PERIOD-START TO WS-DISPLAY-DATE.
           STRING 'STATEMENT PERIOD ' WS-DISPLAY-DATE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE WS-PERIOD-END TO WS-DISPLAY-DATE.
           MOVE ' THRU ' TO STATEMENT-LINE (28:6).
           MOVE WS-DISPLAY-DATE TO STATEMENT-LINE (34:10).
           MOVE 'QUARTER ' TO STATEMENT-LINE (50:8).
           MOVE WS-STMT-QTR TO STATEMENT-LINE (58:5).
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING 'RISK PROFILE ' PORT-RISK-PROFILE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *Name and address from the customer master when it has one.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               MOVE PORT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                       MOVE CUST-STREET TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                       MOVE SPACES TO STATEMENT-LINE
                       STRING CUST-CITY ' ' CUST-STATE ' ' CUST-ZIP
                              DELIMITED BY SIZE INTO STATEMENT-LINE
                       WRITE STATEMENT-LINE
               END-READ
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-ACCOUNT-SUMMARY SECTION.
       WRITE-SUMMARY.
           MOVE 'ACCOUNT SUMMARY' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-BEGIN-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  BEGINNING MARKET VALUE   ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-TOTAL-DEPOSITS TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  DEPOSITS                 ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           COMPUTE WS-DISPLAY-AMOUNT = ZERO - WS-TOTAL-WITHDRAWALS.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  WITHDRAWALS              ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-TOTAL-INCOME TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  INCOME RECEIVED          ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-CHANGE-IN-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  CHANGE IN MARKET VALUE   ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-END-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  ENDING MARKET VALUE      ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           IF WS-END-FROM-HOLDINGS = 'Y'
               MOVE '  (NO VALUATION IN QUARTER - VALUED AT LAST PRICE)'
                   TO STATEMENT-LINE
           ELSE
               MOVE WS-END-VALUE-DATE TO WS-DISPLAY-DATE
               STRING '  (VALUED AS OF ' WS-DISPLAY-DATE ')'
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-INCOME-SECTION SECTION.
       WRITE-INCOME.
           MOVE 'INCOME RECEIVED' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           IF WS-INC-COUNT = ZERO
               MOVE '  NO INCOME RECEIVED THIS QUARTER'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE SPACES TO STATEMENT-LINE
               MOVE '  DATE       SYMBOL     TYPE' TO STATEMENT-LINE
               MOVE 'AMOUNT' TO STATEMENT-LINE (50:6)
               WRITE STATEMENT-LINE
               PERFORM WRITE-ONE-INCOME-LINE
                   VARYING WS-INC-IX FROM 1 BY 1
                   UNTIL WS-INC-IX > WS-INC-COUNT
           END-IF.

           IF WS-INC-OVERFLOW = 'Y'
               MOVE '  (FURTHER PAYMENTS INCLUDED IN TOTAL)'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           MOVE WS-TOTAL-INCOME TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  TOTAL INCOME' DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (41:15).
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-ONE-INCOME-LINE SECTION.
       WRITE-INC-LINE.
           MOVE WS-INC-DATE (WS-INC-IX) TO WS-DISPLAY-DATE.
           MOVE WS-INC-AMOUNT (WS-INC-IX) TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  ' WS-DISPLAY-DATE
                  ' ' WS-INC-SYMBOL (WS-INC-IX)
                  ' ' WS-INC-TYPE (WS-INC-IX)
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (41:15).
           WRITE STATEMENT-LINE.

       WRITE-REALIZED-SECTION SECTION.
       WRITE-REALIZED.
           MOVE 'REALIZED GAIN/LOSS' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           IF WS-RLZ-COUNT = ZERO
               MOVE '  NO SALES THIS QUARTER' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               GO TO WRITE-REALIZED-EXIT
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE '  DATE       SYMBOL          SHARES TERM'
               TO STATEMENT-LINE.
           MOVE 'PROCEEDS' TO STATEMENT-LINE (48:8).
           MOVE 'COST' TO STATEMENT-LINE (68:4).
           MOVE 'GAIN/LOSS' TO STATEMENT-LINE (79:9).
           WRITE STATEMENT-LINE.
           PERFORM WRITE-ONE-REALIZED-LINE
               VARYING WS-RLZ-IX FROM 1 BY 1
               UNTIL WS-RLZ-IX > WS-RLZ-COUNT.

           IF WS-RLZ-OVERFLOW = 'Y'
               MOVE '  (FURTHER SALES INCLUDED IN TOTALS)'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           MOVE WS-TOTAL-ST-GAIN TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE '  SHORT-TERM GAIN/LOSS' TO STATEMENT-LINE.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (73:15).
           WRITE STATEMENT-LINE.

           MOVE WS-TOTAL-LT-GAIN TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE '  LONG-TERM GAIN/LOSS' TO STATEMENT-LINE.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (73:15).
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-REALIZED-EXIT.
           EXIT.

       WRITE-ONE-REALIZED-LINE SECTION.
       WRITE-RLZ-LINE.
           MOVE WS-RLZ-DATE (WS-RLZ-IX) TO WS-DISPLAY-DATE.
           MOVE WS-RLZ-QTY (WS-RLZ-IX) TO WS-DISPLAY-SHARES.
           MOVE WS-RLZ-PROCEEDS (WS-RLZ-IX) TO WS-DISPLAY-AMOUNT.
           MOVE WS-RLZ-BASIS (WS-RLZ-IX) TO WS-DISPLAY-AMOUNT-2.
           COMPUTE WS-DISPLAY-AMOUNT-3 = WS-RLZ-PROCEEDS (WS-RLZ-IX)
               - WS-RLZ-BASIS (WS-RLZ-IX).
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  ' WS-DISPLAY-DATE
                  ' ' WS-RLZ-SYMBOL (WS-RLZ-IX)
                  ' ' WS-DISPLAY-SHARES
                  '  ' WS-RLZ-TERM (WS-RLZ-IX)
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (41:15).
           MOVE WS-DISPLAY-AMOUNT-2 TO STATEMENT-LINE (57:15).
           MOVE WS-DISPLAY-AMOUNT-3 TO STATEMENT-LINE (73:15).
           WRITE STATEMENT-LINE.

       WRITE-HOLDINGS-SECTION SECTION.
       WRITE-HOLDINGS.
      *Positions as the lot file carries them - at the last price
      *PortfolioManager applied.
           MOVE 'HOLDINGS AND UNREALIZED GAIN/LOSS' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE '  SYMBOL          SHARES' TO STATEMENT-LINE.
           MOVE 'PRICE' TO STATEMENT-LINE (34:5).
           MOVE 'COST' TO STATEMENT-LINE (52:4).
           MOVE 'MARKET VALUE' TO STATEMENT-LINE (60:12).
           MOVE 'UNREALIZED' TO STATEMENT-LINE (78:10).
           WRITE STATEMENT-LINE.

           PERFORM WRITE-ONE-HOLDING-LINE
               VARYING WS-HLD-IX FROM 1 BY 1
               UNTIL WS-HLD-IX > WS-HLD-COUNT.

           IF WS-HLD-OVERFLOW = 'Y'
               MOVE '  (FURTHER POSITIONS NOT LISTED)'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           COMPUTE WS-UNREALIZED-GAIN =
               WS-HOLDINGS-VALUE - WS-HOLDINGS-COST.
           MOVE WS-HOLDINGS-COST TO WS-DISPLAY-AMOUNT.
           MOVE WS-HOLDINGS-VALUE TO WS-DISPLAY-AMOUNT-2.
           MOVE WS-UNREALIZED-GAIN TO WS-DISPLAY-AMOUNT-3.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE '  TOTAL' TO STATEMENT-LINE.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (41:15).
           MOVE WS-DISPLAY-AMOUNT-2 TO STATEMENT-LINE (57:15).
           MOVE WS-DISPLAY-AMOUNT-3 TO STATEMENT-LINE (73:15).
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-ONE-HOLDING-LINE SECTION.
       WRITE-HLD-LINE.
           MOVE WS-HLD-SHARES (WS-HLD-IX) TO WS-DISPLAY-SHARES.
           MOVE WS-HLD-PRICE (WS-HLD-IX) TO WS-DISPLAY-PRICE.
           MOVE WS-HLD-COST (WS-HLD-IX) TO WS-DISPLAY-AMOUNT.
           MOVE WS-HLD-MARKET-VALUE (WS-HLD-IX)
               TO WS-DISPLAY-AMOUNT-2.
           COMPUTE WS-DISPLAY-AMOUNT-3 =
               WS-HLD-MARKET-VALUE (WS-HLD-IX)
               - WS-HLD-COST (WS-HLD-IX).
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  ' WS-HLD-SYMBOL (WS-HLD-IX)
                  ' ' WS-DISPLAY-SHARES
                  ' ' WS-DISPLAY-PRICE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE WS-DISPLAY-AMOUNT TO STATEMENT-LINE (41:15).
           MOVE WS-DISPLAY-AMOUNT-2 TO STATEMENT-LINE (57:15).
           MOVE WS-DISPLAY-AMOUNT-3 TO STATEMENT-LINE (73:15).
           WRITE STATEMENT-LINE.

       WRITE-ALLOCATION-SECTION SECTION.
       WRITE-ALLOCATION.
           MOVE 'ASSET ALLOCATION' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE '  CLASS' TO STATEMENT-LINE.
           MOVE 'MARKET VALUE' TO STATEMENT-LINE (19:12).
           MOVE 'ACTUAL %  TARGET %   DRIFT' TO STATEMENT-LINE (34:26).
           WRITE STATEMENT-LINE.

           PERFORM WRITE-ONE-ALLOCATION-LINE
               VARYING WS-ALLOC-IX FROM 1 BY 1
               UNTIL WS-ALLOC-IX > 4.

           MOVE WS-ALLOC-TOLERANCE TO WS-DISPLAY-TARGET.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  TOLERANCE BAND +/- ' WS-DISPLAY-TARGET
                  ' PERCENTAGE POINTS'
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-ONE-ALLOCATION-LINE SECTION.
       WRITE-ALLOC-LINE.
           COMPUTE WS-ALLOC-DRIFT = WS-ALLOC-ACTUAL (WS-ALLOC-IX)
               - WS-ALLOC-TARGET (WS-ALLOC-IX).
           MOVE WS-ALLOC-VALUE (WS-ALLOC-IX) TO WS-DISPLAY-AMOUNT.
           MOVE WS-ALLOC-ACTUAL (WS-ALLOC-IX) TO WS-DISPLAY-PCT.
           MOVE WS-ALLOC-TARGET (WS-ALLOC-IX) TO WS-DISPLAY-TARGET.
           MOVE WS-ALLOC-DRIFT TO WS-DISPLAY-DRIFT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  ' WS-ALLOC-CLASS (WS-ALLOC-IX)
                  ' ' WS-DISPLAY-AMOUNT
                  '   ' WS-DISPLAY-PCT
                  '      ' WS-DISPLAY-TARGET
                  '  ' WS-DISPLAY-DRIFT
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           IF WS-ALLOC-DRIFT > WS-ALLOC-TOLERANCE OR
              WS-ALLOC-DRIFT < ZERO - WS-ALLOC-TOLERANCE
               MOVE 'OUTSIDE BAND' TO STATEMENT-LINE (63:12)
           END-IF.
           WRITE STATEMENT-LINE.

       WRITE-PERFORMANCE-SECTION SECTION.
       WRITE-PERFORMANCE.
           MOVE 'PERFORMANCE - TIME-WEIGHTED, NET OF CLIENT FLOWS'
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           IF WS-QTR-VAL-COUNT = ZERO
               MOVE '  NOT AVAILABLE - NO VALUATIONS IN QUARTER'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               COMPUTE WS-RETURN-PCT ROUNDED =
                   (WS-QTR-FACTOR - 1) * 100
               MOVE WS-RETURN-PCT TO WS-DISPLAY-RETURN
               MOVE SPACES TO STATEMENT-LINE
               STRING '  QUARTER          ' WS-DISPLAY-RETURN ' %'
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               COMPUTE WS-RETURN-PCT ROUNDED =
                   (WS-YTD-FACTOR - 1) * 100
               MOVE WS-RETURN-PCT TO WS-DISPLAY-RETURN
               MOVE SPACES TO STATEMENT-LINE
               STRING '  YEAR TO DATE     ' WS-DISPLAY-RETURN ' %'
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-CONTROL-ENTRY SECTION.
       WRITE-CONTROL.
           MOVE SPACES TO CONTROL-LINE.
           STRING PORT-ACCOUNT-ID ' ' PORT-CUSTOMER-ID ' '
                  WS-CONTROL-REASON
                  DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

       WRITE-MISSING-PRICE-LINE SECTION.
       WRITE-MISSING.
           MOVE SPACES TO CONTROL-LINE.
           STRING '                          NO PRICE FOR '
                  WS-MISSING-SYMBOL (WS-MISSING-IX)
                  DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

       SHUTDOWN-STATEMENT-RUN SECTION.
       SHUTDOWN-STMT.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE WS-PORTFOLIOS-READ TO WS-DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'Portfolios read         : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE WS-STATEMENTS-PRODUCED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'Statements produced     : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE WS-SKIPPED-NO-PRICE TO WS-DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'Skipped - missing price : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           MOVE WS-PORTFOLIOS-NOT-STATED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'Not open in quarter     : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

           DISPLAY 'Statements produced: ' WS-STATEMENTS-PRODUCED
               '  skipped for missing prices: ' WS-SKIPPED-NO-PRICE.
           DISPLAY 'Statements in portfolio_statements.txt, control'
               ' listing in portfolio_stmt_control.rpt'.

           CLOSE PORTFOLIO-FILE.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-LOT-FILE-OK = 'Y'
               CLOSE LOT-FILE
           END-IF.
           IF WS-VAL-FILE-OK = 'Y'
               CLOSE VALUATION-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           CLOSE CONTROL-REPORT.
