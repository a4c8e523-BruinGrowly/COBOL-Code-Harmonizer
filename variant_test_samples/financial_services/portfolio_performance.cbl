       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortfolioPerformance.
      *FINANCIAL SERVICES - PORTFOLIO PERFORMANCE MEASUREMENT
      *Computes period returns for every portfolio from the daily
      *valuation history PortfolioManager keeps. A raw change in
      *market value is distorted by client deposits and withdrawals,
      *so two returns are produced for month-, quarter- and year-to-
      *date and since inception:
      *  time-weighted - each day's return with that day's external
      *    flow taken out, chained together; measures the manager.
      *  money-weighted - the internal rate of return that takes the
      *    beginning value plus each flow, weighted by the part of
      *    the period it was invested, to the ending value; measures
      *    the client's experience.
      *Results are stored per account and period so statements and
      *inquiries can report them without recalculating. A period
      *with a weekday that has no valuation is flagged, since the
      *day-by-day chain across the gap is then only an estimate.

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

           SELECT RETURNS-FILE ASSIGN TO 'portfolio_returns.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-RET-STATUS.

           SELECT PERFORMANCE-REPORT ASSIGN TO 'performance.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

      *Same layout PortfolioManager writes.
       FD  VALUATION-FILE.
       01  VALUATION-RECORD.
           05  PV-KEY.
               10  PV-ACCOUNT-ID       PIC 9(12).
               10  PV-DATE             PIC 9(8).
           05  PV-MARKET-VALUE         PIC 9(12)V99 COMP-3.
           05  PV-NET-FLOW             PIC S9(12)V99 COMP-3.
           05  PV-INCOME               PIC 9(10)V99 COMP-3.

      *One record per account per period - MTD, QTD, YTD, ITD.
      *Returns are decimal fractions (0.012345 = 1.2345%).
       FD  RETURNS-FILE.
       01  RETURNS-RECORD.
           05  PR-KEY.
               10  PR-ACCOUNT-ID       PIC 9(12).
               10  PR-PERIOD           PIC X(3).
           05  PR-AS-OF-DATE           PIC 9(8).
           05  PR-BEGIN-DATE           PIC 9(8).
           05  PR-BEGIN-VALUE          PIC 9(12)V99 COMP-3.
           05  PR-END-VALUE            PIC 9(12)V99 COMP-3.
           05  PR-NET-FLOW             PIC S9(12)V99 COMP-3.
           05  PR-INCOME               PIC 9(10)V99 COMP-3.
           05  PR-TWR                  PIC S9(5)V9(6) COMP-3.
           05  PR-MWR                  PIC S9(5)V9(6) COMP-3.
           05  PR-MWR-STATUS           PIC X.
               88  PR-MWR-SOLVED       VALUE 'Y'.
               88  PR-MWR-NOT-SOLVED   VALUE 'N'.
           05  PR-MISSING-DAYS         PIC 9(4).
           05  PR-MISSING-FLAG         PIC X.
               88  PR-HAS-MISSING-DAYS VALUE 'Y'.
           05  PR-CALC-DATE            PIC 9(8).

       FD  PERFORMANCE-REPORT.
       01  PERFORMANCE-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PORT-STATUS              PIC XX.
       01  WS-VAL-STATUS               PIC XX.
       01  WS-RET-STATUS               PIC XX.
       01  WS-RPT-STATUS               PIC XX.

       01  WS-EOF-PORT                 PIC X VALUE 'N'.
       01  WS-EOF-VAL                  PIC X.

       01  WS-TODAY-DATE               PIC 9(8).

      *The account's valuation history, oldest first.
       01  WS-VALUATION-TABLE.
           05  WS-VAL-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-VAL-ENTRY OCCURS 4000 TIMES.
               10  WS-VAL-DATE         PIC 9(8).
               10  WS-VAL-DAYNUM       PIC 9(7).
               10  WS-VAL-MARKET-VALUE PIC 9(12)V99.
               10  WS-VAL-NET-FLOW     PIC S9(12)V99.
               10  WS-VAL-INCOME       PIC 9(10)V99.
       01  WS-VAL-IX                   PIC 9(4).
       01  WS-VAL-OVERFLOW             PIC X.

      *Period being measured.
       01  WS-PERIOD-WORK.
           05  WS-PERIOD-CODE          PIC X(3).
           05  WS-PERIOD-START         PIC 9(8).
           05  WS-PERIOD-START-X REDEFINES WS-PERIOD-START.
               10  WS-PERIOD-START-YYYY PIC 9(4).
               10  WS-PERIOD-START-MM  PIC 9(2).
               10  WS-PERIOD-START-DD  PIC 9(2).
           05  WS-AS-OF-DATE           PIC 9(8).
           05  WS-AS-OF-X REDEFINES WS-AS-OF-DATE.
               10  WS-AS-OF-YYYY       PIC 9(4).
               10  WS-AS-OF-MM         PIC 9(2).
               10  WS-AS-OF-DD         PIC 9(2).
           05  WS-QUARTER-NUM          PIC 9.
           05  WS-BASE-IX              PIC 9(4).
           05  WS-END-IX               PIC 9(4).
           05  WS-BEGIN-VALUE          PIC 9(12)V99.
           05  WS-END-VALUE            PIC 9(12)V99.
           05  WS-PERIOD-FLOW          PIC S9(12)V99.
           05  WS-PERIOD-INCOME        PIC 9(10)V99.
           05  WS-MISSING-DAYS         PIC 9(4).

      *Time-weighted chain.
       01  WS-TWR-WORK.
           05  WS-GROWTH-FACTOR        PIC S9(5)V9(12) COMP-3.
           05  WS-DAY-DENOMINATOR      PIC S9(13)V99 COMP-3.
           05  WS-TWR                  PIC S9(5)V9(6) COMP-3.

      *Gap scan between two valuation days.
       01  WS-GAP-WORK.
           05  WS-GAP-DAYNUM           PIC 9(7).
           05  WS-GAP-LAST-DAYNUM      PIC 9(7).
           05  WS-GAP-WEEKS            PIC 9(7).
           05  WS-GAP-WEEKDAY          PIC 9.

      *Money-weighted return by bisection - the rate R that makes
      *begin x (1+R) + sum(flow x (1+R) ** weight) equal the end
      *value, weight being the share of the period the flow was
      *invested. A flow is taken as arriving at the start of its
      *day, so it earns that day's return.
       01  WS-MWR-WORK.
           05  WS-MWR-LOW              PIC S9(3)V9(9) COMP-3.
           05  WS-MWR-HIGH             PIC S9(3)V9(9) COMP-3.
           05  WS-MWR-RATE             PIC S9(3)V9(9) COMP-3.
           05  WS-MWR-VALUE            PIC S9(15)V9(4) COMP-3.
           05  WS-MWR-LOW-VALUE        PIC S9(15)V9(4) COMP-3.
           05  WS-MWR-HIGH-VALUE       PIC S9(15)V9(4) COMP-3.
           05  WS-MWR-WEIGHT           PIC 9V9(9) COMP-3.
           05  WS-MWR-PERIOD-DAYS      PIC 9(7).
           05  WS-MWR-ITERATION        PIC 9(3).
           05  WS-MWR                  PIC S9(5)V9(6) COMP-3.
           05  WS-MWR-SOLVED           PIC X.
       01  WS-MWR-ITERATIONS           PIC 9(3) VALUE 60.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-MEASURED    PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-SKIPPED     PIC 9(6) VALUE ZERO.
           05  WS-PERIODS-FLAGGED      PIC 9(6) VALUE ZERO.

       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-SIGNED-AMT       PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-TWR-PCT          PIC -ZZZZ9.99.
       01  WS-DISPLAY-MWR-PCT          PIC -ZZZZ9.99.
       01  WS-DISPLAY-PCT-WORK         PIC S9(7)V99.
       01  WS-DISPLAY-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PERFORMANCE.
           PERFORM MEASURE-NEXT-ACCOUNT
               UNTIL WS-EOF-PORT = 'Y'.
           PERFORM FINISH-PERFORMANCE.
           STOP RUN.

       INITIALIZE-PERFORMANCE SECTION.
       INIT-PERF.
           DISPLAY '========================================'.
           DISPLAY 'Portfolio Performance Measurement'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORT-STATUS NOT = '00'
               DISPLAY 'Error opening portfolio file: '
                   WS-PORT-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT VALUATION-FILE.
           IF WS-VAL-STATUS NOT = '00'
               DISPLAY 'Error opening valuation history: '
                   WS-VAL-STATUS
               STOP RUN
           END-IF.

           OPEN I-O RETURNS-FILE.
           IF WS-RET-STATUS = '35'
               OPEN OUTPUT RETURNS-FILE
               CLOSE RETURNS-FILE
               OPEN I-O RETURNS-FILE
           END-IF.
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'Error opening returns file: '
                   WS-RET-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PERFORMANCE-REPORT.

           MOVE SPACES TO PERFORMANCE-LINE.
           STRING 'PORTFOLIO PERFORMANCE - RUN DATE ' WS-TODAY-DATE
                  DELIMITED BY SIZE INTO PERFORMANCE-LINE.
           WRITE PERFORMANCE-LINE.
           MOVE SPACES TO PERFORMANCE-LINE.
           WRITE PERFORMANCE-LINE.
           MOVE SPACES TO PERFORMANCE-LINE.
           STRING 'ACCOUNT      PER BEGIN    AS OF   '
                  '     BEGIN VALUE         END VALUE'
                  '          NET FLOWS      TWR %      MWR %'
                  ' MISSING'
                  DELIMITED BY SIZE INTO PERFORMANCE-LINE.
           WRITE PERFORMANCE-LINE.

       MEASURE-NEXT-ACCOUNT SECTION.
       MEASURE-ACCOUNT.
           READ PORTFOLIO-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-PORT
                   GO TO MEASURE-ACCOUNT-EXIT
           END-READ.
           ADD 1 TO WS-ACCOUNTS-READ.

           PERFORM LOAD-ACCOUNT-VALUATIONS.
           IF WS-VAL-OVERFLOW = 'Y'
               DISPLAY '  Account ' PORT-ACCOUNT-ID
                   ' skipped - valuation history exceeds table'
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO MEASURE-ACCOUNT-EXIT
           END-IF.
           IF WS-VAL-COUNT = ZERO
               DISPLAY '  Account ' PORT-ACCOUNT-ID
                   ' skipped - no valuation history'
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               GO TO MEASURE-ACCOUNT-EXIT
           END-IF.

      *Every period ends on the latest valuation on file.
           MOVE WS-VAL-COUNT TO WS-END-IX.
           MOVE WS-VAL-DATE (WS-END-IX) TO WS-AS-OF-DATE.

           MOVE 'MTD' TO WS-PERIOD-CODE.
           MOVE WS-AS-OF-DATE TO WS-PERIOD-START.
           MOVE 1 TO WS-PERIOD-START-DD.
           PERFORM MEASURE-ONE-PERIOD.

           MOVE 'QTD' TO WS-PERIOD-CODE.
           MOVE WS-AS-OF-DATE TO WS-PERIOD-START.
           COMPUTE WS-QUARTER-NUM = (WS-AS-OF-MM + 2) / 3.
           COMPUTE WS-PERIOD-START-MM = WS-QUARTER-NUM * 3 - 2.
           MOVE 1 TO WS-PERIOD-START-DD.
           PERFORM MEASURE-ONE-PERIOD.

           MOVE 'YTD' TO WS-PERIOD-CODE.
           MOVE WS-AS-OF-DATE TO WS-PERIOD-START.
           MOVE 1 TO WS-PERIOD-START-MM.
           MOVE 1 TO WS-PERIOD-START-DD.
           PERFORM MEASURE-ONE-PERIOD.

           MOVE 'ITD' TO WS-PERIOD-CODE.
           MOVE WS-VAL-DATE (1) TO WS-PERIOD-START.
           PERFORM MEASURE-ONE-PERIOD.

           ADD 1 TO WS-ACCOUNTS-MEASURED.

       MEASURE-ACCOUNT-EXIT.
           EXIT.

       LOAD-ACCOUNT-VALUATIONS SECTION.
       LOAD-VALUATIONS.
           MOVE ZERO TO WS-VAL-COUNT.
           MOVE 'N' TO WS-VAL-OVERFLOW.
           MOVE 'N' TO WS-EOF-VAL.

           MOVE PORT-ACCOUNT-ID TO PV-ACCOUNT-ID.
           MOVE ZERO TO PV-DATE.
           START VALUATION-FILE KEY IS NOT LESS THAN PV-KEY
               INVALID KEY
                   GO TO LOAD-VALUATIONS-EXIT
           END-START.

           PERFORM LOAD-ONE-VALUATION
               UNTIL WS-EOF-VAL = 'Y'.

       LOAD-VALUATIONS-EXIT.
           EXIT.

       LOAD-ONE-VALUATION SECTION.
       LOAD-VALUATION.
           READ VALUATION-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-VAL
                   GO TO LOAD-VALUATION-EXIT
           END-READ.
           IF PV-ACCOUNT-ID NOT = PORT-ACCOUNT-ID
               MOVE 'Y' TO WS-EOF-VAL
               GO TO LOAD-VALUATION-EXIT
           END-IF.
           IF WS-VAL-COUNT >= 4000
               MOVE 'Y' TO WS-VAL-OVERFLOW
               MOVE 'Y' TO WS-EOF-VAL
               GO TO LOAD-VALUATION-EXIT
           END-IF.

           ADD 1 TO WS-VAL-COUNT.
           MOVE PV-DATE TO WS-VAL-DATE (WS-VAL-COUNT).
           COMPUTE WS-VAL-DAYNUM (WS-VAL-COUNT) =
               FUNCTION INTEGER-OF-DATE(PV-DATE).
           MOVE PV-MARKET-VALUE TO WS-VAL-MARKET-VALUE (WS-VAL-COUNT).
           MOVE PV-NET-FLOW TO WS-VAL-NET-FLOW (WS-VAL-COUNT).
           MOVE PV-INCOME TO WS-VAL-INCOME (WS-VAL-COUNT).

       LOAD-VALUATION-EXIT.
           EXIT.

       MEASURE-ONE-PERIOD SECTION.
       MEASURE-PERIOD.
      *The period begins at the last valuation before its first
      *day - the prior month-, quarter- or year-end close. An
      *account opened inside the period begins at its first
      *valuation instead.
           MOVE 1 TO WS-BASE-IX.
           PERFORM FIND-PERIOD-BASE
               VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > WS-END-IX
                  OR WS-VAL-DATE (WS-VAL-IX) NOT < WS-PERIOD-START.

           MOVE WS-VAL-MARKET-VALUE (WS-BASE-IX) TO WS-BEGIN-VALUE.
           MOVE WS-VAL-MARKET-VALUE (WS-END-IX) TO WS-END-VALUE.
           MOVE ZERO TO WS-PERIOD-FLOW.
           MOVE ZERO TO WS-PERIOD-INCOME.
           MOVE ZERO TO WS-MISSING-DAYS.
           MOVE 1 TO WS-GROWTH-FACTOR.

           COMPUTE WS-VAL-IX = WS-BASE-IX + 1.
           PERFORM CHAIN-ONE-DAY
               VARYING WS-VAL-IX FROM WS-VAL-IX BY 1
               UNTIL WS-VAL-IX > WS-END-IX.

           COMPUTE WS-TWR ROUNDED = WS-GROWTH-FACTOR - 1.

           PERFORM SOLVE-MONEY-WEIGHTED-RETURN.

           PERFORM STORE-PERIOD-RETURN.
           PERFORM REPORT-PERIOD-RETURN.

       FIND-PERIOD-BASE SECTION.
       FIND-BASE.
           MOVE WS-VAL-IX TO WS-BASE-IX.

       CHAIN-ONE-DAY SECTION.
       CHAIN-DAY.
      *Day return = close / (prior close + today's flow). Income is
      *already in the close - it is return, not a flow.
           ADD WS-VAL-NET-FLOW (WS-VAL-IX) TO WS-PERIOD-FLOW.
           ADD WS-VAL-INCOME (WS-VAL-IX) TO WS-PERIOD-INCOME.

           COMPUTE WS-DAY-DENOMINATOR =
               WS-VAL-MARKET-VALUE (WS-VAL-IX - 1) +
               WS-VAL-NET-FLOW (WS-VAL-IX).
           IF WS-DAY-DENOMINATOR > ZERO
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   WS-GROWTH-FACTOR *
                   WS-VAL-MARKET-VALUE (WS-VAL-IX) /
                   WS-DAY-DENOMINATOR
           END-IF.

      *Any weekday between this valuation and the one before it
      *with no valuation of its own is a gap in the chain.
           MOVE WS-VAL-DAYNUM (WS-VAL-IX) TO WS-GAP-LAST-DAYNUM.
           COMPUTE WS-GAP-DAYNUM = WS-VAL-DAYNUM (WS-VAL-IX - 1) + 1.
           PERFORM CHECK-GAP-DAY
               VARYING WS-GAP-DAYNUM FROM WS-GAP-DAYNUM BY 1
               UNTIL WS-GAP-DAYNUM NOT < WS-GAP-LAST-DAYNUM.

       CHECK-GAP-DAY SECTION.
       CHECK-GAP.
      *Day 1 of the integer calendar is a Monday, so a remainder
      *of 1 to 5 on division by 7 is a weekday.
           DIVIDE WS-GAP-DAYNUM BY 7 GIVING WS-GAP-WEEKS
               REMAINDER WS-GAP-WEEKDAY.
           IF WS-GAP-WEEKDAY >= 1 AND WS-GAP-WEEKDAY <= 5
               ADD 1 TO WS-MISSING-DAYS
           END-IF.

       SOLVE-MONEY-WEIGHTED-RETURN SECTION.
       SOLVE-MWR.
           MOVE ZERO TO WS-MWR.
           MOVE 'Y' TO WS-MWR-SOLVED.
           COMPUTE WS-MWR-PERIOD-DAYS =
               WS-VAL-DAYNUM (WS-END-IX) - WS-VAL-DAYNUM (WS-BASE-IX).
           IF WS-MWR-PERIOD-DAYS = ZERO
               GO TO SOLVE-MWR-EXIT
           END-IF.

           MOVE -0.99 TO WS-MWR-LOW.
           MOVE 10 TO WS-MWR-HIGH.
           MOVE WS-MWR-LOW TO WS-MWR-RATE.
           PERFORM VALUE-AT-MWR-RATE.
           MOVE WS-MWR-VALUE TO WS-MWR-LOW-VALUE.
           MOVE WS-MWR-HIGH TO WS-MWR-RATE.
           PERFORM VALUE-AT-MWR-RATE.
           MOVE WS-MWR-VALUE TO WS-MWR-HIGH-VALUE.

      *No sign change across the search range - no rate balances
      *the flows (for example, nothing invested at any point).
           IF (WS-MWR-LOW-VALUE > ZERO AND WS-MWR-HIGH-VALUE > ZERO)
              OR
              (WS-MWR-LOW-VALUE < ZERO AND WS-MWR-HIGH-VALUE < ZERO)
               MOVE 'N' TO WS-MWR-SOLVED
               GO TO SOLVE-MWR-EXIT
           END-IF.

           PERFORM BISECT-MWR-RATE
               VARYING WS-MWR-ITERATION FROM 1 BY 1
               UNTIL WS-MWR-ITERATION > WS-MWR-ITERATIONS.

           COMPUTE WS-MWR ROUNDED =
               (WS-MWR-LOW + WS-MWR-HIGH) / 2.

       SOLVE-MWR-EXIT.
           EXIT.

       BISECT-MWR-RATE SECTION.
       BISECT-MWR.
           COMPUTE WS-MWR-RATE = (WS-MWR-LOW + WS-MWR-HIGH) / 2.
           PERFORM VALUE-AT-MWR-RATE.
           IF (WS-MWR-VALUE < ZERO AND WS-MWR-LOW-VALUE < ZERO) OR
              (WS-MWR-VALUE > ZERO AND WS-MWR-LOW-VALUE > ZERO)
               MOVE WS-MWR-RATE TO WS-MWR-LOW
               MOVE WS-MWR-VALUE TO WS-MWR-LOW-VALUE
           ELSE
               MOVE WS-MWR-RATE TO WS-MWR-HIGH
               MOVE WS-MWR-VALUE TO WS-MWR-HIGH-VALUE
           END-IF.

       VALUE-AT-MWR-RATE SECTION.
       VALUE-AT-RATE.
      *Grows the beginning value and each flow at WS-MWR-RATE to
      *the end of the period and takes away the ending value.
           COMPUTE WS-MWR-VALUE ROUNDED =
               WS-BEGIN-VALUE * (1 + WS-MWR-RATE) - WS-END-VALUE.
           COMPUTE WS-VAL-IX = WS-BASE-IX + 1.
           PERFORM GROW-ONE-FLOW
               VARYING WS-VAL-IX FROM WS-VAL-IX BY 1
               UNTIL WS-VAL-IX > WS-END-IX.

       GROW-ONE-FLOW SECTION.
       GROW-FLOW.
           IF WS-VAL-NET-FLOW (WS-VAL-IX) = ZERO
               GO TO GROW-FLOW-EXIT
           END-IF.
           COMPUTE WS-MWR-WEIGHT ROUNDED =
               (WS-VAL-DAYNUM (WS-END-IX) -
                WS-VAL-DAYNUM (WS-VAL-IX) + 1) /
               WS-MWR-PERIOD-DAYS.
           IF WS-MWR-WEIGHT > 1
               MOVE 1 TO WS-MWR-WEIGHT
           END-IF.
           COMPUTE WS-MWR-VALUE ROUNDED =
               WS-MWR-VALUE +
               WS-VAL-NET-FLOW (WS-VAL-IX) *
               ((1 + WS-MWR-RATE) ** WS-MWR-WEIGHT).

       GROW-FLOW-EXIT.
           EXIT.

       STORE-PERIOD-RETURN SECTION.
       STORE-RETURN.
           MOVE PORT-ACCOUNT-ID TO PR-ACCOUNT-ID.
           MOVE WS-PERIOD-CODE TO PR-PERIOD.
           MOVE WS-AS-OF-DATE TO PR-AS-OF-DATE.
           MOVE WS-VAL-DATE (WS-BASE-IX) TO PR-BEGIN-DATE.
           MOVE WS-BEGIN-VALUE TO PR-BEGIN-VALUE.
           MOVE WS-END-VALUE TO PR-END-VALUE.
           MOVE WS-PERIOD-FLOW TO PR-NET-FLOW.
           MOVE WS-PERIOD-INCOME TO PR-INCOME.
           MOVE WS-TWR TO PR-TWR.
           MOVE WS-MWR TO PR-MWR.
           MOVE WS-MWR-SOLVED TO PR-MWR-STATUS.
           MOVE WS-MISSING-DAYS TO PR-MISSING-DAYS.
           IF WS-MISSING-DAYS > ZERO
               MOVE 'Y' TO PR-MISSING-FLAG
               ADD 1 TO WS-PERIODS-FLAGGED
           ELSE
               MOVE 'N' TO PR-MISSING-FLAG
           END-IF.
           MOVE WS-TODAY-DATE TO PR-CALC-DATE.

           WRITE RETURNS-RECORD
               INVALID KEY
                   REWRITE RETURNS-RECORD
                       INVALID KEY
                           DISPLAY '  Error storing returns for '
                               PR-ACCOUNT-ID ' ' PR-PERIOD
                   END-REWRITE
           END-WRITE.

       REPORT-PERIOD-RETURN SECTION.
       REPORT-RETURN.
           MOVE SPACES TO PERFORMANCE-LINE.
           MOVE PORT-ACCOUNT-ID TO PERFORMANCE-LINE (1:12).
           MOVE WS-PERIOD-CODE TO PERFORMANCE-LINE (14:3).
           MOVE PR-BEGIN-DATE TO PERFORMANCE-LINE (18:8).
           MOVE WS-AS-OF-DATE TO PERFORMANCE-LINE (27:8).
           MOVE WS-BEGIN-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO PERFORMANCE-LINE (36:18).
           MOVE WS-END-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO PERFORMANCE-LINE (54:18).
           MOVE WS-PERIOD-FLOW TO WS-DISPLAY-SIGNED-AMT.
           MOVE WS-DISPLAY-SIGNED-AMT TO PERFORMANCE-LINE (72:19).
           COMPUTE WS-DISPLAY-PCT-WORK ROUNDED = WS-TWR * 100.
           MOVE WS-DISPLAY-PCT-WORK TO WS-DISPLAY-TWR-PCT.
           MOVE WS-DISPLAY-TWR-PCT TO PERFORMANCE-LINE (93:9).
           IF WS-MWR-SOLVED = 'Y'
               COMPUTE WS-DISPLAY-PCT-WORK ROUNDED = WS-MWR * 100
               MOVE WS-DISPLAY-PCT-WORK TO WS-DISPLAY-MWR-PCT
               MOVE WS-DISPLAY-MWR-PCT TO PERFORMANCE-LINE (104:9)
           ELSE
               MOVE '      N/A' TO PERFORMANCE-LINE (104:9)
           END-IF.
           IF WS-MISSING-DAYS > ZERO
               MOVE WS-MISSING-DAYS TO WS-DISPLAY-COUNT
               MOVE WS-DISPLAY-COUNT TO PERFORMANCE-LINE (114:4)
               MOVE ' DAYS' TO PERFORMANCE-LINE (118:5)
           END-IF.
           WRITE PERFORMANCE-LINE.

       FINISH-PERFORMANCE SECTION.
       FINISH-PERF.
           MOVE SPACES TO PERFORMANCE-LINE.
           WRITE PERFORMANCE-LINE.
           MOVE SPACES TO PERFORMANCE-LINE.
           STRING 'ACCOUNTS READ ' WS-ACCOUNTS-READ
                  '  MEASURED ' WS-ACCOUNTS-MEASURED
                  '  SKIPPED ' WS-ACCOUNTS-SKIPPED
                  '  PERIODS WITH MISSING VALUATIONS '
                  WS-PERIODS-FLAGGED
                  DELIMITED BY SIZE INTO PERFORMANCE-LINE.
           WRITE PERFORMANCE-LINE.

           CLOSE PORTFOLIO-FILE.
           CLOSE VALUATION-FILE.
           CLOSE RETURNS-FILE.
           CLOSE PERFORMANCE-REPORT.

           DISPLAY 'Accounts measured: ' WS-ACCOUNTS-MEASURED.
           DISPLAY 'Accounts skipped:  ' WS-ACCOUNTS-SKIPPED.
           DISPLAY 'Periods flagged for missing valuations: '
               WS-PERIODS-FLAGGED.
