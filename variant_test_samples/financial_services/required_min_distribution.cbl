       IDENTIFICATION DIVISION.
       PROGRAM-ID. RequiredMinDistribution.
      *FINANCIAL SERVICES - IRA REQUIRED MINIMUM DISTRIBUTIONS
      *Annual required minimum distribution run for the retirement
      *portfolios on the PortfolioManager master. For every IRA
      *whose owner reaches RMD age in the year, the December 31
      *market value from the valuation history is divided by the
      *IRS Uniform Lifetime Table factor for the age the owner
      *attains that year. The requirement is set once a year and
      *the client is sent a notice letter - the run is scheduled
      *in January so the notices go out then. Every run re-totals
      *the withdrawals taken from the account this year against
      *the requirement, and the November run lists the owners who
      *have not yet taken their full distribution.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO 'portfolio.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-ACCOUNT-ID
               FILE STATUS IS WS-PORT-STATUS.

      *Customer master - read-only, for the notice address.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT VALUATION-FILE ASSIGN TO 'portfolio_valuations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-VAL-STATUS.

      *PortfolioManager's ledger of client deposits and withdrawals
      *- every withdrawal from an IRA is a distribution.
           SELECT CASHFLOW-FILE ASSIGN TO 'portfolio_cashflows.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.

           SELECT NOTICE-FILE ASSIGN TO 'rmd_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT RMD-REGISTER ASSIGN TO 'rmd_register.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SHORTFALL-REPORT ASSIGN TO 'rmd_shortfall.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORTFALL-STATUS.

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
           05  PORT-OWNER-BIRTH-DATE   PIC 9(8).
           05  PORT-RMD-YEAR           PIC 9(4).
           05  PORT-RMD-YE-VALUE       PIC 9(12)V99 COMP-3.
           05  PORT-RMD-REQUIRED       PIC 9(10)V99 COMP-3.
           05  PORT-RMD-TAKEN          PIC 9(10)V99 COMP-3.

       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

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

       FD  NOTICE-FILE.
       01  NOTICE-LINE                 PIC X(100).

       FD  RMD-REGISTER.
       01  REGISTER-LINE               PIC X(132).

       FD  SHORTFALL-REPORT.
       01  SHORTFALL-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PORT-STATUS              PIC XX.
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-VAL-STATUS               PIC XX.
       01  WS-CF-STATUS                PIC XX.
       01  WS-NOTICE-STATUS            PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-SHORTFALL-STATUS         PIC XX.

       01  WS-EOF-PORT                 PIC X VALUE 'N'.
       01  WS-EOF-SOURCE               PIC X.
       01  WS-CUSTOMER-FILE-OK         PIC X VALUE 'N'.
       01  WS-VAL-FILE-OK              PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

      *Distribution year - the run date's year unless the override
      *names one. The shortfall list is produced in November, or
      *on any run when the override switch is set.
       01  WS-RMD-YEAR-WORK.
           05  WS-RMD-YEAR-OVERRIDE    PIC 9(4) VALUE ZERO.
           05  WS-RMD-YEAR             PIC 9(4).
           05  WS-PRIOR-YEAR           PIC 9(4).
           05  WS-NEXT-YEAR            PIC 9(4).
           05  WS-PRIOR-YEAR-END       PIC 9(8).
           05  WS-YEAR-START           PIC 9(8).
           05  WS-YEAR-END             PIC 9(8).
           05  WS-SHORTFALL-MONTH      PIC 99 VALUE 11.
           05  WS-SHORTFALL-OVERRIDE   PIC X VALUE 'N'.
           05  WS-SHORTFALL-RUN        PIC X VALUE 'N'.
           05  WS-OWN-ACCOUNT          PIC 9(12).
           05  WS-OWN-ACCOUNT-X REDEFINES WS-OWN-ACCOUNT
                                       PIC X(12).

      *Account types that carry lifetime distributions - a Roth IRA
      *has none for its original owner.
       01  WS-RMD-TYPE-VALUES.
           05  FILLER PIC X(20) VALUE 'IRA'.
           05  FILLER PIC X(20) VALUE 'TRADITIONAL IRA'.
           05  FILLER PIC X(20) VALUE 'ROLLOVER IRA'.
           05  FILLER PIC X(20) VALUE 'SEP IRA'.
           05  FILLER PIC X(20) VALUE 'SIMPLE IRA'.
       01  WS-RMD-TYPE-TABLE REDEFINES WS-RMD-TYPE-VALUES.
           05  WS-RMD-TYPE             PIC X(20) OCCURS 5 TIMES.
       01  WS-RMD-TYPE-COUNT           PIC 9 VALUE 5.
       01  WS-RMD-TYPE-IX              PIC 9.
       01  WS-RMD-TYPE-FOUND           PIC X.

      *IRS Uniform Lifetime Table - distribution period for ages 72
      *through 120 and over, one 99V9 factor per age.
       01  WS-LIFETIME-VALUES.
           05  FILLER PIC X(30) VALUE '274265255246237229220211202194'.
           05  FILLER PIC X(30) VALUE '185177168160152144137129122115'.
           05  FILLER PIC X(30) VALUE '108101095089084078073068064060'.
           05  FILLER PIC X(30) VALUE '056052049046043041039037035034'.
           05  FILLER PIC X(27) VALUE '033031030029028027025023020'.
       01  WS-LIFETIME-TABLE REDEFINES WS-LIFETIME-VALUES.
           05  WS-LIFETIME-FACTOR      PIC 99V9 OCCURS 49 TIMES.
       01  WS-LIFETIME-FIRST-AGE       PIC 999 VALUE 72.
       01  WS-LIFETIME-ENTRIES         PIC 99 VALUE 49.
       01  WS-LIFETIME-IX              PIC 99.

      *One account's distribution.
       01  WS-RMD-WORK.
           05  WS-OWNER-BIRTH-YEAR     PIC 9(4).
           05  WS-OWNER-AGE            PIC 999.
           05  WS-RMD-START-AGE        PIC 999.
           05  WS-FIRST-RMD-YEAR       PIC X.
           05  WS-DIVISOR              PIC 99V9.
           05  WS-YE-VALUE             PIC 9(12)V99.
           05  WS-YE-VALUE-DATE        PIC 9(8).
           05  WS-YE-VALUE-FOUND       PIC X.
           05  WS-TAKEN                PIC 9(10)V99.
           05  WS-REMAINING            PIC 9(10)V99.
           05  WS-RMD-STATUS-TEXT      PIC X(24).
           05  WS-NEW-REQUIREMENT      PIC X.

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

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZERO.
           05  WS-RETIREMENT-ACCOUNTS  PIC 9(7) VALUE ZERO.
           05  WS-RMD-ACCOUNTS         PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-WRITTEN      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-SATISFIED   PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-SHORT       PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-EXCEPTED    PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-REQUIRED       PIC 9(12)V99 VALUE ZERO.
           05  WS-TOTAL-TAKEN          PIC 9(12)V99 VALUE ZERO.
           05  WS-TOTAL-SHORTFALL      PIC 9(12)V99 VALUE ZERO.

       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-AMOUNT-2         PIC $$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-AMOUNT-3         PIC $$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-DIVISOR          PIC Z9.9.
       01  WS-DISPLAY-AGE              PIC ZZ9.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-DATE             PIC 9999/99/99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RMD-RUN.
           PERFORM ASSESS-ONE-PORTFOLIO
               UNTIL WS-EOF-PORT = 'Y'.
           PERFORM SHUTDOWN-RMD-RUN.
           STOP RUN.

       INITIALIZE-RMD-RUN SECTION.
       INIT-RMD.
           DISPLAY '========================================'.
           DISPLAY 'IRA REQUIRED MINIMUM DISTRIBUTIONS'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM ESTABLISH-RMD-YEAR.

           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORT-STATUS NOT = '00'
               DISPLAY 'Error opening portfolio file, status: '
                   WS-PORT-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-FILE-OK
           END-IF.

      *Without a valuation history no year-end value can be found
      *and every account goes on the register as an exception.
           OPEN INPUT VALUATION-FILE.
           IF WS-VAL-STATUS = '00'
               MOVE 'Y' TO WS-VAL-FILE-OK
           ELSE
               DISPLAY 'No valuation history - year-end values missing'
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY 'Error opening notice file, status: '
                   WS-NOTICE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT RMD-REGISTER.
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'Error opening RMD register, status: '
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO REGISTER-LINE.
           STRING 'REQUIRED MINIMUM DISTRIBUTION REGISTER - YEAR '
                  WS-RMD-YEAR ' - RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE '     ACCOUNT' TO REGISTER-LINE (1:12).
           MOVE 'BIRTH DATE' TO REGISTER-LINE (15:10).
           MOVE 'AGE' TO REGISTER-LINE (25:3).
           MOVE 'DEC 31 VALUE' TO REGISTER-LINE (35:12).
           MOVE 'FACTOR' TO REGISTER-LINE (48:6).
           MOVE 'REQUIRED' TO REGISTER-LINE (69:8).
           MOVE 'TAKEN' TO REGISTER-LINE (91:5).
           MOVE 'REMAINING' TO REGISTER-LINE (106:9).
           MOVE 'STATUS' TO REGISTER-LINE (117:6).
           WRITE REGISTER-LINE.

           IF WS-SHORTFALL-RUN = 'Y'
               PERFORM OPEN-SHORTFALL-REPORT
           END-IF.

           MOVE ZERO TO PORT-ACCOUNT-ID.
           START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PORT
           END-START.

       ESTABLISH-RMD-YEAR SECTION.
       ESTABLISH-YEAR.
           IF WS-RMD-YEAR-OVERRIDE NOT = ZERO
               MOVE WS-RMD-YEAR-OVERRIDE TO WS-RMD-YEAR
           ELSE
               MOVE WS-RUN-YEAR TO WS-RMD-YEAR
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-RMD-YEAR - 1.
           COMPUTE WS-NEXT-YEAR = WS-RMD-YEAR + 1.
           COMPUTE WS-PRIOR-YEAR-END = WS-PRIOR-YEAR * 10000 + 1231.
           COMPUTE WS-YEAR-START = WS-RMD-YEAR * 10000 + 101.
           COMPUTE WS-YEAR-END = WS-RMD-YEAR * 10000 + 1231.

           IF WS-RUN-MONTH = WS-SHORTFALL-MONTH OR
              WS-SHORTFALL-OVERRIDE = 'Y'
               MOVE 'Y' TO WS-SHORTFALL-RUN
           END-IF.

           DISPLAY 'Distribution year: ' WS-RMD-YEAR
               '  year-end value date: ' WS-PRIOR-YEAR-END.

       OPEN-SHORTFALL-REPORT SECTION.
       OPEN-SHORTFALL.
           OPEN OUTPUT SHORTFALL-REPORT.
           IF WS-SHORTFALL-STATUS NOT = '00'
               DISPLAY 'Error opening shortfall report, status: '
                   WS-SHORTFALL-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO SHORTFALL-LINE.
           STRING 'RMD SHORTFALL LIST - YEAR ' WS-RMD-YEAR
                  ' - RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO SHORTFALL-LINE.
           WRITE SHORTFALL-LINE.
           MOVE 'Owners who have not yet taken the full distribution'
               TO SHORTFALL-LINE.
           WRITE SHORTFALL-LINE.
           MOVE SPACES TO SHORTFALL-LINE.
           WRITE SHORTFALL-LINE.
           MOVE SPACES TO SHORTFALL-LINE.
           STRING '     ACCOUNT   CUSTOMER OWNER'
                  DELIMITED BY SIZE INTO SHORTFALL-LINE.
           MOVE 'REQUIRED' TO SHORTFALL-LINE (66:8).
           MOVE 'TAKEN' TO SHORTFALL-LINE (88:5).
           MOVE 'SHORTFALL' TO SHORTFALL-LINE (103:9).
           WRITE SHORTFALL-LINE.

       ASSESS-ONE-PORTFOLIO SECTION.
       ASSESS-ONE.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-PORT
                   GO TO ASSESS-ONE-EXIT
           END-READ.

           ADD 1 TO WS-ACCOUNTS-READ.
           MOVE PORT-ACCOUNT-ID TO WS-OWN-ACCOUNT.

           MOVE 'N' TO WS-RMD-TYPE-FOUND.
           PERFORM MATCH-RMD-ACCOUNT-TYPE
               VARYING WS-RMD-TYPE-IX FROM 1 BY 1
               UNTIL WS-RMD-TYPE-IX > WS-RMD-TYPE-COUNT.
           IF WS-RMD-TYPE-FOUND NOT = 'Y'
               GO TO ASSESS-ONE-EXIT
           END-IF.

      *Closed before the year began - nothing to distribute.
           IF PORT-CLOSE-DATE NOT = ZERO AND
              PORT-CLOSE-DATE < WS-YEAR-START
               GO TO ASSESS-ONE-EXIT
           END-IF.

           ADD 1 TO WS-RETIREMENT-ACCOUNTS.
           MOVE ZERO TO WS-OWNER-AGE WS-DIVISOR WS-YE-VALUE
                        WS-TAKEN WS-REMAINING.
           MOVE 'N' TO WS-NEW-REQUIREMENT.

           IF PORT-OWNER-BIRTH-DATE = ZERO
               MOVE 'BIRTH DATE NOT ON FILE' TO WS-RMD-STATUS-TEXT
               ADD 1 TO WS-ACCOUNTS-EXCEPTED
               PERFORM WRITE-REGISTER-LINE
               GO TO ASSESS-ONE-EXIT
           END-IF.

           PERFORM DETERMINE-OWNER-AGE.
           IF WS-OWNER-AGE < WS-RMD-START-AGE
               MOVE 'UNDER RMD AGE' TO WS-RMD-STATUS-TEXT
               PERFORM WRITE-REGISTER-LINE
               GO TO ASSESS-ONE-EXIT
           END-IF.

      *The requirement is set once for the year, from the value at
      *the December 31 before it.
           IF PORT-RMD-YEAR NOT = WS-RMD-YEAR
               PERFORM ESTABLISH-REQUIREMENT
               IF WS-YE-VALUE-FOUND NOT = 'Y'
                   PERFORM WRITE-REGISTER-LINE
                   GO TO ASSESS-ONE-EXIT
               END-IF
           ELSE
               MOVE PORT-RMD-YE-VALUE TO WS-YE-VALUE
               PERFORM LOOK-UP-LIFETIME-FACTOR
           END-IF.

           PERFORM TOTAL-YEAR-DISTRIBUTIONS.
           MOVE WS-TAKEN TO PORT-RMD-TAKEN.
           REWRITE PORTFOLIO-RECORD
               INVALID KEY
                   DISPLAY '  Error rewriting portfolio '
                       PORT-ACCOUNT-ID
           END-REWRITE.

           ADD 1 TO WS-RMD-ACCOUNTS.
           ADD PORT-RMD-REQUIRED TO WS-TOTAL-REQUIRED.
           ADD WS-TAKEN TO WS-TOTAL-TAKEN.
           IF WS-TAKEN < PORT-RMD-REQUIRED
               COMPUTE WS-REMAINING = PORT-RMD-REQUIRED - WS-TAKEN
               MOVE 'DISTRIBUTION OUTSTANDING' TO WS-RMD-STATUS-TEXT
               ADD 1 TO WS-ACCOUNTS-SHORT
               ADD WS-REMAINING TO WS-TOTAL-SHORTFALL
               IF WS-SHORTFALL-RUN = 'Y'
                   PERFORM WRITE-SHORTFALL-LINE
               END-IF
           ELSE
               MOVE 'SATISFIED' TO WS-RMD-STATUS-TEXT
               ADD 1 TO WS-ACCOUNTS-SATISFIED
           END-IF.

           IF WS-NEW-REQUIREMENT = 'Y'
               PERFORM WRITE-RMD-NOTICE
           END-IF.
           PERFORM WRITE-REGISTER-LINE.

       ASSESS-ONE-EXIT.
           EXIT.

       MATCH-RMD-ACCOUNT-TYPE SECTION.
       MATCH-TYPE.
           IF PORT-ACCOUNT-TYPE = WS-RMD-TYPE (WS-RMD-TYPE-IX)
               MOVE 'Y' TO WS-RMD-TYPE-FOUND
           END-IF.

       DETERMINE-OWNER-AGE SECTION.
       DETERMINE-AGE.
      *The age the owner attains by the end of the distribution
      *year, which is the age the table is entered at.
           MOVE PORT-OWNER-BIRTH-DATE (1:4) TO WS-OWNER-BIRTH-YEAR.
           COMPUTE WS-OWNER-AGE = WS-RMD-YEAR - WS-OWNER-BIRTH-YEAR.

      *RMD age by year of birth: 72 through 1950, 73 for 1951
      *through 1959, 75 from 1960.
           EVALUATE TRUE
               WHEN WS-OWNER-BIRTH-YEAR < 1951
                   MOVE 72 TO WS-RMD-START-AGE
               WHEN WS-OWNER-BIRTH-YEAR < 1960
                   MOVE 73 TO WS-RMD-START-AGE
               WHEN OTHER
                   MOVE 75 TO WS-RMD-START-AGE
           END-EVALUATE.

           IF WS-OWNER-AGE = WS-RMD-START-AGE
               MOVE 'Y' TO WS-FIRST-RMD-YEAR
           ELSE
               MOVE 'N' TO WS-FIRST-RMD-YEAR
           END-IF.

       ESTABLISH-REQUIREMENT SECTION.
       ESTABLISH-REQ.
           PERFORM FIND-YEAR-END-VALUE.

           IF WS-YE-VALUE-FOUND NOT = 'Y'
      *Opened after the year-end - no balance to distribute on.
               IF PORT-OPEN-DATE > WS-PRIOR-YEAR-END
                   MOVE 'OPENED THIS YEAR' TO WS-RMD-STATUS-TEXT
               ELSE
                   MOVE 'NO DEC 31 VALUATION' TO WS-RMD-STATUS-TEXT
                   ADD 1 TO WS-ACCOUNTS-EXCEPTED
               END-IF
               GO TO ESTABLISH-REQ-EXIT
           END-IF.

           PERFORM LOOK-UP-LIFETIME-FACTOR.

           MOVE WS-RMD-YEAR TO PORT-RMD-YEAR.
           MOVE WS-YE-VALUE TO PORT-RMD-YE-VALUE.
           COMPUTE PORT-RMD-REQUIRED ROUNDED =
               WS-YE-VALUE / WS-DIVISOR.
           MOVE ZERO TO PORT-RMD-TAKEN.
           MOVE 'Y' TO WS-NEW-REQUIREMENT.

       ESTABLISH-REQ-EXIT.
           EXIT.

       LOOK-UP-LIFETIME-FACTOR SECTION.
       LOOK-UP-FACTOR.
           IF WS-OWNER-AGE < WS-LIFETIME-FIRST-AGE
               MOVE 1 TO WS-LIFETIME-IX
           ELSE
               COMPUTE WS-LIFETIME-IX =
                   WS-OWNER-AGE - WS-LIFETIME-FIRST-AGE + 1
           END-IF.
           IF WS-OWNER-AGE - WS-LIFETIME-FIRST-AGE + 1 >
              WS-LIFETIME-ENTRIES
               MOVE WS-LIFETIME-ENTRIES TO WS-LIFETIME-IX
           END-IF.
           MOVE WS-LIFETIME-FACTOR (WS-LIFETIME-IX) TO WS-DIVISOR.

       FIND-YEAR-END-VALUE SECTION.
       FIND-YE-VALUE.
      *Last valuation on or before December 31 - the year's final
      *business day when the 31st falls on a weekend or holiday.
           MOVE 'N' TO WS-YE-VALUE-FOUND.
           MOVE ZERO TO WS-YE-VALUE.
           MOVE ZERO TO WS-YE-VALUE-DATE.
           IF WS-VAL-FILE-OK NOT = 'Y'
               GO TO FIND-YE-VALUE-EXIT
           END-IF.

           MOVE PORT-ACCOUNT-ID TO PV-ACCOUNT-ID.
           MOVE ZERO TO PV-DATE.
           MOVE 'N' TO WS-EOF-SOURCE.
           START VALUATION-FILE KEY IS NOT LESS THAN PV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SOURCE
           END-START.
           PERFORM READ-ONE-VALUATION
               UNTIL WS-EOF-SOURCE = 'Y'.

       FIND-YE-VALUE-EXIT.
           EXIT.

       READ-ONE-VALUATION SECTION.
       READ-VAL.
           READ VALUATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-VAL-EXIT
           END-READ.
           IF PV-ACCOUNT-ID NOT = PORT-ACCOUNT-ID OR
              PV-DATE > WS-PRIOR-YEAR-END
               MOVE 'Y' TO WS-EOF-SOURCE
               GO TO READ-VAL-EXIT
           END-IF.

           MOVE PV-MARKET-VALUE TO WS-YE-VALUE.
           MOVE PV-DATE TO WS-YE-VALUE-DATE.
           MOVE 'Y' TO WS-YE-VALUE-FOUND.

       READ-VAL-EXIT.
           EXIT.

       TOTAL-YEAR-DISTRIBUTIONS SECTION.
       TOTAL-DISTRIBUTIONS.
      *Re-totalled from the ledger on every run, so a rerun or a
      *late-posted withdrawal can never count twice.
           MOVE ZERO TO WS-TAKEN.
           OPEN INPUT CASHFLOW-FILE.
           IF WS-CF-STATUS NOT = '00'
               GO TO TOTAL-DISTRIBUTIONS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-ONE-CASHFLOW
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CASHFLOW-FILE.

       TOTAL-DISTRIBUTIONS-EXIT.
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
              WS-CF-SIDE NOT = 'W' OR
              WS-CF-DATE-X IS NOT NUMERIC OR
              WS-CF-AMOUNT-X IS NOT NUMERIC
               GO TO READ-CF-EXIT
           END-IF.
           IF WS-CF-DATE < WS-YEAR-START OR
              WS-CF-DATE > WS-YEAR-END
               GO TO READ-CF-EXIT
           END-IF.

           ADD WS-CF-AMOUNT TO WS-TAKEN.

       READ-CF-EXIT.
           EXIT.

       WRITE-RMD-NOTICE SECTION.
       WRITE-NOTICE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'REQUIRED MINIMUM DISTRIBUTION NOTICE - '
                  WS-RMD-YEAR
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.

      *Name and address from the customer master when it has one.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               MOVE PORT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO NOTICE-LINE
                       WRITE NOTICE-LINE
                       MOVE CUST-STREET TO NOTICE-LINE
                       WRITE NOTICE-LINE
                       MOVE SPACES TO NOTICE-LINE
                       STRING CUST-CITY ' ' CUST-STATE ' ' CUST-ZIP
                              DELIMITED BY SIZE INTO NOTICE-LINE
                       WRITE NOTICE-LINE
               END-READ
           END-IF.

           MOVE SPACES TO NOTICE-LINE.
           STRING 'ACCOUNT ' PORT-ACCOUNT-ID
                  '   ' PORT-ACCOUNT-TYPE
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

           MOVE WS-YE-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE WS-YE-VALUE-DATE TO WS-DISPLAY-DATE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'ACCOUNT VALUE AT DECEMBER 31, ' WS-PRIOR-YEAR
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           MOVE WS-DISPLAY-AMOUNT TO NOTICE-LINE (46:18).
           WRITE NOTICE-LINE.
           IF WS-YE-VALUE-DATE < WS-PRIOR-YEAR-END
               MOVE SPACES TO NOTICE-LINE
               STRING '  (LAST VALUATION OF THE YEAR, '
                      WS-DISPLAY-DATE ')'
                      DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.

           MOVE WS-OWNER-AGE TO WS-DISPLAY-AGE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'YOUR AGE AT THE END OF ' WS-RMD-YEAR
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           MOVE WS-DISPLAY-AGE TO NOTICE-LINE (61:3).
           WRITE NOTICE-LINE.

           MOVE WS-DIVISOR TO WS-DISPLAY-DIVISOR.
           MOVE SPACES TO NOTICE-LINE.
           MOVE 'IRS UNIFORM LIFETIME TABLE DISTRIBUTION PERIOD'
               TO NOTICE-LINE.
           MOVE WS-DISPLAY-DIVISOR TO NOTICE-LINE (60:4).
           WRITE NOTICE-LINE.

           MOVE PORT-RMD-REQUIRED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'MINIMUM DISTRIBUTION REQUIRED FOR ' WS-RMD-YEAR
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           MOVE WS-DISPLAY-AMOUNT TO NOTICE-LINE (46:18).
           WRITE NOTICE-LINE.

           MOVE WS-TAKEN TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO NOTICE-LINE.
           MOVE 'DISTRIBUTIONS ALREADY TAKEN THIS YEAR'
               TO NOTICE-LINE.
           MOVE WS-DISPLAY-AMOUNT TO NOTICE-LINE (46:18).
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

      *A first distribution may be put off to April 1 of the next
      *year, at the price of two distributions in that year.
           MOVE SPACES TO NOTICE-LINE.
           IF WS-FIRST-RMD-YEAR = 'Y'
               STRING 'THIS IS YOUR FIRST REQUIRED DISTRIBUTION. IT'
                      ' MUST BE TAKEN BY APRIL 1, ' WS-NEXT-YEAR '.'
                      DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-LINE
               STRING 'IF DELAYED PAST DECEMBER 31, ' WS-RMD-YEAR
                      ', TWO DISTRIBUTIONS WILL BE DUE IN '
                      WS-NEXT-YEAR '.'
                      DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           ELSE
               STRING 'THE DISTRIBUTION MUST BE TAKEN BY DECEMBER 31, '
                      WS-RMD-YEAR '.'
                      DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.
           MOVE 'AMOUNTS NOT DISTRIBUTED BY THE DEADLINE ARE SUBJECT'
               TO NOTICE-LINE.
           MOVE ' TO AN IRS EXCISE TAX.' TO NOTICE-LINE (52:22).
           WRITE NOTICE-LINE.

           MOVE ALL '-' TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           ADD 1 TO WS-NOTICES-WRITTEN.

       WRITE-SHORTFALL-LINE SECTION.
       WRITE-SHORTFALL.
           MOVE SPACES TO SHORTFALL-LINE.
           STRING PORT-ACCOUNT-ID ' ' PORT-CUSTOMER-ID
                  DELIMITED BY SIZE INTO SHORTFALL-LINE.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               MOVE PORT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME (1:30) TO SHORTFALL-LINE (25:30)
               END-READ
           END-IF.
           MOVE PORT-RMD-REQUIRED TO WS-DISPLAY-AMOUNT.
           MOVE WS-TAKEN TO WS-DISPLAY-AMOUNT-2.
           MOVE WS-REMAINING TO WS-DISPLAY-AMOUNT-3.
           MOVE WS-DISPLAY-AMOUNT TO SHORTFALL-LINE (56:18).
           MOVE WS-DISPLAY-AMOUNT-2 TO SHORTFALL-LINE (75:18).
           MOVE WS-DISPLAY-AMOUNT-3 TO SHORTFALL-LINE (94:18).
           WRITE SHORTFALL-LINE.

       WRITE-REGISTER-LINE SECTION.
       WRITE-REGISTER.
           MOVE WS-OWNER-AGE TO WS-DISPLAY-AGE.
           MOVE WS-YE-VALUE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DIVISOR TO WS-DISPLAY-DIVISOR.
           MOVE SPACES TO REGISTER-LINE.
           STRING PORT-ACCOUNT-ID '  ' PORT-OWNER-BIRTH-DATE
                  '  ' WS-DISPLAY-AGE ' ' WS-DISPLAY-AMOUNT
                  '   ' WS-DISPLAY-DIVISOR
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           IF WS-RMD-STATUS-TEXT = 'SATISFIED' OR
              WS-RMD-STATUS-TEXT = 'DISTRIBUTION OUTSTANDING'
               MOVE PORT-RMD-REQUIRED TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO REGISTER-LINE (59:18)
               MOVE WS-TAKEN TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO REGISTER-LINE (78:18)
               MOVE WS-REMAINING TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO REGISTER-LINE (97:18)
           END-IF.
           MOVE WS-RMD-STATUS-TEXT TO REGISTER-LINE (117:16).
           IF WS-NEW-REQUIREMENT = 'Y'
               MOVE SPACES TO REGISTER-LINE (117:16)
               MOVE 'NOTICE SENT' TO REGISTER-LINE (117:11)
           END-IF.
           WRITE REGISTER-LINE.

       SHUTDOWN-RMD-RUN SECTION.
       SHUTDOWN-RMD.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-ACCOUNTS-READ TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Portfolios read        : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-RETIREMENT-ACCOUNTS TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Retirement accounts    : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-RMD-ACCOUNTS TO WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-REQUIRED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Distributions required : ' WS-DISPLAY-COUNT
                  '  ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-NOTICES-WRITTEN TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Notices written        : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-ACCOUNTS-SATISFIED TO WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-TAKEN TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Satisfied / taken      : ' WS-DISPLAY-COUNT
                  '  ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-ACCOUNTS-SHORT TO WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-SHORTFALL TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Still outstanding      : ' WS-DISPLAY-COUNT
                  '  ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-ACCOUNTS-EXCEPTED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'Exceptions             : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           IF WS-SHORTFALL-RUN = 'Y'
               MOVE SPACES TO SHORTFALL-LINE
               WRITE SHORTFALL-LINE
               MOVE WS-ACCOUNTS-SHORT TO WS-DISPLAY-COUNT
               MOVE WS-TOTAL-SHORTFALL TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO SHORTFALL-LINE
               STRING 'Owners short           : ' WS-DISPLAY-COUNT
                      '  ' WS-DISPLAY-AMOUNT
                      DELIMITED BY SIZE INTO SHORTFALL-LINE
               WRITE SHORTFALL-LINE
               CLOSE SHORTFALL-REPORT
           END-IF.

           DISPLAY 'Distributions required: ' WS-RMD-ACCOUNTS
               '  notices: ' WS-NOTICES-WRITTEN
               '  outstanding: ' WS-ACCOUNTS-SHORT.

           CLOSE PORTFOLIO-FILE.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-VAL-FILE-OK = 'Y'
               CLOSE VALUATION-FILE
           END-IF.
           CLOSE NOTICE-FILE.
           CLOSE RMD-REGISTER.
