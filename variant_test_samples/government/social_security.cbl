      *GOVERNMENT - SOCIAL SECURITY BENEFITS CALCULATOR
      *Calculates retirement, disability, and survivor benefits

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Medicare enrollment, read by SSN so the Part B premium can be
      *withheld from the beneficiary's monthly payment.
           SELECT APPLICATION-FILE ASSIGN TO 'applications.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-NUMBER
               ALTERNATE RECORD KEY IS APP-SSN
               FILE STATUS IS WS-APP-FILE-STATUS.

      *Monthly payment run outputs - the direct-deposit payment
      *file, the running payment history, and the zero-net report.
           SELECT DIRECT-DEPOSIT-FILE
               ASSIGN TO 'ss_direct_deposit.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE
               ASSIGN TO 'ss_payment_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ZERO-NET-REPORT-FILE
               ASSIGN TO 'ss_zero_net.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZERO-FILE-STATUS.

      *Earnings record master - the posted earnings history by SSN
      *that real claims are computed from.
           SELECT EARNINGS-MASTER-FILE ASSIGN TO 'earnings_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERN-SSN
               FILE STATUS IS WS-ERN-FILE-STATUS.

      *Benefit claims to determine, the determinations made, and
      *the claims held back for earnings record correction.
           SELECT CLAIMS-INPUT-FILE ASSIGN TO 'ss_claims.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-FILE-STATUS.

           SELECT DETERMINATION-FILE
               ASSIGN TO 'ss_determinations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-FILE-STATUS.

           SELECT CLAIM-EXCEPTION-FILE
               ASSIGN TO 'ss_claim_exceptions.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same layout HealthcareEnrollment maintains.
       FD  APPLICATION-FILE.
       01  APPLICATION-RECORD.
           05  APP-NUMBER              PIC X(12).
           05  APP-SSN                 PIC 9(9).
           05  APP-APPLICANT-NAME      PIC X(50).
           05  APP-BIRTH-DATE          PIC 9(8).
           05  APP-AGE                 PIC 9(3).
           05  APP-PROGRAM             PIC X(15).
           05  APP-HOUSEHOLD-SIZE      PIC 99.
           05  APP-ANNUAL-INCOME       PIC 9(9)V99.
           05  APP-DISABILITY-FLAG     PIC X.
           05  APP-STATUS              PIC X(20).
           05  APP-ELIGIBILITY-DATE    PIC 9(8).
           05  APP-BENEFIT-TIER        PIC X(10).
           05  APP-PRIOR-DENIAL-REASON PIC X(60).
           05  APP-QUALIFYING-EVENT    PIC X(20).
           05  APP-EVENT-DATE          PIC 9(8).
           05  APP-TRANSMIT-STATE      PIC X.
           05  APP-TERM-DATE           PIC 9(8).
           05  APP-DEPENDENT-COUNT     PIC 99.
           05  APP-DEPENDENTS OCCURS 8 TIMES.
               10  DEP-NAME            PIC X(30).
               10  DEP-BIRTH-DATE      PIC 9(8).
               10  DEP-RELATIONSHIP    PIC X(10).
               10  DEP-ANNUAL-INCOME   PIC 9(9)V99.

       FD  DIRECT-DEPOSIT-FILE.
       01  DIRECT-DEPOSIT-RECORD       PIC X(120).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD      PIC X(120).

       FD  ZERO-NET-REPORT-FILE.
       01  ZERO-NET-REPORT-LINE        PIC X(100).

      *One record per worker - birth date and one entry per posted
      *year of earnings, up to the same 42-year span the benefit
      *calculation table holds. Entries need not be in year order.
       FD  EARNINGS-MASTER-FILE.
       01  EARNINGS-MASTER-RECORD.
           05  ERN-SSN                 PIC 9(9).
           05  ERN-NAME                PIC X(50).
           05  ERN-BIRTH-DATE          PIC 9(8).
           05  ERN-YEAR-COUNT          PIC 99.
           05  ERN-YEAR-ENTRY OCCURS 42 TIMES.
               10  ERN-YEAR            PIC 9(4).
               10  ERN-AMOUNT          PIC 9(7)V99.

      *Claim type R (retirement) or D (disability). The claim age
      *is the age the claimant intends to start benefits; a
      *disability claim carries the onset date instead. Work
      *earnings are the expected earnings for the earnings test.
       FD  CLAIMS-INPUT-FILE.
       01  CLAIM-INPUT-RECORD.
           05  CLM-SSN                 PIC 9(9).
           05  CLM-TYPE                PIC X.
           05  CLM-CLAIM-AGE           PIC 99V99.
           05  CLM-ONSET-DATE          PIC 9(8).
           05  CLM-WORK-EARNINGS       PIC 9(7)V99.

       FD  DETERMINATION-FILE.
       01  DETERMINATION-RECORD        PIC X(150).

       FD  CLAIM-EXCEPTION-FILE.
       01  CLAIM-EXCEPTION-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-APP-FILE-STATUS          PIC XX.
       01  WS-DD-FILE-STATUS           PIC XX.
       01  WS-HIST-FILE-STATUS         PIC XX.
       01  WS-ZERO-FILE-STATUS         PIC XX.
       01  WS-APP-FILE-OK              PIC X VALUE 'N'.
       01  WS-ERN-FILE-STATUS          PIC XX.
       01  WS-CLM-FILE-STATUS          PIC XX.
       01  WS-DET-FILE-STATUS          PIC XX.
       01  WS-CLX-FILE-STATUS          PIC XX.

      *Beneficiary information
       01  WS-BENEFICIARY-INFO.
           05  WS-SSN                  PIC 9(9).
           05  WS-CURRENT-AGE          PIC 9(3).
           05  WS-FULL-RETIREMENT-AGE  PIC 9(2)V99.
           05  WS-GENDER               PIC X.
      *Direct-deposit account the monthly payment is sent to.
           05  WS-DD-ROUTING           PIC 9(9).
           05  WS-DD-ACCOUNT           PIC X(17).

      *Work history
       01  WS-WORK-HISTORY.
           05  WS-SURVIVOR-EARLY-RATE  PIC 9V9999 VALUE 0.0475.
           05  WS-SURVIVOR-MONTHLY-BEN PIC 9(6)V99.

      *Claim type for the scenario being computed - R retirement
      *(including the spousal/survivor auxiliaries), D disability.
      *SHOW-DETAILS adds the disability block for a D claim.
       01  WS-CLAIM-TYPE               PIC X VALUE 'R'.

      *Number of highest indexed years averaged into the AIME - 35
      *for retirement, fewer for a disabled worker whose computation
      *period is cut short at onset and reduced by drop-out years.
       01  WS-COMPUTATION-YEARS        PIC 99 VALUE 35.

      *Disability (SSDI) - insured status is tested on quarters of
      *coverage earned from the posted earnings. A worker must be
      *fully insured (one QC for each year elapsed after the year
      *of age 21 through the year before onset, 6 minimum, 40 at
      *most) and meet the recent-work test (20 QCs in the 40
      *quarters ending with the onset quarter from age 31; half
      *the quarters since age 21 from 24 to 30; 6 of the last 12
      *below 24). One QC is credited for each WS-DIB-QC-AMOUNT of
      *a year's earnings, at most 4 a year - a flat current-year
      *amount, in the same spirit as WS-WAGE-GROWTH-RATE above.
       01  WS-DISABILITY-CALC.
           05  WS-DIB-ONSET-DATE       PIC 9(8).
           05  WS-DIB-ONSET-PARTS REDEFINES WS-DIB-ONSET-DATE.
               10  WS-DIB-ONSET-YEAR   PIC 9(4).
               10  WS-DIB-ONSET-MONTH  PIC 99.
               10  WS-DIB-ONSET-DAY    PIC 99.
           05  WS-DIB-ONSET-AGE        PIC 99.
           05  WS-DIB-ONSET-QTR        PIC 9.
           05  WS-DIB-QC-AMOUNT        PIC 9(5)V99 VALUE 1730.00.
           05  WS-DIB-YEAR-QC          PIC 9(3).
           05  WS-DIB-QC-TOTAL         PIC 9(3).
           05  WS-DIB-QC-RECENT        PIC 9(3).
           05  WS-DIB-WINDOW-QTRS      PIC 9(3).
           05  WS-DIB-RECENT-REQUIRED  PIC 9(3).
           05  WS-DIB-FULLY-REQUIRED   PIC 9(3).
           05  WS-DIB-FULLY-INSURED    PIC X.
           05  WS-DIB-RECENT-MET       PIC X.
           05  WS-DIB-INSURED          PIC X.
           05  WS-DIB-ONSET-QTR-ABS    PIC 9(6).
           05  WS-DIB-WINDOW-START     PIC 9(6).
           05  WS-DIB-YEAR-FIRST-QTR   PIC 9(6).
           05  WS-DIB-YEAR-LAST-QTR    PIC 9(6).
           05  WS-DIB-OVERLAP          PIC S9(3).
           05  WS-DIB-ELAPSED-YEARS    PIC S9(3).
           05  WS-DIB-DROPOUT-YEARS    PIC 9.
           05  WS-DIB-MAX-DROPOUT      PIC 9 VALUE 5.

      *Five-month waiting period - benefits start with the sixth
      *full calendar month of disability; an onset on the 1st makes
      *the onset month itself the first full month. Month counts
      *below are absolute (year * 12 + month - 1) so the arithmetic
      *carries across year ends.
       01  WS-DIB-DATE-CALC.
           05  WS-DIB-WAITING-MONTHS   PIC 9 VALUE 5.
           05  WS-DIB-BIRTH-WORK       PIC 9(8).
           05  WS-DIB-BIRTH-PARTS REDEFINES WS-DIB-BIRTH-WORK.
               10  WS-DIB-BIRTH-YEAR   PIC 9(4).
               10  WS-DIB-BIRTH-MONTH  PIC 99.
               10  WS-DIB-BIRTH-DAY    PIC 99.
           05  WS-DIB-BIRTH-MONTH-ABS  PIC 9(6).
           05  WS-DIB-ONSET-MONTH-ABS  PIC 9(6).
           05  WS-DIB-ENTITLE-MONTH-ABS PIC 9(6).
           05  WS-DIB-ENTITLE-YEAR     PIC 9(4).
           05  WS-DIB-ENTITLE-MONTH    PIC 99.
           05  WS-DIB-FRA-MONTHS       PIC 9(3).
           05  WS-DIB-CONVERT-MONTH-ABS PIC 9(6).
           05  WS-DIB-CONVERT-YEAR     PIC 9(4).
           05  WS-DIB-CONVERT-MONTH    PIC 99.

      *Disability family maximum - the worker's PIA plus benefits
      *to dependents drawing on the record may not exceed the lesser
      *of 85% of the AIME or 150% of the PIA (and never less than
      *the PIA itself). Each dependent is due half the PIA; when the
      *total is over the maximum the dependents' shares are cut
      *back evenly, the worker's own benefit never is.
       01  WS-DIB-FAMILY-CALC.
           05  WS-DIB-FMAX-AIME-PCT    PIC 9V99 VALUE 0.85.
           05  WS-DIB-FMAX-PIA-PCT     PIC 9V99 VALUE 1.50.
           05  WS-DIB-AUX-PCT          PIC 9V99 VALUE 0.50.
           05  WS-DIB-FAMILY-MAX       PIC 9(6)V99.
           05  WS-DIB-FAMILY-MAX-ALT   PIC 9(6)V99.
           05  WS-DIB-AUX-AVAILABLE    PIC 9(6)V99.
           05  WS-DIB-AUX-UNREDUCED    PIC 9(6)V99.
           05  WS-DIB-AUX-TOTAL        PIC 9(7)V99.
           05  WS-DIB-AUX-EACH         PIC 9(6)V99.
           05  WS-DIB-FAMILY-TOTAL     PIC 9(7)V99.
           05  WS-DIB-FAMILY-REDUCED   PIC X.
           05  WS-DIB-DEP-COUNT        PIC 9 VALUE ZERO.
           05  WS-DIB-DEPENDENT OCCURS 4 TIMES.
               10  WS-DIB-DEP-NAME     PIC X(50).
               10  WS-DIB-DEP-SSN      PIC 9(9).
               10  WS-DIB-DEP-BENEFIT  PIC 9(6)V99.
       01  WS-DIB-IDX                  PIC 9.

      *Benefit bend points (2024)
       01  WS-BEND-POINTS.
           05  WS-BEND-POINT-1         PIC 9(5) VALUE 1115.
       01  WS-COLA-DIMES               PIC 9(8).
       01  WS-COLA-NEW-BENEFIT         PIC 9(6)V99.

      *Benefits computed this run, held for the COLA pass and the
      *monthly payment run - one entry per scenario, worker and
      *auxiliary benefits alike, with the account it is paid to and
      *the months of the year the earnings test withholds.
       01  WS-BENEFIT-REGISTER.
           05  WS-BEN-COUNT            PIC 99 VALUE ZERO.
           05  WS-BEN-ENTRY OCCURS 10 TIMES.
               10  WS-BEN-NAME         PIC X(50).
               10  WS-BEN-AMOUNT       PIC 9(6)V99.
               10  WS-BEN-SSN          PIC 9(9).
               10  WS-BEN-ROUTING      PIC 9(9).
               10  WS-BEN-ACCOUNT      PIC X(17).
               10  WS-BEN-ET-MONTHS    PIC 99.
       01  WS-BEN-IDX                  PIC 99.
       01  WS-BEN-AMOUNT-IN            PIC 9(6)V99.

       01  WS-DISPLAY-AGE              PIC Z9.99.
       01  WS-DISPLAY-PCT              PIC Z9.99.

      *Medicare Part B standard premium and income-related
      *(IRMAA) tiers by year - each tier applies up to and
      *including its income limit, single-filer brackets. The row
      *used is the payment year's, or the latest row on file when
      *that year is not published yet.
       01  WS-PARTB-TABLE.
           05  WS-PARTB-ENTRY OCCURS 3 TIMES.
               10  WS-PARTB-YEAR       PIC 9(4).
               10  WS-PARTB-TIER OCCURS 6 TIMES.
                   15  WS-PARTB-INCOME-LIMIT PIC 9(7).
                   15  WS-PARTB-PREMIUM PIC 9(4)V99.
       01  WS-PARTB-IDX                PIC 9.
       01  WS-PARTB-USE-IDX            PIC 9.
       01  WS-PARTB-TIER-IDX           PIC 9.
       01  WS-PARTB-USE-TIER           PIC 9.

      *Monthly payment run - benefits for the run month are paid on
      *the 3rd. WS-PAY-PERIOD-OVERRIDE (YYYYMM) reruns a past or
      *future month; left at zero the run month is today's.
       01  WS-PAY-PERIOD-OVERRIDE      PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.
       01  WS-PAY-PERIOD               PIC 9(6).
       01  WS-PAY-PERIOD-PARTS REDEFINES WS-PAY-PERIOD.
           05  WS-PAY-YEAR             PIC 9(4).
           05  WS-PAY-MONTH            PIC 99.
       01  WS-PAY-DATE                 PIC 9(8).
       01  WS-PAY-PERIOD-FIRST         PIC 9(8).

       01  WS-PAYMENT-WORK.
           05  WS-PAY-GROSS            PIC 9(6)V99.
           05  WS-PAY-ET-WITHHELD      PIC 9(6)V99.
           05  WS-PAY-PARTB            PIC 9(4)V99.
           05  WS-PAY-PARTB-DUE        PIC 9(4)V99.
           05  WS-PAY-NET              PIC 9(6)V99.
           05  WS-PAY-MEDICARE         PIC X.
           05  WS-PAY-BILLED-DIRECT    PIC X.
           05  WS-PAY-IRMAA-TIER       PIC 9.

       01  WS-PAYMENT-TOTALS.
           05  WS-PAY-BENEFICIARIES    PIC 9(5) VALUE ZERO.
           05  WS-PAY-DEPOSIT-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-PAY-ZERO-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-PAY-MEDICARE-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-PAY-IRMAA-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-PAY-TOTAL-GROSS      PIC 9(9)V99 VALUE ZERO.
           05  WS-PAY-TOTAL-ET         PIC 9(9)V99 VALUE ZERO.
           05  WS-PAY-TOTAL-PARTB      PIC 9(9)V99 VALUE ZERO.
           05  WS-PAY-TOTAL-NET        PIC 9(9)V99 VALUE ZERO.

      *Direct-deposit payment file - fixed-format records, a header
      *naming the payment date, one detail per deposit, and a
      *control trailer carrying the deposit count and total.
       01  WS-DD-HEADER.
           05  FILLER                  PIC X VALUE 'H'.
           05  WDD-HDR-PAY-DATE        PIC 9(8).
           05  WDD-HDR-PERIOD          PIC 9(6).
           05  FILLER                  PIC X(30)
               VALUE 'SOCIAL SECURITY BENEFITS'.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-DD-DETAIL.
           05  FILLER                  PIC X VALUE 'D'.
           05  WDD-SSN                 PIC 9(9).
           05  WDD-NAME                PIC X(50).
           05  WDD-ROUTING             PIC 9(9).
           05  WDD-ACCOUNT             PIC X(17).
           05  WDD-AMOUNT              PIC 9(7)V99.
           05  WDD-PAY-DATE            PIC 9(8).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-DD-TRAILER.
           05  FILLER                  PIC X VALUE 'T'.
           05  WDD-TRL-COUNT           PIC 9(6).
           05  WDD-TRL-TOTAL           PIC 9(11)V99.
           05  FILLER                  PIC X(100) VALUE SPACES.

      *Payment history - one record per beneficiary per month,
      *paid or not.
       01  WS-HISTORY-DETAIL.
           05  WPH-SSN                 PIC 9(9).
           05  WPH-PERIOD              PIC 9(6).
           05  WPH-NAME                PIC X(50).
           05  WPH-GROSS               PIC 9(6)V99.
           05  WPH-ET-WITHHELD         PIC 9(6)V99.
           05  WPH-PARTB               PIC 9(4)V99.
           05  WPH-IRMAA-TIER          PIC 9.
           05  WPH-NET                 PIC 9(6)V99.
           05  WPH-PAY-DATE            PIC 9(8).
           05  WPH-STATUS              PIC X(4).
           05  FILLER                  PIC X(12) VALUE SPACES.

      *Zero-net report line
       01  WS-ZERO-NET-DETAIL.
           05  WZN-SSN                 PIC 9(9).
           05  FILLER                  PIC XX VALUE SPACES.
           05  WZN-NAME                PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  WZN-GROSS               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WZN-ET-WITHHELD         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WZN-PARTB               PIC Z,ZZ9.99.
           05  FILLER                  PIC XX VALUE SPACES.
           05  WZN-REASON              PIC X(26).

      *Claims run - each claim is computed from the claimant's
      *posted earnings record. A record missing years between its
      *first posting and its last, or not yet posted through the
      *last year it should be (the year before filing, or before
      *entitlement/onset if that comes first), is held for
      *correction rather than awarded on incomplete earnings.
       01  WS-CLAIMS-WORK.
           05  WS-CLM-EOF              PIC X.
           05  WS-CLM-STATUS           PIC X(12).
           05  WS-CLM-ENTITLE-YEAR     PIC 9(4).
           05  WS-CLM-CLAIM-MONTHS     PIC 9(3).
           05  WS-CLM-MONTH-ABS        PIC 9(6).
           05  WS-CLM-ENTITLE-PERIOD   PIC 9(6).
           05  WS-CLM-FIRST-YEAR       PIC 9(4).
           05  WS-CLM-LAST-POSTED      PIC 9(4).
           05  WS-CLM-EXPECTED-THRU    PIC 9(4).
           05  WS-CLM-CHECK-YEAR       PIC 9(4).
           05  WS-CLM-YEAR-FOUND       PIC X.
           05  WS-CLM-GAP-YEARS        PIC 99.
           05  WS-CLM-UNPOSTED-YEARS   PIC 99.
           05  WS-CLM-MISSING-COUNT    PIC 99.
           05  WS-CLM-MISSING-LIST     PIC X(40).
           05  WS-CLM-ERN-IDX          PIC 99.
           05  WS-CLM-BIRTH-MMDD       PIC 9(4).
           05  WS-CLM-RUN-MMDD         PIC 9(4).

       01  WS-CLAIMS-TOTALS.
           05  WS-CLM-READ             PIC 9(5) VALUE ZERO.
           05  WS-CLM-COMPUTED         PIC 9(5) VALUE ZERO.
           05  WS-CLM-HELD             PIC 9(5) VALUE ZERO.
           05  WS-CLM-NO-RECORD        PIC 9(5) VALUE ZERO.
           05  WS-CLM-REJECTED         PIC 9(5) VALUE ZERO.

      *Benefit determination record
       01  WS-DETERMINATION-DETAIL.
           05  WDT-SSN                 PIC 9(9).
           05  WDT-NAME                PIC X(50).
           05  WDT-CLAIM-TYPE          PIC X.
           05  WDT-CLAIM-AGE           PIC 99V99.
           05  WDT-FRA                 PIC 99V99.
           05  WDT-STATUS              PIC X(12).
           05  WDT-AIME                PIC 9(7)V99.
           05  WDT-PIA                 PIC 9(6)V99.
           05  WDT-MONTHLY-BENEFIT     PIC 9(6)V99.
           05  WDT-COMPUTATION-YEARS   PIC 99.
           05  WDT-ENTITLE-PERIOD      PIC 9(6).
           05  WDT-GAP-YEARS           PIC 99.
           05  WDT-UNPOSTED-YEARS      PIC 99.
           05  WDT-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(25) VALUE SPACES.

      *Earnings record exception line
       01  WS-CLAIM-EXCEPTION-DETAIL.
           05  WCX-SSN                 PIC 9(9).
           05  FILLER                  PIC XX VALUE SPACES.
           05  WCX-NAME                PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCX-CLAIM-TYPE          PIC X.
           05  FILLER                  PIC XX VALUE SPACES.
           05  WCX-FIRST-YEAR          PIC 9(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  WCX-LAST-POSTED         PIC 9(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  WCX-EXPECTED-THRU       PIC 9(4).
           05  FILLER                  PIC XX VALUE SPACES.
           05  WCX-GAP-YEARS           PIC Z9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  WCX-UNPOSTED-YEARS      PIC Z9.
           05  FILLER                  PIC XX VALUE SPACES.
           05  WCX-MISSING-LIST        PIC X(40).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-SCENARIO-NUM             PIC 9 VALUE 1.
       01  WS-LOOP-INDEX               PIC 99.

           PERFORM CALCULATE-SCENARIO-3.
           PERFORM CALCULATE-SCENARIO-4.
           PERFORM CALCULATE-SCENARIO-5.
           PERFORM CALCULATE-SCENARIO-6.
           PERFORM PROCESS-BENEFIT-CLAIMS.
           PERFORM ANNUAL-COLA-RUN.
           PERFORM MONTHLY-PAYMENT-RUN.
           DISPLAY 'Benefit calculations complete.'.
           STOP RUN.

           MOVE 66 TO WS-CURRENT-AGE.
           MOVE 66.67 TO WS-FULL-RETIREMENT-AGE.
           MOVE 'M' TO WS-GENDER.
           MOVE 021000021 TO WS-DD-ROUTING.
           MOVE '4410023318' TO WS-DD-ACCOUNT.

      *Work history (high earner)
           MOVE 40 TO WS-YEARS-WORKED.
           MOVE 61 TO WS-CURRENT-AGE.
           MOVE 67.00 TO WS-FULL-RETIREMENT-AGE.
           MOVE 'F' TO WS-GENDER.
           MOVE 026009593 TO WS-DD-ROUTING.
           MOVE '0038812270' TO WS-DD-ACCOUNT.

      *Work history (average earner)
           MOVE 35 TO WS-YEARS-WORKED.
           MOVE 70 TO WS-CURRENT-AGE.
           MOVE 66.00 TO WS-FULL-RETIREMENT-AGE.
           MOVE 'M' TO WS-GENDER.
           MOVE 121000248 TO WS-DD-ROUTING.
           MOVE '7730015562' TO WS-DD-ACCOUNT.

      *Work history (maximum earner)
           MOVE 42 TO WS-YEARS-WORKED.
                   ': Spousal Benefit'.
           DISPLAY '--------------------------------------------'.

           MOVE 123456788 TO WS-SSN.
           MOVE 'Mary Johnson (spouse of Robert Johnson)' TO WS-NAME.
           MOVE 021000021 TO WS-DD-ROUTING.
           MOVE '4410023326' TO WS-DD-ACCOUNT.
           MOVE 65.00 TO WS-FULL-RETIREMENT-AGE.
           MOVE 63.00 TO WS-RETIREMENT-AGE.

           PERFORM CALCULATE-SPOUSAL-BENEFIT.
           PERFORM DISPLAY-SPOUSAL-BENEFIT-DETAILS.

      *Not working - nothing withheld under the earnings test.
           MOVE ZERO TO WS-ET-WITHHELD-MONTHS.

           MOVE WS-SPOUSAL-MONTHLY-BEN TO WS-BEN-AMOUNT-IN.
           PERFORM REGISTER-COMPUTED-BENEFIT.

                   ': Survivor Benefit'.
           DISPLAY '--------------------------------------------'.

           MOVE 987654321 TO WS-SSN.
           MOVE 'Linda Martinez (widow of Robert Johnson)' TO WS-NAME.
           MOVE 026009593 TO WS-DD-ROUTING.
           MOVE '0038812270' TO WS-DD-ACCOUNT.
           MOVE 67.00 TO WS-FULL-RETIREMENT-AGE.
           MOVE WS-SURVIVOR-MIN-AGE TO WS-RETIREMENT-AGE.

           PERFORM CALCULATE-SURVIVOR-BENEFIT.
           PERFORM DISPLAY-SURVIVOR-BENEFIT-DETAILS.

      *Not working - nothing withheld under the earnings test.
           MOVE ZERO TO WS-ET-WITHHELD-MONTHS.

           MOVE WS-SURVIVOR-MONTHLY-BEN TO WS-BEN-AMOUNT-IN.
           PERFORM REGISTER-COMPUTED-BENEFIT.

           ADD 1 TO WS-SCENARIO-NUM.
           DISPLAY SPACE.

       CALCULATE-SCENARIO-6 SECTION.
       CALC-SCENARIO-6.
      *Disability benefit - James Wilson, disabled at 48 after a
      *steady career, with two minor children who draw on his
      *record. His PIA is figured over a computation period cut
      *short at onset, less drop-out years, instead of 35 years.
           DISPLAY 'Scenario ' WS-SCENARIO-NUM
                   ': Disability Benefit (SSDI)'.
           DISPLAY '--------------------------------------------'.

           MOVE 'D' TO WS-CLAIM-TYPE.

      *Beneficiary info
           MOVE 444556666 TO WS-SSN.
           MOVE 'James Wilson' TO WS-NAME.
           MOVE 19750812 TO WS-BIRTH-DATE.
           MOVE 49 TO WS-CURRENT-AGE.
           MOVE 67.00 TO WS-FULL-RETIREMENT-AGE.
           MOVE 'M' TO WS-GENDER.
           MOVE 20240320 TO WS-DIB-ONSET-DATE.
           MOVE 011000015 TO WS-DD-ROUTING.
           MOVE '2209471835' TO WS-DD-ACCOUNT.

      *Work history - every year from age 22 through the year
      *before onset.
           MOVE 27 TO WS-YEARS-WORKED.
           PERFORM SETUP-DISABILITY-EARNINGS.

      *Dependents drawing on the worker's record
           MOVE 2 TO WS-DIB-DEP-COUNT.
           MOVE 'Emily Wilson (child of James Wilson)'
               TO WS-DIB-DEP-NAME(1).
           MOVE 444556667 TO WS-DIB-DEP-SSN(1).
           MOVE 'Ryan Wilson (child of James Wilson)'
               TO WS-DIB-DEP-NAME(2).
           MOVE 444556668 TO WS-DIB-DEP-SSN(2).

      *Not working since onset - no earnings to test.
           MOVE ZERO TO WS-ET-ANNUAL-EARNINGS.
           MOVE 'N' TO WS-ET-FRA-YEAR-FLAG.

           PERFORM CALCULATE-DISABILITY-BENEFIT.
           PERFORM DISPLAY-BENEFIT-DETAILS.

           IF WS-DIB-INSURED = 'Y'
               MOVE WS-MONTHLY-BENEFIT TO WS-BEN-AMOUNT-IN
               PERFORM REGISTER-COMPUTED-BENEFIT
               PERFORM REGISTER-DEPENDENT-BENEFIT
                   VARYING WS-DIB-IDX FROM 1 BY 1
                   UNTIL WS-DIB-IDX > WS-DIB-DEP-COUNT
           END-IF.

      *Back to the retirement defaults for anything run after.
           MOVE 'R' TO WS-CLAIM-TYPE.
           MOVE 35 TO WS-COMPUTATION-YEARS.
           MOVE ZERO TO WS-DIB-DEP-COUNT.

           DISPLAY SPACE.

       SETUP-HIGH-EARNINGS SECTION.

           PERFORM GENERATE-ADDITIONAL-EARNINGS-YEARS.

       SETUP-DISABILITY-EARNINGS SECTION.
       SETUP-DIB.
      *Disabled worker - middle income, posted through the year
      *before onset.
           MOVE 2023 TO WS-YEAR(1).
           MOVE 72000.00 TO WS-EARNINGS(1).
           MOVE 2022 TO WS-YEAR(2).
           MOVE 70000.00 TO WS-EARNINGS(2).
           MOVE 2021 TO WS-YEAR(3).
           MOVE 66500.00 TO WS-EARNINGS(3).
           MOVE 2020 TO WS-YEAR(4).
           MOVE 64000.00 TO WS-EARNINGS(4).
           MOVE 2019 TO WS-YEAR(5).
           MOVE 62000.00 TO WS-EARNINGS(5).
           MOVE 2018 TO WS-YEAR(6).
           MOVE 59500.00 TO WS-EARNINGS(6).
           MOVE 2017 TO WS-YEAR(7).
           MOVE 57000.00 TO WS-EARNINGS(7).
           MOVE 2016 TO WS-YEAR(8).
           MOVE 55000.00 TO WS-EARNINGS(8).
           MOVE 2015 TO WS-YEAR(9).
           MOVE 53000.00 TO WS-EARNINGS(9).
           MOVE 2014 TO WS-YEAR(10).
           MOVE 51000.00 TO WS-EARNINGS(10).

           PERFORM GENERATE-ADDITIONAL-EARNINGS-YEARS.

       GENERATE-ADDITIONAL-EARNINGS-YEARS SECTION.
       GEN-ADDL-YEARS.
      *Extends the literal 10-year earnings detail back through
      *Index each year's earnings to today's wage level (capping
      *each year at the Social Security taxable maximum before
      *indexing, per WS-MAX-TAXABLE-EARNINGS) and average the
      *highest WS-COMPUTATION-YEARS years (35 for retirement) - the
      *real SSA AIME methodology, rather than just averaging
      *whatever happens to be in the table.
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-YEARS-WORKED


           MOVE ZERO TO WS-HIGHEST-35-YEARS-TOT.
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-COMPUTATION-YEARS
               ADD WS-SORT-ENTRY(WS-LOOP-INDEX) TO
                   WS-HIGHEST-35-YEARS-TOT
           END-PERFORM.

      *Average monthly earnings (35 years = 420 months)
           COMPUTE WS-AVG-INDEXED-EARNINGS =
               WS-HIGHEST-35-YEARS-TOT / (WS-COMPUTATION-YEARS * 12).

       CALCULATE-PRIMARY-INSURANCE-AMOUNT SECTION.
       CALC-PIA.
               MOVE 'SURVIVOR' TO WS-BENEFIT-BASIS
           END-IF.

       CALCULATE-DISABILITY-BENEFIT SECTION.
       CALC-DISABILITY.
      *Age at onset, in whole years.
           MOVE WS-BIRTH-DATE TO WS-DIB-BIRTH-WORK.
           COMPUTE WS-DIB-ONSET-AGE =
               WS-DIB-ONSET-YEAR - WS-DIB-BIRTH-YEAR.
           IF WS-DIB-ONSET-MONTH < WS-DIB-BIRTH-MONTH OR
              (WS-DIB-ONSET-MONTH = WS-DIB-BIRTH-MONTH AND
               WS-DIB-ONSET-DAY < WS-DIB-BIRTH-DAY)
               SUBTRACT 1 FROM WS-DIB-ONSET-AGE
           END-IF.

      *Years elapsed after the year of age 21 through the year
      *before onset - both the fully-insured requirement and the
      *base of the disability computation period.
           COMPUTE WS-DIB-ELAPSED-YEARS =
               (WS-DIB-ONSET-YEAR - 1) - (WS-DIB-BIRTH-YEAR + 21).
           IF WS-DIB-ELAPSED-YEARS < ZERO
               MOVE ZERO TO WS-DIB-ELAPSED-YEARS
           END-IF.

           PERFORM TEST-INSURED-STATUS.
           PERFORM CALCULATE-WAITING-PERIOD.

      *Drop-out years - one for every five elapsed years, at most
      *five, leaving a computation period of no fewer than two
      *years in place of the retirement 35.
           COMPUTE WS-DIB-DROPOUT-YEARS = WS-DIB-ELAPSED-YEARS / 5.
           IF WS-DIB-ELAPSED-YEARS / 5 > WS-DIB-MAX-DROPOUT
               MOVE WS-DIB-MAX-DROPOUT TO WS-DIB-DROPOUT-YEARS
           END-IF.
           COMPUTE WS-COMPUTATION-YEARS =
               WS-DIB-ELAPSED-YEARS - WS-DIB-DROPOUT-YEARS.
           IF WS-COMPUTATION-YEARS < 2
               MOVE 2 TO WS-COMPUTATION-YEARS
           END-IF.

           PERFORM CALCULATE-AVERAGE-INDEXED-EARNINGS.
           PERFORM CALCULATE-PRIMARY-INSURANCE-AMOUNT.

      *A disability benefit is the unreduced PIA - no early
      *retirement reduction and no delayed credits.
           MOVE ZERO TO WS-EARLY-RETIRE-REDUCT.
           MOVE ZERO TO WS-DELAYED-RETIRE-INC.
           MOVE ZERO TO WS-ET-WITHHELD-MONTHS.
           MOVE ZERO TO WS-DIB-FAMILY-TOTAL.
           MOVE 'N' TO WS-DIB-FAMILY-REDUCED.

           IF WS-DIB-INSURED NOT = 'Y'
               MOVE ZERO TO WS-MONTHLY-BENEFIT
               MOVE ZERO TO WS-ANNUAL-BENEFIT
               GO TO CALC-DISABILITY-EXIT
           END-IF.

           PERFORM CALCULATE-MONTHLY-BENEFIT.
           PERFORM CALCULATE-DISABILITY-FAMILY-MAX.

      *At full retirement age the disability benefit converts to a
      *retirement benefit in the same amount, with no reduction.
           COMPUTE WS-DIB-FRA-MONTHS ROUNDED =
               WS-FULL-RETIREMENT-AGE * 12.
           COMPUTE WS-DIB-CONVERT-MONTH-ABS =
               WS-DIB-BIRTH-MONTH-ABS + WS-DIB-FRA-MONTHS.
           COMPUTE WS-DIB-CONVERT-YEAR =
               WS-DIB-CONVERT-MONTH-ABS / 12.
           COMPUTE WS-DIB-CONVERT-MONTH =
               WS-DIB-CONVERT-MONTH-ABS -
               (WS-DIB-CONVERT-YEAR * 12) + 1.

       CALC-DISABILITY-EXIT.
           EXIT.

       TEST-INSURED-STATUS SECTION.
       TEST-INSURED.
      *The recent-work window is counted in absolute quarters
      *(year * 4 + quarter - 1) ending with the onset quarter.
           COMPUTE WS-DIB-ONSET-QTR =
               ((WS-DIB-ONSET-MONTH - 1) / 3) + 1.
           COMPUTE WS-DIB-ONSET-QTR-ABS =
               (WS-DIB-ONSET-YEAR * 4) + WS-DIB-ONSET-QTR - 1.

           IF WS-DIB-ONSET-AGE >= 31
               MOVE 40 TO WS-DIB-WINDOW-QTRS
               MOVE 20 TO WS-DIB-RECENT-REQUIRED
           ELSE
               IF WS-DIB-ONSET-AGE >= 24
                   COMPUTE WS-DIB-WINDOW-QTRS =
                       (WS-DIB-ONSET-AGE - 21) * 4
                   COMPUTE WS-DIB-RECENT-REQUIRED =
                       WS-DIB-WINDOW-QTRS / 2
                   IF WS-DIB-RECENT-REQUIRED < 6
                       MOVE 6 TO WS-DIB-RECENT-REQUIRED
                   END-IF
               ELSE
                   MOVE 12 TO WS-DIB-WINDOW-QTRS
                   MOVE 6 TO WS-DIB-RECENT-REQUIRED
               END-IF
           END-IF.
           COMPUTE WS-DIB-WINDOW-START =
               WS-DIB-ONSET-QTR-ABS - WS-DIB-WINDOW-QTRS + 1.

           MOVE ZERO TO WS-DIB-QC-TOTAL.
           MOVE ZERO TO WS-DIB-QC-RECENT.
           PERFORM COUNT-YEAR-QUARTERS
               VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-YEARS-WORKED.

      *Fully insured - one QC per elapsed year, 6 to 40.
           MOVE WS-DIB-ELAPSED-YEARS TO WS-DIB-FULLY-REQUIRED.
           IF WS-DIB-FULLY-REQUIRED < 6
               MOVE 6 TO WS-DIB-FULLY-REQUIRED
           END-IF.
           IF WS-DIB-FULLY-REQUIRED > 40
               MOVE 40 TO WS-DIB-FULLY-REQUIRED
           END-IF.

           MOVE 'N' TO WS-DIB-FULLY-INSURED.
           IF WS-DIB-QC-TOTAL >= WS-DIB-FULLY-REQUIRED
               MOVE 'Y' TO WS-DIB-FULLY-INSURED
           END-IF.

           MOVE 'N' TO WS-DIB-RECENT-MET.
           IF WS-DIB-QC-RECENT >= WS-DIB-RECENT-REQUIRED
               MOVE 'Y' TO WS-DIB-RECENT-MET
           END-IF.

           MOVE 'N' TO WS-DIB-INSURED.
           IF WS-DIB-FULLY-INSURED = 'Y' AND WS-DIB-RECENT-MET = 'Y'
               MOVE 'Y' TO WS-DIB-INSURED
           END-IF.

       COUNT-YEAR-QUARTERS SECTION.
       COUNT-YEAR-QTRS.
      *Only earnings through the onset year count toward insured
      *status.
           IF WS-YEAR(WS-LOOP-INDEX) > WS-DIB-ONSET-YEAR
               GO TO COUNT-YEAR-QTRS-EXIT
           END-IF.

           COMPUTE WS-DIB-YEAR-QC =
               WS-EARNINGS(WS-LOOP-INDEX) / WS-DIB-QC-AMOUNT.
           IF WS-DIB-YEAR-QC > 4
               MOVE 4 TO WS-DIB-YEAR-QC
           END-IF.

      *Credits in the onset year can't be for quarters after onset.
           IF WS-YEAR(WS-LOOP-INDEX) = WS-DIB-ONSET-YEAR AND
              WS-DIB-YEAR-QC > WS-DIB-ONSET-QTR
               MOVE WS-DIB-ONSET-QTR TO WS-DIB-YEAR-QC
           END-IF.
           ADD WS-DIB-YEAR-QC TO WS-DIB-QC-TOTAL.

      *The year's credits fall in the recent-work window only as
      *far as its quarters overlap the window.
           COMPUTE WS-DIB-YEAR-FIRST-QTR =
               WS-YEAR(WS-LOOP-INDEX) * 4.
           COMPUTE WS-DIB-YEAR-LAST-QTR = WS-DIB-YEAR-FIRST-QTR + 3.
           IF WS-DIB-YEAR-LAST-QTR > WS-DIB-ONSET-QTR-ABS
               MOVE WS-DIB-ONSET-QTR-ABS TO WS-DIB-YEAR-LAST-QTR
           END-IF.
           IF WS-DIB-YEAR-FIRST-QTR < WS-DIB-WINDOW-START
               MOVE WS-DIB-WINDOW-START TO WS-DIB-YEAR-FIRST-QTR
           END-IF.
           COMPUTE WS-DIB-OVERLAP =
               WS-DIB-YEAR-LAST-QTR - WS-DIB-YEAR-FIRST-QTR + 1.
           IF WS-DIB-OVERLAP <= ZERO
               GO TO COUNT-YEAR-QTRS-EXIT
           END-IF.

           IF WS-DIB-YEAR-QC > WS-DIB-OVERLAP
               ADD WS-DIB-OVERLAP TO WS-DIB-QC-RECENT
           ELSE
               ADD WS-DIB-YEAR-QC TO WS-DIB-QC-RECENT
           END-IF.

       COUNT-YEAR-QTRS-EXIT.
           EXIT.

       CALCULATE-WAITING-PERIOD SECTION.
       CALC-WAITING.
           COMPUTE WS-DIB-BIRTH-MONTH-ABS =
               (WS-DIB-BIRTH-YEAR * 12) + WS-DIB-BIRTH-MONTH - 1.
           COMPUTE WS-DIB-ONSET-MONTH-ABS =
               (WS-DIB-ONSET-YEAR * 12) + WS-DIB-ONSET-MONTH - 1.

      *The first full month of disability is the onset month only
      *when onset falls on the 1st.
           IF WS-DIB-ONSET-DAY = 1
               COMPUTE WS-DIB-ENTITLE-MONTH-ABS =
                   WS-DIB-ONSET-MONTH-ABS + WS-DIB-WAITING-MONTHS
           ELSE
               COMPUTE WS-DIB-ENTITLE-MONTH-ABS =
                   WS-DIB-ONSET-MONTH-ABS + WS-DIB-WAITING-MONTHS + 1
           END-IF.

           COMPUTE WS-DIB-ENTITLE-YEAR = WS-DIB-ENTITLE-MONTH-ABS / 12.
           COMPUTE WS-DIB-ENTITLE-MONTH =
               WS-DIB-ENTITLE-MONTH-ABS -
               (WS-DIB-ENTITLE-YEAR * 12) + 1.

      *Age at entitlement stands in for the claiming age.
           COMPUTE WS-RETIREMENT-AGE =
               (WS-DIB-ENTITLE-MONTH-ABS - WS-DIB-BIRTH-MONTH-ABS)
               / 12.

       CALCULATE-DISABILITY-FAMILY-MAX SECTION.
       CALC-DIB-FAMILY-MAX.
           COMPUTE WS-DIB-FAMILY-MAX =
               WS-AVG-INDEXED-EARNINGS * WS-DIB-FMAX-AIME-PCT.
           COMPUTE WS-DIB-FAMILY-MAX-ALT =
               WS-PRIMARY-INS-AMOUNT * WS-DIB-FMAX-PIA-PCT.
           IF WS-DIB-FAMILY-MAX-ALT < WS-DIB-FAMILY-MAX
               MOVE WS-DIB-FAMILY-MAX-ALT TO WS-DIB-FAMILY-MAX
           END-IF.
           IF WS-DIB-FAMILY-MAX < WS-PRIMARY-INS-AMOUNT
               MOVE WS-PRIMARY-INS-AMOUNT TO WS-DIB-FAMILY-MAX
           END-IF.

           MOVE WS-MONTHLY-BENEFIT TO WS-DIB-FAMILY-TOTAL.
           IF WS-DIB-DEP-COUNT = ZERO
               GO TO CALC-DIB-FAMILY-MAX-EXIT
           END-IF.

           COMPUTE WS-DIB-AUX-UNREDUCED =
               WS-PRIMARY-INS-AMOUNT * WS-DIB-AUX-PCT.
           COMPUTE WS-DIB-AUX-TOTAL =
               WS-DIB-AUX-UNREDUCED * WS-DIB-DEP-COUNT.
           COMPUTE WS-DIB-AUX-AVAILABLE =
               WS-DIB-FAMILY-MAX - WS-PRIMARY-INS-AMOUNT.

           IF WS-DIB-AUX-TOTAL > WS-DIB-AUX-AVAILABLE
               COMPUTE WS-DIB-AUX-EACH =
                   WS-DIB-AUX-AVAILABLE / WS-DIB-DEP-COUNT
               MOVE 'Y' TO WS-DIB-FAMILY-REDUCED
           ELSE
               MOVE WS-DIB-AUX-UNREDUCED TO WS-DIB-AUX-EACH
           END-IF.

           PERFORM SET-DEPENDENT-BENEFIT
               VARYING WS-DIB-IDX FROM 1 BY 1
               UNTIL WS-DIB-IDX > WS-DIB-DEP-COUNT.

       CALC-DIB-FAMILY-MAX-EXIT.
           EXIT.

       SET-DEPENDENT-BENEFIT SECTION.
       SET-DEP-BENEFIT.
           MOVE WS-DIB-AUX-EACH TO WS-DIB-DEP-BENEFIT(WS-DIB-IDX).
           ADD WS-DIB-AUX-EACH TO WS-DIB-FAMILY-TOTAL.

       CALCULATE-MONTHLY-BENEFIT SECTION.
       CALC-MONTHLY.
           MOVE WS-PRIMARY-INS-AMOUNT TO WS-MONTHLY-BENEFIT.
       CALC-EARNINGS-TEST-EXIT.
           EXIT.

       PROCESS-BENEFIT-CLAIMS SECTION.
       CLAIMS-RUN.
      *Determines every claim on the claims file from the
      *claimant's earnings record master entry. Determinations are
      *not awards - nothing here is registered for payment.
           DISPLAY '========================================'.
           DISPLAY 'Benefit Claims Determination Run'.
           DISPLAY '========================================'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CLAIMS-INPUT-FILE.
           IF WS-CLM-FILE-STATUS NOT = '00'
               DISPLAY 'No claims file on hand - nothing to determine'
               GO TO CLAIMS-RUN-EXIT
           END-IF.

           OPEN INPUT EARNINGS-MASTER-FILE.
           IF WS-ERN-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening earnings record master: '
                   WS-ERN-FILE-STATUS
               CLOSE CLAIMS-INPUT-FILE
               GO TO CLAIMS-RUN-EXIT
           END-IF.

           OPEN OUTPUT DETERMINATION-FILE.
           OPEN OUTPUT CLAIM-EXCEPTION-FILE.
           MOVE SPACES TO CLAIM-EXCEPTION-LINE.
           STRING 'EARNINGS RECORD EXCEPTIONS - CLAIMS HELD FOR '
               'CORRECTION  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CLAIM-EXCEPTION-LINE.
           WRITE CLAIM-EXCEPTION-LINE.
           MOVE SPACES TO CLAIM-EXCEPTION-LINE.
           MOVE 'SSN' TO CLAIM-EXCEPTION-LINE(1:3).
           MOVE 'NAME' TO CLAIM-EXCEPTION-LINE(12:4).
           MOVE 'T' TO CLAIM-EXCEPTION-LINE(43:1).
           MOVE 'FROM' TO CLAIM-EXCEPTION-LINE(46:4).
           MOVE 'LAST' TO CLAIM-EXCEPTION-LINE(52:4).
           MOVE 'THRU' TO CLAIM-EXCEPTION-LINE(58:4).
           MOVE 'GAP' TO CLAIM-EXCEPTION-LINE(63:3).
           MOVE 'UNP' TO CLAIM-EXCEPTION-LINE(67:3).
           MOVE 'MISSING YEARS' TO CLAIM-EXCEPTION-LINE(71:13).
           WRITE CLAIM-EXCEPTION-LINE.

           MOVE 'N' TO WS-CLM-EOF.
           PERFORM PROCESS-ONE-CLAIM UNTIL WS-CLM-EOF = 'Y'.

           IF WS-CLM-HELD = ZERO AND WS-CLM-NO-RECORD = ZERO
               MOVE SPACES TO CLAIM-EXCEPTION-LINE
               MOVE 'NO EARNINGS RECORD EXCEPTIONS THIS RUN'
                   TO CLAIM-EXCEPTION-LINE
               WRITE CLAIM-EXCEPTION-LINE
           END-IF.

           CLOSE CLAIMS-INPUT-FILE.
           CLOSE EARNINGS-MASTER-FILE.
           CLOSE DETERMINATION-FILE.
           CLOSE CLAIM-EXCEPTION-FILE.

      *Back to the retirement defaults for anything run after.
           MOVE 'R' TO WS-CLAIM-TYPE.
           MOVE 35 TO WS-COMPUTATION-YEARS.

           DISPLAY SPACE.
           DISPLAY 'Claims run totals:'.
           DISPLAY '  Claims read:             ' WS-CLM-READ.
           DISPLAY '  Determined:              ' WS-CLM-COMPUTED.
           DISPLAY '  Held for record fix:     ' WS-CLM-HELD.
           DISPLAY '  No earnings record:      ' WS-CLM-NO-RECORD.
           DISPLAY '  Rejected claim type:     ' WS-CLM-REJECTED.

       CLAIMS-RUN-EXIT.
           DISPLAY SPACE.
           EXIT.

       PROCESS-ONE-CLAIM SECTION.
       PROCESS-CLAIM.
           READ CLAIMS-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-CLM-EOF
                   GO TO PROCESS-CLAIM-EXIT
           END-READ.
           ADD 1 TO WS-CLM-READ.

           MOVE SPACES TO WS-NAME.
           MOVE ZERO TO WS-AVG-INDEXED-EARNINGS.
           MOVE ZERO TO WS-PRIMARY-INS-AMOUNT.
           MOVE ZERO TO WS-MONTHLY-BENEFIT.
           MOVE ZERO TO WS-FULL-RETIREMENT-AGE.
           MOVE ZERO TO WS-CLM-ENTITLE-PERIOD.
           MOVE ZERO TO WS-CLM-GAP-YEARS.
           MOVE ZERO TO WS-CLM-UNPOSTED-YEARS.
           MOVE 35 TO WS-COMPUTATION-YEARS.
           MOVE CLM-SSN TO WS-SSN.

           IF CLM-TYPE NOT = 'R' AND CLM-TYPE NOT = 'D'
               ADD 1 TO WS-CLM-REJECTED
               MOVE 'BAD TYPE' TO WS-CLM-STATUS
               PERFORM WRITE-DETERMINATION
               GO TO PROCESS-CLAIM-EXIT
           END-IF.

           MOVE CLM-SSN TO ERN-SSN.
           READ EARNINGS-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CLM-NO-RECORD
                   MOVE 'NO RECORD' TO WS-CLM-STATUS
                   PERFORM WRITE-DETERMINATION
                   MOVE ZERO TO WS-CLM-FIRST-YEAR
                   MOVE ZERO TO WS-CLM-LAST-POSTED
                   MOVE ZERO TO WS-CLM-EXPECTED-THRU
                   MOVE 'NO EARNINGS RECORD' TO WS-CLM-MISSING-LIST
                   PERFORM WRITE-CLAIM-EXCEPTION
                   GO TO PROCESS-CLAIM-EXIT
           END-READ.

           MOVE CLM-TYPE TO WS-CLAIM-TYPE.
           MOVE ERN-NAME TO WS-NAME.
           MOVE ERN-BIRTH-DATE TO WS-BIRTH-DATE.
           MOVE ERN-BIRTH-DATE TO WS-DIB-BIRTH-WORK.
           PERFORM SET-FULL-RETIREMENT-AGE.

      *Age today, in whole years.
           COMPUTE WS-CURRENT-AGE = WS-RUN-YEAR - WS-DIB-BIRTH-YEAR.
           COMPUTE WS-CLM-BIRTH-MMDD =
               (WS-DIB-BIRTH-MONTH * 100) + WS-DIB-BIRTH-DAY.
           COMPUTE WS-CLM-RUN-MMDD = (WS-RUN-MONTH * 100) + WS-RUN-DAY.
           IF WS-CLM-RUN-MMDD < WS-CLM-BIRTH-MMDD
               SUBTRACT 1 FROM WS-CURRENT-AGE
           END-IF.

      *Last year the record should be posted through - the year
      *before filing, or before entitlement (retirement) or onset
      *(disability) when that comes first.
           COMPUTE WS-CLM-EXPECTED-THRU = WS-RUN-YEAR - 1.
           IF CLM-TYPE = 'D'
               MOVE CLM-ONSET-DATE TO WS-DIB-ONSET-DATE
               IF WS-DIB-ONSET-YEAR - 1 < WS-CLM-EXPECTED-THRU
                   COMPUTE WS-CLM-EXPECTED-THRU =
                       WS-DIB-ONSET-YEAR - 1
               END-IF
           ELSE
               COMPUTE WS-CLM-ENTITLE-YEAR =
                   WS-DIB-BIRTH-YEAR + CLM-CLAIM-AGE
               IF WS-CLM-ENTITLE-YEAR - 1 < WS-CLM-EXPECTED-THRU
                   COMPUTE WS-CLM-EXPECTED-THRU =
                       WS-CLM-ENTITLE-YEAR - 1
               END-IF
           END-IF.

           PERFORM LOAD-EARNINGS-RECORD.
           PERFORM CHECK-EARNINGS-POSTING.

           IF WS-CLM-GAP-YEARS > ZERO OR
              WS-CLM-UNPOSTED-YEARS > ZERO
               MOVE 'HOLD-RECORD' TO WS-CLM-STATUS
               ADD 1 TO WS-CLM-HELD
               PERFORM WRITE-CLAIM-EXCEPTION
           ELSE
               MOVE 'DETERMINED' TO WS-CLM-STATUS
               ADD 1 TO WS-CLM-COMPUTED
           END-IF.

           PERFORM COMPUTE-CLAIM-BENEFIT.
           PERFORM WRITE-DETERMINATION.

           DISPLAY 'Claim: ' WS-SSN ' ' WS-NAME.
           MOVE WS-MONTHLY-BENEFIT TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Type ' CLM-TYPE '  Status ' WS-CLM-STATUS
               '  Monthly ' WS-DISPLAY-AMOUNT.

       PROCESS-CLAIM-EXIT.
           EXIT.

       SET-FULL-RETIREMENT-AGE SECTION.
       SET-FRA.
      *Full retirement age by year of birth - 65 through 1937,
      *rising two months a year to 66 for 1943-1954, then two
      *months a year again to 67 for 1960 and later.
           EVALUATE TRUE
               WHEN WS-DIB-BIRTH-YEAR <= 1937
                   MOVE 65.00 TO WS-FULL-RETIREMENT-AGE
               WHEN WS-DIB-BIRTH-YEAR <= 1942
                   COMPUTE WS-FULL-RETIREMENT-AGE ROUNDED =
                       65 + ((WS-DIB-BIRTH-YEAR - 1937) * 2 / 12)
               WHEN WS-DIB-BIRTH-YEAR <= 1954
                   MOVE 66.00 TO WS-FULL-RETIREMENT-AGE
               WHEN WS-DIB-BIRTH-YEAR <= 1959
                   COMPUTE WS-FULL-RETIREMENT-AGE ROUNDED =
                       66 + ((WS-DIB-BIRTH-YEAR - 1954) * 2 / 12)
               WHEN OTHER
                   MOVE 67.00 TO WS-FULL-RETIREMENT-AGE
           END-EVALUATE.

       LOAD-EARNINGS-RECORD SECTION.
       LOAD-ERN-RECORD.
      *Copies the posted years into the calculation table. A
      *disability claim takes nothing after the year of onset.
           MOVE ZERO TO WS-YEARS-WORKED.
           PERFORM LOAD-EARNINGS-YEAR
               VARYING WS-CLM-ERN-IDX FROM 1 BY 1
               UNTIL WS-CLM-ERN-IDX > ERN-YEAR-COUNT
                  OR WS-CLM-ERN-IDX > 42.

       LOAD-EARNINGS-YEAR SECTION.
       LOAD-ERN-YEAR.
           IF CLM-TYPE = 'D' AND
              ERN-YEAR(WS-CLM-ERN-IDX) > WS-DIB-ONSET-YEAR
               GO TO LOAD-ERN-YEAR-EXIT
           END-IF.

           ADD 1 TO WS-YEARS-WORKED.
           MOVE ERN-YEAR(WS-CLM-ERN-IDX) TO WS-YEAR(WS-YEARS-WORKED).
           MOVE ERN-AMOUNT(WS-CLM-ERN-IDX)
               TO WS-EARNINGS(WS-YEARS-WORKED).

       LOAD-ERN-YEAR-EXIT.
           EXIT.

       CHECK-EARNINGS-POSTING SECTION.
       CHECK-POSTING.
      *Walks every year from the first posting through the expected
      *last year; a missing year before the last posting is a gap,
      *one after it is unposted. The first few missing years are
      *listed for the correction desk.
           MOVE 9999 TO WS-CLM-FIRST-YEAR.
           MOVE ZERO TO WS-CLM-LAST-POSTED.
           MOVE ZERO TO WS-CLM-MISSING-COUNT.
           MOVE SPACES TO WS-CLM-MISSING-LIST.
           PERFORM FIND-POSTED-RANGE
               VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-YEARS-WORKED.

           IF WS-YEARS-WORKED = ZERO
               MOVE ZERO TO WS-CLM-FIRST-YEAR
               MOVE 1 TO WS-CLM-UNPOSTED-YEARS
               MOVE 'NO YEARS POSTED' TO WS-CLM-MISSING-LIST
               GO TO CHECK-POSTING-EXIT
           END-IF.

           PERFORM CHECK-YEAR-POSTED
               VARYING WS-CLM-CHECK-YEAR FROM WS-CLM-FIRST-YEAR BY 1
               UNTIL WS-CLM-CHECK-YEAR > WS-CLM-EXPECTED-THRU.

       CHECK-POSTING-EXIT.
           EXIT.

       FIND-POSTED-RANGE SECTION.
       FIND-RANGE.
           IF WS-YEAR(WS-LOOP-INDEX) < WS-CLM-FIRST-YEAR
               MOVE WS-YEAR(WS-LOOP-INDEX) TO WS-CLM-FIRST-YEAR
           END-IF.
           IF WS-YEAR(WS-LOOP-INDEX) > WS-CLM-LAST-POSTED
               MOVE WS-YEAR(WS-LOOP-INDEX) TO WS-CLM-LAST-POSTED
           END-IF.

       CHECK-YEAR-POSTED SECTION.
       CHECK-YEAR.
           MOVE 'N' TO WS-CLM-YEAR-FOUND.
           PERFORM FIND-POSTED-YEAR
               VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-YEARS-WORKED
                  OR WS-CLM-YEAR-FOUND = 'Y'.

           IF WS-CLM-YEAR-FOUND = 'Y'
               GO TO CHECK-YEAR-EXIT
           END-IF.

           IF WS-CLM-CHECK-YEAR < WS-CLM-LAST-POSTED
               ADD 1 TO WS-CLM-GAP-YEARS
           ELSE
               ADD 1 TO WS-CLM-UNPOSTED-YEARS
           END-IF.

           IF WS-CLM-MISSING-COUNT < 8
               ADD 1 TO WS-CLM-MISSING-COUNT
               MOVE WS-CLM-CHECK-YEAR TO WS-CLM-MISSING-LIST
                   ((WS-CLM-MISSING-COUNT - 1) * 5 + 1:4)
           END-IF.

       CHECK-YEAR-EXIT.
           EXIT.

       FIND-POSTED-YEAR SECTION.
       FIND-YEAR.
           IF WS-YEAR(WS-LOOP-INDEX) = WS-CLM-CHECK-YEAR
               MOVE 'Y' TO WS-CLM-YEAR-FOUND
           END-IF.

       COMPUTE-CLAIM-BENEFIT SECTION.
       COMPUTE-CLAIM.
      *Runs the claim through the same calculation the scenarios
      *use. A held claim is still computed so the correction desk
      *sees what the record supports as it stands.
           MOVE CLM-WORK-EARNINGS TO WS-ET-ANNUAL-EARNINGS.
           MOVE 'N' TO WS-ET-FRA-YEAR-FLAG.

           IF CLM-TYPE = 'D'
               MOVE ZERO TO WS-DIB-DEP-COUNT
               PERFORM CALCULATE-DISABILITY-BENEFIT
               IF WS-DIB-INSURED = 'Y'
                   COMPUTE WS-CLM-ENTITLE-PERIOD =
                       (WS-DIB-ENTITLE-YEAR * 100) +
                       WS-DIB-ENTITLE-MONTH
               ELSE
                   IF WS-CLM-STATUS = 'DETERMINED'
                       MOVE 'NOT INSURED' TO WS-CLM-STATUS
                   END-IF
               END-IF
               GO TO COMPUTE-CLAIM-EXIT
           END-IF.

           PERFORM CALCULATE-AVERAGE-INDEXED-EARNINGS.
           PERFORM CALCULATE-PRIMARY-INSURANCE-AMOUNT.
           MOVE CLM-CLAIM-AGE TO WS-RETIREMENT-AGE.
           PERFORM CALCULATE-RETIREMENT-AGE-ADJUSTMENT.
           PERFORM CALCULATE-MONTHLY-BENEFIT.

      *Entitlement month - the month the claim age is reached.
           COMPUTE WS-CLM-CLAIM-MONTHS ROUNDED =
               WS-RETIREMENT-AGE * 12.
           COMPUTE WS-CLM-MONTH-ABS =
               (WS-DIB-BIRTH-YEAR * 12) + WS-DIB-BIRTH-MONTH - 1 +
               WS-CLM-CLAIM-MONTHS.
           COMPUTE WS-CLM-ENTITLE-YEAR = WS-CLM-MONTH-ABS / 12.
           COMPUTE WS-CLM-ENTITLE-PERIOD =
               (WS-CLM-ENTITLE-YEAR * 100) +
               (WS-CLM-MONTH-ABS - (WS-CLM-ENTITLE-YEAR * 12) + 1).

       COMPUTE-CLAIM-EXIT.
           EXIT.

       WRITE-DETERMINATION SECTION.
       WRITE-DETERM.
           MOVE CLM-SSN TO WDT-SSN.
           MOVE WS-NAME TO WDT-NAME.
           MOVE CLM-TYPE TO WDT-CLAIM-TYPE.
           MOVE CLM-CLAIM-AGE TO WDT-CLAIM-AGE.
           MOVE WS-FULL-RETIREMENT-AGE TO WDT-FRA.
           MOVE WS-CLM-STATUS TO WDT-STATUS.
           MOVE WS-AVG-INDEXED-EARNINGS TO WDT-AIME.
           MOVE WS-PRIMARY-INS-AMOUNT TO WDT-PIA.
           MOVE WS-MONTHLY-BENEFIT TO WDT-MONTHLY-BENEFIT.
           MOVE WS-COMPUTATION-YEARS TO WDT-COMPUTATION-YEARS.
           MOVE WS-CLM-ENTITLE-PERIOD TO WDT-ENTITLE-PERIOD.
           MOVE WS-CLM-GAP-YEARS TO WDT-GAP-YEARS.
           MOVE WS-CLM-UNPOSTED-YEARS TO WDT-UNPOSTED-YEARS.
           MOVE WS-RUN-DATE TO WDT-RUN-DATE.
           MOVE WS-DETERMINATION-DETAIL TO DETERMINATION-RECORD.
           WRITE DETERMINATION-RECORD.

       WRITE-CLAIM-EXCEPTION SECTION.
       WRITE-CLAIM-EXC.
           MOVE CLM-SSN TO WCX-SSN.
           MOVE WS-NAME TO WCX-NAME.
           MOVE CLM-TYPE TO WCX-CLAIM-TYPE.
           MOVE WS-CLM-FIRST-YEAR TO WCX-FIRST-YEAR.
           MOVE WS-CLM-LAST-POSTED TO WCX-LAST-POSTED.
           MOVE WS-CLM-EXPECTED-THRU TO WCX-EXPECTED-THRU.
           MOVE WS-CLM-GAP-YEARS TO WCX-GAP-YEARS.
           MOVE WS-CLM-UNPOSTED-YEARS TO WCX-UNPOSTED-YEARS.
           MOVE WS-CLM-MISSING-LIST TO WCX-MISSING-LIST.
           MOVE WS-CLAIM-EXCEPTION-DETAIL TO CLAIM-EXCEPTION-LINE.
           WRITE CLAIM-EXCEPTION-LINE.

       REGISTER-COMPUTED-BENEFIT SECTION.
       REGISTER-BENEFIT.
      *Hold the computed amount so the December COLA run can apply
               ADD 1 TO WS-BEN-COUNT
               MOVE WS-NAME TO WS-BEN-NAME(WS-BEN-COUNT)
               MOVE WS-BEN-AMOUNT-IN TO WS-BEN-AMOUNT(WS-BEN-COUNT)
               MOVE WS-SSN TO WS-BEN-SSN(WS-BEN-COUNT)
               MOVE WS-DD-ROUTING TO WS-BEN-ROUTING(WS-BEN-COUNT)
               MOVE WS-DD-ACCOUNT TO WS-BEN-ACCOUNT(WS-BEN-COUNT)
               MOVE WS-ET-WITHHELD-MONTHS TO
                   WS-BEN-ET-MONTHS(WS-BEN-COUNT)
           END-IF.

       REGISTER-DEPENDENT-BENEFIT SECTION.
       REGISTER-DEP-BENEFIT.
      *Dependents are paid on the worker's record but each holds a
      *benefit of their own for the COLA run. Their payments go to
      *the worker's account as representative payee.
           MOVE WS-DIB-DEP-NAME(WS-DIB-IDX) TO WS-NAME.
           MOVE WS-DIB-DEP-SSN(WS-DIB-IDX) TO WS-SSN.
           MOVE WS-DIB-DEP-BENEFIT(WS-DIB-IDX) TO WS-BEN-AMOUNT-IN.
           PERFORM REGISTER-COMPUTED-BENEFIT.

       LOAD-COLA-TABLE SECTION.
       LOAD-COLA.
      *Published COLA percentages by effective year.

           MOVE WS-COLA-NEW-BENEFIT TO WS-BEN-AMOUNT(WS-BEN-IDX).

       LOAD-PARTB-TABLE SECTION.
       LOAD-PARTB.
      *Published Part B standard premium and IRMAA tiers by year.
           MOVE 2024 TO WS-PARTB-YEAR(1).
           MOVE 103000 TO WS-PARTB-INCOME-LIMIT(1, 1).
           MOVE 174.70 TO WS-PARTB-PREMIUM(1, 1).
           MOVE 129000 TO WS-PARTB-INCOME-LIMIT(1, 2).
           MOVE 244.60 TO WS-PARTB-PREMIUM(1, 2).
           MOVE 161000 TO WS-PARTB-INCOME-LIMIT(1, 3).
           MOVE 349.40 TO WS-PARTB-PREMIUM(1, 3).
           MOVE 193000 TO WS-PARTB-INCOME-LIMIT(1, 4).
           MOVE 454.20 TO WS-PARTB-PREMIUM(1, 4).
           MOVE 499999 TO WS-PARTB-INCOME-LIMIT(1, 5).
           MOVE 559.00 TO WS-PARTB-PREMIUM(1, 5).
           MOVE 9999999 TO WS-PARTB-INCOME-LIMIT(1, 6).
           MOVE 594.00 TO WS-PARTB-PREMIUM(1, 6).

           MOVE 2025 TO WS-PARTB-YEAR(2).
           MOVE 106000 TO WS-PARTB-INCOME-LIMIT(2, 1).
           MOVE 185.00 TO WS-PARTB-PREMIUM(2, 1).
           MOVE 133000 TO WS-PARTB-INCOME-LIMIT(2, 2).
           MOVE 259.00 TO WS-PARTB-PREMIUM(2, 2).
           MOVE 167000 TO WS-PARTB-INCOME-LIMIT(2, 3).
           MOVE 370.00 TO WS-PARTB-PREMIUM(2, 3).
           MOVE 200000 TO WS-PARTB-INCOME-LIMIT(2, 4).
           MOVE 480.90 TO WS-PARTB-PREMIUM(2, 4).
           MOVE 499999 TO WS-PARTB-INCOME-LIMIT(2, 5).
           MOVE 591.90 TO WS-PARTB-PREMIUM(2, 5).
           MOVE 9999999 TO WS-PARTB-INCOME-LIMIT(2, 6).
           MOVE 628.90 TO WS-PARTB-PREMIUM(2, 6).

           MOVE 2026 TO WS-PARTB-YEAR(3).
           MOVE 109000 TO WS-PARTB-INCOME-LIMIT(3, 1).
           MOVE 202.90 TO WS-PARTB-PREMIUM(3, 1).
           MOVE 137000 TO WS-PARTB-INCOME-LIMIT(3, 2).
           MOVE 284.10 TO WS-PARTB-PREMIUM(3, 2).
           MOVE 171000 TO WS-PARTB-INCOME-LIMIT(3, 3).
           MOVE 405.80 TO WS-PARTB-PREMIUM(3, 3).
           MOVE 205000 TO WS-PARTB-INCOME-LIMIT(3, 4).
           MOVE 527.50 TO WS-PARTB-PREMIUM(3, 4).
           MOVE 499999 TO WS-PARTB-INCOME-LIMIT(3, 5).
           MOVE 649.20 TO WS-PARTB-PREMIUM(3, 5).
           MOVE 9999999 TO WS-PARTB-INCOME-LIMIT(3, 6).
           MOVE 689.90 TO WS-PARTB-PREMIUM(3, 6).

           MOVE 3 TO WS-PARTB-USE-IDX.
           PERFORM CHECK-PARTB-YEAR
               VARYING WS-PARTB-IDX FROM 1 BY 1
               UNTIL WS-PARTB-IDX > 3.

       CHECK-PARTB-YEAR SECTION.
       CHECK-PARTB-YR.
           IF WS-PARTB-YEAR(WS-PARTB-IDX) = WS-PAY-YEAR
               MOVE WS-PARTB-IDX TO WS-PARTB-USE-IDX
           END-IF.

       MONTHLY-PAYMENT-RUN SECTION.
       PAY-RUN.
      *Pays every registered beneficiary for the month: the
      *benefit less any earnings-test withholding and the Medicare
      *Part B premium, deposited to the account on the register.
      *Beneficiaries whose net comes to zero get no deposit and are
      *listed on the zero-net report instead.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PAY-PERIOD-OVERRIDE NOT = ZERO
               MOVE WS-PAY-PERIOD-OVERRIDE TO WS-PAY-PERIOD
           ELSE
               COMPUTE WS-PAY-PERIOD =
                   (WS-RUN-YEAR * 100) + WS-RUN-MONTH
           END-IF.
           COMPUTE WS-PAY-PERIOD-FIRST = (WS-PAY-PERIOD * 100) + 1.
           COMPUTE WS-PAY-DATE = (WS-PAY-PERIOD * 100) + 3.

           DISPLAY '========================================'.
           DISPLAY 'Monthly Benefit Payment Run - Period '
               WS-PAY-PERIOD.
           DISPLAY '========================================'.

           PERFORM LOAD-PARTB-TABLE.
           DISPLAY 'Part B premium schedule in effect: year '
               WS-PARTB-YEAR(WS-PARTB-USE-IDX).

           OPEN INPUT APPLICATION-FILE.
           IF WS-APP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-APP-FILE-OK
           ELSE
               MOVE 'N' TO WS-APP-FILE-OK
               DISPLAY 'Medicare enrollment file not available - '
                   'no Part B premiums withheld'
           END-IF.

           OPEN OUTPUT DIRECT-DEPOSIT-FILE.
           IF WS-DD-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening direct deposit file: '
                   WS-DD-FILE-STATUS
               GO TO PAY-RUN-EXIT
           END-IF.

           OPEN EXTEND PAYMENT-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF.

           OPEN OUTPUT ZERO-NET-REPORT-FILE.
           MOVE SPACES TO ZERO-NET-REPORT-LINE.
           STRING 'ZERO NET PAYMENT REPORT - PERIOD '
               WS-PAY-PERIOD
               DELIMITED BY SIZE INTO ZERO-NET-REPORT-LINE.
           WRITE ZERO-NET-REPORT-LINE.
           MOVE SPACES TO ZERO-NET-REPORT-LINE.
           MOVE 'SSN' TO ZERO-NET-REPORT-LINE(1:3).
           MOVE 'NAME' TO ZERO-NET-REPORT-LINE(12:4).
           MOVE 'GROSS' TO ZERO-NET-REPORT-LINE(48:5).
           MOVE 'ET HELD' TO ZERO-NET-REPORT-LINE(57:7).
           MOVE 'PART B' TO ZERO-NET-REPORT-LINE(67:6).
           MOVE 'REASON' TO ZERO-NET-REPORT-LINE(75:6).
           WRITE ZERO-NET-REPORT-LINE.

           MOVE WS-PAY-DATE TO WDD-HDR-PAY-DATE.
           MOVE WS-PAY-PERIOD TO WDD-HDR-PERIOD.
           MOVE WS-DD-HEADER TO DIRECT-DEPOSIT-RECORD.
           WRITE DIRECT-DEPOSIT-RECORD.

           PERFORM PAY-ONE-BENEFICIARY
               VARYING WS-BEN-IDX FROM 1 BY 1
               UNTIL WS-BEN-IDX > WS-BEN-COUNT.

      *Control trailer - deposit count and total for balancing
      *against the bank's receipt.
           MOVE WS-PAY-DEPOSIT-COUNT TO WDD-TRL-COUNT.
           MOVE WS-PAY-TOTAL-NET TO WDD-TRL-TOTAL.
           MOVE WS-DD-TRAILER TO DIRECT-DEPOSIT-RECORD.
           WRITE DIRECT-DEPOSIT-RECORD.

           IF WS-PAY-ZERO-COUNT = ZERO
               MOVE SPACES TO ZERO-NET-REPORT-LINE
               MOVE 'NO ZERO NET PAYMENTS THIS PERIOD'
                   TO ZERO-NET-REPORT-LINE
               WRITE ZERO-NET-REPORT-LINE
           END-IF.

           CLOSE DIRECT-DEPOSIT-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE ZERO-NET-REPORT-FILE.
           IF WS-APP-FILE-OK = 'Y'
               CLOSE APPLICATION-FILE
           END-IF.

           DISPLAY SPACE.
           DISPLAY 'Payment run control totals:'.
           DISPLAY '  Beneficiaries processed: ' WS-PAY-BENEFICIARIES.
           DISPLAY '  Deposits written:        ' WS-PAY-DEPOSIT-COUNT.
           DISPLAY '  Zero net payments:       ' WS-PAY-ZERO-COUNT.
           DISPLAY '  Medicare Part B:         ' WS-PAY-MEDICARE-COUNT.
           DISPLAY '  Income-related (IRMAA):  ' WS-PAY-IRMAA-COUNT.
           MOVE WS-PAY-TOTAL-GROSS TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Gross benefits:       ' WS-DISPLAY-AMOUNT.
           MOVE WS-PAY-TOTAL-ET TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Earnings test held:   ' WS-DISPLAY-AMOUNT.
           MOVE WS-PAY-TOTAL-PARTB TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Part B withheld:      ' WS-DISPLAY-AMOUNT.
           MOVE WS-PAY-TOTAL-NET TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Net deposited:        ' WS-DISPLAY-AMOUNT.

       PAY-RUN-EXIT.
           DISPLAY SPACE.
           EXIT.

       PAY-ONE-BENEFICIARY SECTION.
       PAY-BENEFICIARY.
           ADD 1 TO WS-PAY-BENEFICIARIES.
           MOVE WS-BEN-AMOUNT(WS-BEN-IDX) TO WS-PAY-GROSS.
           MOVE ZERO TO WS-PAY-PARTB.
           MOVE 'N' TO WS-PAY-BILLED-DIRECT.

      *Earnings-test withholding is taken from the start of the
      *year - the first WS-BEN-ET-MONTHS months pay nothing.
           IF WS-PAY-MONTH <= WS-BEN-ET-MONTHS(WS-BEN-IDX)
               MOVE WS-PAY-GROSS TO WS-PAY-ET-WITHHELD
           ELSE
               MOVE ZERO TO WS-PAY-ET-WITHHELD
           END-IF.
           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-ET-WITHHELD.

      *The Part B premium comes out of the check only when the
      *check covers it in full; otherwise Medicare bills the
      *beneficiary directly for the month.
           PERFORM LOOKUP-PARTB-PREMIUM.
           IF WS-PAY-MEDICARE = 'Y'
               ADD 1 TO WS-PAY-MEDICARE-COUNT
               IF WS-PAY-IRMAA-TIER > 1
                   ADD 1 TO WS-PAY-IRMAA-COUNT
               END-IF
               IF WS-PAY-NET >= WS-PAY-PARTB-DUE
                   MOVE WS-PAY-PARTB-DUE TO WS-PAY-PARTB
                   SUBTRACT WS-PAY-PARTB FROM WS-PAY-NET
               ELSE
                   MOVE 'Y' TO WS-PAY-BILLED-DIRECT
               END-IF
           END-IF.

           ADD WS-PAY-GROSS TO WS-PAY-TOTAL-GROSS.
           ADD WS-PAY-ET-WITHHELD TO WS-PAY-TOTAL-ET.
           ADD WS-PAY-PARTB TO WS-PAY-TOTAL-PARTB.

           MOVE WS-BEN-SSN(WS-BEN-IDX) TO WPH-SSN.
           MOVE WS-PAY-PERIOD TO WPH-PERIOD.
           MOVE WS-BEN-NAME(WS-BEN-IDX) TO WPH-NAME.
           MOVE WS-PAY-GROSS TO WPH-GROSS.
           MOVE WS-PAY-ET-WITHHELD TO WPH-ET-WITHHELD.
           MOVE WS-PAY-PARTB TO WPH-PARTB.
           MOVE WS-PAY-IRMAA-TIER TO WPH-IRMAA-TIER.
           MOVE WS-PAY-NET TO WPH-NET.
           MOVE WS-PAY-DATE TO WPH-PAY-DATE.

           IF WS-PAY-NET = ZERO
               MOVE 'ZERO' TO WPH-STATUS
               MOVE WS-HISTORY-DETAIL TO PAYMENT-HISTORY-RECORD
               WRITE PAYMENT-HISTORY-RECORD
               PERFORM WRITE-ZERO-NET-LINE
               GO TO PAY-BENEFICIARY-EXIT
           END-IF.

           MOVE 'PAID' TO WPH-STATUS.
           MOVE WS-HISTORY-DETAIL TO PAYMENT-HISTORY-RECORD.
           WRITE PAYMENT-HISTORY-RECORD.

           MOVE WS-BEN-SSN(WS-BEN-IDX) TO WDD-SSN.
           MOVE WS-BEN-NAME(WS-BEN-IDX) TO WDD-NAME.
           MOVE WS-BEN-ROUTING(WS-BEN-IDX) TO WDD-ROUTING.
           MOVE WS-BEN-ACCOUNT(WS-BEN-IDX) TO WDD-ACCOUNT.
           MOVE WS-PAY-NET TO WDD-AMOUNT.
           MOVE WS-PAY-DATE TO WDD-PAY-DATE.
           MOVE WS-DD-DETAIL TO DIRECT-DEPOSIT-RECORD.
           WRITE DIRECT-DEPOSIT-RECORD.
           ADD 1 TO WS-PAY-DEPOSIT-COUNT.
           ADD WS-PAY-NET TO WS-PAY-TOTAL-NET.

           DISPLAY 'Paid: ' WS-BEN-NAME(WS-BEN-IDX).
           MOVE WS-PAY-NET TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Net deposit:  ' WS-DISPLAY-AMOUNT.
           IF WS-PAY-PARTB > ZERO
               MOVE WS-PAY-PARTB TO WS-DISPLAY-AMOUNT
               DISPLAY '  Part B held:  ' WS-DISPLAY-AMOUNT
                   ' (tier ' WS-PAY-IRMAA-TIER ')'
           END-IF.

       PAY-BENEFICIARY-EXIT.
           EXIT.

       LOOKUP-PARTB-PREMIUM SECTION.
       LOOKUP-PARTB.
      *An approved Medicare enrollment whose coverage has started
      *by the first of the payment month owes the year's premium,
      *raised to the income-related tier the applicant's annual
      *income falls in.
           MOVE 'N' TO WS-PAY-MEDICARE.
           MOVE ZERO TO WS-PAY-PARTB-DUE.
           MOVE ZERO TO WS-PAY-IRMAA-TIER.

           IF WS-APP-FILE-OK NOT = 'Y'
               GO TO LOOKUP-PARTB-EXIT
           END-IF.

           MOVE WS-BEN-SSN(WS-BEN-IDX) TO APP-SSN.
           READ APPLICATION-FILE KEY IS APP-SSN
               INVALID KEY
                   GO TO LOOKUP-PARTB-EXIT
           END-READ.

           IF APP-PROGRAM NOT = 'MEDICARE' OR
              APP-STATUS NOT = 'APPROVED'
               GO TO LOOKUP-PARTB-EXIT
           END-IF.
           IF APP-ELIGIBILITY-DATE > WS-PAY-PERIOD-FIRST
               GO TO LOOKUP-PARTB-EXIT
           END-IF.

           MOVE 'Y' TO WS-PAY-MEDICARE.
           MOVE 6 TO WS-PARTB-USE-TIER.
           PERFORM CHECK-PARTB-TIER
               VARYING WS-PARTB-TIER-IDX FROM 6 BY -1
               UNTIL WS-PARTB-TIER-IDX < 1.
           MOVE WS-PARTB-USE-TIER TO WS-PAY-IRMAA-TIER.
           MOVE WS-PARTB-PREMIUM(WS-PARTB-USE-IDX, WS-PARTB-USE-TIER)
               TO WS-PAY-PARTB-DUE.

       LOOKUP-PARTB-EXIT.
           EXIT.

       CHECK-PARTB-TIER SECTION.
       CHECK-PARTB-TR.
      *Scanned from the top tier down, so the lowest tier whose
      *limit covers the income is the one left standing.
           IF APP-ANNUAL-INCOME <=
              WS-PARTB-INCOME-LIMIT(WS-PARTB-USE-IDX, WS-PARTB-TIER-IDX)
               MOVE WS-PARTB-TIER-IDX TO WS-PARTB-USE-TIER
           END-IF.

       WRITE-ZERO-NET-LINE SECTION.
       WRITE-ZERO-NET.
           ADD 1 TO WS-PAY-ZERO-COUNT.
           MOVE WS-BEN-SSN(WS-BEN-IDX) TO WZN-SSN.
           MOVE WS-BEN-NAME(WS-BEN-IDX) TO WZN-NAME.
           MOVE WS-PAY-GROSS TO WZN-GROSS.
           MOVE WS-PAY-ET-WITHHELD TO WZN-ET-WITHHELD.
           MOVE WS-PAY-PARTB TO WZN-PARTB.

           EVALUATE TRUE
               WHEN WS-PAY-GROSS = ZERO
                   MOVE 'NO BENEFIT DUE' TO WZN-REASON
               WHEN WS-PAY-ET-WITHHELD > ZERO AND
                    WS-PAY-BILLED-DIRECT = 'Y'
                   MOVE 'EARNINGS TEST/PT B BILLED' TO WZN-REASON
               WHEN WS-PAY-ET-WITHHELD > ZERO
                   MOVE 'EARNINGS TEST WITHHOLDING' TO WZN-REASON
               WHEN OTHER
                   MOVE 'PART B PREMIUM' TO WZN-REASON
           END-EVALUATE.

           MOVE WS-ZERO-NET-DETAIL TO ZERO-NET-REPORT-LINE.
           WRITE ZERO-NET-REPORT-LINE.

           DISPLAY 'Zero net: ' WS-BEN-NAME(WS-BEN-IDX).
           DISPLAY '  Reason:       ' WZN-REASON.

       DISPLAY-BENEFIT-DETAILS SECTION.
       SHOW-DETAILS.
           DISPLAY 'Beneficiary: ' WS-NAME.
           MOVE WS-FULL-RETIREMENT-AGE TO WS-DISPLAY-AGE.
           DISPLAY '  Full Retirement Age:     ' WS-DISPLAY-AGE.
           MOVE WS-RETIREMENT-AGE TO WS-DISPLAY-AGE.
           IF WS-CLAIM-TYPE = 'D'
               DISPLAY '  Age at Entitlement:      ' WS-DISPLAY-AGE
               PERFORM DISPLAY-DISABILITY-DETAILS
           ELSE
               DISPLAY '  Claiming Age:            ' WS-DISPLAY-AGE
           END-IF.

           IF WS-EARLY-RETIRE-REDUCT > ZERO
               COMPUTE WS-DISPLAY-PCT = WS-EARLY-RETIRE-REDUCT * 100
                   ' month(s) withheld under the earnings test)'
           END-IF.

           IF WS-CLAIM-TYPE = 'D' AND WS-DIB-INSURED = 'Y'
               PERFORM DISPLAY-DISABILITY-FAMILY
           END-IF.

       DISPLAY-DISABILITY-DETAILS SECTION.
       SHOW-DISABILITY-DETAILS.
           DISPLAY SPACE.
           DISPLAY 'Disability Insured Status:'.
           DISPLAY '  Onset Date:              ' WS-DIB-ONSET-DATE.
           DISPLAY '  Age at Onset:            ' WS-DIB-ONSET-AGE.
           DISPLAY '  Quarters of Coverage:    ' WS-DIB-QC-TOTAL
               ' (fully insured needs ' WS-DIB-FULLY-REQUIRED ')'.
           DISPLAY '  Recent-Work Quarters:    ' WS-DIB-QC-RECENT
               ' of last ' WS-DIB-WINDOW-QTRS
               ' (needs ' WS-DIB-RECENT-REQUIRED ')'.
           DISPLAY '  Fully Insured:           ' WS-DIB-FULLY-INSURED.
           DISPLAY '  Recent-Work Test Met:    ' WS-DIB-RECENT-MET.

           IF WS-DIB-INSURED NOT = 'Y'
               DISPLAY '  ** NOT INSURED FOR DISABILITY - '
                   'no benefit payable **'
               GO TO SHOW-DISABILITY-DETAILS-EXIT
           END-IF.

           DISPLAY '  Waiting Period:          ' WS-DIB-WAITING-MONTHS
               ' months'.
           DISPLAY '  First Month Payable:     ' WS-DIB-ENTITLE-YEAR
               '/' WS-DIB-ENTITLE-MONTH.
           MOVE WS-DIB-ELAPSED-YEARS TO WS-DISPLAY-YEARS.
           DISPLAY '  Elapsed Years:           ' WS-DISPLAY-YEARS.
           MOVE WS-DIB-DROPOUT-YEARS TO WS-DISPLAY-YEARS.
           DISPLAY '  Drop-out Years:          ' WS-DISPLAY-YEARS.
           MOVE WS-COMPUTATION-YEARS TO WS-DISPLAY-YEARS.
           DISPLAY '  Computation Years:       ' WS-DISPLAY-YEARS.

       SHOW-DISABILITY-DETAILS-EXIT.
           EXIT.

       DISPLAY-DISABILITY-FAMILY SECTION.
       SHOW-DISABILITY-FAMILY.
           DISPLAY SPACE.
           DISPLAY 'Family Benefits:'.
           MOVE WS-DIB-FAMILY-MAX TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Family Maximum:          ' WS-DISPLAY-AMOUNT.
           PERFORM DISPLAY-DEPENDENT-BENEFIT
               VARYING WS-DIB-IDX FROM 1 BY 1
               UNTIL WS-DIB-IDX > WS-DIB-DEP-COUNT.
           MOVE WS-DIB-FAMILY-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Total Family Benefit:    ' WS-DISPLAY-AMOUNT.
           IF WS-DIB-FAMILY-REDUCED = 'Y'
               DISPLAY '  (dependent benefits reduced to the '
                   'family maximum)'
           END-IF.
           DISPLAY 'Converts to retirement at full retirement age in '
               WS-DIB-CONVERT-YEAR '/' WS-DIB-CONVERT-MONTH
               ' - same amount, unreduced'.

       DISPLAY-DEPENDENT-BENEFIT SECTION.
       SHOW-DEPENDENT-BENEFIT.
           DISPLAY '  Dependent: ' WS-DIB-DEP-NAME(WS-DIB-IDX).
           MOVE WS-DIB-DEP-BENEFIT(WS-DIB-IDX) TO WS-DISPLAY-AMOUNT.
           DISPLAY '    Monthly Benefit:       ' WS-DISPLAY-AMOUNT.

       DISPLAY-SPOUSAL-BENEFIT-DETAILS SECTION.
       SHOW-SPOUSAL-DETAILS.
           DISPLAY 'Beneficiary: ' WS-NAME.
