      *GOVERNMENT - TAX CALCULATION SYSTEM
      *Processes individual income tax returns

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Submitted returns batch, and the acknowledgment and computed
      *liability files produced from it.
           SELECT SUBMITTED-RETURN-FILE ASSIGN TO 'tax_returns.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT ACKNOWLEDGMENT-FILE
               ASSIGN TO 'tax_acknowledgments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT LIABILITY-FILE ASSIGN TO 'tax_liability.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIAB-FILE-STATUS.

      *Information returns filed under the taxpayer's SSN - the
      *1099-INT extract AccountReconciliation writes - and the
      *underreporter notices for returns that left income off.
           SELECT INT-1099-EXTRACT-FILE
               ASSIGN TO '1099int_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-I99-FILE-STATUS.

           SELECT UNDERREPORTER-NOTICE-FILE
               ASSIGN TO 'underreporter_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-URN-FILE-STATUS.

      *State income tax parameters, one entry per state and year.
           SELECT STATE-TAX-FILE ASSIGN TO 'state_tax_table.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STX-KEY
               FILE STATUS IS WS-STX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *One submitted return. Filing status is S (single), J (married
      *filing jointly), M (married filing separately), H (head of
      *household) or Q (qualifying surviving spouse). Only business
      *income, capital gains and other income may be negative.
       FD  SUBMITTED-RETURN-FILE.
       01  SUBMITTED-RETURN-RECORD.
           05  RTN-SSN                 PIC X(9).
           05  RTN-SSN-NUM REDEFINES RTN-SSN
                                       PIC 9(9).
           05  RTN-SSN-PARTS REDEFINES RTN-SSN.
               10  RTN-SSN-AREA        PIC 9(3).
               10  RTN-SSN-GROUP       PIC 9(2).
               10  RTN-SSN-SERIAL      PIC 9(4).
           05  RTN-TAX-YEAR            PIC 9(4).
           05  RTN-TAXPAYER-NAME       PIC X(50).
           05  RTN-FILING-STATUS       PIC X.
               88  RTN-SINGLE          VALUE 'S'.
               88  RTN-JOINT           VALUE 'J'.
               88  RTN-SEPARATE        VALUE 'M'.
               88  RTN-HEAD-OF-HOUSE   VALUE 'H'.
               88  RTN-SURVIVING-SPOUSE VALUE 'Q'.
               88  RTN-STATUS-VALID    VALUE 'S' 'J' 'M' 'H' 'Q'.
           05  RTN-DEPENDENTS          PIC 99.
           05  RTN-WAGES               PIC S9(9)V99.
           05  RTN-INTEREST            PIC S9(7)V99.
           05  RTN-DIVIDENDS           PIC S9(7)V99.
           05  RTN-QUALIFIED-DIVIDENDS PIC S9(7)V99.
           05  RTN-BUSINESS-INCOME     PIC S9(9)V99.
           05  RTN-CAPITAL-GAINS       PIC S9(9)V99.
           05  RTN-OTHER-INCOME        PIC S9(9)V99.
           05  RTN-IRA-DEDUCTION       PIC S9(6)V99.
           05  RTN-STUDENT-LOAN-INT    PIC S9(5)V99.
           05  RTN-HSA-CONTRIBUTION    PIC S9(5)V99.
           05  RTN-SELF-EMPLOYMENT-TAX PIC S9(6)V99.
           05  RTN-MORTGAGE-INTEREST   PIC S9(7)V99.
           05  RTN-SALT-PAID           PIC S9(7)V99.
           05  RTN-CHARITABLE          PIC S9(7)V99.
           05  RTN-MEDICAL-EXPENSES    PIC S9(7)V99.
           05  RTN-FEDERAL-WITHHOLDING PIC S9(8)V99.
           05  RTN-ESTIMATED-PAYMENTS  PIC S9(7)V99.
      *State return - spaces in the state code means no state
      *return. Zero residency dates mean a full-year resident.
           05  RTN-STATE-CODE          PIC XX.
           05  RTN-RESIDENCY-START     PIC 9(8).
           05  RTN-RESIDENCY-END       PIC 9(8).
           05  RTN-STATE-WITHHOLDING   PIC S9(7)V99.
           05  RTN-OTHER-STATE-INCOME  PIC S9(9)V99.
           05  RTN-OTHER-STATE-TAX     PIC S9(7)V99.

       FD  ACKNOWLEDGMENT-FILE.
       01  ACKNOWLEDGMENT-RECORD       PIC X(100).

       FD  LIABILITY-FILE.
       01  LIABILITY-RECORD            PIC X(200).

      *Line layout: customer|account|tax year|interest paid|
      *backup withheld|payee TIN.
       FD  INT-1099-EXTRACT-FILE.
       01  INT-1099-EXTRACT-LINE       PIC X(80).

       FD  UNDERREPORTER-NOTICE-FILE.
       01  UNDERREPORTER-NOTICE-LINE   PIC X(80).

      *Starting point A (federal AGI) or T (federal taxable income).
      *Rate type F (flat rate), G (graduated brackets) or N (no
      *income tax). Bracket floors are the single-filer figures;
      *joint filers use them times the joint bracket factor.
       FD  STATE-TAX-FILE.
       01  STATE-TAX-RECORD.
           05  STX-KEY.
               10  STX-STATE-CODE      PIC XX.
               10  STX-TAX-YEAR        PIC 9(4).
           05  STX-STATE-NAME          PIC X(20).
           05  STX-STARTING-POINT      PIC X.
               88  STX-START-AGI       VALUE 'A'.
               88  STX-START-TAXABLE   VALUE 'T'.
           05  STX-RATE-TYPE           PIC X.
               88  STX-FLAT-RATE-TAX   VALUE 'F'.
               88  STX-GRADUATED-TAX   VALUE 'G'.
               88  STX-NO-INCOME-TAX   VALUE 'N'.
           05  STX-FLAT-RATE           PIC 9V9(5).
           05  STX-STD-DED-SINGLE      PIC 9(6)V99.
           05  STX-STD-DED-JOINT       PIC 9(6)V99.
           05  STX-STD-DED-HOH         PIC 9(6)V99.
           05  STX-PERSONAL-EXEMPTION  PIC 9(5)V99.
           05  STX-DEPENDENT-EXEMPTION PIC 9(5)V99.
           05  STX-JOINT-BRACKET-FACTOR PIC 9V9.
           05  STX-BRACKET-COUNT       PIC 99.
           05  STX-BRACKET OCCURS 10 TIMES.
               10  STX-BRACKET-FLOOR   PIC 9(7)V99.
               10  STX-BRACKET-RATE    PIC 9V9(5).
           05  STX-OTHER-STATE-CREDIT  PIC X.
               88  STX-CREDIT-ALLOWED  VALUE 'Y'.

       WORKING-STORAGE SECTION.

       01  WS-RTN-FILE-STATUS          PIC XX.
       01  WS-ACK-FILE-STATUS          PIC XX.
       01  WS-LIAB-FILE-STATUS         PIC XX.
       01  WS-STX-FILE-STATUS          PIC XX.
       01  WS-I99-FILE-STATUS          PIC XX.
       01  WS-URN-FILE-STATUS          PIC XX.
       01  WS-STX-FILE-OK              PIC X VALUE 'N'.

      *Taxpayer information
       01  WS-TAXPAYER-INFO.
           05  WS-SSN                  PIC 9(9).
           05  WS-TAXPAYER-NAME        PIC X(50).
           05  WS-FILING-STATUS        PIC X(30).
           05  WS-DEPENDENTS           PIC 99.
           05  WS-TAX-YEAR             PIC 9(4) VALUE 2024.

           05  WS-AMT-EXEMPT-MFJ       PIC 9(6) VALUE 133300.
           05  WS-AMT-PHASEOUT-SGL     PIC 9(7) VALUE 609350.
           05  WS-AMT-PHASEOUT-MFJ     PIC 9(7) VALUE 1218700.
           05  WS-AMT-EXEMPT-MFS       PIC 9(6) VALUE 66650.
           05  WS-AMT-PHASEOUT-START   PIC 9(7).
           05  WS-AMT-PHASEOUT-RATE    PIC 9V99 VALUE 0.25.
           05  WS-AMT-RATE-BREAK       PIC 9(6).
           05  WS-AMT-RATE-BREAK-STD   PIC 9(6) VALUE 232600.
           05  WS-AMT-RATE-BREAK-MFS   PIC 9(6) VALUE 116300.
           05  WS-AMT-BASE             PIC S9(10)V99.
           05  WS-AMT-ORDINARY-BASE    PIC S9(10)V99.
           05  WS-TENTATIVE-MIN-TAX    PIC 9(8)V99.
           05  WS-TOTAL-PAYMENTS       PIC 9(8)V99.
           05  WS-REFUND-OR-OWED       PIC S9(8)V99.

      *State return information - the state of residence, the
      *residency period when the taxpayer lived there for only part
      *of the year (zero dates mean the whole year), and income
      *earned in and tax paid to another state.
       01  WS-STATE-RETURN-INFO.
           05  WS-STATE-CODE           PIC XX.
           05  WS-RESIDENCY-START      PIC 9(8).
           05  WS-RESIDENCY-END        PIC 9(8).
           05  WS-STATE-WITHHOLDING    PIC 9(7)V99.
           05  WS-OTHER-STATE-INCOME   PIC 9(9)V99.
           05  WS-OTHER-STATE-TAX-PAID PIC 9(7)V99.

      *State tax calculation - starts from the federal figures in
      *WS-TAX-CALCULATION. A part-year resident's state taxable
      *income is apportioned by the days resident over the days in
      *the tax year before the state rates are applied.
       01  WS-STATE-CALCULATION.
           05  WS-STATE-COMPUTED       PIC X.
           05  WS-STATE-NAME           PIC X(20).
           05  WS-STATE-START-POINT    PIC X.
           05  WS-STATE-RATE-TYPE      PIC X.
           05  WS-STATE-YEAR-START     PIC 9(8).
           05  WS-STATE-YEAR-END       PIC 9(8).
           05  WS-STATE-FROM-DATE      PIC 9(8).
           05  WS-STATE-THRU-DATE      PIC 9(8).
           05  WS-STATE-YEAR-DAYS      PIC 9(3).
           05  WS-STATE-RESIDENT-DAYS  PIC 9(3).
           05  WS-STATE-BASE-INCOME    PIC S9(10)V99.
           05  WS-STATE-DEDUCTION      PIC 9(6)V99.
           05  WS-STATE-EXEMPTIONS     PIC 9(7)V99.
           05  WS-STATE-FULL-TAXABLE   PIC S9(10)V99.
           05  WS-STATE-TAXABLE-INCOME PIC S9(10)V99.
           05  WS-STATE-RESIDENT-INC   PIC S9(10)V99.
           05  WS-STATE-BRACKET-FACTOR PIC 9V9.
           05  WS-STATE-BRACKET-IDX    PIC 99.
           05  WS-STATE-BAND-FLOOR     PIC 9(9)V99.
           05  WS-STATE-BAND-TOP       PIC 9(9)V99.
           05  WS-STATE-TAX-BEFORE-CR  PIC 9(8)V99.
           05  WS-STATE-CREDIT-LIMIT   PIC 9(8)V99.
           05  WS-STATE-OTHER-CREDIT   PIC 9(7)V99.
           05  WS-STATE-TAX            PIC 9(8)V99.
           05  WS-STATE-REFUND-OR-OWED PIC S9(8)V99.

      *Active tax bracket table - selected each return by
      *SELECT-TAX-BRACKET-TABLE from one of the filing-status
      *specific tables below, based on WS-FILING-STATUS.
               10  WS-MFJ-BRACKET-RATE     PIC 99V99.
               10  WS-MFJ-BRACKET-BASE-TAX PIC 9(7)V99.

      *Tax bracket tables (2024) - Married-Filing-Separately filers
       01  WS-MFS-BRACKETS.
           05  WS-MFS-BRACKET OCCURS 7 TIMES.
               10  WS-MFS-BRACKET-MIN      PIC 9(9)V99.
               10  WS-MFS-BRACKET-MAX      PIC 9(9)V99.
               10  WS-MFS-BRACKET-RATE     PIC 99V99.
               10  WS-MFS-BRACKET-BASE-TAX PIC 9(7)V99.

      *Active long-term capital gains breakpoints - selected each
      *return by SELECT-LTCG-BREAKPOINTS based on WS-FILING-STATUS.
       01  WS-LTCG-BREAKPOINTS.
           05  WS-MFJ-LTCG-BP-1        PIC 9(7)V99 VALUE 94050.00.
           05  WS-MFJ-LTCG-BP-2        PIC 9(7)V99 VALUE 583750.00.

       01  WS-MFS-LTCG-BREAKPOINTS.
           05  WS-MFS-LTCG-BP-1        PIC 9(7)V99 VALUE 47025.00.
           05  WS-MFS-LTCG-BP-2        PIC 9(7)V99 VALUE 291850.00.

      *2024 standard deduction by filing status, for returns that
      *come in on the submitted returns file.
       01  WS-STANDARD-DEDUCTIONS.
           05  WS-STD-DED-SINGLE       PIC 9(6)V99 VALUE 14600.00.
           05  WS-STD-DED-JOINT        PIC 9(6)V99 VALUE 29200.00.
           05  WS-STD-DED-HOH          PIC 9(6)V99 VALUE 21900.00.

      *Stacking work fields for the capital gains bracket calculation
       01  WS-ZERO-BAND-TOP            PIC S9(10)V99.
       01  WS-FIFTEEN-BAND-TOP         PIC S9(10)V99.
       01  WS-SCENARIO-NUM             PIC 9 VALUE 1.
       01  WS-BRACKET-IDX              PIC 9.

      *Submitted returns batch. Each return is validated before it
      *is computed; a return failing any check is rejected with
      *every code that applies:
      *  R01  SSN not nine digits, or an unissued area/group/serial
      *  R02  SSN already accepted earlier in this batch
      *  R03  filing status not recognized
      *  R04  dependents missing or inconsistent with filing status
      *  R05  negative amount where only a positive one is allowed
      *  R06  tax year is not the year this run processes
      *  R07  qualified dividends exceed total dividends
      *  R08  state code not on the state tax table for the year
      *  R09  residency dates invalid or outside the tax year
      *  R10  batch already holds as many accepted returns as the
      *       duplicate check can track - resubmit in a later batch
      *       (given alone, no other check is made)
       01  WS-BATCH-WORK.
           05  WS-RTN-EOF              PIC X.
           05  WS-RTN-SEQ              PIC 9(6) VALUE ZERO.
           05  WS-ACK-DATE             PIC 9(8).
           05  WS-RTN-REJECT-COUNT     PIC 9.
           05  WS-RTN-REJECT-CODES.
               10  WS-RTN-REJECT-CODE  PIC X(3) OCCURS 9 TIMES.
           05  WS-RTN-NEW-CODE         PIC X(3).
           05  WS-RTN-DUPLICATE        PIC X.
           05  WS-RTN-SEEN-IDX         PIC 9(4).
           05  WS-RTN-SEEN-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-RTN-SEEN-MAX         PIC 9(4) VALUE 2000.
           05  WS-RTN-SEEN-SSN         PIC X(9) OCCURS 2000 TIMES.

       01  WS-BATCH-TOTALS.
           05  WS-BAT-READ             PIC 9(6) VALUE ZERO.
           05  WS-BAT-ACCEPTED         PIC 9(6) VALUE ZERO.
           05  WS-BAT-REJECTED         PIC 9(6) VALUE ZERO.
           05  WS-BAT-OVER-LIMIT       PIC 9(6) VALUE ZERO.
           05  WS-BAT-REFUND-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-BAT-DUE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-BAT-TOTAL-TAX        PIC 9(11)V99 VALUE ZERO.
           05  WS-BAT-TOTAL-CREDITS    PIC 9(11)V99 VALUE ZERO.
           05  WS-BAT-TOTAL-REFUNDS    PIC 9(11)V99 VALUE ZERO.
           05  WS-BAT-TOTAL-DUE        PIC 9(11)V99 VALUE ZERO.
           05  WS-BAT-TOTAL-STATE-TAX  PIC 9(11)V99 VALUE ZERO.
           05  WS-BAT-UNDERREPORTED    PIC 9(6) VALUE ZERO.
           05  WS-BAT-PROPOSED-TAX     PIC S9(11)V99 VALUE ZERO.
           05  WS-BAT-RETURN-CREDITS   PIC 9(6)V99.

      *Information return matching - every information return on
      *file for the tax year, whatever its source, is held in one
      *table by payee SSN and income type (I interest, D dividends,
      *W wages). Each source has its own loader section feeding the
      *table, and matching only ever looks at the table. A return
      *is flagged when the income it reports of a type falls short
      *of what payers reported by more than the tolerance.
       01  WS-MATCH-WORK.
           05  WS-MATCH-TOLERANCE      PIC 9(5)V99 VALUE 100.00.
           05  WS-INFO-EOF             PIC X.
           05  WS-INFO-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-INFO-MAX             PIC 9(4) VALUE 2000.
           05  WS-INFO-IDX             PIC 9(4).
           05  WS-INFO-DROPPED         PIC 9(5) VALUE ZERO.
           05  WS-MATCH-TYPE-IDX       PIC 9.
           05  WS-MATCH-FLAGGED        PIC X.
           05  WS-MATCH-ORIGINAL-TAX   PIC S9(8)V99.
           05  WS-MATCH-PROPOSED-TAX   PIC S9(8)V99.
           05  WS-MATCH-ADDITIONAL-TAX PIC S9(8)V99.
           05  WS-MATCH-DIFFERENCE     PIC S9(9)V99.
           05  WS-NOTICE-AMOUNT        PIC $$$,$$$,$$9.99.
           05  WS-NOTICE-TAX           PIC $$$,$$$,$$9.99-.

       01  WS-INCOME-TYPE-TABLE.
           05  WS-MATCH-TYPE OCCURS 3 TIMES.
               10  WS-MATCH-TYPE-CODE  PIC X.
               10  WS-MATCH-TYPE-NAME  PIC X(10).
               10  WS-MATCH-REPORTED   PIC 9(9)V99.
               10  WS-MATCH-INFO-TOTAL PIC 9(9)V99.
               10  WS-MATCH-SHORTFALL  PIC 9(9)V99.

       01  WS-INFO-RETURN-TABLE.
           05  WS-INFO-RETURN OCCURS 2000 TIMES.
               10  WS-INFO-SOURCE      PIC X(8).
               10  WS-INFO-PAYEE-SSN   PIC X(9).
               10  WS-INFO-PAYER-ID    PIC X(20).
               10  WS-INFO-TYPE        PIC X.
               10  WS-INFO-AMOUNT      PIC 9(9)V99.
               10  WS-INFO-WITHHELD    PIC 9(9)V99.

      *1099-INT extract line as split into its fields
       01  WS-1099-INT-FIELDS.
           05  WS-I99-CUSTOMER-ID      PIC X(10).
           05  WS-I99-ACCOUNT          PIC X(12).
           05  WS-I99-TAX-YEAR         PIC X(4).
           05  WS-I99-YEAR-NUM REDEFINES WS-I99-TAX-YEAR
                                       PIC 9(4).
           05  WS-I99-INTEREST         PIC X(13).
           05  WS-I99-INTEREST-AMT REDEFINES WS-I99-INTEREST
                                       PIC 9(11)V99.
           05  WS-I99-WITHHELD         PIC X(13).
           05  WS-I99-WITHHELD-AMT REDEFINES WS-I99-WITHHELD
                                       PIC 9(11)V99.
           05  WS-I99-PAYEE-TIN        PIC X(9).

      *Acknowledgment record - A (accepted) or R (rejected) with
      *the reject codes that apply.
       01  WS-ACK-DETAIL.
           05  WAK-SEQUENCE            PIC 9(6).
           05  WAK-SSN                 PIC X(9).
           05  WAK-NAME                PIC X(30).
           05  WAK-TAX-YEAR            PIC 9(4).
           05  WAK-STATUS              PIC X.
           05  WAK-REJECT-COUNT        PIC 9.
           05  WAK-REJECT-CODES        PIC X(27).
           05  WAK-ACK-DATE            PIC 9(8).
           05  FILLER                  PIC X(14) VALUE SPACES.

      *Computed liability record - one D record per accepted
      *return, then a T record carrying the batch totals.
       01  WS-LIABILITY-DETAIL.
           05  WLB-RECORD-TYPE         PIC X VALUE 'D'.
           05  WLB-SSN                 PIC 9(9).
           05  WLB-NAME                PIC X(30).
           05  WLB-TAX-YEAR            PIC 9(4).
           05  WLB-FILING-STATUS       PIC X.
           05  WLB-DEPENDENTS          PIC 99.
           05  WLB-AGI                 PIC S9(10)V99.
           05  WLB-DEDUCTION-METHOD    PIC X(8).
           05  WLB-DEDUCTION-USED      PIC 9(7)V99.
           05  WLB-TAXABLE-INCOME      PIC S9(10)V99.
           05  WLB-TAX-BEFORE-CREDITS  PIC 9(8)V99.
           05  WLB-AMT-OWED            PIC 9(8)V99.
           05  WLB-CHILD-TAX-CREDIT    PIC 9(5)V99.
           05  WLB-EARNED-INC-CREDIT   PIC 9(5)V99.
           05  WLB-OTHER-CREDITS       PIC 9(5)V99.
           05  WLB-TOTAL-TAX           PIC 9(8)V99.
           05  WLB-TOTAL-PAYMENTS      PIC 9(8)V99.
           05  WLB-REFUND              PIC 9(8)V99.
           05  WLB-BALANCE-DUE         PIC 9(8)V99.
           05  WLB-ACK-DATE            PIC 9(8).
           05  WLB-STATE-CODE          PIC XX.
           05  WLB-STATE-TAX           PIC 9(8)V99.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-LIABILITY-TRAILER.
           05  WLT-RECORD-TYPE         PIC X VALUE 'T'.
           05  WLT-ACK-DATE            PIC 9(8).
           05  WLT-RETURNS-READ        PIC 9(6).
           05  WLT-ACCEPTED            PIC 9(6).
           05  WLT-REJECTED            PIC 9(6).
           05  WLT-TOTAL-TAX           PIC 9(11)V99.
           05  WLT-TOTAL-CREDITS       PIC 9(11)V99.
           05  WLT-REFUND-COUNT        PIC 9(6).
           05  WLT-TOTAL-REFUNDS       PIC 9(11)V99.
           05  WLT-DUE-COUNT           PIC 9(6).
           05  WLT-TOTAL-DUE           PIC 9(11)V99.
           05  WLT-TOTAL-STATE-TAX     PIC 9(11)V99.
           05  FILLER                  PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM DISPLAY-SYSTEM-HEADER.
           PERFORM INITIALIZE-TAX-TABLES.
           PERFORM LOAD-STATE-TAX-TABLE.
           PERFORM CALCULATE-SCENARIO-1.
           PERFORM CALCULATE-SCENARIO-2.
           PERFORM CALCULATE-SCENARIO-3.
           PERFORM PROCESS-RETURN-BATCH.
           IF WS-STX-FILE-OK = 'Y'
               CLOSE STATE-TAX-FILE
           END-IF.
           DISPLAY 'Tax calculations complete.'.
           STOP RUN.

           MOVE 37.00 TO WS-MFJ-BRACKET-RATE(7).
           MOVE 196669.50 TO WS-MFJ-BRACKET-BASE-TAX(7).

      *2024 Tax brackets for Married-Filing-Separately filers - the
      *single brackets up to the 35% band, which tops out at half
      *the joint figure.
           MOVE WS-SINGLE-BRACKETS TO WS-MFS-BRACKETS.
           MOVE 365600.00 TO WS-MFS-BRACKET-MAX(6).
           MOVE 365600.01 TO WS-MFS-BRACKET-MIN(7).
           MOVE 98334.75 TO WS-MFS-BRACKET-BASE-TAX(7).

      *2024 EITC parameters by qualifying child count
           MOVE 0.0765 TO WS-EITC-RATE(1).
           MOVE 8490.00 TO WS-EITC-EARNED-INC-AMT(1).
           MOVE 12000.00 TO WS-FEDERAL-WITHHOLDING.
           MOVE 0.00 TO WS-ESTIMATED-PAYMENTS.

      *State return - full-year Illinois resident
           MOVE 'IL' TO WS-STATE-CODE.
           MOVE ZERO TO WS-RESIDENCY-START.
           MOVE ZERO TO WS-RESIDENCY-END.
           MOVE 3500.00 TO WS-STATE-WITHHOLDING.
           MOVE ZERO TO WS-OTHER-STATE-INCOME.
           MOVE ZERO TO WS-OTHER-STATE-TAX-PAID.

           PERFORM CALCULATE-TAX-RETURN.
           PERFORM DISPLAY-TAX-RETURN.

           MOVE 35000.00 TO WS-FEDERAL-WITHHOLDING.
           MOVE 8000.00 TO WS-ESTIMATED-PAYMENTS.

      *State return - full-year California resident whose business
      *income was earned in, and taxed by, Oregon.
           MOVE 'CA' TO WS-STATE-CODE.
           MOVE ZERO TO WS-RESIDENCY-START.
           MOVE ZERO TO WS-RESIDENCY-END.
           MOVE 9000.00 TO WS-STATE-WITHHOLDING.
           MOVE 25000.00 TO WS-OTHER-STATE-INCOME.
           MOVE 1100.00 TO WS-OTHER-STATE-TAX-PAID.

           PERFORM CALCULATE-TAX-RETURN.
           PERFORM DISPLAY-TAX-RETURN.

           MOVE 2100.00 TO WS-FEDERAL-WITHHOLDING.
           MOVE 0.00 TO WS-ESTIMATED-PAYMENTS.

      *State return - moved from Texas to Georgia on July 1st, so
      *a part-year Georgia resident.
           MOVE 'GA' TO WS-STATE-CODE.
           MOVE 20240701 TO WS-RESIDENCY-START.
           MOVE 20241231 TO WS-RESIDENCY-END.
           MOVE 300.00 TO WS-STATE-WITHHOLDING.
           MOVE ZERO TO WS-OTHER-STATE-INCOME.
           MOVE ZERO TO WS-OTHER-STATE-TAX-PAID.

           PERFORM CALCULATE-TAX-RETURN.
           PERFORM DISPLAY-TAX-RETURN.

           COMPUTE WS-REFUND-OR-OWED =
               WS-TOTAL-PAYMENTS - WS-TOTAL-TAX.

      *Step 11: Calculate the state return from the federal results
           PERFORM CALCULATE-STATE-TAX.

       COMPUTE-ITEMIZED-DEDUCTIONS SECTION.
       COMPUTE-ITEMIZED.
      *Mortgage interest in full, state and local taxes only up to
               WHEN 'HEAD-OF-HOUSEHOLD'
                   MOVE WS-HOH-BRACKETS TO WS-TAX-BRACKETS
               WHEN 'MARRIED-FILING-JOINTLY'
               WHEN 'QUALIFYING-SURVIVING-SPOUSE'
                   MOVE WS-MFJ-BRACKETS TO WS-TAX-BRACKETS
               WHEN 'MARRIED-FILING-SEPARATELY'
                   MOVE WS-MFS-BRACKETS TO WS-TAX-BRACKETS
               WHEN OTHER
                   MOVE WS-SINGLE-BRACKETS TO WS-TAX-BRACKETS
           END-EVALUATE.
               WHEN 'HEAD-OF-HOUSEHOLD'
                   MOVE WS-HOH-LTCG-BREAKPOINTS TO WS-LTCG-BREAKPOINTS
               WHEN 'MARRIED-FILING-JOINTLY'
               WHEN 'QUALIFYING-SURVIVING-SPOUSE'
                   MOVE WS-MFJ-LTCG-BREAKPOINTS TO WS-LTCG-BREAKPOINTS
               WHEN 'MARRIED-FILING-SEPARATELY'
                   MOVE WS-MFS-LTCG-BREAKPOINTS TO WS-LTCG-BREAKPOINTS
               WHEN OTHER
                   MOVE WS-SGL-LTCG-BREAKPOINTS TO WS-LTCG-BREAKPOINTS
           END-EVALUATE.
           END-IF.

      *Exemption and phase-out threshold by filing status - joint
      *filers get the larger figures, separate filers the smaller
      *exemption and rate break, everyone else the single set.
           MOVE WS-AMT-RATE-BREAK-STD TO WS-AMT-RATE-BREAK.
           EVALUATE WS-FILING-STATUS
               WHEN 'MARRIED-FILING-JOINTLY'
               WHEN 'QUALIFYING-SURVIVING-SPOUSE'
                   MOVE WS-AMT-EXEMPT-MFJ TO WS-AMT-EXEMPTION
                   MOVE WS-AMT-PHASEOUT-MFJ TO WS-AMT-PHASEOUT-START
               WHEN 'MARRIED-FILING-SEPARATELY'
                   MOVE WS-AMT-EXEMPT-MFS TO WS-AMT-EXEMPTION
                   MOVE WS-AMT-PHASEOUT-SGL TO WS-AMT-PHASEOUT-START
                   MOVE WS-AMT-RATE-BREAK-MFS TO WS-AMT-RATE-BREAK
               WHEN OTHER
                   MOVE WS-AMT-EXEMPT-SGL TO WS-AMT-EXEMPTION
                   MOVE WS-AMT-PHASEOUT-SGL TO WS-AMT-PHASEOUT-START
           END-EVALUATE.

      *The exemption phases out a quarter on the dollar above the
      *threshold, never below zero.
           END-IF.

           PERFORM CALCULATE-QUARTERLY-ESTIMATES.
           PERFORM DISPLAY-STATE-RETURN.

       CALCULATE-QUARTERLY-ESTIMATES SECTION.
       CALC-QUARTERLY.

       CALC-QUARTERLY-EXIT.
           EXIT.

       PROCESS-RETURN-BATCH SECTION.
       BATCH-RUN.
      *Validates and computes every return on the submitted returns
      *file. Every return gets an acknowledgment; accepted returns
      *are computed through CALCULATE-TAX-RETURN and written to the
      *liability file, which closes with a batch totals trailer.
           DISPLAY '========================================'.
           DISPLAY 'Submitted Returns Batch'.
           DISPLAY '========================================'.

           ACCEPT WS-ACK-DATE FROM DATE YYYYMMDD.

           OPEN INPUT SUBMITTED-RETURN-FILE.
           IF WS-RTN-FILE-STATUS NOT = '00'
               DISPLAY 'No submitted returns file on hand - '
                   'nothing to process'
               GO TO BATCH-RUN-EXIT
           END-IF.

           OPEN OUTPUT ACKNOWLEDGMENT-FILE.
           OPEN OUTPUT LIABILITY-FILE.
           OPEN OUTPUT UNDERREPORTER-NOTICE-FILE.
           PERFORM LOAD-INFORMATION-RETURNS.

           MOVE 'N' TO WS-RTN-EOF.
           PERFORM PROCESS-ONE-RETURN UNTIL WS-RTN-EOF = 'Y'.

           MOVE WS-ACK-DATE TO WLT-ACK-DATE.
           MOVE WS-BAT-READ TO WLT-RETURNS-READ.
           MOVE WS-BAT-ACCEPTED TO WLT-ACCEPTED.
           MOVE WS-BAT-REJECTED TO WLT-REJECTED.
           MOVE WS-BAT-TOTAL-TAX TO WLT-TOTAL-TAX.
           MOVE WS-BAT-TOTAL-CREDITS TO WLT-TOTAL-CREDITS.
           MOVE WS-BAT-REFUND-COUNT TO WLT-REFUND-COUNT.
           MOVE WS-BAT-TOTAL-REFUNDS TO WLT-TOTAL-REFUNDS.
           MOVE WS-BAT-DUE-COUNT TO WLT-DUE-COUNT.
           MOVE WS-BAT-TOTAL-DUE TO WLT-TOTAL-DUE.
           MOVE WS-BAT-TOTAL-STATE-TAX TO WLT-TOTAL-STATE-TAX.
           MOVE WS-LIABILITY-TRAILER TO LIABILITY-RECORD.
           WRITE LIABILITY-RECORD.

           CLOSE SUBMITTED-RETURN-FILE.
           CLOSE ACKNOWLEDGMENT-FILE.
           CLOSE LIABILITY-FILE.
           CLOSE UNDERREPORTER-NOTICE-FILE.

           DISPLAY SPACE.
           DISPLAY 'Batch totals:'.
           DISPLAY '  Returns read:       ' WS-BAT-READ.
           DISPLAY '  Accepted:           ' WS-BAT-ACCEPTED.
           DISPLAY '  Rejected:           ' WS-BAT-REJECTED.
           IF WS-BAT-OVER-LIMIT > ZERO
               DISPLAY '  Over batch limit:   ' WS-BAT-OVER-LIMIT
                   ' (R10 - resubmit in a later batch)'
           END-IF.
           MOVE WS-BAT-TOTAL-TAX TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Total Tax:          ' WS-DISPLAY-AMOUNT.
           MOVE WS-BAT-TOTAL-CREDITS TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Total Credits:      ' WS-DISPLAY-AMOUNT.
           MOVE WS-BAT-TOTAL-REFUNDS TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Refunds (' WS-BAT-REFUND-COUNT '):    '
               WS-DISPLAY-AMOUNT.
           MOVE WS-BAT-TOTAL-DUE TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Balances Due (' WS-BAT-DUE-COUNT '):'
               WS-DISPLAY-AMOUNT.
           MOVE WS-BAT-TOTAL-STATE-TAX TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Total State Tax:    ' WS-DISPLAY-AMOUNT.
           DISPLAY '  Underreported:      ' WS-BAT-UNDERREPORTED.
           MOVE WS-BAT-PROPOSED-TAX TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Proposed Add Tax:   ' WS-DISPLAY-AMOUNT.

       BATCH-RUN-EXIT.
           DISPLAY SPACE.
           EXIT.

       PROCESS-ONE-RETURN SECTION.
       PROCESS-RETURN.
           READ SUBMITTED-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-RTN-EOF
                   GO TO PROCESS-RETURN-EXIT
           END-READ.
           ADD 1 TO WS-BAT-READ.
           ADD 1 TO WS-RTN-SEQ.

           PERFORM VALIDATE-SUBMITTED-RETURN.

           IF WS-RTN-REJECT-COUNT > ZERO
               ADD 1 TO WS-BAT-REJECTED
               MOVE 'R' TO WAK-STATUS
               PERFORM WRITE-ACKNOWLEDGMENT
               DISPLAY 'Rejected ' RTN-SSN ' ' WS-RTN-REJECT-CODES
               GO TO PROCESS-RETURN-EXIT
           END-IF.

           PERFORM LOAD-SUBMITTED-RETURN.
           PERFORM CALCULATE-TAX-RETURN.

           ADD 1 TO WS-RTN-SEEN-COUNT.
           MOVE RTN-SSN TO WS-RTN-SEEN-SSN(WS-RTN-SEEN-COUNT).

           ADD 1 TO WS-BAT-ACCEPTED.
           MOVE 'A' TO WAK-STATUS.
           PERFORM WRITE-ACKNOWLEDGMENT.
           PERFORM WRITE-LIABILITY.

           MOVE WS-TOTAL-TAX TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Accepted ' RTN-SSN ' tax ' WS-DISPLAY-AMOUNT.

           PERFORM MATCH-INFORMATION-RETURNS.

       PROCESS-RETURN-EXIT.
           EXIT.

       VALIDATE-SUBMITTED-RETURN SECTION.
       VALIDATE-RETURN.
           MOVE ZERO TO WS-RTN-REJECT-COUNT.
           MOVE SPACES TO WS-RTN-REJECT-CODES.

      *Once the accepted-SSN table is full a further return could
      *not be checked for, or recorded against, duplicates - it is
      *turned back rather than accepted unchecked.
           IF WS-RTN-SEEN-COUNT NOT < WS-RTN-SEEN-MAX
               MOVE 'R10' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
               ADD 1 TO WS-BAT-OVER-LIMIT
               IF WS-BAT-OVER-LIMIT = 1
                   DISPLAY 'Accepted-return table full at '
                       WS-RTN-SEEN-MAX ' - later returns refused R10'
               END-IF
               GO TO VALIDATE-RETURN-EXIT
           END-IF.

      *SSN - nine digits, and never area 000, 666 or 900-999,
      *group 00 or serial 0000.
           IF RTN-SSN NOT NUMERIC
               MOVE 'R01' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
           ELSE
               IF RTN-SSN-AREA = ZERO OR RTN-SSN-AREA = 666 OR
                  RTN-SSN-AREA >= 900 OR RTN-SSN-GROUP = ZERO OR
                  RTN-SSN-SERIAL = ZERO
                   MOVE 'R01' TO WS-RTN-NEW-CODE
                   PERFORM ADD-REJECT-CODE
               END-IF
           END-IF.

      *Only a return already accepted in this batch makes a later
      *one a duplicate - a corrected resubmission of a rejected
      *return goes through.
           MOVE 'N' TO WS-RTN-DUPLICATE.
           PERFORM CHECK-SEEN-SSN
               VARYING WS-RTN-SEEN-IDX FROM 1 BY 1
               UNTIL WS-RTN-SEEN-IDX > WS-RTN-SEEN-COUNT
                  OR WS-RTN-DUPLICATE = 'Y'.
           IF WS-RTN-DUPLICATE = 'Y'
               MOVE 'R02' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
           END-IF.

      *Head of household and qualifying surviving spouse both need
      *a qualifying dependent.
           IF NOT RTN-STATUS-VALID
               MOVE 'R03' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
           END-IF.
           IF RTN-DEPENDENTS NOT NUMERIC
               MOVE 'R04' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
           ELSE
               IF (RTN-HEAD-OF-HOUSE OR RTN-SURVIVING-SPOUSE) AND
                  RTN-DEPENDENTS = ZERO
                   MOVE 'R04' TO WS-RTN-NEW-CODE
                   PERFORM ADD-REJECT-CODE
               END-IF
           END-IF.

      *Business income, capital gains and other income can be
      *losses; nothing else on the return can go below zero.
           IF RTN-WAGES < ZERO OR RTN-INTEREST < ZERO OR
              RTN-DIVIDENDS < ZERO OR
              RTN-QUALIFIED-DIVIDENDS < ZERO OR
              RTN-IRA-DEDUCTION < ZERO OR
              RTN-STUDENT-LOAN-INT < ZERO OR
              RTN-HSA-CONTRIBUTION < ZERO OR
              RTN-SELF-EMPLOYMENT-TAX < ZERO OR
              RTN-MORTGAGE-INTEREST < ZERO OR
              RTN-SALT-PAID < ZERO OR RTN-CHARITABLE < ZERO OR
              RTN-MEDICAL-EXPENSES < ZERO OR
              RTN-FEDERAL-WITHHOLDING < ZERO OR
              RTN-ESTIMATED-PAYMENTS < ZERO OR
              RTN-STATE-WITHHOLDING < ZERO OR
              RTN-OTHER-STATE-INCOME < ZERO OR
              RTN-OTHER-STATE-TAX < ZERO
               MOVE 'R05' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
           END-IF.

           IF RTN-TAX-YEAR NOT = WS-TAX-YEAR
               MOVE 'R06' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
           END-IF.

           IF RTN-QUALIFIED-DIVIDENDS > RTN-DIVIDENDS
               MOVE 'R07' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
           END-IF.

      *State return - the state must be on the table for the year,
      *and a residency period must fall inside the tax year.
           IF RTN-STATE-CODE NOT = SPACES
               MOVE RTN-STATE-CODE TO STX-STATE-CODE
               MOVE WS-TAX-YEAR TO STX-TAX-YEAR
               IF WS-STX-FILE-OK NOT = 'Y'
                   MOVE 'R08' TO WS-RTN-NEW-CODE
                   PERFORM ADD-REJECT-CODE
               ELSE
                   READ STATE-TAX-FILE
                       INVALID KEY
                           MOVE 'R08' TO WS-RTN-NEW-CODE
                           PERFORM ADD-REJECT-CODE
                   END-READ
               END-IF
           END-IF.

           IF RTN-RESIDENCY-START NOT NUMERIC OR
              RTN-RESIDENCY-END NOT NUMERIC
               MOVE 'R09' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
               GO TO VALIDATE-RETURN-EXIT
           END-IF.
           COMPUTE WS-STATE-YEAR-START = (WS-TAX-YEAR * 10000) + 101.
           COMPUTE WS-STATE-YEAR-END = (WS-TAX-YEAR * 10000) + 1231.
           IF (RTN-RESIDENCY-START NOT = ZERO AND
               (RTN-RESIDENCY-START < WS-STATE-YEAR-START OR
                RTN-RESIDENCY-START > WS-STATE-YEAR-END)) OR
              (RTN-RESIDENCY-END NOT = ZERO AND
               (RTN-RESIDENCY-END < WS-STATE-YEAR-START OR
                RTN-RESIDENCY-END > WS-STATE-YEAR-END))
               MOVE 'R09' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
               GO TO VALIDATE-RETURN-EXIT
           END-IF.
           IF RTN-RESIDENCY-START NOT = ZERO AND
              RTN-RESIDENCY-END NOT = ZERO AND
              RTN-RESIDENCY-START > RTN-RESIDENCY-END
               MOVE 'R09' TO WS-RTN-NEW-CODE
               PERFORM ADD-REJECT-CODE
           END-IF.

       VALIDATE-RETURN-EXIT.
           EXIT.

       CHECK-SEEN-SSN SECTION.
       CHECK-SEEN.
           IF WS-RTN-SEEN-SSN(WS-RTN-SEEN-IDX) = RTN-SSN
               MOVE 'Y' TO WS-RTN-DUPLICATE
           END-IF.

       ADD-REJECT-CODE SECTION.
       ADD-REJECT.
           ADD 1 TO WS-RTN-REJECT-COUNT.
           MOVE WS-RTN-NEW-CODE TO
               WS-RTN-REJECT-CODE(WS-RTN-REJECT-COUNT).

       LOAD-SUBMITTED-RETURN SECTION.
       LOAD-RETURN.
      *Taxpayer info - the filing status code sets both the status
      *the bracket selection keys on and the standard deduction.
           MOVE RTN-SSN-NUM TO WS-SSN.
           MOVE RTN-TAXPAYER-NAME TO WS-TAXPAYER-NAME.
           MOVE RTN-DEPENDENTS TO WS-DEPENDENTS.
           EVALUATE TRUE
               WHEN RTN-JOINT
                   MOVE 'MARRIED-FILING-JOINTLY' TO WS-FILING-STATUS
                   MOVE WS-STD-DED-JOINT TO WS-STANDARD-DEDUCTION
               WHEN RTN-SEPARATE
                   MOVE 'MARRIED-FILING-SEPARATELY'
                       TO WS-FILING-STATUS
                   MOVE WS-STD-DED-SINGLE TO WS-STANDARD-DEDUCTION
               WHEN RTN-HEAD-OF-HOUSE
                   MOVE 'HEAD-OF-HOUSEHOLD' TO WS-FILING-STATUS
                   MOVE WS-STD-DED-HOH TO WS-STANDARD-DEDUCTION
               WHEN RTN-SURVIVING-SPOUSE
                   MOVE 'QUALIFYING-SURVIVING-SPOUSE'
                       TO WS-FILING-STATUS
                   MOVE WS-STD-DED-JOINT TO WS-STANDARD-DEDUCTION
               WHEN OTHER
                   MOVE 'SINGLE' TO WS-FILING-STATUS
                   MOVE WS-STD-DED-SINGLE TO WS-STANDARD-DEDUCTION
           END-EVALUATE.

      *Income
           MOVE RTN-WAGES TO WS-WAGES.
           MOVE RTN-INTEREST TO WS-INTEREST.
           MOVE RTN-DIVIDENDS TO WS-DIVIDENDS.
           MOVE RTN-QUALIFIED-DIVIDENDS TO WS-QUALIFIED-DIVIDENDS.
           MOVE RTN-BUSINESS-INCOME TO WS-BUSINESS-INCOME.
           MOVE RTN-CAPITAL-GAINS TO WS-CAPITAL-GAINS.
           MOVE RTN-OTHER-INCOME TO WS-OTHER-INCOME.

      *Adjustments
           MOVE RTN-IRA-DEDUCTION TO WS-IRA-DEDUCTION.
           MOVE RTN-STUDENT-LOAN-INT TO WS-STUDENT-LOAN-INT.
           MOVE RTN-HSA-CONTRIBUTION TO WS-HSA-CONTRIBUTION.
           MOVE RTN-SELF-EMPLOYMENT-TAX TO WS-SELF-EMPLOYMENT-TAX.

      *Schedule A items
           MOVE RTN-MORTGAGE-INTEREST TO WS-MORTGAGE-INTEREST.
           MOVE RTN-SALT-PAID TO WS-SALT-PAID.
           MOVE RTN-CHARITABLE TO WS-CHARITABLE.
           MOVE RTN-MEDICAL-EXPENSES TO WS-MEDICAL-EXPENSES.

      *Payments
           MOVE RTN-FEDERAL-WITHHOLDING TO WS-FEDERAL-WITHHOLDING.
           MOVE RTN-ESTIMATED-PAYMENTS TO WS-ESTIMATED-PAYMENTS.

      *State return
           MOVE RTN-STATE-CODE TO WS-STATE-CODE.
           MOVE RTN-RESIDENCY-START TO WS-RESIDENCY-START.
           MOVE RTN-RESIDENCY-END TO WS-RESIDENCY-END.
           MOVE RTN-STATE-WITHHOLDING TO WS-STATE-WITHHOLDING.
           MOVE RTN-OTHER-STATE-INCOME TO WS-OTHER-STATE-INCOME.
           MOVE RTN-OTHER-STATE-TAX TO WS-OTHER-STATE-TAX-PAID.

       WRITE-ACKNOWLEDGMENT SECTION.
       WRITE-ACK.
           MOVE WS-RTN-SEQ TO WAK-SEQUENCE.
           MOVE RTN-SSN TO WAK-SSN.
           MOVE RTN-TAXPAYER-NAME TO WAK-NAME.
           MOVE RTN-TAX-YEAR TO WAK-TAX-YEAR.
           MOVE WS-RTN-REJECT-COUNT TO WAK-REJECT-COUNT.
           MOVE WS-RTN-REJECT-CODES TO WAK-REJECT-CODES.
           MOVE WS-ACK-DATE TO WAK-ACK-DATE.
           MOVE WS-ACK-DETAIL TO ACKNOWLEDGMENT-RECORD.
           WRITE ACKNOWLEDGMENT-RECORD.

       WRITE-LIABILITY SECTION.
       WRITE-LIAB.
           MOVE WS-SSN TO WLB-SSN.
           MOVE WS-TAXPAYER-NAME TO WLB-NAME.
           MOVE WS-TAX-YEAR TO WLB-TAX-YEAR.
           MOVE RTN-FILING-STATUS TO WLB-FILING-STATUS.
           MOVE WS-DEPENDENTS TO WLB-DEPENDENTS.
           MOVE WS-ADJUSTED-GROSS-INC TO WLB-AGI.
           MOVE WS-DEDUCTION-METHOD TO WLB-DEDUCTION-METHOD.
           MOVE WS-DEDUCTION-USED TO WLB-DEDUCTION-USED.
           MOVE WS-TAXABLE-INCOME TO WLB-TAXABLE-INCOME.
           MOVE WS-TAX-BEFORE-CREDITS TO WLB-TAX-BEFORE-CREDITS.
           MOVE WS-AMT-OWED TO WLB-AMT-OWED.
           MOVE WS-CHILD-TAX-CREDIT TO WLB-CHILD-TAX-CREDIT.
           MOVE WS-EARNED-INCOME-CREDIT TO WLB-EARNED-INC-CREDIT.
           MOVE WS-OTHER-CREDITS TO WLB-OTHER-CREDITS.
           MOVE WS-TOTAL-TAX TO WLB-TOTAL-TAX.
           MOVE WS-TOTAL-PAYMENTS TO WLB-TOTAL-PAYMENTS.
           MOVE ZERO TO WLB-REFUND.
           MOVE ZERO TO WLB-BALANCE-DUE.
           MOVE WS-ACK-DATE TO WLB-ACK-DATE.
           MOVE WS-STATE-CODE TO WLB-STATE-CODE.
           MOVE WS-STATE-TAX TO WLB-STATE-TAX.
           ADD WS-STATE-TAX TO WS-BAT-TOTAL-STATE-TAX.

      *Batch totals - credits claimed, then the refund or the
      *balance due this return leaves.
           COMPUTE WS-BAT-RETURN-CREDITS =
               WS-CHILD-TAX-CREDIT + WS-EARNED-INCOME-CREDIT +
               WS-OTHER-CREDITS.
           ADD WS-TOTAL-TAX TO WS-BAT-TOTAL-TAX.
           ADD WS-BAT-RETURN-CREDITS TO WS-BAT-TOTAL-CREDITS.
           IF WS-REFUND-OR-OWED > ZERO
               MOVE WS-REFUND-OR-OWED TO WLB-REFUND
               ADD WS-REFUND-OR-OWED TO WS-BAT-TOTAL-REFUNDS
               ADD 1 TO WS-BAT-REFUND-COUNT
           END-IF.
           IF WS-REFUND-OR-OWED < ZERO
               COMPUTE WLB-BALANCE-DUE = - WS-REFUND-OR-OWED
               ADD WLB-BALANCE-DUE TO WS-BAT-TOTAL-DUE
               ADD 1 TO WS-BAT-DUE-COUNT
           END-IF.

           MOVE WS-LIABILITY-DETAIL TO LIABILITY-RECORD.
           WRITE LIABILITY-RECORD.

       LOAD-STATE-TAX-TABLE SECTION.
       LOAD-STATE-TABLE.
      *Opens the state tax table for the run. A missing table is
      *created, and any of the standard entries below that are not
      *on file yet are added - entries already on file are the
      *system of record and are never overwritten.
           OPEN I-O STATE-TAX-FILE.

           IF WS-STX-FILE-STATUS = '35'
               OPEN OUTPUT STATE-TAX-FILE
               CLOSE STATE-TAX-FILE
               OPEN I-O STATE-TAX-FILE
           END-IF.

           IF WS-STX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening state tax table: '
                   WS-STX-FILE-STATUS
               DISPLAY 'State returns will not be computed'
               DISPLAY SPACE
               GO TO LOAD-STATE-TABLE-EXIT
           END-IF.
           MOVE 'Y' TO WS-STX-FILE-OK.

      *Illinois - flat rate on federal AGI less exemptions
           INITIALIZE STATE-TAX-RECORD.
           MOVE 'IL' TO STX-STATE-CODE.
           MOVE 2024 TO STX-TAX-YEAR.
           MOVE 'ILLINOIS' TO STX-STATE-NAME.
           MOVE 'A' TO STX-STARTING-POINT.
           MOVE 'F' TO STX-RATE-TYPE.
           MOVE 0.04950 TO STX-FLAT-RATE.
           MOVE 2775.00 TO STX-PERSONAL-EXEMPTION.
           MOVE 2775.00 TO STX-DEPENDENT-EXEMPTION.
           MOVE 'Y' TO STX-OTHER-STATE-CREDIT.
           PERFORM ADD-STATE-TAX-ENTRY.

      *Colorado - flat rate on federal taxable income
           INITIALIZE STATE-TAX-RECORD.
           MOVE 'CO' TO STX-STATE-CODE.
           MOVE 2024 TO STX-TAX-YEAR.
           MOVE 'COLORADO' TO STX-STATE-NAME.
           MOVE 'T' TO STX-STARTING-POINT.
           MOVE 'F' TO STX-RATE-TYPE.
           MOVE 0.04250 TO STX-FLAT-RATE.
           MOVE 'Y' TO STX-OTHER-STATE-CREDIT.
           PERFORM ADD-STATE-TAX-ENTRY.

      *Georgia - flat rate on federal AGI less its own standard
      *deduction and dependent exemption
           INITIALIZE STATE-TAX-RECORD.
           MOVE 'GA' TO STX-STATE-CODE.
           MOVE 2024 TO STX-TAX-YEAR.
           MOVE 'GEORGIA' TO STX-STATE-NAME.
           MOVE 'A' TO STX-STARTING-POINT.
           MOVE 'F' TO STX-RATE-TYPE.
           MOVE 0.05390 TO STX-FLAT-RATE.
           MOVE 12000.00 TO STX-STD-DED-SINGLE.
           MOVE 24000.00 TO STX-STD-DED-JOINT.
           MOVE 12000.00 TO STX-STD-DED-HOH.
           MOVE 4000.00 TO STX-DEPENDENT-EXEMPTION.
           MOVE 'Y' TO STX-OTHER-STATE-CREDIT.
           PERFORM ADD-STATE-TAX-ENTRY.

      *California - graduated brackets on federal AGI, doubled for
      *joint filers
           INITIALIZE STATE-TAX-RECORD.
           MOVE 'CA' TO STX-STATE-CODE.
           MOVE 2024 TO STX-TAX-YEAR.
           MOVE 'CALIFORNIA' TO STX-STATE-NAME.
           MOVE 'A' TO STX-STARTING-POINT.
           MOVE 'G' TO STX-RATE-TYPE.
           MOVE 5540.00 TO STX-STD-DED-SINGLE.
           MOVE 11080.00 TO STX-STD-DED-JOINT.
           MOVE 11080.00 TO STX-STD-DED-HOH.
           MOVE 2.0 TO STX-JOINT-BRACKET-FACTOR.
           MOVE 9 TO STX-BRACKET-COUNT.
           MOVE 0.00 TO STX-BRACKET-FLOOR(1).
           MOVE 0.01000 TO STX-BRACKET-RATE(1).
           MOVE 10756.00 TO STX-BRACKET-FLOOR(2).
           MOVE 0.02000 TO STX-BRACKET-RATE(2).
           MOVE 25499.00 TO STX-BRACKET-FLOOR(3).
           MOVE 0.04000 TO STX-BRACKET-RATE(3).
           MOVE 40245.00 TO STX-BRACKET-FLOOR(4).
           MOVE 0.06000 TO STX-BRACKET-RATE(4).
           MOVE 55866.00 TO STX-BRACKET-FLOOR(5).
           MOVE 0.08000 TO STX-BRACKET-RATE(5).
           MOVE 70606.00 TO STX-BRACKET-FLOOR(6).
           MOVE 0.09300 TO STX-BRACKET-RATE(6).
           MOVE 360659.00 TO STX-BRACKET-FLOOR(7).
           MOVE 0.10300 TO STX-BRACKET-RATE(7).
           MOVE 432787.00 TO STX-BRACKET-FLOOR(8).
           MOVE 0.11300 TO STX-BRACKET-RATE(8).
           MOVE 721314.00 TO STX-BRACKET-FLOOR(9).
           MOVE 0.12300 TO STX-BRACKET-RATE(9).
           MOVE 'Y' TO STX-OTHER-STATE-CREDIT.
           PERFORM ADD-STATE-TAX-ENTRY.

      *Texas - no personal income tax
           INITIALIZE STATE-TAX-RECORD.
           MOVE 'TX' TO STX-STATE-CODE.
           MOVE 2024 TO STX-TAX-YEAR.
           MOVE 'TEXAS' TO STX-STATE-NAME.
           MOVE 'A' TO STX-STARTING-POINT.
           MOVE 'N' TO STX-RATE-TYPE.
           MOVE 'N' TO STX-OTHER-STATE-CREDIT.
           PERFORM ADD-STATE-TAX-ENTRY.

       LOAD-STATE-TABLE-EXIT.
           EXIT.

       ADD-STATE-TAX-ENTRY SECTION.
       ADD-STATE-ENTRY.
           WRITE STATE-TAX-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Seeded state tax table entry for '
                       STX-STATE-CODE ' ' STX-TAX-YEAR
           END-WRITE.

       CALCULATE-STATE-TAX SECTION.
       CALC-STATE-TAX.
      *State liability from the federal results - the state's own
      *starting point, deduction and exemptions, apportioned for a
      *part-year resident, then its rates and the credit for tax
      *paid to another state.
           MOVE 'N' TO WS-STATE-COMPUTED.
           MOVE SPACES TO WS-STATE-NAME.
           MOVE ZERO TO WS-STATE-BASE-INCOME.
           MOVE ZERO TO WS-STATE-DEDUCTION.
           MOVE ZERO TO WS-STATE-EXEMPTIONS.
           MOVE ZERO TO WS-STATE-TAXABLE-INCOME.
           MOVE ZERO TO WS-STATE-TAX-BEFORE-CR.
           MOVE ZERO TO WS-STATE-OTHER-CREDIT.
           MOVE ZERO TO WS-STATE-TAX.
           MOVE ZERO TO WS-STATE-REFUND-OR-OWED.

           IF WS-STATE-CODE = SPACES OR WS-STX-FILE-OK NOT = 'Y'
               GO TO CALC-STATE-TAX-EXIT
           END-IF.

           MOVE WS-STATE-CODE TO STX-STATE-CODE.
           MOVE WS-TAX-YEAR TO STX-TAX-YEAR.
           READ STATE-TAX-FILE
               INVALID KEY
                   GO TO CALC-STATE-TAX-EXIT
           END-READ.
           MOVE 'Y' TO WS-STATE-COMPUTED.
           MOVE STX-STATE-NAME TO WS-STATE-NAME.
           MOVE STX-STARTING-POINT TO WS-STATE-START-POINT.
           MOVE STX-RATE-TYPE TO WS-STATE-RATE-TYPE.

           PERFORM APPORTION-STATE-RESIDENCY.

           IF STX-NO-INCOME-TAX
               GO TO CALC-STATE-REFUND
           END-IF.

      *Starting point - federal AGI or federal taxable income
           IF STX-START-TAXABLE
               MOVE WS-TAXABLE-INCOME TO WS-STATE-BASE-INCOME
           ELSE
               MOVE WS-ADJUSTED-GROSS-INC TO WS-STATE-BASE-INCOME
           END-IF.
           IF WS-STATE-BASE-INCOME < ZERO
               MOVE ZERO TO WS-STATE-BASE-INCOME
           END-IF.

      *State deduction and exemptions - joint filers claim two
      *personal exemptions, everyone else one.
           MOVE 1.0 TO WS-STATE-BRACKET-FACTOR.
           EVALUATE WS-FILING-STATUS
               WHEN 'MARRIED-FILING-JOINTLY'
               WHEN 'QUALIFYING-SURVIVING-SPOUSE'
                   MOVE STX-STD-DED-JOINT TO WS-STATE-DEDUCTION
                   IF STX-JOINT-BRACKET-FACTOR > ZERO
                       MOVE STX-JOINT-BRACKET-FACTOR
                           TO WS-STATE-BRACKET-FACTOR
                   END-IF
               WHEN 'HEAD-OF-HOUSEHOLD'
                   MOVE STX-STD-DED-HOH TO WS-STATE-DEDUCTION
               WHEN OTHER
                   MOVE STX-STD-DED-SINGLE TO WS-STATE-DEDUCTION
           END-EVALUATE.
           IF WS-FILING-STATUS = 'MARRIED-FILING-JOINTLY'
               COMPUTE WS-STATE-EXEMPTIONS =
                   (STX-PERSONAL-EXEMPTION * 2) +
                   (STX-DEPENDENT-EXEMPTION * WS-DEPENDENTS)
           ELSE
               COMPUTE WS-STATE-EXEMPTIONS =
                   STX-PERSONAL-EXEMPTION +
                   (STX-DEPENDENT-EXEMPTION * WS-DEPENDENTS)
           END-IF.

           COMPUTE WS-STATE-FULL-TAXABLE =
               WS-STATE-BASE-INCOME - WS-STATE-DEDUCTION -
               WS-STATE-EXEMPTIONS.
           IF WS-STATE-FULL-TAXABLE < ZERO
               MOVE ZERO TO WS-STATE-FULL-TAXABLE
           END-IF.

      *Part-year residents - only the resident share of the year's
      *income is taxed here.
           COMPUTE WS-STATE-TAXABLE-INCOME ROUNDED =
               WS-STATE-FULL-TAXABLE * WS-STATE-RESIDENT-DAYS
               / WS-STATE-YEAR-DAYS.
           COMPUTE WS-STATE-RESIDENT-INC ROUNDED =
               WS-STATE-BASE-INCOME * WS-STATE-RESIDENT-DAYS
               / WS-STATE-YEAR-DAYS.

           IF STX-FLAT-RATE-TAX
               COMPUTE WS-STATE-TAX-BEFORE-CR ROUNDED =
                   WS-STATE-TAXABLE-INCOME * STX-FLAT-RATE
           ELSE
               PERFORM CALCULATE-STATE-BRACKET-TAX
                   VARYING WS-STATE-BRACKET-IDX FROM 1 BY 1
                   UNTIL WS-STATE-BRACKET-IDX > STX-BRACKET-COUNT
           END-IF.

      *Credit for tax paid to another state on income this state
      *also taxes - never more than the tax paid, nor more than
      *this state's tax on that share of resident income.
           IF STX-CREDIT-ALLOWED AND WS-OTHER-STATE-TAX-PAID > ZERO
              AND WS-STATE-TAX-BEFORE-CR > ZERO
               IF WS-OTHER-STATE-INCOME >= WS-STATE-RESIDENT-INC
                   MOVE WS-STATE-TAX-BEFORE-CR TO WS-STATE-CREDIT-LIMIT
               ELSE
                   COMPUTE WS-STATE-CREDIT-LIMIT ROUNDED =
                       WS-STATE-TAX-BEFORE-CR * WS-OTHER-STATE-INCOME
                       / WS-STATE-RESIDENT-INC
               END-IF
               IF WS-OTHER-STATE-TAX-PAID < WS-STATE-CREDIT-LIMIT
                   MOVE WS-OTHER-STATE-TAX-PAID
                       TO WS-STATE-OTHER-CREDIT
               ELSE
                   MOVE WS-STATE-CREDIT-LIMIT TO WS-STATE-OTHER-CREDIT
               END-IF
           END-IF.

           COMPUTE WS-STATE-TAX =
               WS-STATE-TAX-BEFORE-CR - WS-STATE-OTHER-CREDIT.

       CALC-STATE-REFUND.
           COMPUTE WS-STATE-REFUND-OR-OWED =
               WS-STATE-WITHHOLDING - WS-STATE-TAX.

       CALC-STATE-TAX-EXIT.
           EXIT.

       APPORTION-STATE-RESIDENCY SECTION.
       APPORTION-RESIDENCY.
      *Days resident in the state over the days in the tax year.
      *Zero residency dates mean the start or end of the year.
           COMPUTE WS-STATE-YEAR-START = (WS-TAX-YEAR * 10000) + 101.
           COMPUTE WS-STATE-YEAR-END = (WS-TAX-YEAR * 10000) + 1231.

           MOVE WS-STATE-YEAR-START TO WS-STATE-FROM-DATE.
           IF WS-RESIDENCY-START > WS-STATE-YEAR-START
               MOVE WS-RESIDENCY-START TO WS-STATE-FROM-DATE
           END-IF.
           MOVE WS-STATE-YEAR-END TO WS-STATE-THRU-DATE.
           IF WS-RESIDENCY-END NOT = ZERO AND
              WS-RESIDENCY-END < WS-STATE-YEAR-END
               MOVE WS-RESIDENCY-END TO WS-STATE-THRU-DATE
           END-IF.

           COMPUTE WS-STATE-YEAR-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-STATE-YEAR-END) -
               FUNCTION INTEGER-OF-DATE(WS-STATE-YEAR-START) + 1.

           IF WS-STATE-FROM-DATE > WS-STATE-THRU-DATE
               MOVE ZERO TO WS-STATE-RESIDENT-DAYS
           ELSE
               COMPUTE WS-STATE-RESIDENT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-STATE-THRU-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-STATE-FROM-DATE) + 1
           END-IF.

       CALCULATE-STATE-BRACKET-TAX SECTION.
       CALC-STATE-BRACKET.
      *Taxes the slice of state taxable income falling between this
      *bracket's floor and the next one's.
           COMPUTE WS-STATE-BAND-FLOOR =
               STX-BRACKET-FLOOR(WS-STATE-BRACKET-IDX) *
               WS-STATE-BRACKET-FACTOR.
           IF WS-STATE-TAXABLE-INCOME <= WS-STATE-BAND-FLOOR
               GO TO CALC-STATE-BRACKET-EXIT
           END-IF.

           MOVE WS-STATE-TAXABLE-INCOME TO WS-STATE-BAND-TOP.
           IF WS-STATE-BRACKET-IDX < STX-BRACKET-COUNT
               COMPUTE WS-STATE-BAND-TOP =
                   STX-BRACKET-FLOOR(WS-STATE-BRACKET-IDX + 1) *
                   WS-STATE-BRACKET-FACTOR
               IF WS-STATE-BAND-TOP > WS-STATE-TAXABLE-INCOME
                   MOVE WS-STATE-TAXABLE-INCOME TO WS-STATE-BAND-TOP
               END-IF
           END-IF.

           COMPUTE WS-STATE-TAX-BEFORE-CR ROUNDED =
               WS-STATE-TAX-BEFORE-CR +
               ((WS-STATE-BAND-TOP - WS-STATE-BAND-FLOOR) *
                STX-BRACKET-RATE(WS-STATE-BRACKET-IDX)).

       CALC-STATE-BRACKET-EXIT.
           EXIT.

       DISPLAY-STATE-RETURN SECTION.
       SHOW-STATE-RETURN.
           IF WS-STATE-CODE = SPACES
               GO TO SHOW-STATE-RETURN-EXIT
           END-IF.

           DISPLAY SPACE.
           IF WS-STATE-COMPUTED NOT = 'Y'
               DISPLAY 'State Return - ' WS-STATE-CODE
                   ' not computed, no state tax table entry for '
                   WS-TAX-YEAR
               GO TO SHOW-STATE-RETURN-EXIT
           END-IF.

           DISPLAY 'State Return - ' WS-STATE-CODE ' ' WS-STATE-NAME.
           IF WS-STATE-RESIDENT-DAYS < WS-STATE-YEAR-DAYS
               DISPLAY '  Part-year resident ' WS-STATE-FROM-DATE
                   ' - ' WS-STATE-THRU-DATE ' (' WS-STATE-RESIDENT-DAYS
                   ' of ' WS-STATE-YEAR-DAYS ' days)'
           ELSE
               DISPLAY '  Full-year resident'
           END-IF.

           IF WS-STATE-RATE-TYPE = 'N'
               DISPLAY '  No state income tax'
           ELSE
               MOVE WS-STATE-BASE-INCOME TO WS-DISPLAY-AMOUNT
               IF WS-STATE-START-POINT = 'T'
                   DISPLAY '  Federal Taxable:    ' WS-DISPLAY-AMOUNT
               ELSE
                   DISPLAY '  Federal AGI:        ' WS-DISPLAY-AMOUNT
               END-IF
               MOVE WS-STATE-DEDUCTION TO WS-DISPLAY-AMOUNT
               DISPLAY '  State Deduction:    ' WS-DISPLAY-AMOUNT
               MOVE WS-STATE-EXEMPTIONS TO WS-DISPLAY-AMOUNT
               DISPLAY '  State Exemptions:   ' WS-DISPLAY-AMOUNT
               MOVE WS-STATE-TAXABLE-INCOME TO WS-DISPLAY-AMOUNT
               DISPLAY '  State Taxable:      ' WS-DISPLAY-AMOUNT
               MOVE WS-STATE-TAX-BEFORE-CR TO WS-DISPLAY-AMOUNT
               DISPLAY '  Tax Before Credits: ' WS-DISPLAY-AMOUNT
               IF WS-STATE-OTHER-CREDIT > ZERO
                   MOVE WS-STATE-OTHER-CREDIT TO WS-DISPLAY-AMOUNT
                   DISPLAY '  Other State Credit: ' WS-DISPLAY-AMOUNT
               END-IF
               MOVE WS-STATE-TAX TO WS-DISPLAY-AMOUNT
               DISPLAY '  State Tax:          ' WS-DISPLAY-AMOUNT
           END-IF.

           MOVE WS-STATE-WITHHOLDING TO WS-DISPLAY-AMOUNT.
           DISPLAY '  State Withholding:  ' WS-DISPLAY-AMOUNT.
           IF WS-STATE-REFUND-OR-OWED >= ZERO
               MOVE WS-STATE-REFUND-OR-OWED TO WS-DISPLAY-AMOUNT
               DISPLAY 'STATE REFUND:         ' WS-DISPLAY-AMOUNT
           ELSE
               COMPUTE WS-DISPLAY-AMOUNT = - WS-STATE-REFUND-OR-OWED
               DISPLAY 'STATE AMOUNT OWED:    ' WS-DISPLAY-AMOUNT
           END-IF.

       SHOW-STATE-RETURN-EXIT.
           EXIT.

       LOAD-INFORMATION-RETURNS SECTION.
       LOAD-INFO-RETURNS.
      *Builds the information return table for the tax year from
      *every source on hand.
           MOVE 'I' TO WS-MATCH-TYPE-CODE(1).
           MOVE 'INTEREST' TO WS-MATCH-TYPE-NAME(1).
           MOVE 'D' TO WS-MATCH-TYPE-CODE(2).
           MOVE 'DIVIDENDS' TO WS-MATCH-TYPE-NAME(2).
           MOVE 'W' TO WS-MATCH-TYPE-CODE(3).
           MOVE 'WAGES' TO WS-MATCH-TYPE-NAME(3).
           MOVE ZERO TO WS-INFO-COUNT.
           MOVE ZERO TO WS-INFO-DROPPED.

           PERFORM LOAD-1099-INT-SOURCE.

           DISPLAY 'Information returns on file for ' WS-TAX-YEAR
               ': ' WS-INFO-COUNT.
           IF WS-INFO-DROPPED > ZERO
               DISPLAY 'Information return table full - '
                   WS-INFO-DROPPED ' not matched'
           END-IF.

       LOAD-1099-INT-SOURCE SECTION.
       LOAD-1099-INT.
           OPEN INPUT INT-1099-EXTRACT-FILE.
           IF WS-I99-FILE-STATUS NOT = '00'
               DISPLAY 'No 1099-INT extract on hand - interest '
                   'not matched'
               GO TO LOAD-1099-INT-EXIT
           END-IF.

           MOVE 'N' TO WS-INFO-EOF.
           PERFORM LOAD-1099-INT-LINE UNTIL WS-INFO-EOF = 'Y'.

           CLOSE INT-1099-EXTRACT-FILE.

       LOAD-1099-INT-EXIT.
           EXIT.

       LOAD-1099-INT-LINE SECTION.
       LOAD-1099-INT-ENTRY.
           READ INT-1099-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-INFO-EOF
                   GO TO LOAD-1099-INT-ENTRY-EXIT
           END-READ.

           MOVE SPACES TO WS-1099-INT-FIELDS.
           UNSTRING INT-1099-EXTRACT-LINE DELIMITED BY '|'
               INTO WS-I99-CUSTOMER-ID
                    WS-I99-ACCOUNT
                    WS-I99-TAX-YEAR
                    WS-I99-INTEREST
                    WS-I99-WITHHELD
                    WS-I99-PAYEE-TIN
           END-UNSTRING.

      *Only this tax year's forms with a payee TIN can be matched.
           IF WS-I99-PAYEE-TIN = SPACES OR
              WS-I99-TAX-YEAR NOT NUMERIC OR
              WS-I99-INTEREST NOT NUMERIC OR
              WS-I99-WITHHELD NOT NUMERIC
               GO TO LOAD-1099-INT-ENTRY-EXIT
           END-IF.
           IF WS-I99-YEAR-NUM NOT = WS-TAX-YEAR
               GO TO LOAD-1099-INT-ENTRY-EXIT
           END-IF.
           IF WS-INFO-COUNT >= WS-INFO-MAX
               ADD 1 TO WS-INFO-DROPPED
               GO TO LOAD-1099-INT-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-INFO-COUNT.
           MOVE '1099-INT' TO WS-INFO-SOURCE(WS-INFO-COUNT).
           MOVE WS-I99-PAYEE-TIN TO WS-INFO-PAYEE-SSN(WS-INFO-COUNT).
           MOVE SPACES TO WS-INFO-PAYER-ID(WS-INFO-COUNT).
           STRING 'ACCOUNT ' WS-I99-ACCOUNT
               DELIMITED BY SIZE
               INTO WS-INFO-PAYER-ID(WS-INFO-COUNT).
           MOVE 'I' TO WS-INFO-TYPE(WS-INFO-COUNT).
           MOVE WS-I99-INTEREST-AMT TO WS-INFO-AMOUNT(WS-INFO-COUNT).
           MOVE WS-I99-WITHHELD-AMT
               TO WS-INFO-WITHHELD(WS-INFO-COUNT).

       LOAD-1099-INT-ENTRY-EXIT.
           EXIT.

       MATCH-INFORMATION-RETURNS SECTION.
       MATCH-INFO.
      *Links an accepted return to the information returns filed
      *under its SSN. When a return is flagged, the shortfall is
      *added back and the return recomputed through
      *CALCULATE-TAX-RETURN - the difference in total tax is the
      *proposed additional tax on the notice.
           IF WS-INFO-COUNT = ZERO
               GO TO MATCH-INFO-EXIT
           END-IF.

           MOVE WS-INTEREST TO WS-MATCH-REPORTED(1).
           MOVE WS-DIVIDENDS TO WS-MATCH-REPORTED(2).
           MOVE WS-WAGES TO WS-MATCH-REPORTED(3).
           MOVE ZERO TO WS-MATCH-INFO-TOTAL(1).
           MOVE ZERO TO WS-MATCH-INFO-TOTAL(2).
           MOVE ZERO TO WS-MATCH-INFO-TOTAL(3).

           PERFORM ADD-INFO-RETURN-AMOUNT
               VARYING WS-INFO-IDX FROM 1 BY 1
               UNTIL WS-INFO-IDX > WS-INFO-COUNT.

           MOVE 'N' TO WS-MATCH-FLAGGED.
           PERFORM CHECK-INCOME-TYPE
               VARYING WS-MATCH-TYPE-IDX FROM 1 BY 1
               UNTIL WS-MATCH-TYPE-IDX > 3.
           IF WS-MATCH-FLAGGED NOT = 'Y'
               GO TO MATCH-INFO-EXIT
           END-IF.

           MOVE WS-TOTAL-TAX TO WS-MATCH-ORIGINAL-TAX.
           ADD WS-MATCH-SHORTFALL(1) TO WS-INTEREST.
           ADD WS-MATCH-SHORTFALL(2) TO WS-DIVIDENDS.
           ADD WS-MATCH-SHORTFALL(3) TO WS-WAGES.
           PERFORM CALCULATE-TAX-RETURN.
           MOVE WS-TOTAL-TAX TO WS-MATCH-PROPOSED-TAX.
           COMPUTE WS-MATCH-ADDITIONAL-TAX =
               WS-MATCH-PROPOSED-TAX - WS-MATCH-ORIGINAL-TAX.

           ADD 1 TO WS-BAT-UNDERREPORTED.
           ADD WS-MATCH-ADDITIONAL-TAX TO WS-BAT-PROPOSED-TAX.
           PERFORM WRITE-UNDERREPORTER-NOTICE.

           MOVE WS-MATCH-ADDITIONAL-TAX TO WS-DISPLAY-AMOUNT.
           DISPLAY '  Underreported income - proposed additional '
               'tax ' WS-DISPLAY-AMOUNT.

       MATCH-INFO-EXIT.
           EXIT.

       ADD-INFO-RETURN-AMOUNT SECTION.
       ADD-INFO-AMOUNT.
           IF WS-INFO-PAYEE-SSN(WS-INFO-IDX) = RTN-SSN
               EVALUATE WS-INFO-TYPE(WS-INFO-IDX)
                   WHEN 'I'
                       ADD WS-INFO-AMOUNT(WS-INFO-IDX)
                           TO WS-MATCH-INFO-TOTAL(1)
                   WHEN 'D'
                       ADD WS-INFO-AMOUNT(WS-INFO-IDX)
                           TO WS-MATCH-INFO-TOTAL(2)
                   WHEN 'W'
                       ADD WS-INFO-AMOUNT(WS-INFO-IDX)
                           TO WS-MATCH-INFO-TOTAL(3)
               END-EVALUATE
           END-IF.

       CHECK-INCOME-TYPE SECTION.
       CHECK-INCOME.
           MOVE ZERO TO WS-MATCH-SHORTFALL(WS-MATCH-TYPE-IDX).
           COMPUTE WS-MATCH-DIFFERENCE =
               WS-MATCH-INFO-TOTAL(WS-MATCH-TYPE-IDX) -
               WS-MATCH-REPORTED(WS-MATCH-TYPE-IDX).
           IF WS-MATCH-DIFFERENCE > WS-MATCH-TOLERANCE
               MOVE WS-MATCH-DIFFERENCE
                   TO WS-MATCH-SHORTFALL(WS-MATCH-TYPE-IDX)
               MOVE 'Y' TO WS-MATCH-FLAGGED
           END-IF.

       WRITE-UNDERREPORTER-NOTICE SECTION.
       WRITE-NOTICE.
           MOVE ALL '*' TO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING 'NOTICE OF PROPOSED CHANGE TO YOUR ' WS-TAX-YEAR
               ' INCOME TAX RETURN   NOTICE DATE ' WS-ACK-DATE
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING 'TAXPAYER: ' RTN-TAXPAYER-NAME
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING 'SSN: XXX-XX-' RTN-SSN(6:4)
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE 'INCOME REPORTED TO US THAT WAS NOT ON YOUR RETURN:'
               TO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.

           PERFORM WRITE-NOTICE-INCOME-TYPE
               VARYING WS-MATCH-TYPE-IDX FROM 1 BY 1
               UNTIL WS-MATCH-TYPE-IDX > 3.

           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE WS-MATCH-ORIGINAL-TAX TO WS-NOTICE-TAX.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING 'TAX AS FILED:               ' WS-NOTICE-TAX
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE WS-MATCH-PROPOSED-TAX TO WS-NOTICE-TAX.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING 'TAX WITH INCOME ADDED:      ' WS-NOTICE-TAX
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE WS-MATCH-ADDITIONAL-TAX TO WS-NOTICE-TAX.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING 'PROPOSED ADDITIONAL TAX:    ' WS-NOTICE-TAX
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE ALL '*' TO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.

       WRITE-NOTICE-INCOME-TYPE SECTION.
       WRITE-NOTICE-TYPE.
      *One block per income type that fell short - every payer
      *that reported that income, then the return's own figure.
           IF WS-MATCH-SHORTFALL(WS-MATCH-TYPE-IDX) = ZERO
               GO TO WRITE-NOTICE-TYPE-EXIT
           END-IF.

           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING '  ' WS-MATCH-TYPE-NAME(WS-MATCH-TYPE-IDX)
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.

           PERFORM WRITE-NOTICE-PAYER
               VARYING WS-INFO-IDX FROM 1 BY 1
               UNTIL WS-INFO-IDX > WS-INFO-COUNT.

           MOVE WS-MATCH-INFO-TOTAL(WS-MATCH-TYPE-IDX)
               TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING '    TOTAL REPORTED BY PAYERS      ' WS-NOTICE-AMOUNT
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE WS-MATCH-REPORTED(WS-MATCH-TYPE-IDX)
               TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING '    REPORTED ON YOUR RETURN       ' WS-NOTICE-AMOUNT
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.
           MOVE WS-MATCH-SHORTFALL(WS-MATCH-TYPE-IDX)
               TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING '    AMOUNT NOT REPORTED           ' WS-NOTICE-AMOUNT
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.

       WRITE-NOTICE-TYPE-EXIT.
           EXIT.

       WRITE-NOTICE-PAYER SECTION.
       WRITE-NOTICE-PAYER-LINE.
           IF WS-INFO-PAYEE-SSN(WS-INFO-IDX) NOT = RTN-SSN OR
              WS-INFO-TYPE(WS-INFO-IDX) NOT =
                  WS-MATCH-TYPE-CODE(WS-MATCH-TYPE-IDX)
               GO TO WRITE-NOTICE-PAYER-EXIT
           END-IF.

           MOVE WS-INFO-AMOUNT(WS-INFO-IDX) TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO UNDERREPORTER-NOTICE-LINE.
           STRING '    ' WS-INFO-SOURCE(WS-INFO-IDX)
               ' ' WS-INFO-PAYER-ID(WS-INFO-IDX)
               WS-NOTICE-AMOUNT
               DELIMITED BY SIZE INTO UNDERREPORTER-NOTICE-LINE.
           WRITE UNDERREPORTER-NOTICE-LINE.

       WRITE-NOTICE-PAYER-EXIT.
           EXIT.
