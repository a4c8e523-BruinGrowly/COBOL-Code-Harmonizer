       IDENTIFICATION DIVISION.
       PROGRAM-ID. LossDevelopment.
      *INSURANCE - LOSS DEVELOPMENT TRIANGLES AND IBNR
      *Builds the quarterly paid and incurred loss triangles the
      *actuaries work from - claims grouped by accident year (year
      *of the date of loss) and claim type, with cumulative losses
      *at each 12-month development age. Paid comes from the claim
      *file's paid amount and paid date; the case reserve at each
      *evaluation date is rebuilt from the reserve history, so
      *incurred is paid plus reserves as they stood on that date.
      *Age-to-age factors are volume-weighted over the accident
      *years with both ages complete, and a chain-ladder projection
      *of each year's latest incurred gives its IBNR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO 'claims.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-NUMBER
               ALTERNATE RECORD KEY IS CLAIM-POLICY-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-FILE-STATUS.

           SELECT RESERVE-HISTORY-FILE
               ASSIGN TO 'claim_reserve_hist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVE-HIST-STATUS.

           SELECT TRIANGLE-REPORT ASSIGN TO 'loss_triangles.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same layout ClaimsAdjudication maintains.
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
           05  CLAIM-PAID-DATE         PIC 9(8).
           05  CLAIM-PAYMENT-REF       PIC X(12).
           05  CLAIM-CASE-RESERVE      PIC 9(9)V99 COMP-3.

      *date|claim|OLD=9(9)V99|NEW=9(9)V99|reason
       FD  RESERVE-HISTORY-FILE.
       01  RESERVE-HISTORY-LINE        PIC X(100).

       FD  TRIANGLE-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CLAIM-FILE-STATUS        PIC XX.
       01  WS-RESERVE-HIST-STATUS      PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X.
               88  WS-EOF              VALUE 'Y'.

      *Valuation control. The triangles are valued at the last
      *completed quarter end before the run date unless the override
      *pins a quarter for a rerun. The ten accident years shown end
      *with the valuation year.
       01  WS-CONTROL.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-VALUATION-OVERRIDE   PIC 9(8) VALUE ZERO.
           05  WS-VALUATION-DATE       PIC 9(8).
           05  WS-VALUATION-PARTS REDEFINES WS-VALUATION-DATE.
               10  WS-VAL-YEAR         PIC 9(4).
               10  WS-VAL-MMDD         PIC 9(4).
           05  WS-FIRST-AY             PIC 9(4).

      *Development cells - one per claim type, accident year and
      *age. An accident year's latest observed age is valued at the
      *valuation date; every earlier age at that year's year end.
       01  WS-TRIANGLES.
           05  WS-TT-COUNT             PIC 9(2) VALUE ZERO.
           05  WS-TT-ENTRY OCCURS 10 TIMES.
               10  WS-TT-TYPE          PIC X(20).
               10  WS-TT-CLAIMS        PIC 9(5).
               10  WS-TT-AY OCCURS 10 TIMES.
                   15  WS-TT-CELL OCCURS 10 TIMES.
                       20  WS-TT-PAID  PIC S9(11)V99 COMP-3.
                       20  WS-TT-RSV   PIC S9(11)V99 COMP-3.
       01  WS-TT-IX                    PIC 9(2).
       01  WS-AY-IX                    PIC 9(2).
       01  WS-AGE-IX                   PIC 9(2).
       01  WS-LATEST-AGE               PIC 9(2).

      *Chain-ladder work for the claim type being reported.
       01  WS-FACTOR-TABLE.
           05  WS-FACTOR-ENTRY OCCURS 10 TIMES.
               10  WS-PAID-FACTOR      PIC 9(3)V9(4).
               10  WS-INC-FACTOR       PIC 9(3)V9(4).
               10  WS-INC-CDF          PIC 9(3)V9(4).
       01  WS-FACTOR-WORK.
           05  WS-SUM-FROM-PAID        PIC S9(13)V99 COMP-3.
           05  WS-SUM-TO-PAID          PIC S9(13)V99 COMP-3.
           05  WS-SUM-FROM-INC         PIC S9(13)V99 COMP-3.
           05  WS-SUM-TO-INC           PIC S9(13)V99 COMP-3.
           05  WS-CELL-INCURRED        PIC S9(11)V99 COMP-3.
           05  WS-NEXT-INCURRED        PIC S9(11)V99 COMP-3.
           05  WS-LATEST-INCURRED      PIC S9(11)V99 COMP-3.
           05  WS-ULTIMATE             PIC S9(11)V99 COMP-3.
           05  WS-IBNR                 PIC S9(11)V99 COMP-3.
           05  WS-TYPE-IBNR            PIC S9(13)V99 COMP-3.
           05  WS-TOTAL-IBNR           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-EVAL-WORK.
           05  WS-EVAL-DATE            PIC 9(8).
           05  WS-MOVE-DATE            PIC 9(8).
           05  WS-MOVE-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WS-LOSS-YEAR            PIC 9(4).

      *Reserve history line fields.
       01  WS-RSV-PARSE.
           05  WS-RSV-DATE-X           PIC X(8).
           05  WS-RSV-DATE REDEFINES WS-RSV-DATE-X
                                       PIC 9(8).
           05  WS-RSV-CLAIM            PIC X(12).
           05  WS-RSV-OLD-TAG          PIC X(15).
           05  WS-RSV-NEW-TAG          PIC X(15).
           05  WS-RSV-OLD-X            PIC X(11).
           05  WS-RSV-OLD REDEFINES WS-RSV-OLD-X
                                       PIC 9(9)V99.
           05  WS-RSV-NEW-X            PIC X(11).
           05  WS-RSV-NEW REDEFINES WS-RSV-NEW-X
                                       PIC 9(9)V99.

       01  WS-STATISTICS.
           05  WS-CLAIMS-READ          PIC 9(6) VALUE ZERO.
           05  WS-CLAIMS-OUTSIDE       PIC 9(6) VALUE ZERO.
           05  WS-RSV-MOVES-APPLIED    PIC 9(6) VALUE ZERO.
           05  WS-RSV-MOVES-SKIPPED    PIC 9(6) VALUE ZERO.

      *Report lines.
       01  WS-TRI-ROW.
           05  WS-ROW-AY               PIC 9(4).
           05  FILLER                  PIC X(4).
           05  WS-ROW-CELL OCCURS 10 TIMES.
               10  WS-ROW-AMT          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X.
       01  WS-TRI-HEADING.
           05  FILLER                  PIC X(8) VALUE 'AY / AGE'.
           05  WS-HDG-CELL OCCURS 10 TIMES.
               10  FILLER              PIC X(8).
               10  WS-HDG-AGE          PIC ZZ9.
               10  FILLER              PIC X.
       01  WS-FACTOR-ROW.
           05  WS-FR-LABEL             PIC X(8).
           05  WS-FR-CELL OCCURS 10 TIMES.
               10  FILLER              PIC X(3).
               10  WS-FR-FACTOR        PIC ZZ9.9999.
               10  FILLER              PIC X.
       01  WS-IBNR-ROW.
           05  WS-IR-AY                PIC 9(4).
           05  FILLER                  PIC X(4).
           05  WS-IR-AGE               PIC ZZ9.
           05  FILLER                  PIC X(3).
           05  WS-IR-LATEST            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3).
           05  WS-IR-CDF               PIC ZZ9.9999.
           05  FILLER                  PIC X(3).
           05  WS-IR-ULTIMATE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3).
           05  WS-IR-IBNR              PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-DISPLAY-AMOUNT           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-LOSS-DEVELOPMENT.
           PERFORM ACCUMULATE-PAID-LOSSES.
           PERFORM ACCUMULATE-CASE-RESERVES.
           PERFORM REPORT-CLAIM-TYPE-TRIANGLES
               VARYING WS-TT-IX FROM 1 BY 1
               UNTIL WS-TT-IX > WS-TT-COUNT.
           PERFORM SHUTDOWN-LOSS-DEVELOPMENT.
           STOP RUN.

       INITIALIZE-LOSS-DEVELOPMENT SECTION.
       INIT-LOSS-DEV.
           DISPLAY '========================================'.
           DISPLAY 'LOSS DEVELOPMENT TRIANGLES AND IBNR'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF WS-VALUATION-OVERRIDE NOT = ZERO
               MOVE WS-VALUATION-OVERRIDE TO WS-VALUATION-DATE
           ELSE
               EVALUATE WS-RUN-MONTH
                   WHEN 1 THRU 3
                       COMPUTE WS-VALUATION-DATE =
                           (WS-RUN-YEAR - 1) * 10000 + 1231
                   WHEN 4 THRU 6
                       COMPUTE WS-VALUATION-DATE =
                           WS-RUN-YEAR * 10000 + 0331
                   WHEN 7 THRU 9
                       COMPUTE WS-VALUATION-DATE =
                           WS-RUN-YEAR * 10000 + 0630
                   WHEN OTHER
                       COMPUTE WS-VALUATION-DATE =
                           WS-RUN-YEAR * 10000 + 0930
               END-EVALUATE
           END-IF.
           COMPUTE WS-FIRST-AY = WS-VAL-YEAR - 9.

           DISPLAY 'Valuation date: ' WS-VALUATION-DATE.
           DISPLAY 'Accident years: ' WS-FIRST-AY ' - ' WS-VAL-YEAR.

           INITIALIZE WS-TRIANGLES.

           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening claim file, status: '
                   WS-CLAIM-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT TRIANGLE-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening triangle report, status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'LOSS DEVELOPMENT TRIANGLES - VALUED '
                  WS-VALUATION-DATE
                  '  (AGES IN MONTHS FROM START OF ACCIDENT YEAR)'
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       SET-EVALUATION-DATE SECTION.
       SET-EVAL-DATE.
      *Age 12 is the accident year's own year end, age 24 the next,
      *and so on - except the latest age, valued as of today's
      *valuation date.
           COMPUTE WS-LATEST-AGE = 11 - WS-AY-IX.
           IF WS-AGE-IX = WS-LATEST-AGE
               MOVE WS-VALUATION-DATE TO WS-EVAL-DATE
           ELSE
               COMPUTE WS-EVAL-DATE =
                   (WS-FIRST-AY + WS-AY-IX + WS-AGE-IX - 2) * 10000
                   + 1231
           END-IF.

       FIND-CLAIM-CELLS SECTION.
       FIND-CELLS.
      *Locates the claim's type and accident year; WS-AY-IX is
      *left at zero when the loss falls outside the ten years shown.
           MOVE ZERO TO WS-AY-IX.
           MOVE CLAIM-DATE-OF-LOSS (1:4) TO WS-LOSS-YEAR.
           IF CLAIM-DATE-OF-LOSS > WS-VALUATION-DATE OR
              WS-LOSS-YEAR < WS-FIRST-AY
               GO TO FIND-CELLS-EXIT
           END-IF.

           PERFORM VARYING WS-TT-IX FROM 1 BY 1
                   UNTIL WS-TT-IX > WS-TT-COUNT
               IF WS-TT-TYPE (WS-TT-IX) = CLAIM-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-TT-IX > WS-TT-COUNT
               IF WS-TT-COUNT >= 10
                   DISPLAY 'Claim type table full - not triangled: '
                       CLAIM-TYPE
                   GO TO FIND-CELLS-EXIT
               END-IF
               ADD 1 TO WS-TT-COUNT
               MOVE WS-TT-COUNT TO WS-TT-IX
               MOVE CLAIM-TYPE TO WS-TT-TYPE (WS-TT-IX)
           END-IF.

           COMPUTE WS-AY-IX = WS-LOSS-YEAR - WS-FIRST-AY + 1.

       FIND-CELLS-EXIT.
           EXIT.

       ACCUMULATE-PAID-LOSSES SECTION.
       ACCUM-PAID.
           MOVE LOW-VALUES TO CLAIM-NUMBER.
           START CLAIM-FILE KEY > CLAIM-NUMBER
               INVALID KEY
                   DISPLAY 'Claim file is empty'
                   GO TO ACCUM-PAID-EXIT
           END-START.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       PERFORM ACCUMULATE-ONE-CLAIM
               END-READ
           END-PERFORM.

       ACCUM-PAID-EXIT.
           EXIT.

       ACCUMULATE-ONE-CLAIM SECTION.
       ACCUM-ONE-CLAIM.
           PERFORM FIND-CLAIM-CELLS.
           IF WS-AY-IX = ZERO
               ADD 1 TO WS-CLAIMS-OUTSIDE
               GO TO ACCUM-ONE-CLAIM-EXIT
           END-IF.
           ADD 1 TO WS-TT-CLAIMS (WS-TT-IX).

           IF CLAIM-STATUS NOT = 'APPROVED' OR
              CLAIM-PAID-DATE = ZERO
               GO TO ACCUM-ONE-CLAIM-EXIT
           END-IF.

      *A payment counts at every age valued on or after its date.
           MOVE CLAIM-PAID-DATE TO WS-MOVE-DATE.
           MOVE CLAIM-APPROVED-AMT TO WS-MOVE-AMOUNT.
           COMPUTE WS-LATEST-AGE = 11 - WS-AY-IX.
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-LATEST-AGE
               PERFORM SET-EVALUATION-DATE
               IF WS-EVAL-DATE >= WS-MOVE-DATE
                   ADD WS-MOVE-AMOUNT TO
                       WS-TT-PAID (WS-TT-IX, WS-AY-IX, WS-AGE-IX)
               END-IF
           END-PERFORM.

       ACCUM-ONE-CLAIM-EXIT.
           EXIT.

       ACCUMULATE-CASE-RESERVES SECTION.
       ACCUM-RESERVES.
      *Every reserve movement is applied as its change (new less
      *old) to each age valued on or after the movement, so a cell
      *ends up holding the claims' reserves as they stood that day.
           OPEN INPUT RESERVE-HISTORY-FILE.
           IF WS-RESERVE-HIST-STATUS NOT = '00'
               DISPLAY 'No reserve history - incurred equals paid'
               GO TO ACCUM-RESERVES-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ RESERVE-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-RESERVE-MOVEMENT
               END-READ
           END-PERFORM.
           CLOSE RESERVE-HISTORY-FILE.

       ACCUM-RESERVES-EXIT.
           EXIT.

       APPLY-RESERVE-MOVEMENT SECTION.
       APPLY-RSV-MOVE.
           MOVE SPACES TO WS-RSV-PARSE.
           UNSTRING RESERVE-HISTORY-LINE DELIMITED BY '|'
               INTO WS-RSV-DATE-X WS-RSV-CLAIM
                    WS-RSV-OLD-TAG WS-RSV-NEW-TAG
           END-UNSTRING.
           MOVE WS-RSV-OLD-TAG (5:11) TO WS-RSV-OLD-X.
           MOVE WS-RSV-NEW-TAG (5:11) TO WS-RSV-NEW-X.

           IF WS-RSV-DATE-X NOT NUMERIC OR
              WS-RSV-OLD-TAG (1:4) NOT = 'OLD=' OR
              WS-RSV-NEW-TAG (1:4) NOT = 'NEW=' OR
              WS-RSV-OLD-X NOT NUMERIC OR
              WS-RSV-NEW-X NOT NUMERIC OR
              WS-RSV-DATE > WS-VALUATION-DATE
               ADD 1 TO WS-RSV-MOVES-SKIPPED
               GO TO APPLY-RSV-MOVE-EXIT
           END-IF.

           MOVE WS-RSV-CLAIM TO CLAIM-NUMBER.
           READ CLAIM-FILE KEY IS CLAIM-NUMBER
               INVALID KEY
                   ADD 1 TO WS-RSV-MOVES-SKIPPED
                   GO TO APPLY-RSV-MOVE-EXIT
           END-READ.

           PERFORM FIND-CLAIM-CELLS.
           IF WS-AY-IX = ZERO
               ADD 1 TO WS-RSV-MOVES-SKIPPED
               GO TO APPLY-RSV-MOVE-EXIT
           END-IF.

           ADD 1 TO WS-RSV-MOVES-APPLIED.
           MOVE WS-RSV-DATE TO WS-MOVE-DATE.
           COMPUTE WS-MOVE-AMOUNT = WS-RSV-NEW - WS-RSV-OLD.
           COMPUTE WS-LATEST-AGE = 11 - WS-AY-IX.
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-LATEST-AGE
               PERFORM SET-EVALUATION-DATE
               IF WS-EVAL-DATE >= WS-MOVE-DATE
                   ADD WS-MOVE-AMOUNT TO
                       WS-TT-RSV (WS-TT-IX, WS-AY-IX, WS-AGE-IX)
               END-IF
           END-PERFORM.

       APPLY-RSV-MOVE-EXIT.
           EXIT.

       REPORT-CLAIM-TYPE-TRIANGLES SECTION.
       REPORT-TYPE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '=' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLAIM TYPE: ' WS-TT-TYPE (WS-TT-IX)
                  '  CLAIMS: ' WS-TT-CLAIMS (WS-TT-IX)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CALCULATE-DEVELOPMENT-FACTORS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CUMULATIVE PAID LOSSES' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-AGE-HEADING.
           PERFORM WRITE-PAID-ROW
               VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10.
           MOVE 'PAID' TO WS-FR-LABEL.
           PERFORM WRITE-FACTOR-ROW.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CUMULATIVE INCURRED LOSSES (PAID + CASE RESERVES)'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-AGE-HEADING.
           PERFORM WRITE-INCURRED-ROW
               VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10.
           MOVE 'INCURRED' TO WS-FR-LABEL.
           PERFORM WRITE-FACTOR-ROW.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHAIN-LADDER IBNR' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AY      AGE   LATEST INCURRED  AGE-TO-ULT'
                  '          ULTIMATE              IBNR'
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-TYPE-IBNR.
           PERFORM WRITE-IBNR-ROW
               VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10.

           MOVE WS-TYPE-IBNR TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL IBNR ' WS-TT-TYPE (WS-TT-IX)
                  ': ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-TYPE-IBNR TO WS-TOTAL-IBNR.
           DISPLAY '  ' WS-TT-TYPE (WS-TT-IX) ' IBNR '
               WS-DISPLAY-AMOUNT.

       CALCULATE-DEVELOPMENT-FACTORS SECTION.
       CALC-FACTORS.
      *Factor from age n to n+1 weighs together every accident year
      *whose age n+1 is a full year-end value - the latest diagonal
      *is part-year and would understate development. With no data
      *behind a factor it is taken as 1.
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > 10
               MOVE ZERO TO WS-SUM-FROM-PAID WS-SUM-TO-PAID
                            WS-SUM-FROM-INC WS-SUM-TO-INC
               IF WS-AGE-IX < 10
                   PERFORM ADD-FACTOR-YEAR
                       VARYING WS-AY-IX FROM 1 BY 1
                       UNTIL WS-AY-IX > 10
               END-IF
               MOVE 1 TO WS-PAID-FACTOR (WS-AGE-IX)
               MOVE 1 TO WS-INC-FACTOR (WS-AGE-IX)
               IF WS-SUM-FROM-PAID > ZERO AND WS-SUM-TO-PAID > ZERO
                   COMPUTE WS-PAID-FACTOR (WS-AGE-IX) ROUNDED =
                       WS-SUM-TO-PAID / WS-SUM-FROM-PAID
               END-IF
               IF WS-SUM-FROM-INC > ZERO AND WS-SUM-TO-INC > ZERO
                   COMPUTE WS-INC-FACTOR (WS-AGE-IX) ROUNDED =
                       WS-SUM-TO-INC / WS-SUM-FROM-INC
               END-IF
           END-PERFORM.

      *Age-to-ultimate is the product of the factors from that age
      *on; the oldest age carries no tail.
           MOVE WS-INC-FACTOR (10) TO WS-INC-CDF (10).
           PERFORM VARYING WS-AGE-IX FROM 9 BY -1
                   UNTIL WS-AGE-IX < 1
               COMPUTE WS-INC-CDF (WS-AGE-IX) ROUNDED =
                   WS-INC-CDF (WS-AGE-IX + 1) *
                   WS-INC-FACTOR (WS-AGE-IX)
           END-PERFORM.

       ADD-FACTOR-YEAR SECTION.
       ADD-FACTOR-YR.
           COMPUTE WS-LATEST-AGE = 11 - WS-AY-IX.
           IF WS-AGE-IX + 1 > WS-LATEST-AGE
               GO TO ADD-FACTOR-YR-EXIT
           END-IF.
           IF WS-AGE-IX + 1 = WS-LATEST-AGE AND
              WS-VAL-MMDD NOT = 1231
               GO TO ADD-FACTOR-YR-EXIT
           END-IF.

           ADD WS-TT-PAID (WS-TT-IX, WS-AY-IX, WS-AGE-IX)
               TO WS-SUM-FROM-PAID.
           ADD WS-TT-PAID (WS-TT-IX, WS-AY-IX, WS-AGE-IX + 1)
               TO WS-SUM-TO-PAID.
           COMPUTE WS-SUM-FROM-INC = WS-SUM-FROM-INC +
               WS-TT-PAID (WS-TT-IX, WS-AY-IX, WS-AGE-IX) +
               WS-TT-RSV (WS-TT-IX, WS-AY-IX, WS-AGE-IX).
           COMPUTE WS-SUM-TO-INC = WS-SUM-TO-INC +
               WS-TT-PAID (WS-TT-IX, WS-AY-IX, WS-AGE-IX + 1) +
               WS-TT-RSV (WS-TT-IX, WS-AY-IX, WS-AGE-IX + 1).

       ADD-FACTOR-YR-EXIT.
           EXIT.

       WRITE-AGE-HEADING SECTION.
       WRITE-AGE-HDG.
           MOVE SPACES TO WS-TRI-HEADING.
           MOVE 'AY / AGE' TO WS-TRI-HEADING (1:8).
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > 10
               COMPUTE WS-HDG-AGE (WS-AGE-IX) = WS-AGE-IX * 12
           END-PERFORM.
           MOVE WS-TRI-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-PAID-ROW SECTION.
       WRITE-PAID.
           MOVE SPACES TO WS-TRI-ROW.
           COMPUTE WS-ROW-AY = WS-FIRST-AY + WS-AY-IX - 1.
           COMPUTE WS-LATEST-AGE = 11 - WS-AY-IX.
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-LATEST-AGE
               MOVE WS-TT-PAID (WS-TT-IX, WS-AY-IX, WS-AGE-IX)
                   TO WS-ROW-AMT (WS-AGE-IX)
           END-PERFORM.
           MOVE WS-TRI-ROW TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-INCURRED-ROW SECTION.
       WRITE-INCURRED.
           MOVE SPACES TO WS-TRI-ROW.
           COMPUTE WS-ROW-AY = WS-FIRST-AY + WS-AY-IX - 1.
           COMPUTE WS-LATEST-AGE = 11 - WS-AY-IX.
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-LATEST-AGE
               COMPUTE WS-CELL-INCURRED =
                   WS-TT-PAID (WS-TT-IX, WS-AY-IX, WS-AGE-IX) +
                   WS-TT-RSV (WS-TT-IX, WS-AY-IX, WS-AGE-IX)
               MOVE WS-CELL-INCURRED TO WS-ROW-AMT (WS-AGE-IX)
           END-PERFORM.
           MOVE WS-TRI-ROW TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-FACTOR-ROW SECTION.
       WRITE-FACTORS.
      *Age-to-age factors print under the age they develop from.
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > 10
               MOVE SPACES TO WS-FR-CELL (WS-AGE-IX)
               IF WS-AGE-IX < 10
                   IF WS-FR-LABEL = 'PAID'
                       MOVE WS-PAID-FACTOR (WS-AGE-IX)
                           TO WS-FR-FACTOR (WS-AGE-IX)
                   ELSE
                       MOVE WS-INC-FACTOR (WS-AGE-IX)
                           TO WS-FR-FACTOR (WS-AGE-IX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-FACTOR-ROW TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-IBNR-ROW SECTION.
       WRITE-IBNR.
           COMPUTE WS-LATEST-AGE = 11 - WS-AY-IX.
           COMPUTE WS-LATEST-INCURRED =
               WS-TT-PAID (WS-TT-IX, WS-AY-IX, WS-LATEST-AGE) +
               WS-TT-RSV (WS-TT-IX, WS-AY-IX, WS-LATEST-AGE).
           COMPUTE WS-ULTIMATE ROUNDED =
               WS-LATEST-INCURRED * WS-INC-CDF (WS-LATEST-AGE).
           COMPUTE WS-IBNR = WS-ULTIMATE - WS-LATEST-INCURRED.
           ADD WS-IBNR TO WS-TYPE-IBNR.

           MOVE SPACES TO WS-IBNR-ROW.
           COMPUTE WS-IR-AY = WS-FIRST-AY + WS-AY-IX - 1.
           COMPUTE WS-IR-AGE = WS-LATEST-AGE * 12.
           MOVE WS-LATEST-INCURRED TO WS-IR-LATEST.
           MOVE WS-INC-CDF (WS-LATEST-AGE) TO WS-IR-CDF.
           MOVE WS-ULTIMATE TO WS-IR-ULTIMATE.
           MOVE WS-IBNR TO WS-IR-IBNR.
           MOVE WS-IBNR-ROW TO REPORT-LINE.
           WRITE REPORT-LINE.

       SHUTDOWN-LOSS-DEVELOPMENT SECTION.
       SHUTDOWN-LOSS-DEV.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-IBNR TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL IBNR ALL CLAIM TYPES: ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY SPACE.
           MOVE WS-CLAIMS-READ TO WS-DISPLAY-COUNT.
           DISPLAY 'Claims read              : ' WS-DISPLAY-COUNT.
           MOVE WS-CLAIMS-OUTSIDE TO WS-DISPLAY-COUNT.
           DISPLAY 'Outside accident years   : ' WS-DISPLAY-COUNT.
           MOVE WS-RSV-MOVES-APPLIED TO WS-DISPLAY-COUNT.
           DISPLAY 'Reserve movements applied: ' WS-DISPLAY-COUNT.
           MOVE WS-RSV-MOVES-SKIPPED TO WS-DISPLAY-COUNT.
           DISPLAY 'Reserve movements skipped: ' WS-DISPLAY-COUNT.
           DISPLAY 'Total IBNR               : ' WS-DISPLAY-AMOUNT.
           DISPLAY 'Triangles written - see loss_triangles.txt'.

           CLOSE CLAIM-FILE.
           CLOSE TRIANGLE-REPORT.
