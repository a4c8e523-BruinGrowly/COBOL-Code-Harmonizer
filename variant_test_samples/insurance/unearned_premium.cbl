       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnearnedPremium.
      *INSURANCE - MONTH-END UNEARNED PREMIUM RESERVE
      *Values every policy on PolicyAdministration's policy master at
      *month end - written, earned-to-date and unearned premium on a
      *daily pro-rata basis over the policy term, with the premium
      *rate stepped at each mid-term endorsement and the term cut
      *short by a cancellation or lapse. Writes a policy detail file
      *and a summary by policy type; the summary carries the month's
      *earned premium for GLInterface to post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER ASSIGN TO 'policymas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NUMBER
               ALTERNATE RECORD KEY IS PM-CUSTOMER-ID
               FILE STATUS IS WS-POLMAS-FILE-STATUS.

           SELECT ENDORSE-HISTORY-FILE
               ASSIGN TO 'policy_endorse_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENDORSE-HIST-STATUS.

           SELECT UPR-DETAIL-FILE ASSIGN TO 'upr_detail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

      *Summary by policy type - also GLInterface's earned premium
      *source, one line per type:
      *run date|valuation date|policy type|written|earned to date|
      *unearned|earned this month - amounts unedited 9(9)V99.
           SELECT UPR-SUMMARY-FILE ASSIGN TO 'upr_summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  PM-NONRENEW-FLAG        PIC X.
           05  PM-NONRENEW-REASON      PIC X(3).
           05  PM-NONRENEW-NOTICE-DT   PIC 9(8).
           05  PM-CANCEL-DATE          PIC 9(8).
           05  PM-REINSTATE-DATE       PIC 9(8).
           05  PM-DEDUCTIBLE           PIC 9(5).

      *Same layout PolicyAdministration writes.
       FD  ENDORSE-HISTORY-FILE.
       01  ENDORSE-HISTORY-RECORD.
           05  EH-KEY.
               10  EH-POLICY-NUMBER    PIC X(15).
               10  EH-EFFECTIVE-DATE   PIC 9(8).
               10  EH-SEQUENCE         PIC 9(3).
           05  EH-OLD-COVERAGE         PIC 9(10)V99 COMP-3.
           05  EH-NEW-COVERAGE         PIC 9(10)V99 COMP-3.
           05  EH-OLD-PREMIUM          PIC 9(7)V99 COMP-3.
           05  EH-NEW-PREMIUM          PIC 9(7)V99 COMP-3.
           05  EH-ADDL-PREMIUM         PIC S9(7)V99 COMP-3.
           05  EH-PROCESS-DATE         PIC 9(8).

       FD  UPR-DETAIL-FILE.
       01  UPR-DETAIL-LINE             PIC X(200).

       FD  UPR-SUMMARY-FILE.
       01  UPR-SUMMARY-LINE            PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-POLMAS-FILE-STATUS       PIC XX.
       01  WS-ENDORSE-HIST-STATUS      PIC XX.
       01  WS-DETAIL-FILE-STATUS       PIC XX.
       01  WS-SUMMARY-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X.
               88  WS-EOF              VALUE 'Y'.
           05  WS-ENDORSE-OPEN-SW      PIC X VALUE 'N'.
               88  WS-ENDORSE-OPEN     VALUE 'Y'.
           05  WS-ENDORSE-SCAN-SW      PIC X.
               88  WS-ENDORSE-SCAN-DONE VALUE 'Y'.

      *Valuation control. The valuation date is the month end being
      *closed - the last day of the month before the run date. The
      *override pins it for a rerun; it defaults to the month end
      *after the canned Nov 2024 policy cycle. Set to ZERO to take
      *the month end from the system clock.
       01  WS-CONTROL.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-VALUATION-OVERRIDE   PIC 9(8) VALUE 20241130.
           05  WS-VALUATION-DATE       PIC 9(8).
           05  WS-VALUATION-PARTS REDEFINES WS-VALUATION-DATE.
               10  WS-VAL-YEAR         PIC 9(4).
               10  WS-VAL-MONTH        PIC 9(2).
               10  WS-VAL-DAY          PIC 9(2).
           05  WS-PRIOR-MONTH-END      PIC 9(8).
           05  WS-MONTH-START          PIC 9(8).

      *One policy's valuation. Day counts run from the effective
      *date to the day cover ends, so an as-of date earns through
      *the end of that day.
       01  WS-POLICY-VALUATION.
           05  WS-COVER-END-DATE       PIC 9(8).
           05  WS-TERM-DAYS            PIC 9(5).
           05  WS-AS-OF-DATE           PIC 9(8).
           05  WS-AS-OF-INT            PIC 9(7).
           05  WS-SEG-START-INT        PIC 9(7).
           05  WS-SEG-END-INT          PIC 9(7).
           05  WS-SEG-DAYS             PIC S9(5).
           05  WS-EARNED-WORK          PIC 9(9)V99.
           05  WS-WRITTEN-PREMIUM      PIC 9(9)V99.
           05  WS-EARNED-TO-DATE       PIC 9(9)V99.
           05  WS-EARNED-PRIOR         PIC 9(9)V99.
           05  WS-EARNED-MONTH         PIC 9(9)V99.
           05  WS-UNEARNED-PREMIUM     PIC 9(9)V99.

      *Premium rate segments across the term - the opening annual
      *premium, then one segment per endorsement effective in the
      *term, each running to the next change or to cover end.
       01  WS-SEGMENT-TABLE.
           05  WS-SEG-COUNT            PIC 9(2).
           05  WS-SEG-ENTRY OCCURS 12 TIMES.
               10  WS-SEG-FROM-DATE    PIC 9(8).
               10  WS-SEG-PREMIUM      PIC 9(7)V99.
       01  WS-SEG-IX                   PIC 9(2).

      *Totals by policy type.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-TYPE-ENTRY OCCURS 10 TIMES.
               10  WS-TYPE-NAME        PIC X(20).
               10  WS-TYPE-POLICIES    PIC 9(5).
               10  WS-TYPE-WRITTEN     PIC 9(9)V99.
               10  WS-TYPE-EARNED      PIC 9(9)V99.
               10  WS-TYPE-UNEARNED    PIC 9(9)V99.
               10  WS-TYPE-EARNED-MTH  PIC 9(9)V99.
       01  WS-TYPE-IX                  PIC 9(2).

       01  WS-STATISTICS.
           05  WS-POLICIES-READ        PIC 9(6) VALUE ZERO.
           05  WS-POLICIES-VALUED      PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-WRITTEN        PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-EARNED         PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-UNEARNED       PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-EARNED-MTH     PIC 9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$$,$$9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-UPR-RUN.
           PERFORM VALUE-POLICY-MASTER.
           PERFORM WRITE-UPR-SUMMARY.
           PERFORM SHUTDOWN-UPR-RUN.
           STOP RUN.

       INITIALIZE-UPR-RUN SECTION.
       INIT-UPR.
           DISPLAY '========================================'.
           DISPLAY 'MONTH-END UNEARNED PREMIUM RESERVE'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM DERIVE-VALUATION-DATE.

           MOVE WS-VALUATION-DATE TO WS-MONTH-START.
           MOVE 01 TO WS-MONTH-START (7:2).
           COMPUTE WS-PRIOR-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).

           DISPLAY 'Valuation date: ' WS-VALUATION-DATE.

           OPEN INPUT POLICY-MASTER.
           IF WS-POLMAS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening policy master, status: '
                   WS-POLMAS-FILE-STATUS
               STOP RUN
           END-IF.

      *No endorsement history simply means every policy has carried
      *one premium rate all term.
           OPEN INPUT ENDORSE-HISTORY-FILE.
           IF WS-ENDORSE-HIST-STATUS = '00'
               SET WS-ENDORSE-OPEN TO TRUE
           ELSE
               DISPLAY 'No endorsement history - policies valued '
                   'at current premium'
           END-IF.

           OPEN OUTPUT UPR-DETAIL-FILE.
           OPEN OUTPUT UPR-SUMMARY-FILE.
           IF WS-DETAIL-FILE-STATUS NOT = '00' OR
              WS-SUMMARY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening UPR output files'
               STOP RUN
           END-IF.

           MOVE SPACES TO UPR-DETAIL-LINE.
           STRING 'VALUATION|POLICY|TYPE|STATUS|EFFECTIVE|EXPIRES|'
                  'COVER END|WRITTEN|EARNED TO DATE|UNEARNED|'
                  'EARNED THIS MONTH'
                  DELIMITED BY SIZE INTO UPR-DETAIL-LINE.
           WRITE UPR-DETAIL-LINE.

       DERIVE-VALUATION-DATE SECTION.
       DERIVE-VAL-DATE.
           IF WS-VALUATION-OVERRIDE NOT = ZERO
               MOVE WS-VALUATION-OVERRIDE TO WS-VALUATION-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-MONTH-START
               MOVE 01 TO WS-MONTH-START (7:2)
               COMPUTE WS-VALUATION-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
           END-IF.

       VALUE-POLICY-MASTER SECTION.
       VALUE-MASTER.
           MOVE LOW-VALUES TO PM-POLICY-NUMBER.
           START POLICY-MASTER KEY > PM-POLICY-NUMBER
               INVALID KEY
                   DISPLAY 'Policy master is empty'
                   GO TO VALUE-MASTER-EXIT
           END-START.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ POLICY-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICIES-READ
                       PERFORM VALUE-ONE-POLICY
               END-READ
           END-PERFORM.

       VALUE-MASTER-EXIT.
           EXIT.

       VALUE-ONE-POLICY SECTION.
       VALUE-POLICY.
      *Only bound business carries a reserve - a policy not yet in
      *effect at month end has written nothing, and one whose cover
      *ended before this month began was fully earned last month.
           IF PM-EFFECTIVE-DATE = ZERO OR
              PM-EXPIRATION-DATE <= PM-EFFECTIVE-DATE OR
              PM-EFFECTIVE-DATE > WS-VALUATION-DATE
               GO TO VALUE-POLICY-EXIT
           END-IF.

      *Cover ends at expiration unless cancelled or lapsed first.
           MOVE PM-EXPIRATION-DATE TO WS-COVER-END-DATE.
           IF PM-CANCEL-DATE NOT = ZERO AND
              PM-CANCEL-DATE < WS-COVER-END-DATE
               MOVE PM-CANCEL-DATE TO WS-COVER-END-DATE
           END-IF.
           IF PM-STATUS = 'LAPSED' AND PM-LAPSE-DATE NOT = ZERO AND
              PM-LAPSE-DATE < WS-COVER-END-DATE
               MOVE PM-LAPSE-DATE TO WS-COVER-END-DATE
           END-IF.
           IF WS-COVER-END-DATE < PM-EFFECTIVE-DATE
               MOVE PM-EFFECTIVE-DATE TO WS-COVER-END-DATE
           END-IF.

           IF WS-COVER-END-DATE <= WS-PRIOR-MONTH-END
               GO TO VALUE-POLICY-EXIT
           END-IF.

           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(PM-EXPIRATION-DATE)
               - FUNCTION INTEGER-OF-DATE(PM-EFFECTIVE-DATE).

           PERFORM BUILD-PREMIUM-SEGMENTS.

      *Written premium is what the term earns through cover end -
      *the full term for a policy running to expiration, net of the
      *return premium on one that was cancelled or lapsed.
           MOVE WS-COVER-END-DATE TO WS-AS-OF-DATE.
           PERFORM CALCULATE-EARNED-AS-OF.
           MOVE WS-EARNED-WORK TO WS-WRITTEN-PREMIUM.

           MOVE WS-VALUATION-DATE TO WS-AS-OF-DATE.
           PERFORM CALCULATE-EARNED-AS-OF.
           MOVE WS-EARNED-WORK TO WS-EARNED-TO-DATE.

           MOVE WS-PRIOR-MONTH-END TO WS-AS-OF-DATE.
           PERFORM CALCULATE-EARNED-AS-OF.
           MOVE WS-EARNED-WORK TO WS-EARNED-PRIOR.

           COMPUTE WS-UNEARNED-PREMIUM =
               WS-WRITTEN-PREMIUM - WS-EARNED-TO-DATE.
           COMPUTE WS-EARNED-MONTH =
               WS-EARNED-TO-DATE - WS-EARNED-PRIOR.

           ADD 1 TO WS-POLICIES-VALUED.
           PERFORM WRITE-UPR-DETAIL.
           PERFORM ACCUMULATE-POLICY-TYPE.

       VALUE-POLICY-EXIT.
           EXIT.

       BUILD-PREMIUM-SEGMENTS SECTION.
       BUILD-SEGMENTS.
      *The opening rate is the premium the first in-term endorsement
      *replaced; with no endorsement in the term it is the premium
      *on the master.
           MOVE 1 TO WS-SEG-COUNT.
           MOVE PM-EFFECTIVE-DATE TO WS-SEG-FROM-DATE (1).
           MOVE PM-PREMIUM-ANNUAL TO WS-SEG-PREMIUM (1).

           IF NOT WS-ENDORSE-OPEN
               GO TO BUILD-SEGMENTS-EXIT
           END-IF.

           MOVE PM-POLICY-NUMBER TO EH-POLICY-NUMBER.
           MOVE PM-EFFECTIVE-DATE TO EH-EFFECTIVE-DATE.
           MOVE ZERO TO EH-SEQUENCE.
           START ENDORSE-HISTORY-FILE KEY IS NOT LESS THAN EH-KEY
               INVALID KEY
                   GO TO BUILD-SEGMENTS-EXIT
           END-START.

           MOVE 'N' TO WS-ENDORSE-SCAN-SW.
           PERFORM UNTIL WS-ENDORSE-SCAN-DONE
               READ ENDORSE-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-ENDORSE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF EH-POLICY-NUMBER NOT = PM-POLICY-NUMBER OR
                          EH-EFFECTIVE-DATE >= PM-EXPIRATION-DATE
                           SET WS-ENDORSE-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM ADD-PREMIUM-SEGMENT
                       END-IF
               END-READ
           END-PERFORM.

       BUILD-SEGMENTS-EXIT.
           EXIT.

       ADD-PREMIUM-SEGMENT SECTION.
       ADD-SEGMENT.
           IF WS-SEG-COUNT = 1 AND
              WS-SEG-FROM-DATE (1) = PM-EFFECTIVE-DATE AND
              EH-EFFECTIVE-DATE > PM-EFFECTIVE-DATE
               MOVE EH-OLD-PREMIUM TO WS-SEG-PREMIUM (1)
           END-IF.

      *An endorsement effective on the first day of the term simply
      *replaces the opening rate.
           IF EH-EFFECTIVE-DATE = WS-SEG-FROM-DATE (WS-SEG-COUNT)
               MOVE EH-NEW-PREMIUM TO WS-SEG-PREMIUM (WS-SEG-COUNT)
               GO TO ADD-SEGMENT-EXIT
           END-IF.

           IF WS-SEG-COUNT < 12
               ADD 1 TO WS-SEG-COUNT
               MOVE EH-EFFECTIVE-DATE TO
                   WS-SEG-FROM-DATE (WS-SEG-COUNT)
               MOVE EH-NEW-PREMIUM TO WS-SEG-PREMIUM (WS-SEG-COUNT)
           END-IF.

       ADD-SEGMENT-EXIT.
           EXIT.

       CALCULATE-EARNED-AS-OF SECTION.
       CALC-EARNED.
      *Each segment earns its annual rate over the days it was in
      *force up to the end of the as-of date, never past cover end.
           MOVE ZERO TO WS-EARNED-WORK.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) + 1.
           IF WS-AS-OF-INT >
              FUNCTION INTEGER-OF-DATE(WS-COVER-END-DATE)
               COMPUTE WS-AS-OF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-COVER-END-DATE)
           END-IF.

           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > WS-SEG-COUNT
               COMPUTE WS-SEG-START-INT = FUNCTION INTEGER-OF-DATE
                   (WS-SEG-FROM-DATE (WS-SEG-IX))
               IF WS-SEG-IX < WS-SEG-COUNT
                   COMPUTE WS-SEG-END-INT = FUNCTION INTEGER-OF-DATE
                       (WS-SEG-FROM-DATE (WS-SEG-IX + 1))
               ELSE
                   COMPUTE WS-SEG-END-INT = FUNCTION INTEGER-OF-DATE
                       (PM-EXPIRATION-DATE)
               END-IF
               IF WS-SEG-END-INT > WS-AS-OF-INT
                   MOVE WS-AS-OF-INT TO WS-SEG-END-INT
               END-IF
               COMPUTE WS-SEG-DAYS = WS-SEG-END-INT - WS-SEG-START-INT
               IF WS-SEG-DAYS > ZERO
                   COMPUTE WS-EARNED-WORK ROUNDED = WS-EARNED-WORK +
                       WS-SEG-PREMIUM (WS-SEG-IX) * WS-SEG-DAYS
                       / WS-TERM-DAYS
               END-IF
           END-PERFORM.

       WRITE-UPR-DETAIL SECTION.
       WRITE-DETAIL.
           MOVE SPACES TO UPR-DETAIL-LINE.
           STRING WS-VALUATION-DATE
                  '|' PM-POLICY-NUMBER
                  '|' PM-POLICY-TYPE
                  '|' PM-STATUS
                  '|' PM-EFFECTIVE-DATE
                  '|' PM-EXPIRATION-DATE
                  '|' WS-COVER-END-DATE
                  '|' WS-WRITTEN-PREMIUM
                  '|' WS-EARNED-TO-DATE
                  '|' WS-UNEARNED-PREMIUM
                  '|' WS-EARNED-MONTH
                  DELIMITED BY SIZE INTO UPR-DETAIL-LINE.
           WRITE UPR-DETAIL-LINE.

       ACCUMULATE-POLICY-TYPE SECTION.
       ACCUM-TYPE.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > WS-TYPE-COUNT
               IF WS-TYPE-NAME (WS-TYPE-IX) = PM-POLICY-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-TYPE-IX > WS-TYPE-COUNT
               IF WS-TYPE-COUNT >= 10
                   DISPLAY 'Policy type table full - not summarized: '
                       PM-POLICY-TYPE
                   GO TO ACCUM-TYPE-EXIT
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-IX
               MOVE PM-POLICY-TYPE TO WS-TYPE-NAME (WS-TYPE-IX)
               MOVE ZERO TO WS-TYPE-POLICIES (WS-TYPE-IX)
               MOVE ZERO TO WS-TYPE-WRITTEN (WS-TYPE-IX)
               MOVE ZERO TO WS-TYPE-EARNED (WS-TYPE-IX)
               MOVE ZERO TO WS-TYPE-UNEARNED (WS-TYPE-IX)
               MOVE ZERO TO WS-TYPE-EARNED-MTH (WS-TYPE-IX)
           END-IF.

           ADD 1 TO WS-TYPE-POLICIES (WS-TYPE-IX).
           ADD WS-WRITTEN-PREMIUM TO WS-TYPE-WRITTEN (WS-TYPE-IX).
           ADD WS-EARNED-TO-DATE TO WS-TYPE-EARNED (WS-TYPE-IX).
           ADD WS-UNEARNED-PREMIUM TO WS-TYPE-UNEARNED (WS-TYPE-IX).
           ADD WS-EARNED-MONTH TO WS-TYPE-EARNED-MTH (WS-TYPE-IX).

       ACCUM-TYPE-EXIT.
           EXIT.

       WRITE-UPR-SUMMARY SECTION.
       WRITE-SUMMARY.
           DISPLAY SPACE.
           DISPLAY 'Unearned premium by policy type:'.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > WS-TYPE-COUNT
               MOVE SPACES TO UPR-SUMMARY-LINE
               STRING WS-RUN-DATE
                      '|' WS-VALUATION-DATE
                      '|' WS-TYPE-NAME (WS-TYPE-IX)
                      '|' WS-TYPE-WRITTEN (WS-TYPE-IX)
                      '|' WS-TYPE-EARNED (WS-TYPE-IX)
                      '|' WS-TYPE-UNEARNED (WS-TYPE-IX)
                      '|' WS-TYPE-EARNED-MTH (WS-TYPE-IX)
                      DELIMITED BY SIZE INTO UPR-SUMMARY-LINE
               WRITE UPR-SUMMARY-LINE

               ADD WS-TYPE-WRITTEN (WS-TYPE-IX) TO WS-TOTAL-WRITTEN
               ADD WS-TYPE-EARNED (WS-TYPE-IX) TO WS-TOTAL-EARNED
               ADD WS-TYPE-UNEARNED (WS-TYPE-IX) TO WS-TOTAL-UNEARNED
               ADD WS-TYPE-EARNED-MTH (WS-TYPE-IX) TO
                   WS-TOTAL-EARNED-MTH

               MOVE WS-TYPE-UNEARNED (WS-TYPE-IX) TO WS-DISPLAY-AMOUNT
               DISPLAY '  ' WS-TYPE-NAME (WS-TYPE-IX)
                   ' unearned ' WS-DISPLAY-AMOUNT
           END-PERFORM.

       SHUTDOWN-UPR-RUN SECTION.
       SHUTDOWN-UPR.
           DISPLAY SPACE.
           MOVE WS-POLICIES-READ TO WS-DISPLAY-COUNT.
           DISPLAY 'Policies read          : ' WS-DISPLAY-COUNT.
           MOVE WS-POLICIES-VALUED TO WS-DISPLAY-COUNT.
           DISPLAY 'Policies valued        : ' WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-WRITTEN TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Written premium        : ' WS-DISPLAY-AMOUNT.
           MOVE WS-TOTAL-EARNED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Earned to date         : ' WS-DISPLAY-AMOUNT.
           MOVE WS-TOTAL-UNEARNED TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Unearned premium       : ' WS-DISPLAY-AMOUNT.
           MOVE WS-TOTAL-EARNED-MTH TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Earned this month      : ' WS-DISPLAY-AMOUNT.
           DISPLAY 'UPR run complete - see upr_detail.txt and '
               'upr_summary.dat'.

           CLOSE POLICY-MASTER.
           IF WS-ENDORSE-OPEN
               CLOSE ENDORSE-HISTORY-FILE
           END-IF.
           CLOSE UPR-DETAIL-FILE.
           CLOSE UPR-SUMMARY-FILE.
