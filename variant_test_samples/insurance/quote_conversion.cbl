       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteConversion.
      *INSURANCE - QUOTE EXPIRATION AND QUOTE-TO-BIND CONVERSION
      *Sweeps PremiumCalculator's quote file. Unbound quotes older
      *than the validity period are marked expired, so the pricing
      *on them can no longer be bound by PolicyAdministration. The
      *run then reports quotes issued, bound and expired, the
      *conversion rate, and the average quoted premium of bound
      *quotes against lost ones, by line of business and by ZIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO 'quotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-FILE-STATUS.

           SELECT CONVERSION-REPORT ASSIGN TO 'quote_conversion.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same layout PremiumCalculator writes.
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           05  QT-QUOTE-NUMBER         PIC X(10).
           05  QT-POLICY-LINE          PIC X(10).
           05  QT-CUSTOMER-NAME        PIC X(30).
           05  QT-ZIP-CODE             PIC X(5).
           05  QT-LIABILITY-LIMIT      PIC 9(9)V99.
           05  QT-DEDUCTIBLE           PIC 9(5).
           05  QT-CALCULATED-PREMIUM   PIC 9(7)V99.
           05  QT-QUOTE-DATE           PIC 9(8).
           05  QT-BOUND-FLAG           PIC X.
               88  QT-BOUND            VALUE 'Y'.
               88  QT-EXPIRED          VALUE 'E'.
           05  QT-BOUND-POLICY         PIC X(15).
           05  QT-EXPIRED-DATE         PIC 9(8).

       FD  CONVERSION-REPORT.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-QUOTE-FILE-STATUS        PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X.
               88  WS-EOF              VALUE 'Y'.

      *Run control. The override pins the run date for a rerun; it
      *defaults to the month end after the canned Nov 2024 quote
      *cycle. Set to ZERO to take the run date from the system
      *clock. The validity period is the same one PolicyAdministration
      *checks at bind.
       01  WS-CONTROL.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-OVERRIDE    PIC 9(8) VALUE 20241130.
           05  WS-QUOTE-VALIDITY-DAYS  PIC 9(3) VALUE 30.
           05  WS-QUOTE-AGE            PIC S9(7).

      *Conversion counters - one set per line, per ZIP, and for the
      *whole file. Bound premium and lost (expired) premium are the
      *quoted premiums summed, for the averages.
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-LINE-ENTRY OCCURS 10 TIMES.
               10  WS-LINE-NAME        PIC X(10).
               10  WS-LINE-STATS.
                   15  WS-LINE-ISSUED      PIC 9(5).
                   15  WS-LINE-BOUND       PIC 9(5).
                   15  WS-LINE-EXPIRED     PIC 9(5).
                   15  WS-LINE-OPEN        PIC 9(5).
                   15  WS-LINE-BOUND-PREM  PIC 9(9)V99.
                   15  WS-LINE-LOST-PREM   PIC 9(9)V99.
       01  WS-LINE-IX                  PIC 9(2).

       01  WS-ZIP-TABLE.
           05  WS-ZIP-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-ZIP-ENTRY OCCURS 200 TIMES.
               10  WS-ZIP-CODE         PIC X(5).
               10  WS-ZIP-STATS.
                   15  WS-ZIP-ISSUED       PIC 9(5).
                   15  WS-ZIP-BOUND        PIC 9(5).
                   15  WS-ZIP-EXPIRED      PIC 9(5).
                   15  WS-ZIP-OPEN         PIC 9(5).
                   15  WS-ZIP-BOUND-PREM   PIC 9(9)V99.
                   15  WS-ZIP-LOST-PREM    PIC 9(9)V99.
       01  WS-ZIP-IX                   PIC 9(3).

       01  WS-TOTAL-STATS.
           05  WS-TOTAL-ISSUED         PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-BOUND          PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-EXPIRED        PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-OPEN           PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-BOUND-PREM     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-LOST-PREM      PIC 9(9)V99 VALUE ZERO.

      *One report row - any of the sets above moved in whole.
       01  WS-ROW-LABEL                PIC X(10).
       01  WS-ROW-STATS.
           05  WS-ROW-ISSUED           PIC 9(5).
           05  WS-ROW-BOUND            PIC 9(5).
           05  WS-ROW-EXPIRED          PIC 9(5).
           05  WS-ROW-OPEN             PIC 9(5).
           05  WS-ROW-BOUND-PREM       PIC 9(9)V99.
           05  WS-ROW-LOST-PREM        PIC 9(9)V99.
       01  WS-ROW-WORK.
           05  WS-ROW-RATE             PIC 9(3)V9.
           05  WS-ROW-AVG-BOUND        PIC 9(7)V99.
           05  WS-ROW-AVG-LOST         PIC 9(7)V99.

       01  WS-STATISTICS.
           05  WS-QUOTES-READ          PIC 9(6) VALUE ZERO.
           05  WS-EXPIRED-THIS-RUN     PIC 9(6) VALUE ZERO.

       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-RPT-ISSUED               PIC ZZ,ZZ9.
       01  WS-RPT-BOUND                PIC ZZ,ZZ9.
       01  WS-RPT-EXPIRED              PIC ZZ,ZZ9.
       01  WS-RPT-OPEN                 PIC ZZ,ZZ9.
       01  WS-RPT-RATE                 PIC ZZ9.9.
       01  WS-RPT-AVG-BOUND            PIC $$$$,$$9.99.
       01  WS-RPT-AVG-LOST             PIC $$$$,$$9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CONVERSION-RUN.
           PERFORM SWEEP-QUOTE-FILE.
           PERFORM WRITE-CONVERSION-REPORT.
           PERFORM SHUTDOWN-CONVERSION-RUN.
           STOP RUN.

       INITIALIZE-CONVERSION-RUN SECTION.
       INIT-CONVERSION.
           DISPLAY '========================================'.
           DISPLAY 'QUOTE EXPIRATION AND CONVERSION'.
           DISPLAY '========================================'.

           IF WS-RUN-DATE-OVERRIDE NOT = ZERO
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           DISPLAY 'Run date: ' WS-RUN-DATE
               '  validity days: ' WS-QUOTE-VALIDITY-DAYS.

           OPEN I-O QUOTE-FILE.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening quote file, status: '
                   WS-QUOTE-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CONVERSION-REPORT.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening conversion report, status: '
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'QUOTE CONVERSION REPORT - RUN DATE ' WS-RUN-DATE
                  '  VALIDITY ' WS-QUOTE-VALIDITY-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'QUOTES EXPIRED THIS RUN' TO REPORT-LINE.
           WRITE REPORT-LINE.

       SWEEP-QUOTE-FILE SECTION.
       SWEEP-QUOTES.
           MOVE LOW-VALUES TO QT-QUOTE-NUMBER.
           START QUOTE-FILE KEY IS NOT LESS THAN QT-QUOTE-NUMBER
               INVALID KEY
                   DISPLAY 'Quote file is empty'
                   GO TO SWEEP-QUOTES-EXIT
           END-START.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ QUOTE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUOTES-READ
                       PERFORM EXPIRE-STALE-QUOTE
                       PERFORM ACCUMULATE-QUOTE
               END-READ
           END-PERFORM.

       SWEEP-QUOTES-EXIT.
           EXIT.

       EXPIRE-STALE-QUOTE SECTION.
       EXPIRE-QUOTE.
      *Anything not bound and not already expired is still open.
           IF QT-BOUND OR QT-EXPIRED
               GO TO EXPIRE-QUOTE-EXIT
           END-IF.

           COMPUTE WS-QUOTE-AGE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(QT-QUOTE-DATE).
           IF WS-QUOTE-AGE NOT > WS-QUOTE-VALIDITY-DAYS
               GO TO EXPIRE-QUOTE-EXIT
           END-IF.

           SET QT-EXPIRED TO TRUE.
           MOVE WS-RUN-DATE TO QT-EXPIRED-DATE.
           REWRITE QUOTE-RECORD.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               DISPLAY 'Error expiring quote ' QT-QUOTE-NUMBER
                   ', status: ' WS-QUOTE-FILE-STATUS
               GO TO EXPIRE-QUOTE-EXIT
           END-IF.
           ADD 1 TO WS-EXPIRED-THIS-RUN.

           MOVE QT-CALCULATED-PREMIUM TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' QT-QUOTE-NUMBER
                  ' ' QT-POLICY-LINE
                  ' ' QT-ZIP-CODE
                  ' quoted ' QT-QUOTE-DATE
                  ' ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       EXPIRE-QUOTE-EXIT.
           EXIT.

       ACCUMULATE-QUOTE SECTION.
       ACCUM-QUOTE.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-COUNT
               IF WS-LINE-NAME (WS-LINE-IX) = QT-POLICY-LINE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LINE-IX > WS-LINE-COUNT
               IF WS-LINE-COUNT >= 10
                   DISPLAY 'Line table full - not summarized: '
                       QT-POLICY-LINE
                   MOVE ZERO TO WS-LINE-IX
               ELSE
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-IX
                   MOVE QT-POLICY-LINE TO WS-LINE-NAME (WS-LINE-IX)
                   INITIALIZE WS-LINE-STATS (WS-LINE-IX)
               END-IF
           END-IF.

           PERFORM VARYING WS-ZIP-IX FROM 1 BY 1
                   UNTIL WS-ZIP-IX > WS-ZIP-COUNT
               IF WS-ZIP-CODE (WS-ZIP-IX) = QT-ZIP-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ZIP-IX > WS-ZIP-COUNT
               IF WS-ZIP-COUNT >= 200
                   DISPLAY 'ZIP table full - not summarized: '
                       QT-ZIP-CODE
                   MOVE ZERO TO WS-ZIP-IX
               ELSE
                   ADD 1 TO WS-ZIP-COUNT
                   MOVE WS-ZIP-COUNT TO WS-ZIP-IX
                   MOVE QT-ZIP-CODE TO WS-ZIP-CODE (WS-ZIP-IX)
                   INITIALIZE WS-ZIP-STATS (WS-ZIP-IX)
               END-IF
           END-IF.

           ADD 1 TO WS-TOTAL-ISSUED.
           IF WS-LINE-IX > ZERO
               ADD 1 TO WS-LINE-ISSUED (WS-LINE-IX)
           END-IF.
           IF WS-ZIP-IX > ZERO
               ADD 1 TO WS-ZIP-ISSUED (WS-ZIP-IX)
           END-IF.

           EVALUATE TRUE
               WHEN QT-BOUND
                   ADD 1 TO WS-TOTAL-BOUND
                   ADD QT-CALCULATED-PREMIUM TO WS-TOTAL-BOUND-PREM
                   IF WS-LINE-IX > ZERO
                       ADD 1 TO WS-LINE-BOUND (WS-LINE-IX)
                       ADD QT-CALCULATED-PREMIUM TO
                           WS-LINE-BOUND-PREM (WS-LINE-IX)
                   END-IF
                   IF WS-ZIP-IX > ZERO
                       ADD 1 TO WS-ZIP-BOUND (WS-ZIP-IX)
                       ADD QT-CALCULATED-PREMIUM TO
                           WS-ZIP-BOUND-PREM (WS-ZIP-IX)
                   END-IF
               WHEN QT-EXPIRED
                   ADD 1 TO WS-TOTAL-EXPIRED
                   ADD QT-CALCULATED-PREMIUM TO WS-TOTAL-LOST-PREM
                   IF WS-LINE-IX > ZERO
                       ADD 1 TO WS-LINE-EXPIRED (WS-LINE-IX)
                       ADD QT-CALCULATED-PREMIUM TO
                           WS-LINE-LOST-PREM (WS-LINE-IX)
                   END-IF
                   IF WS-ZIP-IX > ZERO
                       ADD 1 TO WS-ZIP-EXPIRED (WS-ZIP-IX)
                       ADD QT-CALCULATED-PREMIUM TO
                           WS-ZIP-LOST-PREM (WS-ZIP-IX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-OPEN
                   IF WS-LINE-IX > ZERO
                       ADD 1 TO WS-LINE-OPEN (WS-LINE-IX)
                   END-IF
                   IF WS-ZIP-IX > ZERO
                       ADD 1 TO WS-ZIP-OPEN (WS-ZIP-IX)
                   END-IF
           END-EVALUATE.

       WRITE-CONVERSION-REPORT SECTION.
       WRITE-CONVERSION.
      *Conversion rate is bound over issued. Lost quotes are the
      *expired ones - quotes still inside their validity period
      *are counted open and left out of both averages.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-EXPIRED-THIS-RUN ' quote(s) expired'
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CONVERSION BY LINE OF BUSINESS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-COUNT
               MOVE WS-LINE-NAME (WS-LINE-IX) TO WS-ROW-LABEL
               MOVE WS-LINE-STATS (WS-LINE-IX) TO WS-ROW-STATS
               PERFORM WRITE-CONVERSION-ROW
           END-PERFORM.
           MOVE 'TOTAL' TO WS-ROW-LABEL.
           MOVE WS-TOTAL-STATS TO WS-ROW-STATS.
           PERFORM WRITE-CONVERSION-ROW.
           DISPLAY 'All lines: ' REPORT-LINE(11:70).

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CONVERSION BY ZIP CODE' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           PERFORM VARYING WS-ZIP-IX FROM 1 BY 1
                   UNTIL WS-ZIP-IX > WS-ZIP-COUNT
               MOVE WS-ZIP-CODE (WS-ZIP-IX) TO WS-ROW-LABEL
               MOVE WS-ZIP-STATS (WS-ZIP-IX) TO WS-ROW-STATS
               PERFORM WRITE-CONVERSION-ROW
           END-PERFORM.

       WRITE-COLUMN-HEADINGS SECTION.
       WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINE/ZIP  ISSUED  BOUND  EXPRD   OPEN  CONV%'
                  '   AVG BOUND     AVG LOST'
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONVERSION-ROW SECTION.
       WRITE-ROW.
           MOVE ZERO TO WS-ROW-WORK.
           IF WS-ROW-ISSUED > ZERO
               COMPUTE WS-ROW-RATE ROUNDED =
                   WS-ROW-BOUND * 100 / WS-ROW-ISSUED
           END-IF.
           IF WS-ROW-BOUND > ZERO
               COMPUTE WS-ROW-AVG-BOUND ROUNDED =
                   WS-ROW-BOUND-PREM / WS-ROW-BOUND
           END-IF.
           IF WS-ROW-EXPIRED > ZERO
               COMPUTE WS-ROW-AVG-LOST ROUNDED =
                   WS-ROW-LOST-PREM / WS-ROW-EXPIRED
           END-IF.

           MOVE WS-ROW-ISSUED TO WS-RPT-ISSUED.
           MOVE WS-ROW-BOUND TO WS-RPT-BOUND.
           MOVE WS-ROW-EXPIRED TO WS-RPT-EXPIRED.
           MOVE WS-ROW-OPEN TO WS-RPT-OPEN.
           MOVE WS-ROW-RATE TO WS-RPT-RATE.
           MOVE WS-ROW-AVG-BOUND TO WS-RPT-AVG-BOUND.
           MOVE WS-ROW-AVG-LOST TO WS-RPT-AVG-LOST.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-ROW-LABEL
                  WS-RPT-ISSUED
                  ' ' WS-RPT-BOUND
                  ' ' WS-RPT-EXPIRED
                  ' ' WS-RPT-OPEN
                  ' ' WS-RPT-RATE
                  '  ' WS-RPT-AVG-BOUND
                  '  ' WS-RPT-AVG-LOST
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       SHUTDOWN-CONVERSION-RUN SECTION.
       SHUTDOWN-CONVERSION.
           DISPLAY SPACE.
           MOVE WS-QUOTES-READ TO WS-DISPLAY-COUNT.
           DISPLAY 'Quotes read            : ' WS-DISPLAY-COUNT.
           MOVE WS-EXPIRED-THIS-RUN TO WS-DISPLAY-COUNT.
           DISPLAY 'Expired this run       : ' WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-BOUND TO WS-DISPLAY-COUNT.
           DISPLAY 'Bound                  : ' WS-DISPLAY-COUNT.
           DISPLAY 'Conversion run complete - see '
               'quote_conversion.rpt'.

           CLOSE QUOTE-FILE.
           CLOSE CONVERSION-REPORT.
