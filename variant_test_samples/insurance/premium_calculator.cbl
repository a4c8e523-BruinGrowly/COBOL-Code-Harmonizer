               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-FILE-STATUS.

      *Daily quote request file from the agents - one request per
      *line, pipe-delimited:
      *request ref|line|customer name|age|gender|zip|credit score|
      *years insured|claims in 3 years|liability limit|deductible|
      *then by line of business -
      *AUTO:    vehicle year|make|model|vehicle value|annual mileage|
      *         safety rating|theft rating|collision Y/N|
      *         comprehensive Y/N|household vehicles|home policy Y/N
      *HOME:    construction type|construction year|square feet|
      *         property value|miles to fire station|alarm Y/N|
      *         sprinklers Y/N
      *RENTERS: contents coverage|building type|sprinklers Y/N|
      *         alarm Y/N|auto policy Y/N
           SELECT QUOTE-REQUEST-FILE ASSIGN TO 'quote_requests.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QREQ-FILE-STATUS.

           SELECT QUOTE-REJECT-FILE ASSIGN TO 'quote_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QREJ-FILE-STATUS.

           SELECT QUOTE-BATCH-REPORT ASSIGN TO 'quote_batch.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBATCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
      *bound twice or silently re-keyed at a different premium.
           05  QT-BOUND-FLAG           PIC X.
           05  QT-BOUND-POLICY         PIC X(15).
      *Quote expiration - QuoteConversion sets QT-BOUND-FLAG to 'E'
      *once an unbound quote outlives its validity period; an
      *expired quote must be re-rated before it can be bound.
           05  QT-EXPIRED-DATE         PIC 9(8).

       FD  RATE-FILE.
       01  RATE-RECORD                 PIC X(40).
       FD  IMPACT-REPORT.
       01  IMPACT-LINE                 PIC X(100).

       FD  QUOTE-REQUEST-FILE.
       01  QUOTE-REQUEST-RECORD        PIC X(300).

       FD  QUOTE-REJECT-FILE.
       01  QUOTE-REJECT-LINE           PIC X(200).

       FD  QUOTE-BATCH-REPORT.
       01  QUOTE-BATCH-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-QUOTE-FILE-STATUS        PIC XX.
           05  WS-IMPACT-OVER-10       PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-SIGNED-PCT       PIC -ZZ9.99.

      *Batch quote requests - each request is split into its fields,
      *checked, and moved into the same profile, vehicle, property
      *and renters groups the scenarios fill, so it is rated by the
      *same sections.
       01  WS-QREQ-FILE-STATUS         PIC XX.
       01  WS-QREJ-FILE-STATUS         PIC XX.
       01  WS-QBATCH-FILE-STATUS       PIC XX.
       01  WS-QUOTE-REQUEST-WORK.
           05  WS-QR-EOF               PIC X.
           05  WS-QR-PTR               PIC 9(3).
           05  WS-QR-IX                PIC 9(2).
           05  WS-QR-FIELD OCCURS 22 TIMES
                                       PIC X(30).
           05  WS-QR-FIELD-NAME        PIC X(20).
           05  WS-QR-LOW               PIC S9(9)V99.
           05  WS-QR-HIGH              PIC S9(9)V99.
           05  WS-QR-NUMBER            PIC S9(9)V99.
           05  WS-QR-REJECT-REASON     PIC X(50).
           05  WS-QR-LINE-IX           PIC 9.
           05  WS-QR-CURRENT-YEAR      PIC 9(4).

      *Run totals by line of business - entry 4 collects requests
      *whose line could not be read.
       01  WS-QR-TOTALS-TABLE.
           05  WS-QR-TOTALS OCCURS 4 TIMES.
               10  WS-QR-LINE-NAME     PIC X(10).
               10  WS-QR-RECEIVED      PIC 9(5).
               10  WS-QR-QUOTED        PIC 9(5).
               10  WS-QR-REJECTED      PIC 9(5).
               10  WS-QR-PREMIUM       PIC 9(9)V99.
       01  WS-QR-GRAND-TOTALS.
           05  WS-QR-ALL-RECEIVED      PIC 9(5).
           05  WS-QR-ALL-QUOTED        PIC 9(5).
           05  WS-QR-ALL-REJECTED      PIC 9(5).
           05  WS-QR-ALL-PREMIUM       PIC 9(9)V99.
       01  WS-QR-DISPLAY-RECEIVED      PIC ZZ,ZZ9.
       01  WS-QR-DISPLAY-QUOTED        PIC ZZ,ZZ9.
       01  WS-QR-DISPLAY-REJECTED      PIC ZZ,ZZ9.
       01  WS-QR-DISPLAY-PREMIUM       PIC $$$$,$$$,$$9.99.

      *Display variables
       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$9.99.
       01  WS-DISPLAY-FACTOR           PIC 9.9999.
           PERFORM CALCULATE-AUTO-SCENARIO-2.
           PERFORM CALCULATE-HOME-SCENARIO-1.
           PERFORM CALCULATE-RENTERS-SCENARIO-1.
           PERFORM PROCESS-QUOTE-REQUESTS.
           PERFORM RATE-CHANGE-IMPACT-RUN.
           PERFORM CLEANUP-PREMIUM-SYSTEM.
           DISPLAY 'Premium calculations complete.'.
           CLOSE RATE-FILE.
           DISPLAY 'Rate file seeded with currently filed rates'.

       PROCESS-QUOTE-REQUESTS SECTION.
       PROC-QUOTE-REQUESTS.
      *The agents' daily quote requests, rated the same way as the
      *scenarios above and saved to the quote file. No file from
      *the agents today means nothing to quote.
           OPEN INPUT QUOTE-REQUEST-FILE.
           IF WS-QREQ-FILE-STATUS NOT = '00'
               DISPLAY 'No quote request file - batch quoting skipped'
               DISPLAY SPACE
               GO TO PROC-QUOTE-REQUESTS-EXIT
           END-IF.

           DISPLAY 'Batch quote requests...'.
           DISPLAY '--------------------------------------------'.
           OPEN OUTPUT QUOTE-REJECT-FILE.
           OPEN OUTPUT QUOTE-BATCH-REPORT.

           INITIALIZE WS-QR-TOTALS-TABLE.
           MOVE 'AUTO' TO WS-QR-LINE-NAME(1).
           MOVE 'HOME' TO WS-QR-LINE-NAME(2).
           MOVE 'RENTERS' TO WS-QR-LINE-NAME(3).
           MOVE 'UNKNOWN' TO WS-QR-LINE-NAME(4).
           MOVE WS-QUOTE-DATE(1:4) TO WS-QR-CURRENT-YEAR.

           MOVE SPACES TO QUOTE-BATCH-LINE.
           STRING 'BATCH QUOTE RUN - QUOTE DATE ' WS-QUOTE-DATE
               DELIMITED BY SIZE INTO QUOTE-BATCH-LINE.
           WRITE QUOTE-BATCH-LINE.
           MOVE SPACES TO QUOTE-BATCH-LINE.
           WRITE QUOTE-BATCH-LINE.

           MOVE 'N' TO WS-QR-EOF.
           PERFORM UNTIL WS-QR-EOF = 'Y'
               READ QUOTE-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-QR-EOF
                   NOT AT END
                       IF QUOTE-REQUEST-RECORD NOT = SPACES
                           PERFORM PROCESS-ONE-QUOTE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-QUOTE-BATCH-TOTALS.

           CLOSE QUOTE-REQUEST-FILE.
           CLOSE QUOTE-REJECT-FILE.
           CLOSE QUOTE-BATCH-REPORT.
           DISPLAY SPACE.

       PROC-QUOTE-REQUESTS-EXIT.
           EXIT.

       PROCESS-ONE-QUOTE-REQUEST SECTION.
       PROC-ONE-QREQ.
           MOVE SPACES TO WS-QR-REJECT-REASON.
           PERFORM VARYING WS-QR-IX FROM 1 BY 1
                   UNTIL WS-QR-IX > 22
               MOVE SPACES TO WS-QR-FIELD(WS-QR-IX)
           END-PERFORM.
           MOVE 1 TO WS-QR-PTR.
           PERFORM VARYING WS-QR-IX FROM 1 BY 1
                   UNTIL WS-QR-IX > 22
               UNSTRING QUOTE-REQUEST-RECORD DELIMITED BY '|'
                   INTO WS-QR-FIELD(WS-QR-IX)
                   WITH POINTER WS-QR-PTR
               END-UNSTRING
           END-PERFORM.

           EVALUATE WS-QR-FIELD(2)
               WHEN 'AUTO'
                   MOVE 1 TO WS-QR-LINE-IX
               WHEN 'HOME'
                   MOVE 2 TO WS-QR-LINE-IX
               WHEN 'RENTERS'
                   MOVE 3 TO WS-QR-LINE-IX
               WHEN OTHER
                   MOVE 4 TO WS-QR-LINE-IX
           END-EVALUATE.
           ADD 1 TO WS-QR-RECEIVED(WS-QR-LINE-IX).

           PERFORM VALIDATE-QUOTE-REQUEST.
           IF WS-QR-REJECT-REASON NOT = SPACES
               PERFORM WRITE-QUOTE-REJECT
               GO TO PROC-ONE-QREQ-EXIT
           END-IF.

      *Same rating, discount and loss-history path as the scenarios.
           EVALUATE WS-QR-LINE-IX
               WHEN 1
                   PERFORM CALCULATE-AUTO-PREMIUM
                   PERFORM SAVE-QUOTE-AUTO
               WHEN 2
                   PERFORM CALCULATE-HOME-PREMIUM
                   PERFORM SAVE-QUOTE-HOME
               WHEN 3
                   PERFORM CALCULATE-RENTERS-PREMIUM
                   PERFORM SAVE-QUOTE-RENTERS
           END-EVALUATE.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-QR-REJECT-REASON
               STRING 'QUOTE NOT SAVED - FILE STATUS '
                      WS-QUOTE-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-QR-REJECT-REASON
               PERFORM WRITE-QUOTE-REJECT
               GO TO PROC-ONE-QREQ-EXIT
           END-IF.

           ADD 1 TO WS-QR-QUOTED(WS-QR-LINE-IX).
           ADD WS-TOTAL-PREMIUM TO WS-QR-PREMIUM(WS-QR-LINE-IX).

           MOVE WS-TOTAL-PREMIUM TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO QUOTE-BATCH-LINE.
           STRING WS-QR-FIELD(1)(1:12) ' '
                  WS-QUOTE-NUMBER ' '
                  WS-QR-LINE-NAME(WS-QR-LINE-IX) ' '
                  WS-CUSTOMER-NAME ' '
                  WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO QUOTE-BATCH-LINE.
           WRITE QUOTE-BATCH-LINE.
           DISPLAY '  ' WS-QR-FIELD(1)(1:12) ' quoted '
               WS-QUOTE-NUMBER ' ' WS-DISPLAY-AMOUNT.

       PROC-ONE-QREQ-EXIT.
           EXIT.

       VALIDATE-QUOTE-REQUEST SECTION.
       VALIDATE-QREQ.
      *Customer profile, common to every line. Liability limit and
      *deductible are not rated on home, so only auto and renters
      *must carry them.
           IF WS-QR-LINE-IX = 4
               MOVE 'LINE OF BUSINESS MISSING OR UNKNOWN'
                   TO WS-QR-REJECT-REASON
               GO TO VALIDATE-QREQ-EXIT
           END-IF.

           IF WS-QR-FIELD(3) = SPACES
               MOVE 'CUSTOMER NAME MISSING' TO WS-QR-REJECT-REASON
               GO TO VALIDATE-QREQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(3) TO WS-CUSTOMER-NAME.

           MOVE 4 TO WS-QR-IX.
           MOVE 'AGE' TO WS-QR-FIELD-NAME.
           MOVE 16 TO WS-QR-LOW.
           MOVE 110 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-QREQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-AGE.

           MOVE WS-QR-FIELD(5) TO WS-GENDER.

           IF WS-QR-FIELD(6)(1:5) NOT NUMERIC OR
              WS-QR-FIELD(6)(6:) NOT = SPACES
               MOVE 'ZIP CODE INVALID' TO WS-QR-REJECT-REASON
               GO TO VALIDATE-QREQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(6) TO WS-ZIP-CODE.

           MOVE 7 TO WS-QR-IX.
           MOVE 'CREDIT SCORE' TO WS-QR-FIELD-NAME.
           MOVE 300 TO WS-QR-LOW.
           MOVE 850 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-QREQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-CREDIT-SCORE.

           MOVE 8 TO WS-QR-IX.
           MOVE 'YEARS INSURED' TO WS-QR-FIELD-NAME.
           MOVE 0 TO WS-QR-LOW.
           MOVE 99 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-QREQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-YEARS-INSURED.

           MOVE 9 TO WS-QR-IX.
           MOVE 'CLAIMS IN 3 YEARS' TO WS-QR-FIELD-NAME.
           MOVE 0 TO WS-QR-LOW.
           MOVE 99 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-QREQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-CLAIMS-3YEARS.

           MOVE ZERO TO WS-LIABILITY-LIMIT.
           MOVE ZERO TO WS-DEDUCTIBLE.
           IF WS-QR-LINE-IX NOT = 2
               MOVE 10 TO WS-QR-IX
               MOVE 'LIABILITY LIMIT' TO WS-QR-FIELD-NAME
               MOVE 25000 TO WS-QR-LOW
               MOVE 5000000 TO WS-QR-HIGH
               PERFORM GET-QUOTE-REQUEST-NUMBER
               IF WS-QR-REJECT-REASON NOT = SPACES
                   GO TO VALIDATE-QREQ-EXIT
               END-IF
               MOVE WS-QR-NUMBER TO WS-LIABILITY-LIMIT

               MOVE 11 TO WS-QR-IX
               MOVE 'DEDUCTIBLE' TO WS-QR-FIELD-NAME
               MOVE 100 TO WS-QR-LOW
               MOVE 10000 TO WS-QR-HIGH
               PERFORM GET-QUOTE-REQUEST-NUMBER
               IF WS-QR-REJECT-REASON NOT = SPACES
                   GO TO VALIDATE-QREQ-EXIT
               END-IF
               MOVE WS-QR-NUMBER TO WS-DEDUCTIBLE
           END-IF.

           EVALUATE WS-QR-LINE-IX
               WHEN 1
                   PERFORM VALIDATE-AUTO-REQUEST
               WHEN 2
                   PERFORM VALIDATE-HOME-REQUEST
               WHEN 3
                   PERFORM VALIDATE-RENTERS-REQUEST
           END-EVALUATE.

       VALIDATE-QREQ-EXIT.
           EXIT.

       VALIDATE-AUTO-REQUEST SECTION.
       VALIDATE-AUTO-REQ.
           MOVE 12 TO WS-QR-IX.
           MOVE 'VEHICLE YEAR' TO WS-QR-FIELD-NAME.
           MOVE 1950 TO WS-QR-LOW.
           COMPUTE WS-QR-HIGH = WS-QR-CURRENT-YEAR + 1.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-VEHICLE-YEAR.

           IF WS-QR-FIELD(13) = SPACES OR WS-QR-FIELD(14) = SPACES
               MOVE 'VEHICLE MAKE OR MODEL MISSING'
                   TO WS-QR-REJECT-REASON
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(13) TO WS-VEHICLE-MAKE.
           MOVE WS-QR-FIELD(14) TO WS-VEHICLE-MODEL.

           MOVE 15 TO WS-QR-IX.
           MOVE 'VEHICLE VALUE' TO WS-QR-FIELD-NAME.
           MOVE 500 TO WS-QR-LOW.
           MOVE 500000 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-VEHICLE-VALUE.

           MOVE 16 TO WS-QR-IX.
           MOVE 'ANNUAL MILEAGE' TO WS-QR-FIELD-NAME.
           MOVE 0 TO WS-QR-LOW.
           MOVE 100000 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-ANNUAL-MILEAGE.

           MOVE 17 TO WS-QR-IX.
           MOVE 'SAFETY RATING' TO WS-QR-FIELD-NAME.
           MOVE 1 TO WS-QR-LOW.
           MOVE 5 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-SAFETY-RATING.

           MOVE 18 TO WS-QR-IX.
           MOVE 'THEFT RATING' TO WS-QR-FIELD-NAME.
           MOVE 1 TO WS-QR-LOW.
           MOVE 5 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-THEFT-RATING.

           MOVE 19 TO WS-QR-IX.
           MOVE 'COLLISION' TO WS-QR-FIELD-NAME.
           PERFORM GET-QUOTE-REQUEST-FLAG.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(19) TO WS-COLLISION-COVERAGE.

           MOVE 20 TO WS-QR-IX.
           MOVE 'COMPREHENSIVE' TO WS-QR-FIELD-NAME.
           PERFORM GET-QUOTE-REQUEST-FLAG.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(20) TO WS-COMPREHENSIVE-CVG.

           MOVE 21 TO WS-QR-IX.
           MOVE 'HOUSEHOLD VEHICLES' TO WS-QR-FIELD-NAME.
           MOVE 1 TO WS-QR-LOW.
           MOVE 20 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-HOUSEHOLD-VEHICLE-COUNT.

           MOVE 22 TO WS-QR-IX.
           MOVE 'HOME POLICY' TO WS-QR-FIELD-NAME.
           PERFORM GET-QUOTE-REQUEST-FLAG.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-AUTO-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(22) TO WS-HAS-HOME-POLICY.

       VALIDATE-AUTO-REQ-EXIT.
           EXIT.

       VALIDATE-HOME-REQUEST SECTION.
       VALIDATE-HOME-REQ.
           IF WS-QR-FIELD(12) = SPACES
               MOVE 'CONSTRUCTION TYPE MISSING' TO WS-QR-REJECT-REASON
               GO TO VALIDATE-HOME-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(12) TO WS-CONSTRUCTION-TYPE.

           MOVE 13 TO WS-QR-IX.
           MOVE 'CONSTRUCTION YEAR' TO WS-QR-FIELD-NAME.
           MOVE 1800 TO WS-QR-LOW.
           MOVE WS-QR-CURRENT-YEAR TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-HOME-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-CONSTRUCTION-YEAR.

           MOVE 14 TO WS-QR-IX.
           MOVE 'SQUARE FEET' TO WS-QR-FIELD-NAME.
           MOVE 200 TO WS-QR-LOW.
           MOVE 99999 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-HOME-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-SQUARE-FOOTAGE.

           MOVE 15 TO WS-QR-IX.
           MOVE 'PROPERTY VALUE' TO WS-QR-FIELD-NAME.
           MOVE 10000 TO WS-QR-LOW.
           MOVE 50000000 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-HOME-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-PROPERTY-VALUE.

           MOVE 16 TO WS-QR-IX.
           MOVE 'FIRE STATION MILES' TO WS-QR-FIELD-NAME.
           MOVE 0 TO WS-QR-LOW.
           MOVE 99.9 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-HOME-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-DISTANCE-FIRESTATION.

           MOVE 17 TO WS-QR-IX.
           MOVE 'ALARM' TO WS-QR-FIELD-NAME.
           PERFORM GET-QUOTE-REQUEST-FLAG.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-HOME-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(17) TO WS-ALARM-SYSTEM.

           MOVE 18 TO WS-QR-IX.
           MOVE 'SPRINKLERS' TO WS-QR-FIELD-NAME.
           PERFORM GET-QUOTE-REQUEST-FLAG.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-HOME-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(18) TO WS-SPRINKLER-SYSTEM.

       VALIDATE-HOME-REQ-EXIT.
           EXIT.

       VALIDATE-RENTERS-REQUEST SECTION.
       VALIDATE-RENTERS-REQ.
           MOVE 12 TO WS-QR-IX.
           MOVE 'CONTENTS COVERAGE' TO WS-QR-FIELD-NAME.
           MOVE 5000 TO WS-QR-LOW.
           MOVE 500000 TO WS-QR-HIGH.
           PERFORM GET-QUOTE-REQUEST-NUMBER.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-RENTERS-REQ-EXIT
           END-IF.
           MOVE WS-QR-NUMBER TO WS-CONTENTS-COVERAGE.

           IF WS-QR-FIELD(13) = SPACES
               MOVE 'BUILDING TYPE MISSING' TO WS-QR-REJECT-REASON
               GO TO VALIDATE-RENTERS-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(13) TO WS-BUILDING-TYPE.

           MOVE 14 TO WS-QR-IX.
           MOVE 'SPRINKLERS' TO WS-QR-FIELD-NAME.
           PERFORM GET-QUOTE-REQUEST-FLAG.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-RENTERS-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(14) TO WS-RENTER-SPRINKLERS.

           MOVE 15 TO WS-QR-IX.
           MOVE 'ALARM' TO WS-QR-FIELD-NAME.
           PERFORM GET-QUOTE-REQUEST-FLAG.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-RENTERS-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(15) TO WS-RENTER-ALARM.

           MOVE 16 TO WS-QR-IX.
           MOVE 'AUTO POLICY' TO WS-QR-FIELD-NAME.
           PERFORM GET-QUOTE-REQUEST-FLAG.
           IF WS-QR-REJECT-REASON NOT = SPACES
               GO TO VALIDATE-RENTERS-REQ-EXIT
           END-IF.
           MOVE WS-QR-FIELD(16) TO WS-HAS-AUTO-POLICY.

       VALIDATE-RENTERS-REQ-EXIT.
           EXIT.

       GET-QUOTE-REQUEST-NUMBER SECTION.
       GET-QREQ-NUMBER.
      *Field WS-QR-IX as a number within WS-QR-LOW to WS-QR-HIGH,
      *or a reject reason naming the field.
           MOVE ZERO TO WS-QR-NUMBER.
           IF WS-QR-FIELD(WS-QR-IX) = SPACES
               STRING WS-QR-FIELD-NAME DELIMITED BY '  '
                      ' MISSING' DELIMITED BY SIZE
                   INTO WS-QR-REJECT-REASON
               GO TO GET-QREQ-NUMBER-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-QR-FIELD(WS-QR-IX)) NOT = 0
               STRING WS-QR-FIELD-NAME DELIMITED BY '  '
                      ' NOT NUMERIC' DELIMITED BY SIZE
                   INTO WS-QR-REJECT-REASON
               GO TO GET-QREQ-NUMBER-EXIT
           END-IF.
           COMPUTE WS-QR-NUMBER =
               FUNCTION NUMVAL(WS-QR-FIELD(WS-QR-IX))
               ON SIZE ERROR
                   MOVE WS-QR-HIGH TO WS-QR-NUMBER
                   ADD 1 TO WS-QR-NUMBER
           END-COMPUTE.
           IF WS-QR-NUMBER < WS-QR-LOW OR
              WS-QR-NUMBER > WS-QR-HIGH
               STRING WS-QR-FIELD-NAME DELIMITED BY '  '
                      ' OUT OF RANGE' DELIMITED BY SIZE
                   INTO WS-QR-REJECT-REASON
           END-IF.

       GET-QREQ-NUMBER-EXIT.
           EXIT.

       GET-QUOTE-REQUEST-FLAG SECTION.
       GET-QREQ-FLAG.
           IF WS-QR-FIELD(WS-QR-IX) NOT = 'Y' AND
              WS-QR-FIELD(WS-QR-IX) NOT = 'N'
               STRING WS-QR-FIELD-NAME DELIMITED BY '  '
                      ' MUST BE Y OR N' DELIMITED BY SIZE
                   INTO WS-QR-REJECT-REASON
           END-IF.

       WRITE-QUOTE-REJECT SECTION.
       WRITE-QREQ-REJECT.
           ADD 1 TO WS-QR-REJECTED(WS-QR-LINE-IX).
           MOVE SPACES TO QUOTE-REJECT-LINE.
           STRING WS-QR-REJECT-REASON DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  QUOTE-REQUEST-RECORD DELIMITED BY '   '
               INTO QUOTE-REJECT-LINE.
           WRITE QUOTE-REJECT-LINE.
           DISPLAY '  ' WS-QR-FIELD(1)(1:12) ' rejected: '
               WS-QR-REJECT-REASON.

       WRITE-QUOTE-BATCH-TOTALS SECTION.
       WRITE-QBATCH-TOTALS.
           MOVE SPACES TO QUOTE-BATCH-LINE.
           WRITE QUOTE-BATCH-LINE.
           MOVE 'RUN TOTALS BY LINE' TO QUOTE-BATCH-LINE.
           WRITE QUOTE-BATCH-LINE.
           MOVE 'LINE        RECEIVED  QUOTED  REJECTED  QUOTED PREMIUM'
               TO QUOTE-BATCH-LINE.
           WRITE QUOTE-BATCH-LINE.

           INITIALIZE WS-QR-GRAND-TOTALS.
           PERFORM VARYING WS-QR-LINE-IX FROM 1 BY 1
                   UNTIL WS-QR-LINE-IX > 4
               ADD WS-QR-RECEIVED(WS-QR-LINE-IX) TO WS-QR-ALL-RECEIVED
               ADD WS-QR-QUOTED(WS-QR-LINE-IX) TO WS-QR-ALL-QUOTED
               ADD WS-QR-REJECTED(WS-QR-LINE-IX) TO WS-QR-ALL-REJECTED
               ADD WS-QR-PREMIUM(WS-QR-LINE-IX) TO WS-QR-ALL-PREMIUM
               MOVE WS-QR-RECEIVED(WS-QR-LINE-IX)
                   TO WS-QR-DISPLAY-RECEIVED
               MOVE WS-QR-QUOTED(WS-QR-LINE-IX) TO WS-QR-DISPLAY-QUOTED
               MOVE WS-QR-REJECTED(WS-QR-LINE-IX)
                   TO WS-QR-DISPLAY-REJECTED
               MOVE WS-QR-PREMIUM(WS-QR-LINE-IX)
                   TO WS-QR-DISPLAY-PREMIUM
               MOVE SPACES TO QUOTE-BATCH-LINE
               STRING WS-QR-LINE-NAME(WS-QR-LINE-IX) '  '
                      WS-QR-DISPLAY-RECEIVED '  '
                      WS-QR-DISPLAY-QUOTED '    '
                      WS-QR-DISPLAY-REJECTED '  '
                      WS-QR-DISPLAY-PREMIUM
                   DELIMITED BY SIZE INTO QUOTE-BATCH-LINE
               WRITE QUOTE-BATCH-LINE
               DISPLAY '  ' QUOTE-BATCH-LINE(1:70)
           END-PERFORM.

           MOVE WS-QR-ALL-RECEIVED TO WS-QR-DISPLAY-RECEIVED.
           MOVE WS-QR-ALL-QUOTED TO WS-QR-DISPLAY-QUOTED.
           MOVE WS-QR-ALL-REJECTED TO WS-QR-DISPLAY-REJECTED.
           MOVE WS-QR-ALL-PREMIUM TO WS-QR-DISPLAY-PREMIUM.
           MOVE SPACES TO QUOTE-BATCH-LINE.
           STRING 'TOTAL     ' '  '
                  WS-QR-DISPLAY-RECEIVED '  '
                  WS-QR-DISPLAY-QUOTED '    '
                  WS-QR-DISPLAY-REJECTED '  '
                  WS-QR-DISPLAY-PREMIUM
               DELIMITED BY SIZE INTO QUOTE-BATCH-LINE.
           WRITE QUOTE-BATCH-LINE.
           DISPLAY '  ' QUOTE-BATCH-LINE(1:70).

       RATE-CHANGE-IMPACT-RUN SECTION.
       IMPACT-RUN.
      *Pre-filing impact analysis - re-rates the saved book of
           MOVE WS-QUOTE-DATE TO QT-QUOTE-DATE.
           MOVE 'N' TO QT-BOUND-FLAG.
           MOVE SPACES TO QT-BOUND-POLICY.
           MOVE ZERO TO QT-EXPIRED-DATE.
           WRITE QUOTE-RECORD.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR writing quote: ' WS-QUOTE-FILE-STATUS
           MOVE WS-QUOTE-DATE TO QT-QUOTE-DATE.
           MOVE 'N' TO QT-BOUND-FLAG.
           MOVE SPACES TO QT-BOUND-POLICY.
           MOVE ZERO TO QT-EXPIRED-DATE.
           WRITE QUOTE-RECORD.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR writing quote: ' WS-QUOTE-FILE-STATUS
           MOVE WS-QUOTE-DATE TO QT-QUOTE-DATE.
           MOVE 'N' TO QT-BOUND-FLAG.
           MOVE SPACES TO QT-BOUND-POLICY.
           MOVE ZERO TO QT-EXPIRED-DATE.
           WRITE QUOTE-RECORD.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR writing quote: ' WS-QUOTE-FILE-STATUS
