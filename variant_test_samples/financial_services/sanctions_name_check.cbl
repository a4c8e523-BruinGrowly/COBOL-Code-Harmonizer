       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctionsNameCheck.
      *FINANCIAL SERVICES - SANCTIONS WATCH-LIST NAME CHECK
      *Called subprogram - scores one customer name against the
      *government watch list and opens or refreshes a case on
      *sanctions_cases.dat for every entry it scores close to.
      *Shared by the nightly SanctionsScreening run and by the
      *customer add paths, so a new customer and an existing one
      *are judged by exactly the same rules.
      *
      *Names are compared as normalized tokens - upper case,
      *punctuation stripped the way StringProcessor scrubs
      *onboarding names, tokens sorted so "SMITH, JOHN" and
      *"JOHN SMITH" are the same name. Each watch-list token takes
      *its closest customer token by edit distance, so close
      *spellings still score; the entry's score is the average of
      *those, with a little added when the city or state agree.
      *A case compliance has cleared stays quiet for as long as
      *the customer's normalized name is unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Watch list as received: entry-id|name|city|state|program
           SELECT WATCH-LIST-FILE ASSIGN TO 'ofac_watchlist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT SANCTIONS-CASE-FILE ASSIGN TO 'sanctions_cases.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCASE-KEY
               FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD           PIC X(200).

       FD  SANCTIONS-CASE-FILE.
           COPY "SANCTIONS-CASE.cpy".

       WORKING-STORAGE SECTION.

       01  WS-WATCH-STATUS             PIC XX.
       01  WS-CASE-STATUS              PIC XX.
       01  WS-EOF-WATCH                PIC X VALUE 'N'.
       01  WS-TODAY-DATE               PIC 9(8).

      *The list is loaded on the first call and kept for the life
      *of the run unit - a batch screening thousands of customers
      *reads it once.
       01  WS-WATCH-LOADED             PIC X VALUE 'N'.
       01  WS-WATCH-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-WATCH-MAX                PIC 9(4) VALUE 500.
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY          OCCURS 500 TIMES.
               10  WS-WL-ENTRY-ID      PIC X(10).
               10  WS-WL-NAME          PIC X(50).
               10  WS-WL-CITY          PIC X(30).
               10  WS-WL-STATE         PIC XX.
               10  WS-WL-TOKEN-COUNT   PIC 9.
               10  WS-WL-TOKEN         PIC X(20) OCCURS 6 TIMES.
       01  WS-WL-IX                    PIC 9(4).

       01  WS-WATCH-FIELDS.
           05  WS-WF-ENTRY-ID          PIC X(10).
           05  WS-WF-NAME              PIC X(50).
           05  WS-WF-CITY              PIC X(30).
           05  WS-WF-STATE             PIC XX.
           05  WS-WF-PROGRAM           PIC X(20).

      *Name normalization - the raw name in, its tokens sorted,
      *and the tokens rejoined as the canonical form.
       01  WS-NORM-WORK.
           05  WS-NORM-NAME-IN         PIC X(50).
           05  WS-NORM-CHAR            PIC X.
           05  WS-NORM-POS             PIC 99.
           05  WS-NORM-TOKEN-LEN       PIC 99.
           05  WS-NORM-TOKEN-COUNT     PIC 9.
           05  WS-NORM-TOKEN           PIC X(20) OCCURS 6 TIMES.
           05  WS-NORM-CANONICAL       PIC X(50).
           05  WS-NORM-CANON-POS       PIC 99.
           05  WS-NORM-SWAP            PIC X(20).
           05  WS-NORM-SWAPPED         PIC X.
           05  WS-NORM-IX              PIC 9.
       01  WS-UPPER-CITY               PIC X(30).

      *The customer side, kept while the list is scored.
       01  WS-CUST-TOKEN-COUNT         PIC 9.
       01  WS-CUST-TOKEN               PIC X(20) OCCURS 6 TIMES.
       01  WS-CUST-CANONICAL           PIC X(50).
       01  WS-CT-IX                    PIC 9.
       01  WS-WT-IX                    PIC 9.

      *Scoring thresholds - a score at or above the alert level
      *opens a case; the location bonus is added per field that
      *agrees with a non-blank field on the entry.
       01  WS-ALERT-SCORE              PIC 9(3) VALUE 85.
       01  WS-LOCATION-BONUS           PIC 9(3) VALUE 5.
       01  WS-ENTRY-SCORE              PIC 9(3).
       01  WS-TOKEN-SCORE-SUM          PIC 9(5).
       01  WS-BEST-TOKEN-SCORE         PIC 9(3).
       01  WS-PAIR-SCORE               PIC 9(3).

      *Edit distance between two tokens - classic row-by-row
      *table, row 1 and column 1 standing for the empty prefix.
       01  WS-EDIT-WORK.
           05  WS-TOKEN-A              PIC X(20).
           05  WS-TOKEN-B              PIC X(20).
           05  WS-LEN-A                PIC 99.
           05  WS-LEN-B                PIC 99.
           05  WS-LEN-MAX              PIC 99.
           05  WS-ED-ROW               PIC 99.
           05  WS-ED-COL               PIC 99.
           05  WS-ED-COST              PIC 9.
           05  WS-ED-BEST              PIC 99.
           05  WS-ED-TRY               PIC 99.
           05  WS-EDIT-DISTANCE        PIC 99.
       01  WS-ED-TABLE.
           05  WS-ED-TABLE-ROW         OCCURS 21 TIMES.
               10  WS-ED-CELL          PIC 99 OCCURS 21 TIMES.

       LINKAGE SECTION.
           COPY "SANCTIONS-CHECK.cpy".

       PROCEDURE DIVISION USING SANCTIONS-CHECK-AREA.

       MAIN-PROCEDURE.
           MOVE 'C' TO SC-RESULT.
           MOVE ZERO TO SC-TOP-SCORE.
           MOVE SPACES TO SC-TOP-ENTRY-ID.
           MOVE ZERO TO SC-CASES-OPENED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           IF WS-WATCH-LOADED NOT = 'Y'
               PERFORM LOAD-WATCH-LIST
           END-IF.

      *No list, no screening - the caller must not read that as a
      *clean result.
           IF WS-WATCH-LOADED NOT = 'Y'
               MOVE 'U' TO SC-RESULT
               GOBACK
           END-IF.

           OPEN I-O SANCTIONS-CASE-FILE.
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT SANCTIONS-CASE-FILE
               CLOSE SANCTIONS-CASE-FILE
               OPEN I-O SANCTIONS-CASE-FILE
           END-IF.
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'Error opening sanctions case file, status: '
                   WS-CASE-STATUS
               MOVE 'U' TO SC-RESULT
               GOBACK
           END-IF.

           MOVE SC-CUST-NAME TO WS-NORM-NAME-IN.
           PERFORM NORMALIZE-NAME.
           MOVE WS-NORM-TOKEN-COUNT TO WS-CUST-TOKEN-COUNT.
           PERFORM KEEP-CUSTOMER-TOKEN
               VARYING WS-NORM-IX FROM 1 BY 1 UNTIL WS-NORM-IX > 6.
           MOVE WS-NORM-CANONICAL TO WS-CUST-CANONICAL.
           MOVE FUNCTION UPPER-CASE(SC-CUST-CITY) TO WS-UPPER-CITY.

           IF WS-CUST-TOKEN-COUNT > ZERO
               PERFORM SCORE-WATCH-ENTRY
                   VARYING WS-WL-IX FROM 1 BY 1
                   UNTIL WS-WL-IX > WS-WATCH-COUNT
           END-IF.

           CLOSE SANCTIONS-CASE-FILE.
           GOBACK.

       KEEP-CUSTOMER-TOKEN SECTION.
       KEEP-CUST-TOKEN.
           MOVE WS-NORM-TOKEN (WS-NORM-IX)
               TO WS-CUST-TOKEN (WS-NORM-IX).

       LOAD-WATCH-LIST SECTION.
       LOAD-WATCH.
           OPEN INPUT WATCH-LIST-FILE.
           IF WS-WATCH-STATUS NOT = '00'
               DISPLAY 'Sanctions watch list not available, status: '
                   WS-WATCH-STATUS
               GO TO LOAD-WATCH-EXIT
           END-IF.

           MOVE ZERO TO WS-WATCH-COUNT.
           MOVE 'N' TO WS-EOF-WATCH.
           PERFORM READ-WATCH-ENTRY
               UNTIL WS-EOF-WATCH = 'Y'.
           CLOSE WATCH-LIST-FILE.

           MOVE 'Y' TO WS-WATCH-LOADED.
           DISPLAY 'Sanctions watch list loaded: ' WS-WATCH-COUNT
               ' entries'.

       LOAD-WATCH-EXIT.
           EXIT.

       READ-WATCH-ENTRY SECTION.
       READ-WATCH.
           READ WATCH-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-WATCH
                   GO TO READ-WATCH-EXIT
           END-READ.

           IF WATCH-LIST-RECORD = SPACES
               GO TO READ-WATCH-EXIT
           END-IF.

           IF WS-WATCH-COUNT NOT < WS-WATCH-MAX
               DISPLAY 'Watch list exceeds table - entries after '
                   WS-WATCH-MAX ' not loaded'
               MOVE 'Y' TO WS-EOF-WATCH
               GO TO READ-WATCH-EXIT
           END-IF.

           MOVE SPACES TO WS-WATCH-FIELDS.
           UNSTRING WATCH-LIST-RECORD DELIMITED BY '|'
               INTO WS-WF-ENTRY-ID WS-WF-NAME WS-WF-CITY
                    WS-WF-STATE WS-WF-PROGRAM
           END-UNSTRING.

           MOVE WS-WF-NAME TO WS-NORM-NAME-IN.
           PERFORM NORMALIZE-NAME.
           IF WS-NORM-TOKEN-COUNT = ZERO
               GO TO READ-WATCH-EXIT
           END-IF.

           ADD 1 TO WS-WATCH-COUNT.
           MOVE WS-WF-ENTRY-ID TO WS-WL-ENTRY-ID (WS-WATCH-COUNT).
           MOVE WS-WF-NAME TO WS-WL-NAME (WS-WATCH-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-WF-CITY)
               TO WS-WL-CITY (WS-WATCH-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-WF-STATE)
               TO WS-WL-STATE (WS-WATCH-COUNT).
           MOVE WS-NORM-TOKEN-COUNT
               TO WS-WL-TOKEN-COUNT (WS-WATCH-COUNT).
           PERFORM KEEP-WATCH-TOKEN
               VARYING WS-NORM-IX FROM 1 BY 1 UNTIL WS-NORM-IX > 6.

       READ-WATCH-EXIT.
           EXIT.

       KEEP-WATCH-TOKEN SECTION.
       KEEP-WL-TOKEN.
           MOVE WS-NORM-TOKEN (WS-NORM-IX)
               TO WS-WL-TOKEN (WS-WATCH-COUNT, WS-NORM-IX).

       NORMALIZE-NAME SECTION.
       NORMALIZE.
      *Upper case; apostrophes and periods close up (O'BRIEN,
      *J.R.), any other punctuation separates words; then split
      *into at most six tokens and sort them.
           MOVE FUNCTION UPPER-CASE(WS-NORM-NAME-IN)
               TO WS-NORM-NAME-IN.
           MOVE ZERO TO WS-NORM-TOKEN-COUNT.
           MOVE ZERO TO WS-NORM-TOKEN-LEN.
           MOVE SPACES TO WS-NORM-CANONICAL.
           PERFORM CLEAR-NORM-TOKEN
               VARYING WS-NORM-IX FROM 1 BY 1 UNTIL WS-NORM-IX > 6.

           PERFORM SCAN-NAME-CHARACTER
               VARYING WS-NORM-POS FROM 1 BY 1
               UNTIL WS-NORM-POS > 50.

           MOVE 'Y' TO WS-NORM-SWAPPED.
           PERFORM SORT-NAME-TOKENS
               UNTIL WS-NORM-SWAPPED = 'N'.

           MOVE 1 TO WS-NORM-CANON-POS.
           PERFORM JOIN-NAME-TOKEN
               VARYING WS-NORM-IX FROM 1 BY 1
               UNTIL WS-NORM-IX > WS-NORM-TOKEN-COUNT.

       CLEAR-NORM-TOKEN SECTION.
       CLEAR-TOKEN.
           MOVE SPACES TO WS-NORM-TOKEN (WS-NORM-IX).

       SCAN-NAME-CHARACTER SECTION.
       SCAN-CHARACTER.
           MOVE WS-NORM-NAME-IN (WS-NORM-POS:1) TO WS-NORM-CHAR.

           IF WS-NORM-CHAR = "'" OR WS-NORM-CHAR = '.'
               GO TO SCAN-CHARACTER-EXIT
           END-IF.

           IF (WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z') OR
              (WS-NORM-CHAR >= '0' AND WS-NORM-CHAR <= '9')
               CONTINUE
           ELSE
               MOVE ZERO TO WS-NORM-TOKEN-LEN
               GO TO SCAN-CHARACTER-EXIT
           END-IF.

      *First character of a new word opens the next token; a
      *seventh word and anything past twenty characters drop.
           IF WS-NORM-TOKEN-LEN = ZERO
               IF WS-NORM-TOKEN-COUNT = 6
                   GO TO SCAN-CHARACTER-EXIT
               END-IF
               ADD 1 TO WS-NORM-TOKEN-COUNT
           END-IF.

           IF WS-NORM-TOKEN-LEN < 20
               ADD 1 TO WS-NORM-TOKEN-LEN
               MOVE WS-NORM-CHAR TO
                   WS-NORM-TOKEN (WS-NORM-TOKEN-COUNT)
                       (WS-NORM-TOKEN-LEN:1)
           END-IF.

       SCAN-CHARACTER-EXIT.
           EXIT.

       SORT-NAME-TOKENS SECTION.
       SORT-TOKENS.
           MOVE 'N' TO WS-NORM-SWAPPED.
           PERFORM ORDER-TOKEN-PAIR
               VARYING WS-NORM-IX FROM 1 BY 1
               UNTIL WS-NORM-IX NOT < WS-NORM-TOKEN-COUNT.

       ORDER-TOKEN-PAIR SECTION.
       ORDER-PAIR.
           IF WS-NORM-TOKEN (WS-NORM-IX) >
              WS-NORM-TOKEN (WS-NORM-IX + 1)
               MOVE WS-NORM-TOKEN (WS-NORM-IX) TO WS-NORM-SWAP
               MOVE WS-NORM-TOKEN (WS-NORM-IX + 1)
                   TO WS-NORM-TOKEN (WS-NORM-IX)
               MOVE WS-NORM-SWAP TO WS-NORM-TOKEN (WS-NORM-IX + 1)
               MOVE 'Y' TO WS-NORM-SWAPPED
           END-IF.

       JOIN-NAME-TOKEN SECTION.
       JOIN-TOKEN.
           STRING WS-NORM-TOKEN (WS-NORM-IX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INTO WS-NORM-CANONICAL
                  WITH POINTER WS-NORM-CANON-POS
               ON OVERFLOW
                   CONTINUE
           END-STRING.

       SCORE-WATCH-ENTRY SECTION.
       SCORE-ENTRY.
           MOVE ZERO TO WS-TOKEN-SCORE-SUM.
           PERFORM SCORE-WATCH-TOKEN
               VARYING WS-WT-IX FROM 1 BY 1
               UNTIL WS-WT-IX > WS-WL-TOKEN-COUNT (WS-WL-IX).

           COMPUTE WS-ENTRY-SCORE =
               WS-TOKEN-SCORE-SUM / WS-WL-TOKEN-COUNT (WS-WL-IX).

           IF WS-WL-STATE (WS-WL-IX) NOT = SPACES AND
              WS-WL-STATE (WS-WL-IX) = SC-CUST-STATE
               ADD WS-LOCATION-BONUS TO WS-ENTRY-SCORE
           END-IF.
           IF WS-WL-CITY (WS-WL-IX) NOT = SPACES AND
              WS-WL-CITY (WS-WL-IX) = WS-UPPER-CITY
               ADD WS-LOCATION-BONUS TO WS-ENTRY-SCORE
           END-IF.
           IF WS-ENTRY-SCORE > 100
               MOVE 100 TO WS-ENTRY-SCORE
           END-IF.

           IF WS-ENTRY-SCORE > SC-TOP-SCORE
               MOVE WS-ENTRY-SCORE TO SC-TOP-SCORE
               MOVE WS-WL-ENTRY-ID (WS-WL-IX) TO SC-TOP-ENTRY-ID
           END-IF.

           IF WS-ENTRY-SCORE NOT < WS-ALERT-SCORE
               PERFORM RECORD-SANCTIONS-CASE
           END-IF.

       SCORE-WATCH-TOKEN SECTION.
       SCORE-WL-TOKEN.
      *Each listed token takes its best match anywhere in the
      *customer's name - word order never matters, and extra
      *middle names on the customer side cost nothing.
           MOVE ZERO TO WS-BEST-TOKEN-SCORE.
           MOVE WS-WL-TOKEN (WS-WL-IX, WS-WT-IX) TO WS-TOKEN-A.
           PERFORM SCORE-TOKEN-PAIR
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CUST-TOKEN-COUNT
                  OR WS-BEST-TOKEN-SCORE = 100.
           ADD WS-BEST-TOKEN-SCORE TO WS-TOKEN-SCORE-SUM.

       SCORE-TOKEN-PAIR SECTION.
       SCORE-PAIR.
           MOVE WS-CUST-TOKEN (WS-CT-IX) TO WS-TOKEN-B.
           IF WS-TOKEN-A = WS-TOKEN-B
               MOVE 100 TO WS-PAIR-SCORE
           ELSE
               PERFORM COMPUTE-EDIT-DISTANCE
               IF WS-EDIT-DISTANCE NOT < WS-LEN-MAX
                   MOVE ZERO TO WS-PAIR-SCORE
               ELSE
                   COMPUTE WS-PAIR-SCORE =
                       (WS-LEN-MAX - WS-EDIT-DISTANCE) * 100
                       / WS-LEN-MAX
               END-IF
           END-IF.

           IF WS-PAIR-SCORE > WS-BEST-TOKEN-SCORE
               MOVE WS-PAIR-SCORE TO WS-BEST-TOKEN-SCORE
           END-IF.

       COMPUTE-EDIT-DISTANCE SECTION.
       COMPUTE-DISTANCE.
           MOVE ZERO TO WS-LEN-A.
           INSPECT WS-TOKEN-A TALLYING WS-LEN-A
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-LEN-B.
           INSPECT WS-TOKEN-B TALLYING WS-LEN-B
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-LEN-A > WS-LEN-B
               MOVE WS-LEN-A TO WS-LEN-MAX
           ELSE
               MOVE WS-LEN-B TO WS-LEN-MAX
           END-IF.

           PERFORM SEED-EDIT-ROW
               VARYING WS-ED-COL FROM 1 BY 1
               UNTIL WS-ED-COL > WS-LEN-B + 1.
           PERFORM FILL-EDIT-ROW
               VARYING WS-ED-ROW FROM 2 BY 1
               UNTIL WS-ED-ROW > WS-LEN-A + 1.

           MOVE WS-ED-CELL (WS-LEN-A + 1, WS-LEN-B + 1)
               TO WS-EDIT-DISTANCE.

       SEED-EDIT-ROW SECTION.
       SEED-ROW.
           COMPUTE WS-ED-CELL (1, WS-ED-COL) = WS-ED-COL - 1.

       FILL-EDIT-ROW SECTION.
       FILL-ROW.
           COMPUTE WS-ED-CELL (WS-ED-ROW, 1) = WS-ED-ROW - 1.
           PERFORM FILL-EDIT-CELL
               VARYING WS-ED-COL FROM 2 BY 1
               UNTIL WS-ED-COL > WS-LEN-B + 1.

       FILL-EDIT-CELL SECTION.
       FILL-CELL.
           IF WS-TOKEN-A (WS-ED-ROW - 1:1) =
              WS-TOKEN-B (WS-ED-COL - 1:1)
               MOVE ZERO TO WS-ED-COST
           ELSE
               MOVE 1 TO WS-ED-COST
           END-IF.

           COMPUTE WS-ED-BEST =
               WS-ED-CELL (WS-ED-ROW - 1, WS-ED-COL - 1) + WS-ED-COST.
           COMPUTE WS-ED-TRY =
               WS-ED-CELL (WS-ED-ROW - 1, WS-ED-COL) + 1.
           IF WS-ED-TRY < WS-ED-BEST
               MOVE WS-ED-TRY TO WS-ED-BEST
           END-IF.
           COMPUTE WS-ED-TRY =
               WS-ED-CELL (WS-ED-ROW, WS-ED-COL - 1) + 1.
           IF WS-ED-TRY < WS-ED-BEST
               MOVE WS-ED-TRY TO WS-ED-BEST
           END-IF.

           MOVE WS-ED-BEST TO WS-ED-CELL (WS-ED-ROW, WS-ED-COL).

       RECORD-SANCTIONS-CASE SECTION.
       RECORD-CASE.
           MOVE SC-SOURCE TO SCASE-SOURCE.
           MOVE SC-CUST-ID TO SCASE-CUST-ID.
           MOVE WS-WL-ENTRY-ID (WS-WL-IX) TO SCASE-ENTRY-ID.

           READ SANCTIONS-CASE-FILE
               INVALID KEY
                   PERFORM OPEN-NEW-CASE
                   GO TO RECORD-CASE-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN SCASE-CONFIRMED
                   MOVE 'F' TO SC-RESULT
               WHEN SCASE-CLEARED AND
                    SCASE-SCREENED-NAME = WS-CUST-CANONICAL
                   CONTINUE
               WHEN SCASE-CLEARED
      *Cleared under a different name - the name has changed
      *since, so the clearance no longer covers it.
                   MOVE 'O' TO SCASE-STATUS
                   MOVE WS-CUST-CANONICAL TO SCASE-SCREENED-NAME
                   MOVE WS-TODAY-DATE TO SCASE-OPENED-DATE
                   MOVE SPACES TO SCASE-DECIDED-BY
                   MOVE ZERO TO SCASE-DECIDED-DATE
                   ADD 1 TO SC-CASES-OPENED
                   PERFORM MARK-POSSIBLE-HIT
               WHEN OTHER
                   MOVE WS-CUST-CANONICAL TO SCASE-SCREENED-NAME
                   PERFORM MARK-POSSIBLE-HIT
           END-EVALUATE.

           MOVE WS-ENTRY-SCORE TO SCASE-SCORE.
           MOVE WS-TODAY-DATE TO SCASE-LAST-SCREENED.
           REWRITE SANCTIONS-CASE-RECORD.

       RECORD-CASE-EXIT.
           EXIT.

       OPEN-NEW-CASE SECTION.
       OPEN-CASE.
           MOVE 'O' TO SCASE-STATUS.
           MOVE WS-ENTRY-SCORE TO SCASE-SCORE.
           MOVE WS-CUST-CANONICAL TO SCASE-SCREENED-NAME.
           MOVE WS-WL-NAME (WS-WL-IX) TO SCASE-WATCH-NAME.
           MOVE WS-TODAY-DATE TO SCASE-OPENED-DATE.
           MOVE WS-TODAY-DATE TO SCASE-LAST-SCREENED.
           MOVE SPACES TO SCASE-DECIDED-BY.
           MOVE ZERO TO SCASE-DECIDED-DATE.
           WRITE SANCTIONS-CASE-RECORD.
           ADD 1 TO SC-CASES-OPENED.
           PERFORM MARK-POSSIBLE-HIT.

       MARK-POSSIBLE-HIT SECTION.
       MARK-HIT.
      *A confirmed match on any entry outranks an open one.
           IF NOT SC-CONFIRMED-HIT
               MOVE 'H' TO SC-RESULT
           END-IF.
