               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

      *Feed control history - one line per feed file accepted ('A')
      *or rejected ('R'), plus a 'G' line whenever a sender's file
      *sequence skips, so the gap is reported on the next run.
           SELECT FEED-CONTROL-FILE
               ASSIGN TO "feed_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05  FEED-TRANS-DATE         PIC X(10).
           05  FEED-TRANS-DESCRIPTION  PIC X(50).

      *First record of every feed file - who sent it, for which
      *business date, and the sender's running file sequence.
       01  FEED-HEADER-RECORD.
           05  FEED-HDR-RECORD-TYPE    PIC X(3).
           05  FEED-HDR-SOURCE-ID      PIC X(8).
           05  FEED-HDR-BUSINESS-DATE  PIC 9(8).
           05  FEED-HDR-FILE-SEQ       PIC 9(6).
           05  FILLER                  PIC X(66).

      *Last record of every feed file - the sender's own control
      *totals over the detail records. Debits are carried unsigned.
       01  FEED-TRAILER-RECORD.
           05  FEED-TRL-RECORD-TYPE    PIC X(3).
           05  FEED-TRL-RECORD-COUNT   PIC 9(6).
           05  FEED-TRL-DEBIT-TOTAL    PIC 9(11)V99.
           05  FEED-TRL-CREDIT-TOTAL   PIC 9(11)V99.
           05  FEED-TRL-HASH-TOTAL     PIC 9(15).
           05  FILLER                  PIC X(41).

       FD  DUPLICATE-CHECK-FILE.
       01  SEEN-TRANS-RECORD.
           05  SEEN-TRANS-ID           PIC 9(10).
       FD  SUSPENSE-AGING-REPORT.
       01  AGING-REPORT-LINE           PIC X(100).

       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD.
           05  CTL-ENTRY-TYPE          PIC X.
           05  CTL-RUN-DATE            PIC 9(8).
           05  CTL-SOURCE-ID           PIC X(8).
           05  CTL-BUSINESS-DATE       PIC 9(8).
           05  CTL-FILE-SEQ            PIC 9(6).
           05  CTL-GAP-TO-SEQ          PIC 9(6).
           05  CTL-RECORD-COUNT        PIC 9(6).
           05  CTL-REASON              PIC X(30).

       WORKING-STORAGE SECTION.

      *File status
       01  WS-AGING-FOUND-IX           PIC 9(2).
       01  WS-AGING-DAYS-OLD           PIC S9(5).

      *Feed file controls - the header and trailer are proved
      *against the detail records before anything is posted, and
      *the header is checked against every file already accepted
      *from the same source.
       01  WS-FEED-CONTROL-STATUS      PIC XX.
       01  WS-EOF-FEED-CONTROL         PIC X.
       01  WS-FEED-REJECT-REASON       PIC X(30).
       01  WS-FEED-CONTROLS.
           05  WS-CTL-HEADER-SEEN      PIC X.
           05  WS-CTL-TRAILER-SEEN     PIC X.
           05  WS-CTL-RECORD-NUM       PIC 9(6).
           05  WS-CTL-DETAIL-COUNT     PIC 9(6).
           05  WS-CTL-DEBIT-TOTAL      PIC 9(11)V99.
           05  WS-CTL-CREDIT-TOTAL     PIC 9(11)V99.
           05  WS-CTL-HASH-TOTAL       PIC 9(15).
           05  WS-CTL-SOURCE-ID        PIC X(8).
           05  WS-CTL-BUSINESS-DATE    PIC 9(8).
           05  WS-CTL-FILE-SEQ         PIC 9(6).
           05  WS-CTL-TRL-COUNT        PIC 9(6).
           05  WS-CTL-TRL-DEBIT        PIC 9(11)V99.
           05  WS-CTL-TRL-CREDIT       PIC 9(11)V99.
           05  WS-CTL-TRL-HASH         PIC 9(15).

      *One line per feed source, summarised from every file ever
      *accepted on FEED-CONTROL-FILE - the highest file sequence and
      *latest business date taken so far. A source that will not fit
      *is flagged rather than dropped, and its files are refused.
       01  WS-FEED-SOURCES.
           05  WS-SRC-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-SRC-ENTRY OCCURS 50 TIMES.
               10  WS-SRC-SOURCE-ID    PIC X(8).
               10  WS-SRC-LAST-SEQ     PIC 9(6).
               10  WS-SRC-LAST-BUS-DATE
                                       PIC 9(8).
       01  WS-SRC-MAX                  PIC 9(3) VALUE 50.
       01  WS-SRC-IX                   PIC 9(3).
       01  WS-SRC-FOUND-IX             PIC 9(3).
       01  WS-SRC-FIND-ID              PIC X(8).
       01  WS-SRC-OVERFLOW             PIC X VALUE "N".
       01  WS-LAST-FILE-SEQ            PIC 9(6).
       01  WS-LAST-BUS-DATE            PIC 9(8).
       01  WS-GAP-FROM-SEQ             PIC 9(6).

      *Sequence gaps found on the most recent prior run - reported
      *at start-up so a missing file is chased the next morning.
       01  WS-PRIOR-RUN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-FEED-GAP-TABLE.
           05  WS-GAP-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-GAP-ENTRY OCCURS 20 TIMES.
               10  WS-GAP-SOURCE-ID    PIC X(8).
               10  WS-GAP-FROM         PIC 9(6).
               10  WS-GAP-TO           PIC 9(6).
       01  WS-GAP-IX                   PIC 9(2).

      *Display formatting
       01  WS-DISPLAY-AMOUNT           PIC $$,$$$,$$9.99-.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
           DISPLAY SPACE.

           PERFORM LOAD-SEEN-TRANSACTIONS.
           PERFORM LOAD-FEED-CONTROL.

       LOAD-SEEN-TRANSACTIONS SECTION.
       LOAD-SEEN.
               OPEN OUTPUT DUPLICATE-CHECK-FILE
           END-IF.

       LOAD-FEED-CONTROL SECTION.
       LOAD-FEED-CTL.
      *Rebuild each source's accepted files from the control
      *history, and pick up the sequence gaps the last run found.
      *The history is written in run order, so a newer prior run
      *date simply starts the gap list over.
           OPEN INPUT FEED-CONTROL-FILE.
           IF WS-FEED-CONTROL-STATUS = "00" THEN
               MOVE "N" TO WS-EOF-FEED-CONTROL
               PERFORM UNTIL WS-EOF-FEED-CONTROL = "Y"
                   READ FEED-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FEED-CONTROL
                       NOT AT END
                           PERFORM TRACK-FEED-CONTROL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEED-CONTROL-FILE
           END-IF.

           DISPLAY "Feed sequence check...".
           IF WS-GAP-COUNT = ZERO THEN
               DISPLAY "  No file sequence gaps outstanding"
           ELSE
               PERFORM VARYING WS-GAP-IX FROM 1 BY 1
                   UNTIL WS-GAP-IX > WS-GAP-COUNT
                   DISPLAY "  GAP: source " WS-GAP-SOURCE-ID(WS-GAP-IX)
                           " file(s) " WS-GAP-FROM(WS-GAP-IX)
                           " thru " WS-GAP-TO(WS-GAP-IX)
                           " never received (found "
                           WS-PRIOR-RUN-DATE ")"
               END-PERFORM
           END-IF.
           DISPLAY SPACE.

       TRACK-FEED-CONTROL-ENTRY SECTION.
       TRACK-FEED-CTL.
           IF CTL-RUN-DATE < WS-TODAY-NUM AND
              CTL-RUN-DATE > WS-PRIOR-RUN-DATE THEN
               MOVE CTL-RUN-DATE TO WS-PRIOR-RUN-DATE
               MOVE ZERO TO WS-GAP-COUNT
           END-IF.

           IF CTL-ENTRY-TYPE = "A" THEN
               PERFORM TRACK-ACCEPTED-SOURCE
           END-IF.

           IF CTL-ENTRY-TYPE = "G" AND
              CTL-RUN-DATE = WS-PRIOR-RUN-DATE AND
              WS-GAP-COUNT < 20 THEN
               ADD 1 TO WS-GAP-COUNT
               MOVE CTL-SOURCE-ID TO WS-GAP-SOURCE-ID(WS-GAP-COUNT)
               MOVE CTL-FILE-SEQ TO WS-GAP-FROM(WS-GAP-COUNT)
               MOVE CTL-GAP-TO-SEQ TO WS-GAP-TO(WS-GAP-COUNT)
           END-IF.

       TRACK-ACCEPTED-SOURCE SECTION.
       TRACK-ACC-SRC.
           MOVE CTL-SOURCE-ID TO WS-SRC-FIND-ID.
           PERFORM FIND-FEED-SOURCE.

           IF WS-SRC-FOUND-IX = ZERO THEN
               IF WS-SRC-COUNT NOT < WS-SRC-MAX THEN
                   MOVE "Y" TO WS-SRC-OVERFLOW
                   GO TO TRACK-ACC-SRC-EXIT
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IX
               MOVE CTL-SOURCE-ID TO WS-SRC-SOURCE-ID(WS-SRC-FOUND-IX)
               MOVE ZERO TO WS-SRC-LAST-SEQ(WS-SRC-FOUND-IX)
               MOVE ZERO TO WS-SRC-LAST-BUS-DATE(WS-SRC-FOUND-IX)
           END-IF.

           IF CTL-FILE-SEQ > WS-SRC-LAST-SEQ(WS-SRC-FOUND-IX) THEN
               MOVE CTL-FILE-SEQ TO WS-SRC-LAST-SEQ(WS-SRC-FOUND-IX)
           END-IF.
           IF CTL-BUSINESS-DATE >
                   WS-SRC-LAST-BUS-DATE(WS-SRC-FOUND-IX) THEN
               MOVE CTL-BUSINESS-DATE TO
                   WS-SRC-LAST-BUS-DATE(WS-SRC-FOUND-IX)
           END-IF.

       TRACK-ACC-SRC-EXIT.
           EXIT.

       FIND-FEED-SOURCE SECTION.
       FIND-FEED-SRC.
           MOVE ZERO TO WS-SRC-FOUND-IX.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
                  OR WS-SRC-FOUND-IX > ZERO
               IF WS-SRC-SOURCE-ID(WS-SRC-IX) = WS-SRC-FIND-ID THEN
                   MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
               END-IF
           END-PERFORM.

       INGEST-DAILY-FEED SECTION.
       INGEST-FEED.
      *Load today's inbound transaction feed instead of fabricating
      *transactions - a real upstream feed can resend a transaction,
      *so PROCESS-SINGLE-TRANSACTION is what actually rejects repeats.
      *A file whose header and trailer controls do not prove out is
      *rejected whole - a truncated file, a resend under a new name
      *or the wrong business date posts nothing at all.
           DISPLAY "Reading daily transaction feed...".

           OPEN INPUT DAILY-FEED-FILE.
               OPEN INPUT DAILY-FEED-FILE
           END-IF.

           PERFORM VALIDATE-FEED-CONTROLS.

           IF WS-FEED-REJECT-REASON = SPACES THEN
               PERFORM POST-DAILY-FEED
               PERFORM RECORD-FEED-ACCEPTED
           ELSE
               PERFORM RECORD-FEED-REJECTED
           END-IF.

           DISPLAY "Loaded " WS-TRANS-COUNT " transactions from feed".
           DISPLAY SPACE.

           CLOSE TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE.

       VALIDATE-FEED-CONTROLS SECTION.
       VALIDATE-FEED.
      *Control pass - read the whole file once, proving the header
      *and trailer against the detail records, before POST-DAILY-FEED
      *is allowed to write anything.
           MOVE SPACES TO WS-FEED-REJECT-REASON.
           INITIALIZE WS-FEED-CONTROLS.
           MOVE "N" TO WS-CTL-HEADER-SEEN.
           MOVE "N" TO WS-CTL-TRAILER-SEEN.

           MOVE "N" TO WS-EOF-FEED.
           PERFORM UNTIL WS-EOF-FEED = "Y"
               READ DAILY-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FEED
                   NOT AT END
                       PERFORM CHECK-FEED-CONTROL-RECORD
               END-READ
           END-PERFORM.

           CLOSE DAILY-FEED-FILE.

           IF WS-FEED-REJECT-REASON NOT = SPACES THEN
               GO TO VALIDATE-FEED-EXIT
           END-IF.

           IF WS-CTL-HEADER-SEEN = "N" THEN
               MOVE "NO HEADER RECORD" TO WS-FEED-REJECT-REASON
               GO TO VALIDATE-FEED-EXIT
           END-IF.

           IF WS-CTL-TRAILER-SEEN = "N" THEN
               MOVE "NO TRAILER RECORD" TO WS-FEED-REJECT-REASON
               GO TO VALIDATE-FEED-EXIT
           END-IF.

           IF WS-CTL-DETAIL-COUNT NOT = WS-CTL-TRL-COUNT THEN
               MOVE "TRAILER RECORD COUNT MISMATCH" TO
                   WS-FEED-REJECT-REASON
               GO TO VALIDATE-FEED-EXIT
           END-IF.

           IF WS-CTL-DEBIT-TOTAL NOT = WS-CTL-TRL-DEBIT THEN
               MOVE "TRAILER DEBIT TOTAL MISMATCH" TO
                   WS-FEED-REJECT-REASON
               GO TO VALIDATE-FEED-EXIT
           END-IF.

           IF WS-CTL-CREDIT-TOTAL NOT = WS-CTL-TRL-CREDIT THEN
               MOVE "TRAILER CREDIT TOTAL MISMATCH" TO
                   WS-FEED-REJECT-REASON
               GO TO VALIDATE-FEED-EXIT
           END-IF.

           IF WS-CTL-HASH-TOTAL NOT = WS-CTL-TRL-HASH THEN
               MOVE "TRAILER HASH TOTAL MISMATCH" TO
                   WS-FEED-REJECT-REASON
               GO TO VALIDATE-FEED-EXIT
           END-IF.

           PERFORM CHECK-FEED-SEQUENCE.

       VALIDATE-FEED-EXIT.
           EXIT.

       CHECK-FEED-CONTROL-RECORD SECTION.
       CHECK-FEED-CTL.
      *Once the file is known bad the rest is only read through.
           IF WS-FEED-REJECT-REASON NOT = SPACES THEN
               GO TO CHECK-FEED-CTL-EXIT
           END-IF.

           ADD 1 TO WS-CTL-RECORD-NUM.

           IF WS-CTL-TRAILER-SEEN = "Y" THEN
               MOVE "RECORDS AFTER TRAILER" TO WS-FEED-REJECT-REASON
               GO TO CHECK-FEED-CTL-EXIT
           END-IF.

           IF FEED-HDR-RECORD-TYPE = "HDR" THEN
               IF WS-CTL-RECORD-NUM NOT = 1 THEN
                   MOVE "HEADER NOT FIRST RECORD" TO
                       WS-FEED-REJECT-REASON
                   GO TO CHECK-FEED-CTL-EXIT
               END-IF
               IF FEED-HDR-SOURCE-ID = SPACES OR
                  FEED-HDR-BUSINESS-DATE NOT NUMERIC OR
                  FEED-HDR-FILE-SEQ NOT NUMERIC THEN
                   MOVE "INVALID HEADER RECORD" TO
                       WS-FEED-REJECT-REASON
                   GO TO CHECK-FEED-CTL-EXIT
               END-IF
               MOVE "Y" TO WS-CTL-HEADER-SEEN
               MOVE FEED-HDR-SOURCE-ID TO WS-CTL-SOURCE-ID
               MOVE FEED-HDR-BUSINESS-DATE TO WS-CTL-BUSINESS-DATE
               MOVE FEED-HDR-FILE-SEQ TO WS-CTL-FILE-SEQ
               GO TO CHECK-FEED-CTL-EXIT
           END-IF.

           IF WS-CTL-HEADER-SEEN = "N" THEN
               MOVE "NO HEADER RECORD" TO WS-FEED-REJECT-REASON
               GO TO CHECK-FEED-CTL-EXIT
           END-IF.

           IF FEED-TRL-RECORD-TYPE = "TRL" THEN
               IF FEED-TRL-RECORD-COUNT NOT NUMERIC OR
                  FEED-TRL-DEBIT-TOTAL NOT NUMERIC OR
                  FEED-TRL-CREDIT-TOTAL NOT NUMERIC OR
                  FEED-TRL-HASH-TOTAL NOT NUMERIC THEN
                   MOVE "INVALID TRAILER RECORD" TO
                       WS-FEED-REJECT-REASON
                   GO TO CHECK-FEED-CTL-EXIT
               END-IF
               MOVE "Y" TO WS-CTL-TRAILER-SEEN
               MOVE FEED-TRL-RECORD-COUNT TO WS-CTL-TRL-COUNT
               MOVE FEED-TRL-DEBIT-TOTAL TO WS-CTL-TRL-DEBIT
               MOVE FEED-TRL-CREDIT-TOTAL TO WS-CTL-TRL-CREDIT
               MOVE FEED-TRL-HASH-TOTAL TO WS-CTL-TRL-HASH
               GO TO CHECK-FEED-CTL-EXIT
           END-IF.

      *Detail record - a record too damaged to total cannot be
      *proved against the trailer either.
           IF FEED-TRANS-ID NOT NUMERIC OR
              FEED-TRANS-AMOUNT NOT NUMERIC THEN
               MOVE "UNREADABLE DETAIL RECORD" TO WS-FEED-REJECT-REASON
               GO TO CHECK-FEED-CTL-EXIT
           END-IF.

           ADD 1 TO WS-CTL-DETAIL-COUNT.
           IF FEED-TRANS-AMOUNT < ZERO THEN
               SUBTRACT FEED-TRANS-AMOUNT FROM WS-CTL-DEBIT-TOTAL
           ELSE
               ADD FEED-TRANS-AMOUNT TO WS-CTL-CREDIT-TOTAL
           END-IF.
           ADD FEED-TRANS-ID TO WS-CTL-HASH-TOTAL.

       CHECK-FEED-CTL-EXIT.
           EXIT.

       CHECK-FEED-SEQUENCE SECTION.
       CHECK-FEED-SEQ.
      *The header against the files already accepted from the same
      *source - both the business date and the file sequence must
      *move forward past the last ones taken, so a resend or a file
      *older than one already posted is refused.
           IF WS-CTL-BUSINESS-DATE > WS-TODAY-NUM THEN
               MOVE "BUSINESS DATE IN FUTURE" TO WS-FEED-REJECT-REASON
               GO TO CHECK-FEED-SEQ-EXIT
           END-IF.

           MOVE ZERO TO WS-LAST-FILE-SEQ.
           MOVE ZERO TO WS-LAST-BUS-DATE.
           MOVE WS-CTL-SOURCE-ID TO WS-SRC-FIND-ID.
           PERFORM FIND-FEED-SOURCE.

      *With the source table full, a source not in it may still have
      *history that could not be loaded - nothing can be proved.
           IF WS-SRC-FOUND-IX = ZERO AND WS-SRC-OVERFLOW = "Y" THEN
               MOVE "FEED SOURCE TABLE FULL" TO WS-FEED-REJECT-REASON
               GO TO CHECK-FEED-SEQ-EXIT
           END-IF.

           IF WS-SRC-FOUND-IX > ZERO THEN
               MOVE WS-SRC-LAST-SEQ(WS-SRC-FOUND-IX) TO
                   WS-LAST-FILE-SEQ
               MOVE WS-SRC-LAST-BUS-DATE(WS-SRC-FOUND-IX) TO
                   WS-LAST-BUS-DATE
           END-IF.

           IF WS-CTL-BUSINESS-DATE = WS-LAST-BUS-DATE THEN
               MOVE "BUSINESS DATE ALREADY POSTED" TO
                   WS-FEED-REJECT-REASON
               GO TO CHECK-FEED-SEQ-EXIT
           END-IF.

           IF WS-CTL-BUSINESS-DATE < WS-LAST-BUS-DATE THEN
               MOVE "BUSINESS DATE BEFORE LAST FILE" TO
                   WS-FEED-REJECT-REASON
               GO TO CHECK-FEED-SEQ-EXIT
           END-IF.

           IF WS-CTL-FILE-SEQ NOT > WS-LAST-FILE-SEQ THEN
               MOVE "FILE SEQUENCE OUT OF ORDER" TO
                   WS-FEED-REJECT-REASON
           END-IF.

       CHECK-FEED-SEQ-EXIT.
           EXIT.

       POST-DAILY-FEED SECTION.
       POST-FEED.
      *Controls agree - second pass posts the detail records only.
           OPEN INPUT DAILY-FEED-FILE.

           MOVE "N" TO WS-EOF-FEED.
           PERFORM UNTIL WS-EOF-FEED = "Y"
               READ DAILY-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FEED
                   NOT AT END
                       IF FEED-HDR-RECORD-TYPE NOT = "HDR" AND
                          FEED-TRL-RECORD-TYPE NOT = "TRL" THEN
                           PERFORM POST-FEED-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DAILY-FEED-FILE.

       POST-FEED-DETAIL SECTION.
       POST-DETAIL.
           ADD 1 TO WS-FEED-COUNT.
           ADD FEED-TRANS-AMOUNT TO WS-FEED-AMOUNT-TOTAL.
           MOVE FEED-TRANS-ID TO TRANS-ID.
           MOVE FEED-TRANS-TYPE TO TRANS-TYPE.
           MOVE FEED-TRANS-AMOUNT TO TRANS-AMOUNT.
           MOVE FEED-TRANS-DATE TO TRANS-DATE.
           MOVE FEED-TRANS-DESCRIPTION TO TRANS-DESCRIPTION.
           PERFORM WRITE-TRANSACTION.

       RECORD-FEED-ACCEPTED SECTION.
       RECORD-FEED-ACC.
      *A sequence that skips ahead still posts - the file in hand
      *proved out - but the missing numbers go on the history as a
      *'G' line for the next run's sequence check.
           PERFORM OPEN-FEED-CONTROL-EXTEND.

           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE "A" TO CTL-ENTRY-TYPE.
           MOVE WS-TODAY-NUM TO CTL-RUN-DATE.
           MOVE WS-CTL-SOURCE-ID TO CTL-SOURCE-ID.
           MOVE WS-CTL-BUSINESS-DATE TO CTL-BUSINESS-DATE.
           MOVE WS-CTL-FILE-SEQ TO CTL-FILE-SEQ.
           MOVE ZERO TO CTL-GAP-TO-SEQ.
           MOVE WS-CTL-DETAIL-COUNT TO CTL-RECORD-COUNT.
           MOVE "ACCEPTED" TO CTL-REASON.
           WRITE FEED-CONTROL-RECORD.

           DISPLAY "  Feed controls OK - source " WS-CTL-SOURCE-ID
                   " business date " WS-CTL-BUSINESS-DATE
                   " file " WS-CTL-FILE-SEQ.

           IF WS-LAST-FILE-SEQ > ZERO AND
              WS-CTL-FILE-SEQ > WS-LAST-FILE-SEQ + 1 THEN
               COMPUTE WS-GAP-FROM-SEQ = WS-LAST-FILE-SEQ + 1
               MOVE "G" TO CTL-ENTRY-TYPE
               MOVE WS-GAP-FROM-SEQ TO CTL-FILE-SEQ
               COMPUTE CTL-GAP-TO-SEQ = WS-CTL-FILE-SEQ - 1
               MOVE ZERO TO CTL-RECORD-COUNT
               MOVE "SEQUENCE GAP" TO CTL-REASON
               WRITE FEED-CONTROL-RECORD
               DISPLAY "  SEQUENCE GAP: source " WS-CTL-SOURCE-ID
                       " file(s) " CTL-FILE-SEQ
                       " thru " CTL-GAP-TO-SEQ " not received"
           END-IF.

           CLOSE FEED-CONTROL-FILE.

       RECORD-FEED-REJECTED SECTION.
       RECORD-FEED-REJ.
           PERFORM OPEN-FEED-CONTROL-EXTEND.

           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE "R" TO CTL-ENTRY-TYPE.
           MOVE WS-TODAY-NUM TO CTL-RUN-DATE.
           MOVE WS-CTL-SOURCE-ID TO CTL-SOURCE-ID.
           MOVE WS-CTL-BUSINESS-DATE TO CTL-BUSINESS-DATE.
           MOVE WS-CTL-FILE-SEQ TO CTL-FILE-SEQ.
           MOVE ZERO TO CTL-GAP-TO-SEQ.
           MOVE WS-CTL-DETAIL-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-FEED-REJECT-REASON TO CTL-REASON.
           WRITE FEED-CONTROL-RECORD.
           CLOSE FEED-CONTROL-FILE.

           DISPLAY "  FEED FILE REJECTED - " WS-FEED-REJECT-REASON.
           DISPLAY "  Source " WS-CTL-SOURCE-ID
                   " business date " WS-CTL-BUSINESS-DATE
                   " file " WS-CTL-FILE-SEQ " - nothing posted".

       OPEN-FEED-CONTROL-EXTEND SECTION.
       OPEN-FEED-CTL.
           OPEN EXTEND FEED-CONTROL-FILE.
           IF WS-FEED-CONTROL-STATUS NOT = "00" THEN
               OPEN OUTPUT FEED-CONTROL-FILE
           END-IF.

       SEED-SAMPLE-FEED SECTION.
       SEED-FEED.
      *resent to exercise the duplicate-detection path.
           OPEN OUTPUT DAILY-FEED-FILE.

           MOVE SPACES TO FEED-HEADER-RECORD.
           MOVE "HDR" TO FEED-HDR-RECORD-TYPE.
           MOVE "CORE01" TO FEED-HDR-SOURCE-ID.
           MOVE WS-TODAY-NUM TO FEED-HDR-BUSINESS-DATE.
           MOVE 1 TO FEED-HDR-FILE-SEQ.
           WRITE FEED-HEADER-RECORD.

           MOVE 1001 TO FEED-TRANS-ID.
           MOVE "DEPOSIT" TO FEED-TRANS-TYPE.
           MOVE +1500.00 TO FEED-TRANS-AMOUNT.
           MOVE "Counter withdrawal" TO FEED-TRANS-DESCRIPTION.
           WRITE FEED-RECORD.

      *Sender's controls over the eight detail records above.
           MOVE SPACES TO FEED-TRAILER-RECORD.
           MOVE "TRL" TO FEED-TRL-RECORD-TYPE.
           MOVE 8 TO FEED-TRL-RECORD-COUNT.
           MOVE 354.95 TO FEED-TRL-DEBIT-TOTAL.
           MOVE 6317.55 TO FEED-TRL-CREDIT-TOTAL.
           MOVE 8029 TO FEED-TRL-HASH-TOTAL.
           WRITE FEED-TRAILER-RECORD.

           CLOSE DAILY-FEED-FILE.

       WRITE-TRANSACTION SECTION.
           DISPLAY "Transaction Summary".
           DISPLAY "========================================".

           IF WS-FEED-REJECT-REASON = SPACES THEN
               DISPLAY "Feed File:          ACCEPTED"
           ELSE
               DISPLAY "Feed File:          REJECTED - "
                       WS-FEED-REJECT-REASON
           END-IF.

           MOVE WS-TRANS-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Total Transactions: " WS-DISPLAY-COUNT.

