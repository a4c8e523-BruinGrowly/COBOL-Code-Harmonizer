       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordRetention.
      *FINANCIAL SERVICES - RECORD RETENTION AND PURGE
      *Ages out the shop's append-only logs and history files so
      *the nightly programs that re-read them in full stop reading
      *years of history. The retention policy file names each file,
      *how long its records are kept, and whether expired records
      *are archived or simply deleted. Expired records are copied
      *to a dated archive file, closed with a record count and hash
      *total, and the live file is rewritten with only the records
      *still inside their retention period. A file under legal hold
      *is never touched. Every file considered gets a line in the
      *retention log saying what was removed, how much, and when.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *One line per managed file. The shop's entries:
      *  cash_journal.log            L 001
      *  api_requests.log            L 001
      *  AUDITLOG                    L 001
      *  ACTIVITY.LOG                L 001
      *  SETLOG.DAT                  L 001
      *  claim_reserve_hist.dat      L 001
      *  dispense_suspense.dat       J 001
      *  customer_change_history.dat L 011
      *  suspense_feed.dat           S 002
      *  CUSTHIST.DAT                H
           SELECT POLICY-FILE ASSIGN TO 'retention_policy.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT LIVE-FILE ASSIGN TO WS-LIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT WORK-FILE ASSIGN TO 'retention_work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO 'CUSTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-SEQ-NUMBER
               ALTERNATE RECORD KEY IS CH-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RETENTION-LOG ASSIGN TO 'retention_run.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05  RP-FILE-NAME            PIC X(40).
      *L - line file dated at RP-DATE-POS (YYYYMMDD)
      *S - suspense feed: as L, but an item still open (an R line
      *    with no later C line) is kept whatever its age
      *J - ATM dispense suspense: as L, but a PENDING jam line is
      *    kept until its REVERSED line has expired too, and one
      *    with no REVERSED line is kept whatever its age
      *H - CUSTHIST.DAT, the indexed customer change history
           05  RP-FILE-KIND            PIC X.
               88  RP-LINE-FILE        VALUE 'L'.
               88  RP-SUSPENSE-FEED    VALUE 'S'.
               88  RP-DISPENSE-SUSPENSE VALUE 'J'.
               88  RP-CUSTHIST-FILE    VALUE 'H'.
           05  RP-DATE-POS             PIC 9(3).
           05  RP-RETAIN-DAYS          PIC 9(5).
           05  RP-EXPIRY-ACTION        PIC X.
               88  RP-ARCHIVE          VALUE 'A'.
               88  RP-DELETE           VALUE 'D'.
           05  RP-LEGAL-HOLD           PIC X.
               88  RP-ON-HOLD          VALUE 'Y'.
           05  RP-HOLD-REFERENCE       PIC X(20).

       FD  LIVE-FILE.
       01  LIVE-RECORD                 PIC X(300).

       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(300).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(300).

      *Same layout the customer maintenance example writes.
       FD  CUSTOMER-HISTORY-FILE.
       01  CUSTOMER-HISTORY-RECORD.
           05 CH-SEQ-NUMBER        PIC 9(10).
           05 CH-CUSTOMER-ID       PIC 9(6).
           05 CH-CHANGE-DATE       PIC 9(8).
           05 CH-CHANGE-TIME       PIC 9(8).
           05 CH-OLD-BALANCE       PIC 9(7)V99.
           05 CH-NEW-BALANCE       PIC 9(7)V99.
           05 CH-REASON-CODE       PIC X(20).

       FD  RETENTION-LOG.
       01  RETENTION-LOG-RECORD        PIC X(220).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-STATUS            PIC XX.
       01  WS-LIVE-STATUS              PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-ARCHIVE-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-RETLOG-STATUS            PIC XX.

       01  WS-LIVE-FILENAME            PIC X(40).
       01  WS-ARCHIVE-FILENAME         PIC X(60).

       01  WS-EOF-POLICY               PIC X VALUE 'N'.
       01  WS-EOF-LIVE                 PIC X.
       01  WS-EOF-WORK                 PIC X.
       01  WS-EOF-HIST                 PIC X.
       01  WS-ARCHIVE-ERROR            PIC X.
       01  WS-RECORD-EXPIRED           PIC X.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-RECORD-DATE-X            PIC X(8).
       01  WS-RECORD-DATE              PIC 9(8).
       01  WS-OUTCOME                  PIC X(10).

      *Per-file counts - the removed count and hash total are
      *written to both the archive trailer and the retention log.
      *The hash is the sum of the removed records' dates.
       01  WS-FILE-COUNTS.
           05  WS-RECORDS-READ         PIC 9(9).
           05  WS-RECORDS-KEPT         PIC 9(9).
           05  WS-RECORDS-REMOVED      PIC 9(9).
           05  WS-HASH-TOTAL           PIC 9(15).

       01  WS-RUN-TOTALS.
           05  WS-FILES-PURGED         PIC 9(4) VALUE ZERO.
           05  WS-FILES-HELD           PIC 9(4) VALUE ZERO.
           05  WS-FILES-SKIPPED        PIC 9(4) VALUE ZERO.
           05  WS-TOTAL-REMOVED        PIC 9(9) VALUE ZERO.

      *Suspense feed items, latest status per transaction ID - the
      *same reading the aging report makes of the feed.
       01  WS-SUSPENSE-LINE.
           05  WS-SL-STATUS            PIC X.
           05  WS-SL-DATE              PIC X(8).
           05  WS-SL-TRANS-ID          PIC X(10).
           05  FILLER                  PIC X(281).
       01  WS-SUSP-TABLE.
           05  WS-SUSP-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-SUSP-ITEM OCCURS 1000 TIMES.
               10  WS-SUSP-ID          PIC X(10).
               10  WS-SUSP-STATUS      PIC X.
       01  WS-SUSP-MAX                 PIC 9(4) VALUE 1000.
       01  WS-SUSP-IX                  PIC 9(4).
       01  WS-SUSP-FOUND-IX            PIC 9(4).
       01  WS-SUSP-TABLE-FULL          PIC X.

      *Dispense suspense - each PENDING jam line with the date of
      *the REVERSED line that answered it (zero while unanswered).
      *A REVERSED line answers the earliest unanswered PENDING line
      *for the same ATM, account and amount.
       01  WS-DISPENSE-LINE.
           05  WS-DS-STAMP             PIC X(21).
           05  WS-DS-KEY.
               10  WS-DS-ATM-ID        PIC X(10).
               10  WS-DS-ACCT          PIC X(10).
               10  WS-DS-AMOUNT        PIC X(12).
           05  WS-DS-STATUS            PIC X(10).
       01  WS-DS-TABLE.
           05  WS-DS-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-DS-ITEM OCCURS 1000 TIMES.
               10  WS-DS-ITEM-KEY      PIC X(32).
               10  WS-DS-ITEM-LINE     PIC 9(9).
               10  WS-DS-ITEM-REV-DATE PIC 9(8).
       01  WS-DS-MAX                   PIC 9(4) VALUE 1000.
       01  WS-DS-IX                    PIC 9(4).
       01  WS-DS-FOUND-IX              PIC 9(4).
       01  WS-DS-LINE-NO               PIC 9(9).
       01  WS-DS-TABLE-FULL            PIC X.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RETENTION.
           PERFORM PROCESS-POLICY-ENTRY
               UNTIL WS-EOF-POLICY = 'Y'.
           PERFORM TERMINATE-RETENTION.
           STOP RUN.

       INITIALIZE-RETENTION SECTION.
       INIT-RETENTION.
           DISPLAY '=== Record Retention and Purge ==='.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'Retention policy not available, status: '
                   WS-POLICY-STATUS
               STOP RUN
           END-IF.

      *The retention log is the proof of what was purged - it is
      *never itself purged, and never opened fresh over old runs.
           OPEN EXTEND RETENTION-LOG.
           IF WS-RETLOG-STATUS = '35'
               OPEN OUTPUT RETENTION-LOG
           END-IF.
           IF WS-RETLOG-STATUS NOT = '00'
               DISPLAY 'Error opening retention log, status: '
                   WS-RETLOG-STATUS
               STOP RUN
           END-IF.

       PROCESS-POLICY-ENTRY SECTION.
       PROCESS-ENTRY.
           READ POLICY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-POLICY
                   GO TO PROCESS-ENTRY-EXIT
           END-READ.

           INITIALIZE WS-FILE-COUNTS.
           MOVE ZERO TO WS-CUTOFF-DATE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.

           IF RP-ON-HOLD
               MOVE 'HELD' TO WS-OUTCOME
               ADD 1 TO WS-FILES-HELD
               DISPLAY 'Legal hold, not purged: ' RP-FILE-NAME
               PERFORM WRITE-RETENTION-LOG
               GO TO PROCESS-ENTRY-EXIT
           END-IF.

      *A policy line that would purge everything, or read a date
      *from off the end of the record, is refused outright.
           IF RP-RETAIN-DAYS NOT NUMERIC OR RP-RETAIN-DAYS = ZERO OR
              (NOT RP-ARCHIVE AND NOT RP-DELETE) OR
              (NOT RP-LINE-FILE AND NOT RP-SUSPENSE-FEED AND
               NOT RP-DISPENSE-SUSPENSE AND NOT RP-CUSTHIST-FILE)
               MOVE 'REJECTED' TO WS-OUTCOME
               ADD 1 TO WS-FILES-SKIPPED
               PERFORM WRITE-RETENTION-LOG
               GO TO PROCESS-ENTRY-EXIT
           END-IF.
           IF NOT RP-CUSTHIST-FILE AND
              (RP-DATE-POS NOT NUMERIC OR RP-DATE-POS = ZERO OR
               RP-DATE-POS > 293)
               MOVE 'REJECTED' TO WS-OUTCOME
               ADD 1 TO WS-FILES-SKIPPED
               PERFORM WRITE-RETENTION-LOG
               GO TO PROCESS-ENTRY-EXIT
           END-IF.

           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                RP-RETAIN-DAYS).

           IF RP-ARCHIVE
               STRING RP-FILE-NAME DELIMITED BY SPACE
                      '.' WS-TODAY-DATE '.arc' DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILENAME
               END-STRING
           END-IF.

           IF RP-CUSTHIST-FILE
               PERFORM PURGE-CUSTOMER-HISTORY
           ELSE
               PERFORM PURGE-LINE-FILE
           END-IF.

           IF WS-OUTCOME = 'PURGED'
               ADD 1 TO WS-FILES-PURGED
               ADD WS-RECORDS-REMOVED TO WS-TOTAL-REMOVED
           ELSE
               IF WS-OUTCOME NOT = 'NOCHANGE'
                   ADD 1 TO WS-FILES-SKIPPED
               END-IF
           END-IF.
           DISPLAY RP-FILE-NAME ' ' WS-OUTCOME
               ' removed: ' WS-RECORDS-REMOVED.
           PERFORM WRITE-RETENTION-LOG.

       PROCESS-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *Line files - expired lines to the archive, retained lines to
      *a work file that then replaces the live file
      ******************************************************************
       PURGE-LINE-FILE SECTION.
       PURGE-LINE.
           MOVE RP-FILE-NAME TO WS-LIVE-FILENAME.
           MOVE 'N' TO WS-ARCHIVE-ERROR.

           IF RP-SUSPENSE-FEED
               PERFORM LOAD-SUSPENSE-ITEMS
           END-IF.
           IF RP-DISPENSE-SUSPENSE
               PERFORM LOAD-DISPENSE-ITEMS
           END-IF.

           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'NOFILE' TO WS-OUTCOME
               GO TO PURGE-LINE-EXIT
           END-IF.

           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               CLOSE LIVE-FILE
               MOVE 'FAILED' TO WS-OUTCOME
               GO TO PURGE-LINE-EXIT
           END-IF.

           IF RP-ARCHIVE
               PERFORM OPEN-ARCHIVE
               IF WS-ARCHIVE-ERROR = 'Y'
                   CLOSE LIVE-FILE
                   CLOSE WORK-FILE
                   MOVE 'FAILED' TO WS-OUTCOME
                   GO TO PURGE-LINE-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-EOF-LIVE.
           PERFORM SPLIT-LIVE-RECORD
               UNTIL WS-EOF-LIVE = 'Y'.
           CLOSE LIVE-FILE.
           CLOSE WORK-FILE.

           IF RP-ARCHIVE
               PERFORM CLOSE-ARCHIVE
           END-IF.

      *The live file is only replaced once every expired record is
      *safely in its archive.
           IF WS-ARCHIVE-ERROR = 'Y'
               MOVE 'FAILED' TO WS-OUTCOME
               GO TO PURGE-LINE-EXIT
           END-IF.
           IF WS-RECORDS-REMOVED = ZERO
               MOVE 'NOCHANGE' TO WS-OUTCOME
               GO TO PURGE-LINE-EXIT
           END-IF.

           PERFORM REPLACE-LIVE-FILE.

       PURGE-LINE-EXIT.
           EXIT.

       SPLIT-LIVE-RECORD SECTION.
       SPLIT-LIVE.
           READ LIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-LIVE
                   GO TO SPLIT-LIVE-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.

      *A line without a readable date can't be proved old - it
      *stays.
           MOVE 'N' TO WS-RECORD-EXPIRED.
           MOVE LIVE-RECORD(RP-DATE-POS:8) TO WS-RECORD-DATE-X.
           IF WS-RECORD-DATE-X IS NUMERIC
               MOVE WS-RECORD-DATE-X TO WS-RECORD-DATE
               IF WS-RECORD-DATE < WS-CUTOFF-DATE
                   MOVE 'Y' TO WS-RECORD-EXPIRED
               END-IF
           END-IF.

           IF WS-RECORD-EXPIRED = 'Y' AND RP-SUSPENSE-FEED
               PERFORM CHECK-SUSPENSE-OPEN
           END-IF.
           IF WS-RECORD-EXPIRED = 'Y' AND RP-DISPENSE-SUSPENSE
               PERFORM CHECK-DISPENSE-ANSWERED
           END-IF.

           IF WS-RECORD-EXPIRED = 'Y'
               ADD 1 TO WS-RECORDS-REMOVED
               ADD WS-RECORD-DATE TO WS-HASH-TOTAL
               IF RP-ARCHIVE
                   MOVE LIVE-RECORD TO ARCHIVE-RECORD
                   PERFORM WRITE-ARCHIVE-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-KEPT
               MOVE LIVE-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ARCHIVE-ERROR
               END-IF
           END-IF.

       SPLIT-LIVE-EXIT.
           EXIT.

       REPLACE-LIVE-FILE SECTION.
       REPLACE-LIVE.
      *Whichever file did open is closed again before giving up,
      *so the next policy entry starts with both files free.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LIVE-FILE.
           IF WS-WORK-STATUS NOT = '00' OR WS-LIVE-STATUS NOT = '00'
               IF WS-WORK-STATUS = '00'
                   CLOSE WORK-FILE
               END-IF
               IF WS-LIVE-STATUS = '00'
                   CLOSE LIVE-FILE
               END-IF
               MOVE 'FAILED' TO WS-OUTCOME
               GO TO REPLACE-LIVE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-WORK.
           PERFORM COPY-WORK-RECORD
               UNTIL WS-EOF-WORK = 'Y'.
           CLOSE WORK-FILE.
           CLOSE LIVE-FILE.
           MOVE 'PURGED' TO WS-OUTCOME.

       REPLACE-LIVE-EXIT.
           EXIT.

       COPY-WORK-RECORD SECTION.
       COPY-WORK.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-WORK
               NOT AT END
                   MOVE WORK-RECORD TO LIVE-RECORD
                   WRITE LIVE-RECORD
           END-READ.

      ******************************************************************
      *Suspense feed - open items survive their retention period
      ******************************************************************
       LOAD-SUSPENSE-ITEMS SECTION.
       LOAD-SUSPENSE.
           MOVE ZERO TO WS-SUSP-COUNT.
           MOVE 'N' TO WS-SUSP-TABLE-FULL.
           MOVE RP-FILE-NAME TO WS-LIVE-FILENAME.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = '00'
               GO TO LOAD-SUSPENSE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-LIVE.
           PERFORM TRACK-SUSPENSE-LINE
               UNTIL WS-EOF-LIVE = 'Y'.
           CLOSE LIVE-FILE.

       LOAD-SUSPENSE-EXIT.
           EXIT.

       TRACK-SUSPENSE-LINE SECTION.
       TRACK-SUSPENSE.
           READ LIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-LIVE
                   GO TO TRACK-SUSPENSE-EXIT
           END-READ.

           MOVE LIVE-RECORD TO WS-SUSPENSE-LINE.
           PERFORM FIND-SUSPENSE-ITEM.
           IF WS-SUSP-FOUND-IX = ZERO
               IF WS-SUSP-COUNT < WS-SUSP-MAX
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE WS-SUSP-COUNT TO WS-SUSP-FOUND-IX
                   MOVE WS-SL-TRANS-ID TO WS-SUSP-ID(WS-SUSP-FOUND-IX)
               ELSE
                   MOVE 'Y' TO WS-SUSP-TABLE-FULL
                   GO TO TRACK-SUSPENSE-EXIT
               END-IF
           END-IF.
           MOVE WS-SL-STATUS TO WS-SUSP-STATUS(WS-SUSP-FOUND-IX).

       TRACK-SUSPENSE-EXIT.
           EXIT.

       FIND-SUSPENSE-ITEM SECTION.
       FIND-SUSPENSE.
           MOVE ZERO TO WS-SUSP-FOUND-IX.
           PERFORM MATCH-SUSPENSE-ITEM
               VARYING WS-SUSP-IX FROM 1 BY 1
               UNTIL WS-SUSP-IX > WS-SUSP-COUNT OR
                     WS-SUSP-FOUND-IX NOT = ZERO.

       MATCH-SUSPENSE-ITEM SECTION.
       MATCH-SUSPENSE.
           IF WS-SUSP-ID(WS-SUSP-IX) = WS-SL-TRANS-ID
               MOVE WS-SUSP-IX TO WS-SUSP-FOUND-IX
           END-IF.

       CHECK-SUSPENSE-OPEN SECTION.
       CHECK-OPEN.
      *Still open, or not tracked because the table filled - kept.
           MOVE LIVE-RECORD TO WS-SUSPENSE-LINE.
           PERFORM FIND-SUSPENSE-ITEM.
           IF WS-SUSP-FOUND-IX = ZERO
               IF WS-SUSP-TABLE-FULL = 'Y'
                   MOVE 'N' TO WS-RECORD-EXPIRED
               END-IF
               GO TO CHECK-OPEN-EXIT
           END-IF.
           IF WS-SUSP-STATUS(WS-SUSP-FOUND-IX) = 'R'
               MOVE 'N' TO WS-RECORD-EXPIRED
           END-IF.

       CHECK-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *Dispense suspense - a jam stays until it is answered and the
      *answer has aged out as well, so the PENDING and REVERSED
      *lines of one jam always leave together
      ******************************************************************
       LOAD-DISPENSE-ITEMS SECTION.
       LOAD-DISPENSE.
           MOVE ZERO TO WS-DS-COUNT.
           MOVE ZERO TO WS-DS-LINE-NO.
           MOVE 'N' TO WS-DS-TABLE-FULL.
           MOVE RP-FILE-NAME TO WS-LIVE-FILENAME.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = '00'
               GO TO LOAD-DISPENSE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-LIVE.
           PERFORM TRACK-DISPENSE-LINE
               UNTIL WS-EOF-LIVE = 'Y'.
           CLOSE LIVE-FILE.

       LOAD-DISPENSE-EXIT.
           EXIT.

       TRACK-DISPENSE-LINE SECTION.
       TRACK-DISPENSE.
           READ LIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-LIVE
                   GO TO TRACK-DISPENSE-EXIT
           END-READ.
           ADD 1 TO WS-DS-LINE-NO.

           PERFORM SPLIT-DISPENSE-LINE.

           IF WS-DS-STATUS = 'PENDING'
               IF WS-DS-COUNT < WS-DS-MAX
                   ADD 1 TO WS-DS-COUNT
                   MOVE WS-DS-KEY TO WS-DS-ITEM-KEY(WS-DS-COUNT)
                   MOVE WS-DS-LINE-NO TO WS-DS-ITEM-LINE(WS-DS-COUNT)
                   MOVE ZERO TO WS-DS-ITEM-REV-DATE(WS-DS-COUNT)
               ELSE
                   MOVE 'Y' TO WS-DS-TABLE-FULL
               END-IF
               GO TO TRACK-DISPENSE-EXIT
           END-IF.

           IF WS-DS-STATUS NOT = 'REVERSED'
               GO TO TRACK-DISPENSE-EXIT
           END-IF.

      *A reversal with no readable date is never proved old, so
      *neither is the jam it answers.
           MOVE ZERO TO WS-DS-FOUND-IX.
           PERFORM MATCH-DISPENSE-REVERSAL
               VARYING WS-DS-IX FROM 1 BY 1
               UNTIL WS-DS-IX > WS-DS-COUNT OR
                     WS-DS-FOUND-IX NOT = ZERO.
           IF WS-DS-FOUND-IX NOT = ZERO
               MOVE LIVE-RECORD(RP-DATE-POS:8) TO WS-RECORD-DATE-X
               IF WS-RECORD-DATE-X IS NUMERIC
                   MOVE WS-RECORD-DATE-X TO
                       WS-DS-ITEM-REV-DATE(WS-DS-FOUND-IX)
               ELSE
                   MOVE 99999999 TO
                       WS-DS-ITEM-REV-DATE(WS-DS-FOUND-IX)
               END-IF
           END-IF.

       TRACK-DISPENSE-EXIT.
           EXIT.

       SPLIT-DISPENSE-LINE SECTION.
       SPLIT-DISPENSE.
      *timestamp|ATM id|account|amount|PENDING or REVERSED
           MOVE SPACES TO WS-DISPENSE-LINE.
           UNSTRING LIVE-RECORD DELIMITED BY '|'
               INTO WS-DS-STAMP WS-DS-ATM-ID WS-DS-ACCT
                    WS-DS-AMOUNT WS-DS-STATUS
           END-UNSTRING.

       MATCH-DISPENSE-REVERSAL SECTION.
       MATCH-DISPENSE.
           IF WS-DS-ITEM-KEY(WS-DS-IX) = WS-DS-KEY AND
              WS-DS-ITEM-REV-DATE(WS-DS-IX) = ZERO
               MOVE WS-DS-IX TO WS-DS-FOUND-IX
           END-IF.

       CHECK-DISPENSE-ANSWERED SECTION.
       CHECK-ANSWERED.
      *Only PENDING lines need the check - a REVERSED line is always
      *later than the PENDING line it answers, so when it has expired
      *that PENDING line has expired with it.
           PERFORM SPLIT-DISPENSE-LINE.
           IF WS-DS-STATUS NOT = 'PENDING'
               GO TO CHECK-ANSWERED-EXIT
           END-IF.

           MOVE ZERO TO WS-DS-FOUND-IX.
           PERFORM FIND-DISPENSE-LINE
               VARYING WS-DS-IX FROM 1 BY 1
               UNTIL WS-DS-IX > WS-DS-COUNT OR
                     WS-DS-FOUND-IX NOT = ZERO.

      *Not tracked because the table filled, still unanswered, or
      *answered inside the retention period - kept.
           IF WS-DS-FOUND-IX = ZERO
               MOVE 'N' TO WS-RECORD-EXPIRED
               GO TO CHECK-ANSWERED-EXIT
           END-IF.
           IF WS-DS-ITEM-REV-DATE(WS-DS-FOUND-IX) = ZERO OR
              WS-DS-ITEM-REV-DATE(WS-DS-FOUND-IX) NOT < WS-CUTOFF-DATE
               MOVE 'N' TO WS-RECORD-EXPIRED
           END-IF.

       CHECK-ANSWERED-EXIT.
           EXIT.

       FIND-DISPENSE-LINE SECTION.
       FIND-DISPENSE.
           IF WS-DS-ITEM-LINE(WS-DS-IX) = WS-RECORDS-READ
               MOVE WS-DS-IX TO WS-DS-FOUND-IX
           END-IF.

      ******************************************************************
      *CUSTHIST.DAT - indexed, so expired records are deleted in
      *place once their image is in the archive
      ******************************************************************
       PURGE-CUSTOMER-HISTORY SECTION.
       PURGE-CUSTHIST.
           MOVE 'N' TO WS-ARCHIVE-ERROR.
           OPEN I-O CUSTOMER-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'NOFILE' TO WS-OUTCOME
               GO TO PURGE-CUSTHIST-EXIT
           END-IF.

           IF RP-ARCHIVE
               PERFORM OPEN-ARCHIVE
               IF WS-ARCHIVE-ERROR = 'Y'
                   CLOSE CUSTOMER-HISTORY-FILE
                   MOVE 'FAILED' TO WS-OUTCOME
                   GO TO PURGE-CUSTHIST-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-EOF-HIST.
           MOVE ZERO TO CH-SEQ-NUMBER.
           START CUSTOMER-HISTORY-FILE KEY IS NOT LESS THAN
                   CH-SEQ-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HIST
           END-START.
           PERFORM PURGE-HISTORY-RECORD
               UNTIL WS-EOF-HIST = 'Y'.
           CLOSE CUSTOMER-HISTORY-FILE.

           IF RP-ARCHIVE
               PERFORM CLOSE-ARCHIVE
           END-IF.

           EVALUATE TRUE
               WHEN WS-ARCHIVE-ERROR = 'Y'
                   MOVE 'FAILED' TO WS-OUTCOME
               WHEN WS-RECORDS-REMOVED = ZERO
                   MOVE 'NOCHANGE' TO WS-OUTCOME
               WHEN OTHER
                   MOVE 'PURGED' TO WS-OUTCOME
           END-EVALUATE.

       PURGE-CUSTHIST-EXIT.
           EXIT.

       PURGE-HISTORY-RECORD SECTION.
       PURGE-HISTORY.
           READ CUSTOMER-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-HIST
                   GO TO PURGE-HISTORY-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.

           IF CH-CHANGE-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-RECORDS-KEPT
               GO TO PURGE-HISTORY-EXIT
           END-IF.

      *Archive first - a record that can't be archived is not
      *deleted, and the rest of the file is left for the next run.
           IF RP-ARCHIVE
               MOVE CUSTOMER-HISTORY-RECORD TO ARCHIVE-RECORD
               PERFORM WRITE-ARCHIVE-RECORD
               IF WS-ARCHIVE-ERROR = 'Y'
                   MOVE 'Y' TO WS-EOF-HIST
                   GO TO PURGE-HISTORY-EXIT
               END-IF
           END-IF.

           DELETE CUSTOMER-HISTORY-FILE RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-ERROR
                   MOVE 'Y' TO WS-EOF-HIST
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-REMOVED
                   ADD CH-CHANGE-DATE TO WS-HASH-TOTAL
           END-DELETE.

       PURGE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *Archive file - header, the expired records as they stood in
      *the live file, and a count/hash trailer
      ******************************************************************
       OPEN-ARCHIVE SECTION.
       OPEN-ARCH.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ARCHIVE-ERROR
               GO TO OPEN-ARCH-EXIT
           END-IF.

           MOVE SPACES TO ARCHIVE-RECORD.
           STRING 'H|' RP-FILE-NAME DELIMITED BY SPACE
                  '|CUTOFF=' WS-CUTOFF-DATE
                  '|RUN=' WS-RUN-STAMP DELIMITED BY SIZE
               INTO ARCHIVE-RECORD
           END-STRING.
           PERFORM WRITE-ARCHIVE-RECORD.

       OPEN-ARCH-EXIT.
           EXIT.

       WRITE-ARCHIVE-RECORD SECTION.
       WRITE-ARCH.
           WRITE ARCHIVE-RECORD.
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ARCHIVE-ERROR
           END-IF.

       CLOSE-ARCHIVE SECTION.
       CLOSE-ARCH.
           MOVE SPACES TO ARCHIVE-RECORD.
           STRING 'T|COUNT=' WS-RECORDS-REMOVED
                  '|HASH=' WS-HASH-TOTAL DELIMITED BY SIZE
               INTO ARCHIVE-RECORD
           END-STRING.
           PERFORM WRITE-ARCHIVE-RECORD.
           CLOSE ARCHIVE-FILE.

      ******************************************************************
      *Retention log - one line per policy entry, every run
      ******************************************************************
       WRITE-RETENTION-LOG SECTION.
       WRITE-RETLOG.
           MOVE SPACES TO RETENTION-LOG-RECORD.
           STRING WS-RUN-STAMP
                  '|' RP-FILE-NAME DELIMITED BY SIZE
                  '|' WS-OUTCOME
                  '|' RP-EXPIRY-ACTION
                  '|CUTOFF=' WS-CUTOFF-DATE
                  '|READ=' WS-RECORDS-READ
                  '|KEPT=' WS-RECORDS-KEPT
                  '|REMOVED=' WS-RECORDS-REMOVED
                  '|HASH=' WS-HASH-TOTAL
                  '|' DELIMITED BY SIZE
                  INTO RETENTION-LOG-RECORD
           END-STRING.
           IF RP-ON-HOLD
               MOVE RP-HOLD-REFERENCE TO RETENTION-LOG-RECORD(155:20)
           ELSE
               MOVE WS-ARCHIVE-FILENAME TO
                   RETENTION-LOG-RECORD(155:60)
           END-IF.
           WRITE RETENTION-LOG-RECORD.

       TERMINATE-RETENTION SECTION.
       TERM-RETENTION.
           CLOSE POLICY-FILE.
           CLOSE RETENTION-LOG.

           DISPLAY ' '.
           DISPLAY 'Files purged:      ' WS-FILES-PURGED.
           DISPLAY 'Files on hold:     ' WS-FILES-HELD.
           DISPLAY 'Files not purged:  ' WS-FILES-SKIPPED.
           DISPLAY 'Records removed:   ' WS-TOTAL-REMOVED.
           DISPLAY 'Retention run complete.'.
