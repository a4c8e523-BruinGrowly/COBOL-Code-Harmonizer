       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMReplenishSettle.
      *FINANCIAL SERVICES - ATM CASSETTE BALANCING AT REPLENISHMENT
      *Settles each machine the branch has reloaded. The bills
      *counted out of the cassettes and reject bin are proved
      *against the last load, less ATMController's journaled
      *dispenses, plus the notes its reversals left in the reject
      *bin, plus any dispense-suspense items still open since that
      *load. The over/short is reported by denomination, the net
      *cash difference goes to the over/short suspense file for
      *investigation and for GLInterface to post, and the machine's
      *cash position is reset to the new load.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *One line per machine reloaded today, pipe-delimited:
      *ATM id|counted 100s|50s|20s|10s|5s|loaded 100s|50s|20s|10s|5s
      *Counted bills are everything taken out of the machine; the
      *load is the full cassette contents it was left with.
           SELECT COUNT-FILE ASSIGN TO 'atm_replenish_counts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT CASH-POSITION-FILE ASSIGN TO 'atm_cash_position.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ATM-ID
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT CASH-JOURNAL-FILE ASSIGN TO 'cash_journal.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO 'dispense_suspense.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

      *Cash over/short suspense - one open item per machine that
      *did not balance, appended across runs until investigated.
           SELECT OVER-SHORT-FILE ASSIGN TO 'atm_overshort.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVER-SHORT-STATUS.

           SELECT SETTLE-REPORT ASSIGN TO 'atm_replenish_settle.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
       01  COUNT-RECORD                PIC X(80).

       FD  CASH-POSITION-FILE.
       01  CASH-POSITION-RECORD.
           05  POS-ATM-ID              PIC X(10).
           05  POS-BILLS-100           PIC 9(4).
           05  POS-BILLS-50            PIC 9(4).
           05  POS-BILLS-20            PIC 9(4).
           05  POS-BILLS-10            PIC 9(4).
           05  POS-BILLS-5             PIC 9(4).
           05  POS-LOAD-STAMP          PIC X(14).
           05  POS-LOAD-100            PIC 9(4).
           05  POS-LOAD-50             PIC 9(4).
           05  POS-LOAD-20             PIC 9(4).
           05  POS-LOAD-10             PIC 9(4).
           05  POS-LOAD-5              PIC 9(4).

       FD  CASH-JOURNAL-FILE.
       01  JOURNAL-RECORD              PIC X(120).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD             PIC X(120).

       FD  OVER-SHORT-FILE.
       01  OVER-SHORT-RECORD           PIC X(120).

       FD  SETTLE-REPORT.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-COUNT-STATUS             PIC XX.
       01  WS-POSITION-STATUS          PIC XX.
       01  WS-JOURNAL-STATUS           PIC XX.
       01  WS-SUSPENSE-STATUS          PIC XX.
       01  WS-OVER-SHORT-STATUS        PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-EOF-COUNTS               PIC X VALUE 'N'.
       01  WS-EOF-JOURNAL              PIC X VALUE 'N'.
       01  WS-EOF-SUSPENSE             PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-STAMP                PIC X(14).

      *The count line as keyed by the branch. Counts arrive as
      *plain digits of any width and are taken through NUMVAL.
       01  WS-COUNT-FIELDS.
           05  WS-CNT-ATM-ID           PIC X(10).
           05  WS-CNT-COUNTED-X        PIC X(6) OCCURS 5 TIMES.
           05  WS-CNT-LOADED-X         PIC X(6) OCCURS 5 TIMES.

      *One row per denomination, highest first - the same order
      *the journal carries its bill mix in.
       01  WS-DENOM-TABLE.
           05  WS-DENOM-ENTRY          OCCURS 5 TIMES.
               10  WS-DENOM-FACE       PIC 9(3).
               10  WS-DENOM-LOADED     PIC 9(5).
               10  WS-DENOM-DISPENSED  PIC 9(5).
               10  WS-DENOM-REVERSED   PIC 9(5).
               10  WS-DENOM-EXPECTED   PIC S9(5).
               10  WS-DENOM-COUNTED    PIC 9(5).
               10  WS-DENOM-NEW-LOAD   PIC 9(5).
               10  WS-DENOM-VARIANCE   PIC S9(5).
               10  WS-DENOM-VAR-AMT    PIC S9(7)V99.
       01  WS-DENOM-IX                 PIC 9.

      *Parsed journal line. A dispense carries the amount in the
      *third field and the bill mix after it; a reversal carries
      *the REVERSAL tag third and everything after shifts one to
      *the right. Each bill-mix field reads like 100x002.
       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-DATE            PIC X(21).
           05  WS-JRNL-ACCT            PIC X(10).
           05  WS-JRNL-FIELD           PIC X(20) OCCURS 8 TIMES.
       01  WS-JRNL-MIX-START           PIC 9.
       01  WS-JRNL-ATM-FIELD           PIC 9.
       01  WS-JRNL-FIELD-IX            PIC 9.
       01  WS-BILL-LABEL               PIC X(5).
       01  WS-BILL-COUNT-X             PIC X(3).
       01  WS-BILL-COUNT REDEFINES WS-BILL-COUNT-X
                                       PIC 9(3).

      *Parsed dispense-suspense line:
      *timestamp|ATM id|account|amount|PENDING or REVERSED
       01  WS-SUSPENSE-FIELDS.
           05  WS-SUSP-DATE            PIC X(21).
           05  WS-SUSP-ATM-ID          PIC X(10).
           05  WS-SUSP-ACCT            PIC X(10).
           05  WS-SUSP-AMT-X           PIC X(9).
           05  WS-SUSP-AMT REDEFINES WS-SUSP-AMT-X
                                       PIC 9(7)V99.
           05  WS-SUSP-STATUS          PIC X(10).

      *One machine's settlement figures.
       01  WS-SETTLE-WORK.
           05  WS-JOURNAL-ENTRIES      PIC 9(5).
           05  WS-SUSP-PENDING-CNT     PIC 9(5).
           05  WS-SUSP-REVERSED-CNT    PIC 9(5).
           05  WS-SUSP-PENDING-AMT     PIC 9(7)V99.
           05  WS-SUSP-REVERSED-AMT    PIC 9(7)V99.
           05  WS-SUSP-OPEN-AMT        PIC S9(7)V99.
           05  WS-EXPECTED-TOTAL       PIC S9(9)V99.
           05  WS-COUNTED-TOTAL        PIC 9(9)V99.
           05  WS-GROSS-VARIANCE       PIC S9(9)V99.
           05  WS-NET-VARIANCE         PIC S9(9)V99.
           05  WS-NEW-LOAD-TOTAL       PIC 9(9)V99.
           05  WS-OVER-SHORT-TYPE      PIC X(5).
           05  WS-OVER-SHORT-AMT       PIC 9(9)V99.

       01  WS-RUN-TOTALS.
           05  WS-ATMS-SETTLED         PIC 9(5) VALUE ZERO.
           05  WS-ATMS-BALANCED        PIC 9(5) VALUE ZERO.
           05  WS-ATMS-REJECTED        PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-OVER           PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-SHORT          PIC 9(9)V99 VALUE ZERO.

       01  WS-DISPLAY-AMOUNT           PIC $$$,$$$,$$9.99.
       01  WS-DISPLAY-SIGNED           PIC -$$$,$$$,$$9.99.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-BILLS            PIC ZZ,ZZ9.
       01  WS-DISPLAY-SIGNED-BILLS     PIC -ZZ,ZZ9.
       01  WS-DISPLAY-FACE             PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SETTLEMENT.
           PERFORM SETTLE-ONE-COUNT-LINE
               UNTIL WS-EOF-COUNTS = 'Y'.
           PERFORM SHUTDOWN-SETTLEMENT.
           STOP RUN.

       INITIALIZE-SETTLEMENT SECTION.
       INIT-SETTLE.
           DISPLAY '========================================'.
           DISPLAY 'ATM REPLENISHMENT SETTLEMENT'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.

           MOVE 100 TO WS-DENOM-FACE (1).
           MOVE 50 TO WS-DENOM-FACE (2).
           MOVE 20 TO WS-DENOM-FACE (3).
           MOVE 10 TO WS-DENOM-FACE (4).
           MOVE 5 TO WS-DENOM-FACE (5).

      *No counts keyed means no machine was reloaded - nothing to
      *settle.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-STATUS NOT = '00'
               DISPLAY 'No replenishment counts on file - '
                   'nothing to settle'
               STOP RUN
           END-IF.

           OPEN I-O CASH-POSITION-FILE.
           IF WS-POSITION-STATUS NOT = '00'
               DISPLAY 'Error opening cash position file, status: '
                   WS-POSITION-STATUS
               CLOSE COUNT-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT SETTLE-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening settlement report, status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND OVER-SHORT-FILE.
           IF WS-OVER-SHORT-STATUS NOT = '00'
               OPEN OUTPUT OVER-SHORT-FILE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'ATM REPLENISHMENT SETTLEMENT - RUN DATE '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       SETTLE-ONE-COUNT-LINE SECTION.
       SETTLE-ONE.
           READ COUNT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-COUNTS
                   GO TO SETTLE-ONE-EXIT
           END-READ.

           IF COUNT-RECORD = SPACES
               GO TO SETTLE-ONE-EXIT
           END-IF.

           MOVE SPACES TO WS-COUNT-FIELDS.
           UNSTRING COUNT-RECORD DELIMITED BY '|'
               INTO WS-CNT-ATM-ID
                    WS-CNT-COUNTED-X (1) WS-CNT-COUNTED-X (2)
                    WS-CNT-COUNTED-X (3) WS-CNT-COUNTED-X (4)
                    WS-CNT-COUNTED-X (5)
                    WS-CNT-LOADED-X (1) WS-CNT-LOADED-X (2)
                    WS-CNT-LOADED-X (3) WS-CNT-LOADED-X (4)
                    WS-CNT-LOADED-X (5)
           END-UNSTRING.

           MOVE WS-CNT-ATM-ID TO POS-ATM-ID.
           READ CASH-POSITION-FILE KEY IS POS-ATM-ID
               INVALID KEY
                   ADD 1 TO WS-ATMS-REJECTED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'ATM ' WS-CNT-ATM-ID
                          ' - NO CASH POSITION ON FILE, NOT SETTLED'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   GO TO SETTLE-ONE-EXIT
           END-READ.

           PERFORM LOAD-DENOMINATION-TABLE.
           PERFORM ACCUMULATE-JOURNAL-SINCE-LOAD.
           PERFORM ACCUMULATE-SUSPENSE-SINCE-LOAD.
           PERFORM COMPUTE-OVER-SHORT.
           PERFORM WRITE-SETTLEMENT-REPORT.

           IF WS-NET-VARIANCE NOT = ZERO
               PERFORM WRITE-OVER-SHORT-ENTRY
           ELSE
               ADD 1 TO WS-ATMS-BALANCED
           END-IF.

           PERFORM RESET-CASH-POSITION.
           ADD 1 TO WS-ATMS-SETTLED.

       SETTLE-ONE-EXIT.
           EXIT.

       LOAD-DENOMINATION-TABLE SECTION.
       LOAD-DENOMS.
           MOVE POS-LOAD-100 TO WS-DENOM-LOADED (1).
           MOVE POS-LOAD-50 TO WS-DENOM-LOADED (2).
           MOVE POS-LOAD-20 TO WS-DENOM-LOADED (3).
           MOVE POS-LOAD-10 TO WS-DENOM-LOADED (4).
           MOVE POS-LOAD-5 TO WS-DENOM-LOADED (5).

           PERFORM LOAD-ONE-DENOMINATION
               VARYING WS-DENOM-IX FROM 1 BY 1
               UNTIL WS-DENOM-IX > 5.

       LOAD-ONE-DENOMINATION SECTION.
       LOAD-ONE-DENOM.
           MOVE ZERO TO WS-DENOM-DISPENSED (WS-DENOM-IX).
           MOVE ZERO TO WS-DENOM-REVERSED (WS-DENOM-IX).
           MOVE ZERO TO WS-DENOM-COUNTED (WS-DENOM-IX).
           MOVE ZERO TO WS-DENOM-NEW-LOAD (WS-DENOM-IX).
           IF WS-CNT-COUNTED-X (WS-DENOM-IX) NOT = SPACES
               COMPUTE WS-DENOM-COUNTED (WS-DENOM-IX) =
                   FUNCTION NUMVAL (WS-CNT-COUNTED-X (WS-DENOM-IX))
           END-IF.
           IF WS-CNT-LOADED-X (WS-DENOM-IX) NOT = SPACES
               COMPUTE WS-DENOM-NEW-LOAD (WS-DENOM-IX) =
                   FUNCTION NUMVAL (WS-CNT-LOADED-X (WS-DENOM-IX))
           END-IF.

       ACCUMULATE-JOURNAL-SINCE-LOAD SECTION.
       ACCUM-JOURNAL.
      *Every dispense from this machine since the load took notes
      *out of its cassettes. A reversal's notes went to the reject
      *bin, so they are still in the machine to be counted.
           MOVE ZERO TO WS-JOURNAL-ENTRIES.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               GO TO ACCUM-JOURNAL-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-JOURNAL.
           PERFORM READ-ONE-JOURNAL-ENTRY
               UNTIL WS-EOF-JOURNAL = 'Y'.
           CLOSE CASH-JOURNAL-FILE.

       ACCUM-JOURNAL-EXIT.
           EXIT.

       READ-ONE-JOURNAL-ENTRY SECTION.
       READ-JOURNAL.
           READ CASH-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-JOURNAL
               NOT AT END
                   IF JOURNAL-RECORD NOT = SPACES
                       PERFORM CLASSIFY-JOURNAL-ENTRY
                   END-IF
           END-READ.

       CLASSIFY-JOURNAL-ENTRY SECTION.
       CLASSIFY-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FIELDS.
           UNSTRING JOURNAL-RECORD DELIMITED BY '|'
               INTO WS-JRNL-DATE WS-JRNL-ACCT
                    WS-JRNL-FIELD (1) WS-JRNL-FIELD (2)
                    WS-JRNL-FIELD (3) WS-JRNL-FIELD (4)
                    WS-JRNL-FIELD (5) WS-JRNL-FIELD (6)
                    WS-JRNL-FIELD (7) WS-JRNL-FIELD (8)
           END-UNSTRING.

           IF WS-JRNL-DATE (1:14) < POS-LOAD-STAMP
               GO TO CLASSIFY-JOURNAL-EXIT
           END-IF.

      *Deposits go to the deposit bin and captures move no cash -
      *neither touches the cassettes.
           EVALUATE TRUE
               WHEN WS-JRNL-FIELD (1) (1:13) = 'CARD CAPTURED'
                   GO TO CLASSIFY-JOURNAL-EXIT
               WHEN WS-JRNL-FIELD (1) (1:7) = 'DEPOSIT'
                   GO TO CLASSIFY-JOURNAL-EXIT
               WHEN WS-JRNL-FIELD (1) (1:8) = 'REVERSAL'
                   MOVE 3 TO WS-JRNL-MIX-START
                   MOVE 8 TO WS-JRNL-ATM-FIELD
               WHEN OTHER
                   MOVE 2 TO WS-JRNL-MIX-START
                   MOVE 7 TO WS-JRNL-ATM-FIELD
           END-EVALUATE.

           IF WS-JRNL-FIELD (WS-JRNL-ATM-FIELD) (1:4) NOT = 'ATM=' OR
              WS-JRNL-FIELD (WS-JRNL-ATM-FIELD) (5:10) NOT =
                  POS-ATM-ID
               GO TO CLASSIFY-JOURNAL-EXIT
           END-IF.

           ADD 1 TO WS-JOURNAL-ENTRIES.
           PERFORM POST-ONE-BILL-MIX
               VARYING WS-DENOM-IX FROM 1 BY 1
               UNTIL WS-DENOM-IX > 5.

       CLASSIFY-JOURNAL-EXIT.
           EXIT.

       POST-ONE-BILL-MIX SECTION.
       POST-BILL-MIX.
           COMPUTE WS-JRNL-FIELD-IX =
               WS-JRNL-MIX-START + WS-DENOM-IX - 1.
           MOVE SPACES TO WS-BILL-LABEL.
           MOVE ZERO TO WS-BILL-COUNT.
           UNSTRING WS-JRNL-FIELD (WS-JRNL-FIELD-IX)
               DELIMITED BY 'x'
               INTO WS-BILL-LABEL WS-BILL-COUNT-X
           END-UNSTRING.
           IF WS-BILL-COUNT-X IS NOT NUMERIC
               GO TO POST-BILL-MIX-EXIT
           END-IF.

           IF WS-JRNL-FIELD (1) (1:8) = 'REVERSAL'
               ADD WS-BILL-COUNT TO WS-DENOM-REVERSED (WS-DENOM-IX)
           ELSE
               ADD WS-BILL-COUNT TO WS-DENOM-DISPENSED (WS-DENOM-IX)
           END-IF.

       POST-BILL-MIX-EXIT.
           EXIT.

       ACCUMULATE-SUSPENSE-SINCE-LOAD SECTION.
       ACCUM-SUSPENSE.
      *A jam writes PENDING to suspense and, once reversed, a
      *REVERSED line. A PENDING item with no reversal behind it is
      *a customer debit whose notes nonetheless sit in the reject
      *bin - cash the count will show over by. Suspense carries
      *amounts only, so this is settled in total, not by bill.
           MOVE ZERO TO WS-SUSP-PENDING-CNT.
           MOVE ZERO TO WS-SUSP-REVERSED-CNT.
           MOVE ZERO TO WS-SUSP-PENDING-AMT.
           MOVE ZERO TO WS-SUSP-REVERSED-AMT.

           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = '00'
               GO TO ACCUM-SUSPENSE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SUSPENSE.
           PERFORM READ-ONE-SUSPENSE-ENTRY
               UNTIL WS-EOF-SUSPENSE = 'Y'.
           CLOSE SUSPENSE-FILE.

       ACCUM-SUSPENSE-EXIT.
           EXIT.

       READ-ONE-SUSPENSE-ENTRY SECTION.
       READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE
                   GO TO READ-SUSPENSE-EXIT
           END-READ.

           IF SUSPENSE-RECORD = SPACES
               GO TO READ-SUSPENSE-EXIT
           END-IF.

           MOVE SPACES TO WS-SUSPENSE-FIELDS.
           UNSTRING SUSPENSE-RECORD DELIMITED BY '|'
               INTO WS-SUSP-DATE WS-SUSP-ATM-ID WS-SUSP-ACCT
                    WS-SUSP-AMT-X WS-SUSP-STATUS
           END-UNSTRING.

           IF WS-SUSP-ATM-ID NOT = POS-ATM-ID OR
              WS-SUSP-DATE (1:14) < POS-LOAD-STAMP OR
              WS-SUSP-AMT-X IS NOT NUMERIC
               GO TO READ-SUSPENSE-EXIT
           END-IF.

           EVALUATE WS-SUSP-STATUS
               WHEN 'PENDING'
                   ADD 1 TO WS-SUSP-PENDING-CNT
                   ADD WS-SUSP-AMT TO WS-SUSP-PENDING-AMT
               WHEN 'REVERSED'
                   ADD 1 TO WS-SUSP-REVERSED-CNT
                   ADD WS-SUSP-AMT TO WS-SUSP-REVERSED-AMT
           END-EVALUATE.

       READ-SUSPENSE-EXIT.
           EXIT.

       COMPUTE-OVER-SHORT SECTION.
       COMPUTE-OS.
           MOVE ZERO TO WS-EXPECTED-TOTAL.
           MOVE ZERO TO WS-COUNTED-TOTAL.
           MOVE ZERO TO WS-GROSS-VARIANCE.
           MOVE ZERO TO WS-NEW-LOAD-TOTAL.

           PERFORM COMPUTE-ONE-DENOMINATION
               VARYING WS-DENOM-IX FROM 1 BY 1
               UNTIL WS-DENOM-IX > 5.

      *Open suspense items explain that much of any overage.
           COMPUTE WS-SUSP-OPEN-AMT =
               WS-SUSP-PENDING-AMT - WS-SUSP-REVERSED-AMT.
           IF WS-SUSP-OPEN-AMT < ZERO
               MOVE ZERO TO WS-SUSP-OPEN-AMT
           END-IF.
           ADD WS-SUSP-OPEN-AMT TO WS-EXPECTED-TOTAL.
           COMPUTE WS-NET-VARIANCE =
               WS-GROSS-VARIANCE - WS-SUSP-OPEN-AMT.

       COMPUTE-ONE-DENOMINATION SECTION.
       COMPUTE-ONE-DENOM.
           COMPUTE WS-DENOM-EXPECTED (WS-DENOM-IX) =
               WS-DENOM-LOADED (WS-DENOM-IX)
               - WS-DENOM-DISPENSED (WS-DENOM-IX)
               + WS-DENOM-REVERSED (WS-DENOM-IX).
           COMPUTE WS-DENOM-VARIANCE (WS-DENOM-IX) =
               WS-DENOM-COUNTED (WS-DENOM-IX)
               - WS-DENOM-EXPECTED (WS-DENOM-IX).
           COMPUTE WS-DENOM-VAR-AMT (WS-DENOM-IX) =
               WS-DENOM-VARIANCE (WS-DENOM-IX)
               * WS-DENOM-FACE (WS-DENOM-IX).

           COMPUTE WS-EXPECTED-TOTAL = WS-EXPECTED-TOTAL +
               WS-DENOM-EXPECTED (WS-DENOM-IX)
               * WS-DENOM-FACE (WS-DENOM-IX).
           COMPUTE WS-COUNTED-TOTAL = WS-COUNTED-TOTAL +
               WS-DENOM-COUNTED (WS-DENOM-IX)
               * WS-DENOM-FACE (WS-DENOM-IX).
           COMPUTE WS-NEW-LOAD-TOTAL = WS-NEW-LOAD-TOTAL +
               WS-DENOM-NEW-LOAD (WS-DENOM-IX)
               * WS-DENOM-FACE (WS-DENOM-IX).
           ADD WS-DENOM-VAR-AMT (WS-DENOM-IX) TO WS-GROSS-VARIANCE.

       WRITE-SETTLEMENT-REPORT SECTION.
       WRITE-SETTLE-RPT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ATM ' POS-ATM-ID
                  '   LAST LOADED ' POS-LOAD-STAMP (1:8)
                  ' ' POS-LOAD-STAMP (9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING ' DENOM  LOADED DISPENSED REVERSED EXPECTED'
                  ' COUNTED  OVER/SHORT         AMOUNT'
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM WRITE-DENOMINATION-LINE
               VARYING WS-DENOM-IX FROM 1 BY 1
               UNTIL WS-DENOM-IX > 5.

           MOVE WS-JOURNAL-ENTRIES TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Journal entries since load : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '  Suspense items since load  : PENDING '
                  WS-SUSP-PENDING-CNT ' REVERSED '
                  WS-SUSP-REVERSED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SUSP-OPEN-AMT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Open suspense in reject bin: ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-EXPECTED-TOTAL TO WS-DISPLAY-SIGNED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Expected in machine        : ' WS-DISPLAY-SIGNED
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-COUNTED-TOTAL TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  Counted out of machine     : ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-NET-VARIANCE TO WS-DISPLAY-SIGNED.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-NET-VARIANCE > ZERO
                   STRING '  Net cash OVER              : '
                          WS-DISPLAY-SIGNED ' - TO SUSPENSE'
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-NET-VARIANCE < ZERO
                   STRING '  Net cash SHORT             : '
                          WS-DISPLAY-SIGNED ' - TO SUSPENSE'
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE '  Machine balanced' TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.

           MOVE WS-NEW-LOAD-TOTAL TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '  New load                   : ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-DENOMINATION-LINE SECTION.
       WRITE-DENOM-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DENOM-FACE (WS-DENOM-IX) TO WS-DISPLAY-FACE.
           STRING '  $' WS-DISPLAY-FACE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-DENOM-LOADED (WS-DENOM-IX) TO WS-DISPLAY-BILLS.
           MOVE WS-DISPLAY-BILLS TO REPORT-LINE (9:6).
           MOVE WS-DENOM-DISPENSED (WS-DENOM-IX) TO WS-DISPLAY-BILLS.
           MOVE WS-DISPLAY-BILLS TO REPORT-LINE (19:6).
           MOVE WS-DENOM-REVERSED (WS-DENOM-IX) TO WS-DISPLAY-BILLS.
           MOVE WS-DISPLAY-BILLS TO REPORT-LINE (28:6).
           MOVE WS-DENOM-EXPECTED (WS-DENOM-IX) TO
               WS-DISPLAY-SIGNED-BILLS.
           MOVE WS-DISPLAY-SIGNED-BILLS TO REPORT-LINE (36:7).
           MOVE WS-DENOM-COUNTED (WS-DENOM-IX) TO WS-DISPLAY-BILLS.
           MOVE WS-DISPLAY-BILLS TO REPORT-LINE (45:6).
           MOVE WS-DENOM-VARIANCE (WS-DENOM-IX) TO
               WS-DISPLAY-SIGNED-BILLS.
           MOVE WS-DISPLAY-SIGNED-BILLS TO REPORT-LINE (56:7).
           MOVE WS-DENOM-VAR-AMT (WS-DENOM-IX) TO WS-DISPLAY-SIGNED.
           MOVE WS-DISPLAY-SIGNED TO REPORT-LINE (63:15).
           WRITE REPORT-LINE.

       WRITE-OVER-SHORT-ENTRY SECTION.
       WRITE-OVER-SHORT.
      *Layout: run date|ATM id|OVER or SHORT|amount unedited
      *9(9)V99|load stamp settled|OPEN - the open item stays on
      *suspense until investigation clears it.
           IF WS-NET-VARIANCE > ZERO
               MOVE 'OVER' TO WS-OVER-SHORT-TYPE
               MOVE WS-NET-VARIANCE TO WS-OVER-SHORT-AMT
               ADD WS-OVER-SHORT-AMT TO WS-TOTAL-OVER
           ELSE
               MOVE 'SHORT' TO WS-OVER-SHORT-TYPE
               COMPUTE WS-OVER-SHORT-AMT = 0 - WS-NET-VARIANCE
               ADD WS-OVER-SHORT-AMT TO WS-TOTAL-SHORT
           END-IF.

           MOVE SPACES TO OVER-SHORT-RECORD.
           STRING WS-RUN-DATE
                  '|' POS-ATM-ID
                  '|' WS-OVER-SHORT-TYPE
                  '|' WS-OVER-SHORT-AMT
                  '|' POS-LOAD-STAMP
                  '|OPEN'
                  DELIMITED BY SIZE INTO OVER-SHORT-RECORD.
           WRITE OVER-SHORT-RECORD.

       RESET-CASH-POSITION SECTION.
       RESET-POSITION.
      *The machine now holds exactly the new load, and the next
      *settlement proves against it.
           MOVE WS-DENOM-NEW-LOAD (1) TO POS-BILLS-100.
           MOVE WS-DENOM-NEW-LOAD (2) TO POS-BILLS-50.
           MOVE WS-DENOM-NEW-LOAD (3) TO POS-BILLS-20.
           MOVE WS-DENOM-NEW-LOAD (4) TO POS-BILLS-10.
           MOVE WS-DENOM-NEW-LOAD (5) TO POS-BILLS-5.
           MOVE WS-DENOM-NEW-LOAD (1) TO POS-LOAD-100.
           MOVE WS-DENOM-NEW-LOAD (2) TO POS-LOAD-50.
           MOVE WS-DENOM-NEW-LOAD (3) TO POS-LOAD-20.
           MOVE WS-DENOM-NEW-LOAD (4) TO POS-LOAD-10.
           MOVE WS-DENOM-NEW-LOAD (5) TO POS-LOAD-5.
           MOVE WS-RUN-STAMP TO POS-LOAD-STAMP.

           REWRITE CASH-POSITION-RECORD
               INVALID KEY
                   DISPLAY 'Error resetting cash position for '
                       POS-ATM-ID
           END-REWRITE.

       SHUTDOWN-SETTLEMENT SECTION.
       SHUTDOWN-SETTLE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MACHINES SETTLED ' WS-ATMS-SETTLED
                  '  BALANCED ' WS-ATMS-BALANCED
                  '  NOT SETTLED ' WS-ATMS-REJECTED
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-OVER TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL OVER TO SUSPENSE  ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SHORT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL SHORT TO SUSPENSE ' WS-DISPLAY-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ATMS-SETTLED TO WS-DISPLAY-COUNT.
           DISPLAY 'Machines settled       : ' WS-DISPLAY-COUNT.
           MOVE WS-ATMS-BALANCED TO WS-DISPLAY-COUNT.
           DISPLAY 'Machines balanced      : ' WS-DISPLAY-COUNT.
           MOVE WS-ATMS-REJECTED TO WS-DISPLAY-COUNT.
           DISPLAY 'Machines not settled   : ' WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-OVER TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Total over             : ' WS-DISPLAY-AMOUNT.
           MOVE WS-TOTAL-SHORT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Total short            : ' WS-DISPLAY-AMOUNT.
           DISPLAY 'Settlement complete - see atm_replenish_settle.rpt'.

           CLOSE COUNT-FILE.
           CLOSE CASH-POSITION-FILE.
           CLOSE OVER-SHORT-FILE.
           CLOSE SETTLE-REPORT.
