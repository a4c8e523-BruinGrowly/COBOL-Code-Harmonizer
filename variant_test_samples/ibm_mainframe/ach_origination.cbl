       IDENTIFICATION DIVISION.
       PROGRAM-ID. AchOriginationBatch.
      *IBM MAINFRAME - END-OF-DAY ACH ORIGINATION AND RETURNS
      *Offline counterpart to XFERPROC's external transfers: the
      *customer was debited online and the entry parked on ACHQUEUE.
      *This run first works the returns file the ACH operator sent
      *back - crediting each returned entry to the customer and
      *recording the reason - then builds the NACHA origination file
      *from every entry still queued, with batch and file control
      *totals, and marks those entries sent under their trace
      *numbers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Keyed by entry ID; the trace number an entry went out under
      *is how a return finds it again.
           SELECT ACH-QUEUE-FILE ASSIGN TO 'achqueue.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-ENTRY-ID
               ALTERNATE RECORD KEY IS ACH-TRACE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      *The CICS ACCOUNTS file, read offline - a return puts the
      *money back where XFERPROC took it from.
           SELECT ACCOUNTS-FILE ASSIGN TO 'cics_accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT ACH-ORIGINATION-FILE ASSIGN TO 'ach_origination.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIG-STATUS.

           SELECT ACH-RETURN-FILE ASSIGN TO 'ach_returns.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

      *Return reversals go on the statement alongside the online
      *activity the STMT queue offload carries.
           SELECT CICS-ACTIVITY-FILE ASSIGN TO 'cics_stmt_activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICS-ACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same layout XFERPROC writes.
       FD  ACH-QUEUE-FILE.
       01  ACH-ENTRY-RECORD.
           05  ACH-ENTRY-ID           PIC 9(15).
           05  ACH-FROM-ACCT          PIC 9(10).
           05  ACH-AMOUNT             PIC S9(9)V99 COMP-3.
           05  ACH-RDFI-ROUTING       PIC 9(9).
           05  ACH-DFI-ACCOUNT        PIC X(17).
           05  ACH-RECEIVER-ACCT-TYPE PIC X.
               88  ACH-RCV-CHECKING   VALUE 'C'.
               88  ACH-RCV-SAVINGS    VALUE 'S'.
           05  ACH-RECEIVER-NAME      PIC X(22).
           05  ACH-REQUESTED-BY       PIC X(8).
           05  ACH-APPROVED-BY        PIC X(8).
           05  ACH-ENTRY-DATE         PIC 9(8).
           05  ACH-STATUS             PIC X.
               88  ACH-QUEUED         VALUE 'Q'.
               88  ACH-SENT           VALUE 'S'.
               88  ACH-RETURNED       VALUE 'R'.
           05  ACH-TRACE-NUMBER       PIC 9(15).
           05  ACH-FILE-DATE          PIC 9(8).
           05  ACH-RETURN-CODE        PIC X(3).
           05  ACH-RETURN-DATE        PIC 9(8).

      *Same layout as CICSTRAN's ACCOUNT-RECORD.
       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05  ACCT-ID                PIC 9(10).
           05  ACCT-NAME              PIC X(50).
           05  ACCT-BALANCE           PIC S9(11)V99 COMP-3.
           05  ACCT-TYPE              PIC X(10).
           05  ACCT-STATUS            PIC X.
           05  ACCT-LAST-TRANS        PIC X(26).
           05  ACCT-PIN               PIC 9(4).
           05  ACCT-FAILED-ATTEMPTS   PIC 9.
           05  ACCT-DAILY-XFER-LIMIT  PIC S9(9)V99 COMP-3.
           05  ACCT-DAILY-XFER-TOTAL  PIC S9(9)V99 COMP-3.
           05  ACCT-LAST-XFER-DATE    PIC 9(8).

       FD  ACH-ORIGINATION-FILE.
       01  ACH-ORIG-LINE              PIC X(94).

       FD  ACH-RETURN-FILE.
       01  ACH-RETURN-LINE            PIC X(94).

      *Same layout CICSTRAN and XFERPROC write to the STMT queue.
       FD  CICS-ACTIVITY-FILE.
       01  STATEMENT-ACTIVITY-RECORD.
           05  SA-ACCOUNT             PIC 9(12).
           05  SA-POST-DATE           PIC 9(8).
           05  SA-POST-TIME           PIC 9(6).
           05  SA-SOURCE              PIC X(4).
           05  SA-TYPE                PIC X(10).
           05  SA-AMOUNT              PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
           05  SA-DESCRIPTION         PIC X(26).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS              PIC XX.
       01  WS-ACCOUNTS-STATUS          PIC XX.
       01  WS-ORIG-STATUS              PIC XX.
       01  WS-RETURN-STATUS            PIC XX.
       01  WS-CICS-ACT-STATUS          PIC XX.
       01  WS-EOF-QUEUE                PIC X VALUE 'N'.
       01  WS-EOF-RETURNS              PIC X VALUE 'N'.
       01  WS-ACCOUNTS-OPEN            PIC X VALUE 'N'.
       01  WS-BATCH-OPEN               PIC X VALUE 'N'.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-NOW-TIME                 PIC 9(6).
       01  WS-DATE-INT                 PIC 9(7).
       01  WS-DAY-OF-WEEK              PIC 9.
       01  WS-EFFECTIVE-DATE           PIC 9(8).
       01  WS-JULIAN-DATE              PIC 9(7).
       01  WS-JULIAN-PARTS REDEFINES WS-JULIAN-DATE.
           05  WS-JULIAN-YEAR          PIC 9(4).
           05  WS-JULIAN-DAY           PIC 9(3).

      *Originating bank - our routing number as ODFI and the
      *company identification the entries go out under.
       01  WS-ODFI-ROUTING             PIC 9(9) VALUE 123456780.
       01  WS-ODFI-PARTS REDEFINES WS-ODFI-ROUTING.
           05  WS-ODFI-ID              PIC 9(8).
           05  WS-ODFI-CHECK           PIC 9.
       01  WS-ACH-OPERATOR             PIC X(10) VALUE ' 091000019'.
       01  WS-ACH-OPERATOR-NAME        PIC X(23)
                                       VALUE 'FEDERAL RESERVE BANK'.
       01  WS-ORIGIN-NAME              PIC X(23)
                                       VALUE 'DEPOSIT SERVICES'.
       01  WS-COMPANY-NAME             PIC X(16)
                                       VALUE 'DEPOSIT SERVICES'.
       01  WS-COMPANY-ID               PIC X(10) VALUE '1234567890'.

      *Run counters and control totals. Amounts on the file are in
      *cents; the entry hash is the sum of the 8-digit RDFI
      *routing numbers, keeping the low-order ten digits.
       01  WS-COUNTERS.
           05  WS-ENTRIES-SENT         PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-READ         PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-POSTED       PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-REJECTED     PIC 9(7) VALUE ZERO.
           05  WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BATCH-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-TRACE-SEQ            PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-HASH               PIC 9(12) VALUE ZERO.
       01  WS-CREDIT-TOTAL-CENTS       PIC 9(12) VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-RETURNED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-CENTS             PIC 9(10).
       01  WS-RDFI-ID                  PIC 9(8).
       01  WS-BLOCK-COUNT              PIC 9(6).
       01  WS-PAD-COUNT                PIC 99.
       01  WS-PAD-IX                   PIC 99.

      *Trace numbers - ODFI plus a seven-digit sequence (last digit
      *of the year, day of the year, entry number). With one file a
      *day, a return finds exactly one entry for ten years.
       01  WS-TRACE-BUILD.
           05  WS-TRACE-ODFI           PIC 9(8).
           05  WS-TRACE-YEAR           PIC 9.
           05  WS-TRACE-DAY            PIC 9(3).
           05  WS-TRACE-ENTRY          PIC 9(3).
       01  WS-TRACE-NUMBER REDEFINES WS-TRACE-BUILD PIC 9(15).

      *NACHA record layouts - 94 characters each.
       01  ACH-FILE-HEADER.
           05  FH-RECORD-TYPE          PIC X VALUE '1'.
           05  FH-PRIORITY             PIC X(2) VALUE '01'.
           05  FH-DESTINATION          PIC X(10).
           05  FH-ORIGIN-FILLER        PIC X VALUE SPACE.
           05  FH-ORIGIN               PIC 9(9).
           05  FH-CREATION-DATE        PIC 9(6).
           05  FH-CREATION-TIME        PIC 9(4).
           05  FH-FILE-ID-MODIFIER     PIC X VALUE 'A'.
           05  FH-RECORD-SIZE          PIC X(3) VALUE '094'.
           05  FH-BLOCKING-FACTOR      PIC X(2) VALUE '10'.
           05  FH-FORMAT-CODE          PIC X VALUE '1'.
           05  FH-DESTINATION-NAME     PIC X(23).
           05  FH-ORIGIN-NAME          PIC X(23).
           05  FH-REFERENCE-CODE       PIC X(8) VALUE SPACES.

       01  ACH-BATCH-HEADER.
           05  BH-RECORD-TYPE          PIC X VALUE '5'.
           05  BH-SERVICE-CLASS        PIC X(3) VALUE '220'.
           05  BH-COMPANY-NAME         PIC X(16).
           05  BH-DISCRETIONARY        PIC X(20) VALUE SPACES.
           05  BH-COMPANY-ID           PIC X(10).
           05  BH-SEC-CODE             PIC X(3) VALUE 'PPD'.
           05  BH-ENTRY-DESCRIPTION    PIC X(10) VALUE 'TRANSFER'.
           05  BH-DESCRIPTIVE-DATE     PIC X(6) VALUE SPACES.
           05  BH-EFFECTIVE-DATE       PIC 9(6).
           05  BH-SETTLEMENT-DATE      PIC X(3) VALUE SPACES.
           05  BH-ORIGINATOR-STATUS    PIC X VALUE '1'.
           05  BH-ODFI-ID              PIC 9(8).
           05  BH-BATCH-NUMBER         PIC 9(7).

       01  ACH-ENTRY-DETAIL.
           05  ED-RECORD-TYPE          PIC X VALUE '6'.
           05  ED-TRANSACTION-CODE     PIC X(2).
           05  ED-RDFI-ROUTING         PIC 9(9).
           05  ED-DFI-ACCOUNT          PIC X(17).
           05  ED-AMOUNT               PIC 9(10).
           05  ED-INDIVIDUAL-ID        PIC X(15).
           05  ED-INDIVIDUAL-NAME      PIC X(22).
           05  ED-DISCRETIONARY        PIC X(2) VALUE SPACES.
           05  ED-ADDENDA-INDICATOR    PIC X VALUE '0'.
           05  ED-TRACE-NUMBER         PIC 9(15).

       01  ACH-BATCH-CONTROL.
           05  BC-RECORD-TYPE          PIC X VALUE '8'.
           05  BC-SERVICE-CLASS        PIC X(3) VALUE '220'.
           05  BC-ENTRY-COUNT          PIC 9(6).
           05  BC-ENTRY-HASH           PIC 9(10).
           05  BC-DEBIT-TOTAL          PIC 9(12).
           05  BC-CREDIT-TOTAL         PIC 9(12).
           05  BC-COMPANY-ID           PIC X(10).
           05  BC-MAC                  PIC X(19) VALUE SPACES.
           05  BC-RESERVED             PIC X(6) VALUE SPACES.
           05  BC-ODFI-ID              PIC 9(8).
           05  BC-BATCH-NUMBER         PIC 9(7).

       01  ACH-FILE-CONTROL.
           05  FC-RECORD-TYPE          PIC X VALUE '9'.
           05  FC-BATCH-COUNT          PIC 9(6).
           05  FC-BLOCK-COUNT          PIC 9(6).
           05  FC-ENTRY-COUNT          PIC 9(8).
           05  FC-ENTRY-HASH           PIC 9(10).
           05  FC-DEBIT-TOTAL          PIC 9(12).
           05  FC-CREDIT-TOTAL         PIC 9(12).
           05  FC-RESERVED             PIC X(39) VALUE SPACES.

      *Returns come back as the original entry followed by a '7'
      *addenda of type '99' carrying the reason and the trace
      *number the entry went out under.
       01  ACH-RETURN-ADDENDA.
           05  RA-RECORD-TYPE          PIC X.
           05  RA-ADDENDA-TYPE         PIC X(2).
           05  RA-RETURN-REASON        PIC X(3).
           05  RA-ORIGINAL-TRACE       PIC 9(15).
           05  RA-DATE-OF-DEATH        PIC X(6).
           05  RA-ORIGINAL-RDFI        PIC X(8).
           05  RA-ADDENDA-INFO         PIC X(44).
           05  RA-TRACE-NUMBER         PIC X(15).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-ACH-RUN.
           PERFORM PROCESS-ACH-RETURNS.
           PERFORM BUILD-ORIGINATION-FILE.
           PERFORM SHUTDOWN-ACH-RUN.
           STOP RUN.

       INITIALIZE-ACH-RUN SECTION.
       INIT-ACH.
           DISPLAY '========================================'.
           DISPLAY 'ACH ORIGINATION END-OF-DAY RUN'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.

           OPEN I-O ACH-QUEUE-FILE.
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ACH-QUEUE-FILE
               CLOSE ACH-QUEUE-FILE
               OPEN I-O ACH-QUEUE-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Unable to open ACH queue - status '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO WS-ACCOUNTS-OPEN
           ELSE
               DISPLAY 'Accounts file unavailable - returns will '
                   'be held for the next run'
           END-IF.

      *Settle on the next business day - a Saturday or Sunday run
      *rolls on to Monday.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1.
           MOVE FUNCTION MOD(WS-DATE-INT, 7) TO WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK = 6
               ADD 2 TO WS-DATE-INT
           END-IF.
           IF WS-DAY-OF-WEEK = 0
               ADD 1 TO WS-DATE-INT
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-EFFECTIVE-DATE.

           MOVE WS-ODFI-ID TO WS-TRACE-ODFI.
           MOVE WS-TODAY-DATE(4:1) TO WS-TRACE-YEAR.
           MOVE FUNCTION DAY-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE))
               TO WS-JULIAN-DATE.
           MOVE WS-JULIAN-DAY TO WS-TRACE-DAY.

       PROCESS-ACH-RETURNS SECTION.
       PROC-RETURNS.
           OPEN INPUT ACH-RETURN-FILE.
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'No returns file - nothing to reverse'
               GO TO PROC-RETURNS-EXIT
           END-IF.

           OPEN EXTEND CICS-ACTIVITY-FILE.
           IF WS-CICS-ACT-STATUS NOT = '00'
               OPEN OUTPUT CICS-ACTIVITY-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-RETURNS.
           PERFORM READ-ONE-RETURN-RECORD
               UNTIL WS-EOF-RETURNS = 'Y'.

           CLOSE ACH-RETURN-FILE.
           CLOSE CICS-ACTIVITY-FILE.

       PROC-RETURNS-EXIT.
           EXIT.

       READ-ONE-RETURN-RECORD SECTION.
       READ-ONE-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RETURNS
                   GO TO READ-ONE-RETURN-EXIT
           END-READ.

           MOVE ACH-RETURN-LINE TO ACH-RETURN-ADDENDA.
           IF RA-RECORD-TYPE = '7' AND RA-ADDENDA-TYPE = '99'
               ADD 1 TO WS-RETURNS-READ
               PERFORM POST-ONE-RETURN
           END-IF.

       READ-ONE-RETURN-EXIT.
           EXIT.

       POST-ONE-RETURN SECTION.
       POST-RETURN.
           IF RA-ORIGINAL-TRACE IS NOT NUMERIC
               DISPLAY 'Return with unreadable trace number skipped'
               ADD 1 TO WS-RETURNS-REJECTED
               GO TO POST-RETURN-EXIT
           END-IF.

           MOVE RA-ORIGINAL-TRACE TO ACH-TRACE-NUMBER.
           READ ACH-QUEUE-FILE KEY IS ACH-TRACE-NUMBER
               INVALID KEY
                   DISPLAY 'Return for unknown trace '
                       RA-ORIGINAL-TRACE ' - refer to operations'
                   ADD 1 TO WS-RETURNS-REJECTED
                   GO TO POST-RETURN-EXIT
           END-READ.

      *A return the operator sends twice must not credit twice.
           IF NOT ACH-SENT
               DISPLAY 'Trace ' RA-ORIGINAL-TRACE
                   ' already returned - duplicate ignored'
               ADD 1 TO WS-RETURNS-REJECTED
               GO TO POST-RETURN-EXIT
           END-IF.

           IF WS-ACCOUNTS-OPEN NOT = 'Y'
               ADD 1 TO WS-RETURNS-REJECTED
               GO TO POST-RETURN-EXIT
           END-IF.

           MOVE ACH-FROM-ACCT TO ACCT-ID.
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY 'Return for trace ' RA-ORIGINAL-TRACE
                       ' - account ' ACH-FROM-ACCT ' not on file'
                   ADD 1 TO WS-RETURNS-REJECTED
                   GO TO POST-RETURN-EXIT
           END-READ.

           ADD ACH-AMOUNT TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'Unable to credit account ' ACCT-ID
                   ADD 1 TO WS-RETURNS-REJECTED
                   GO TO POST-RETURN-EXIT
           END-REWRITE.

           MOVE ACH-FROM-ACCT TO SA-ACCOUNT.
           MOVE WS-TODAY-DATE TO SA-POST-DATE.
           MOVE WS-NOW-TIME TO SA-POST-TIME.
           MOVE 'ACH' TO SA-SOURCE.
           MOVE 'ACH RETURN' TO SA-TYPE.
           MOVE ACH-AMOUNT TO SA-AMOUNT.
           MOVE SPACES TO SA-DESCRIPTION.
           STRING 'ACH RETURNED ' RA-RETURN-REASON ' '
                  ACH-RECEIVER-NAME
                  DELIMITED BY SIZE INTO SA-DESCRIPTION.
           WRITE STATEMENT-ACTIVITY-RECORD.

           SET ACH-RETURNED TO TRUE.
           MOVE RA-RETURN-REASON TO ACH-RETURN-CODE.
           MOVE WS-TODAY-DATE TO ACH-RETURN-DATE.
           REWRITE ACH-ENTRY-RECORD.

           ADD 1 TO WS-RETURNS-POSTED.
           ADD ACH-AMOUNT TO WS-RETURNED-TOTAL.
           DISPLAY 'Returned ' RA-RETURN-REASON ' trace '
               RA-ORIGINAL-TRACE ' credited to account '
               ACH-FROM-ACCT.

       POST-RETURN-EXIT.
           EXIT.

       BUILD-ORIGINATION-FILE SECTION.
       BUILD-ORIG.
           OPEN OUTPUT ACH-ORIGINATION-FILE.
           IF WS-ORIG-STATUS NOT = '00'
               DISPLAY 'Unable to open origination file - status '
                   WS-ORIG-STATUS
               GO TO BUILD-ORIG-EXIT
           END-IF.

           MOVE WS-ACH-OPERATOR TO FH-DESTINATION.
           MOVE WS-ODFI-ROUTING TO FH-ORIGIN.
           MOVE WS-TODAY-DATE(3:6) TO FH-CREATION-DATE.
           MOVE WS-NOW-TIME(1:4) TO FH-CREATION-TIME.
           MOVE WS-ACH-OPERATOR-NAME TO FH-DESTINATION-NAME.
           MOVE WS-ORIGIN-NAME TO FH-ORIGIN-NAME.
           WRITE ACH-ORIG-LINE FROM ACH-FILE-HEADER.
           ADD 1 TO WS-RECORD-COUNT.

           MOVE 'N' TO WS-EOF-QUEUE.
           MOVE ZERO TO ACH-ENTRY-ID.
           START ACH-QUEUE-FILE KEY IS NOT LESS THAN ACH-ENTRY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-QUEUE
           END-START.

           PERFORM ORIGINATE-NEXT-QUEUED-ENTRY
               UNTIL WS-EOF-QUEUE = 'Y'.

           IF WS-BATCH-OPEN = 'Y'
               PERFORM WRITE-BATCH-CONTROL
           END-IF.

           PERFORM WRITE-FILE-CONTROL.
           CLOSE ACH-ORIGINATION-FILE.

       BUILD-ORIG-EXIT.
           EXIT.

       ORIGINATE-NEXT-QUEUED-ENTRY SECTION.
       ORIG-NEXT.
           READ ACH-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-QUEUE
                   GO TO ORIG-NEXT-EXIT
           END-READ.

           IF NOT ACH-QUEUED
               GO TO ORIG-NEXT-EXIT
           END-IF.

      *Entry numbers are three digits - anything past the 999th of
      *the day stays queued for tomorrow's file.
           IF WS-TRACE-SEQ >= 999
               GO TO ORIG-NEXT-EXIT
           END-IF.

           IF WS-BATCH-OPEN NOT = 'Y'
               PERFORM WRITE-BATCH-HEADER
           END-IF.

           ADD 1 TO WS-TRACE-SEQ.
           MOVE WS-TRACE-SEQ TO WS-TRACE-ENTRY.

           IF ACH-RCV-SAVINGS
               MOVE '32' TO ED-TRANSACTION-CODE
           ELSE
               MOVE '22' TO ED-TRANSACTION-CODE
           END-IF.
           MOVE ACH-RDFI-ROUTING TO ED-RDFI-ROUTING.
           MOVE ACH-DFI-ACCOUNT TO ED-DFI-ACCOUNT.
           COMPUTE WS-AMOUNT-CENTS = ACH-AMOUNT * 100.
           MOVE WS-AMOUNT-CENTS TO ED-AMOUNT.
           MOVE ACH-FROM-ACCT TO ED-INDIVIDUAL-ID.
           MOVE ACH-RECEIVER-NAME TO ED-INDIVIDUAL-NAME.
           MOVE WS-TRACE-NUMBER TO ED-TRACE-NUMBER.
           WRITE ACH-ORIG-LINE FROM ACH-ENTRY-DETAIL.
           ADD 1 TO WS-RECORD-COUNT.

           ADD 1 TO WS-ENTRIES-SENT.
           COMPUTE WS-RDFI-ID = ACH-RDFI-ROUTING / 10.
           ADD WS-RDFI-ID TO WS-ENTRY-HASH.
           ADD WS-AMOUNT-CENTS TO WS-CREDIT-TOTAL-CENTS.
           ADD ACH-AMOUNT TO WS-CREDIT-TOTAL.

           SET ACH-SENT TO TRUE.
           MOVE WS-TRACE-NUMBER TO ACH-TRACE-NUMBER.
           MOVE WS-TODAY-DATE TO ACH-FILE-DATE.
           REWRITE ACH-ENTRY-RECORD.

       ORIG-NEXT-EXIT.
           EXIT.

       WRITE-BATCH-HEADER SECTION.
       WRITE-BH.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-COMPANY-NAME TO BH-COMPANY-NAME.
           MOVE WS-COMPANY-ID TO BH-COMPANY-ID.
           MOVE WS-EFFECTIVE-DATE(3:6) TO BH-EFFECTIVE-DATE.
           MOVE WS-ODFI-ID TO BH-ODFI-ID.
           MOVE WS-BATCH-COUNT TO BH-BATCH-NUMBER.
           WRITE ACH-ORIG-LINE FROM ACH-BATCH-HEADER.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE 'Y' TO WS-BATCH-OPEN.

       WRITE-BATCH-CONTROL SECTION.
       WRITE-BC.
      *A credits-only batch - the customers were debited on our own
      *books when the transfers were taken.
           MOVE WS-ENTRIES-SENT TO BC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO BC-ENTRY-HASH.
           MOVE ZERO TO BC-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL-CENTS TO BC-CREDIT-TOTAL.
           MOVE WS-COMPANY-ID TO BC-COMPANY-ID.
           MOVE WS-ODFI-ID TO BC-ODFI-ID.
           MOVE WS-BATCH-COUNT TO BC-BATCH-NUMBER.
           WRITE ACH-ORIG-LINE FROM ACH-BATCH-CONTROL.
           ADD 1 TO WS-RECORD-COUNT.

       WRITE-FILE-CONTROL SECTION.
       WRITE-FC.
      *The file is blocked ten records to a block - the control
      *record counts itself, and the last block is filled out with
      *all-nines records.
           ADD 1 TO WS-RECORD-COUNT.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.
           COMPUTE WS-PAD-COUNT = WS-BLOCK-COUNT * 10
               - WS-RECORD-COUNT.

           MOVE WS-BATCH-COUNT TO FC-BATCH-COUNT.
           MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT.
           MOVE WS-ENTRIES-SENT TO FC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO FC-ENTRY-HASH.
           MOVE ZERO TO FC-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL-CENTS TO FC-CREDIT-TOTAL.
           WRITE ACH-ORIG-LINE FROM ACH-FILE-CONTROL.

           PERFORM WRITE-BLOCK-FILLER
               VARYING WS-PAD-IX FROM 1 BY 1
               UNTIL WS-PAD-IX > WS-PAD-COUNT.

       WRITE-BLOCK-FILLER SECTION.
       WRITE-FILLER.
           MOVE ALL '9' TO ACH-ORIG-LINE.
           WRITE ACH-ORIG-LINE.

       SHUTDOWN-ACH-RUN SECTION.
       SHUTDOWN-ACH.
           DISPLAY 'Returns read:      ' WS-RETURNS-READ.
           DISPLAY 'Returns reversed:  ' WS-RETURNS-POSTED
               ' total ' WS-RETURNED-TOTAL.
           DISPLAY 'Returns rejected:  ' WS-RETURNS-REJECTED.
           DISPLAY 'Entries originated: ' WS-ENTRIES-SENT
               ' total ' WS-CREDIT-TOTAL.
           DISPLAY 'Effective date:    ' WS-EFFECTIVE-DATE.

           CLOSE ACH-QUEUE-FILE.
           IF WS-ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.
