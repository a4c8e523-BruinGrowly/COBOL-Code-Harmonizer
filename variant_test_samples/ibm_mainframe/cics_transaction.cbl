           05  CA-USER-ID             PIC X(8).
           05  CA-PEND-ID             PIC 9(8).
           05  CA-ACTION              PIC X.
      *External transfer extension - money leaving by ACH for an
      *account at another bank: the receiving bank's routing number,
      *the account there and its type ('C' checking, 'S' savings),
      *and the receiver's name as it goes on the entry.
           05  CA-XFER-KIND           PIC X.
               88  CA-XFER-INTERNAL   VALUE 'I' SPACE.
               88  CA-XFER-EXTERNAL   VALUE 'E'.
           05  CA-EXT-ROUTING         PIC 9(9).
           05  CA-EXT-ACCOUNT         PIC X(17).
           05  CA-EXT-ACCT-TYPE       PIC X.
           05  CA-EXT-NAME            PIC X(22).

      *Account Master Record
       01  ACCOUNT-RECORD.
           05  SCREEN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  SCREEN-PIN             PIC 9(4).
           05  SCREEN-MESSAGE         PIC X(60).
           05  SCREEN-EXT-ROUTING     PIC 9(9).
           05  SCREEN-EXT-ACCOUNT     PIC X(17).
           05  SCREEN-EXT-ACCT-TYPE   PIC X.
           05  SCREEN-EXT-NAME        PIC X(22).

      *CICS Control Variables
       01  WS-RESP                    PIC S9(8) COMP.
      *File Control
       01  WS-FILE-NAME               PIC X(8) VALUE 'ACCOUNTS'.
       01  WS-QUEUE-NAME              PIC X(8) VALUE 'TRANLOG'.
       01  WS-STMT-QUEUE-NAME         PIC X(4) VALUE 'STMT'.

      *Statement activity record - one signed posting per balance
      *movement, written to the STMT queue alongside the TRANLOG
      *after-image. TRANLOG says what the account looked like; this
      *says what moved it, which is what the monthly deposit
      *statement prints. STMT is a recoverable intrapartition queue,
      *so a rolled-back unit of work takes its entries with it; the
      *nightly offload copies it to the sequential activity file.
      *Same layout XFERPROC writes.
       01  STATEMENT-ACTIVITY-RECORD.
           05  SA-ACCOUNT             PIC 9(12).
           05  SA-POST-DATE           PIC 9(8).
           05  SA-POST-TIME           PIC 9(6).
           05  SA-SOURCE              PIC X(4).
           05  SA-TYPE                PIC X(10).
           05  SA-AMOUNT              PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
           05  SA-DESCRIPTION         PIC X(26).

      *Transaction Control
       01  WS-NEW-BALANCE             PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
       01  DFHCOMMAREA-LINK.
           05  LINK-DATA              PIC X(152).

       PROCEDURE DIVISION.

           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(152)
           END-EXEC.

       PROCESS-TRANSACTION-REQUEST SECTION.
           MOVE SCREEN-AMOUNT TO CA-AMOUNT.
           MOVE SCREEN-PIN TO CA-PIN.

      *A routing number on the screen makes a transfer external -
      *the to-account is then the one at the other bank, not ours.
           IF SCREEN-EXT-ROUTING IS NUMERIC AND
              SCREEN-EXT-ROUTING > ZERO
               SET CA-XFER-EXTERNAL TO TRUE
               MOVE SCREEN-EXT-ROUTING TO CA-EXT-ROUTING
               MOVE SCREEN-EXT-ACCOUNT TO CA-EXT-ACCOUNT
               MOVE SCREEN-EXT-ACCT-TYPE TO CA-EXT-ACCT-TYPE
               MOVE SCREEN-EXT-NAME TO CA-EXT-NAME
               MOVE ZERO TO CA-TO-ACCOUNT-ID
           ELSE
               SET CA-XFER-INTERNAL TO TRUE
               MOVE ZERO TO CA-EXT-ROUTING
               MOVE SPACES TO CA-EXT-ACCOUNT
               MOVE SPACE TO CA-EXT-ACCT-TYPE
               MOVE SPACES TO CA-EXT-NAME
           END-IF.

      *Identity and action come from the task, never from whatever
      *bytes the commarea happened to hold - the acting operator is
      *the signed-on user, and a screen-driven request is never an
               MOVE WS-NEW-BALANCE TO ACCT-BALANCE
               PERFORM UPDATE-ACCOUNT-RECORD
               PERFORM WRITE-TRANSACTION-LOG
               MOVE ACCT-ID TO SA-ACCOUNT
               MOVE 'DEPOSIT' TO SA-TYPE
               MOVE CA-AMOUNT TO SA-AMOUNT
               MOVE 'TELLER DEPOSIT' TO SA-DESCRIPTION
               PERFORM WRITE-STATEMENT-ACTIVITY
               MOVE 'S' TO CA-STATUS
               MOVE 'Deposit processed successfully' TO CA-ERROR-MSG
           ELSE
                   MOVE WS-NEW-BALANCE TO ACCT-BALANCE
                   PERFORM UPDATE-ACCOUNT-RECORD
                   PERFORM WRITE-TRANSACTION-LOG
                   MOVE ACCT-ID TO SA-ACCOUNT
                   MOVE 'WITHDRAWAL' TO SA-TYPE
                   COMPUTE SA-AMOUNT = ZERO - CA-AMOUNT
                   MOVE 'TELLER WITHDRAWAL' TO SA-DESCRIPTION
                   PERFORM WRITE-STATEMENT-ACTIVITY
                   MOVE 'S' TO CA-STATUS
                   IF WS-OD-OK = 'Y'
                       MOVE 'Withdrawal processed with overdraft sweep'
           PERFORM WRITE-TRANSACTION-LOG.
           PERFORM WRITE-BACKUP-SWEEP-LOG.

      *Three statement lines - the savings debit, the checking
      *credit, and the fee on its own line so it prints as a fee.
           MOVE BK-ACCT-ID TO SA-ACCOUNT.
           MOVE 'OD SWEEP' TO SA-TYPE.
           COMPUTE SA-AMOUNT = ZERO - WS-OD-SWEEP-AMOUNT.
           MOVE 'OVERDRAFT SWEEP OUT' TO SA-DESCRIPTION.
           PERFORM WRITE-STATEMENT-ACTIVITY.

           MOVE ACCT-ID TO SA-ACCOUNT.
           MOVE 'OD SWEEP' TO SA-TYPE.
           MOVE WS-OD-SWEEP-AMOUNT TO SA-AMOUNT.
           MOVE 'OVERDRAFT SWEEP IN' TO SA-DESCRIPTION.
           PERFORM WRITE-STATEMENT-ACTIVITY.

           IF LINK-TRANSFER-FEE > ZERO
               MOVE ACCT-ID TO SA-ACCOUNT
               MOVE 'FEE' TO SA-TYPE
               COMPUTE SA-AMOUNT = ZERO - LINK-TRANSFER-FEE
               MOVE 'OVERDRAFT SWEEP FEE' TO SA-DESCRIPTION
               PERFORM WRITE-STATEMENT-ACTIVITY
           END-IF.

           MOVE 'Y' TO WS-OD-OK.

       ATTEMPT-OD-SWEEP-EXIT.
               LENGTH(LENGTH OF WS-BACKUP-ACCOUNT-RECORD)
           END-EXEC.

       WRITE-STATEMENT-ACTIVITY SECTION.
       WRITE-STMT-ACT.
      *Caller fills account, type, signed amount and description;
      *the posting date and time are stamped here.
           EXEC CICS ASKTIME
               ABSTIME(WS-EIBTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
               ABSTIME(WS-EIBTIME)
               YYYYMMDD(SA-POST-DATE)
               TIME(SA-POST-TIME)
           END-EXEC.

           MOVE 'CICS' TO SA-SOURCE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-STMT-QUEUE-NAME)
               FROM(STATEMENT-ACTIVITY-RECORD)
               LENGTH(LENGTH OF STATEMENT-ACTIVITY-RECORD)
           END-EXEC.

       PROCESS-INQUIRY SECTION.
       PROC-INQUIRY.
           PERFORM READ-ACCOUNT-RECORD.

      *XFERPROC debits CA-ACCOUNT-ID and credits CA-TO-ACCOUNT-ID
      *under one unit of work, and hands back CA-STATUS/CA-ERROR-MSG
      *describing the outcome. An external transfer is debited the
      *same way, under the same daily limit and dual control, and
      *queued as an ACH entry for the end-of-day origination file
      *in place of the credit.
           EXEC CICS LINK
               PROGRAM('XFERPROC')
               COMMAREA(DFHCOMMAREA)
               LENGTH(152)
               RESP(WS-RESP)
           END-EXEC.

           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(152)
           END-EXEC.

       DISPLAY-ERROR-SCREEN SECTION.
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(152)
           END-EXEC.

       RECORD-NOT-FOUND SECTION.
