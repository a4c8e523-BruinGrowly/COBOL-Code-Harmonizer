      *Linked from CICSTRAN's PROCESS-TRANSFER; debits the source
      *account and credits the destination account under a single
      *unit of work, returning status/error info in the commarea.
      *An external transfer debits the source the same way and
      *queues an ACH entry on ACHQUEUE for the end-of-day
      *origination batch (AchOriginationBatch) in place of the
      *credit.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  PEND-APPROVED-BY       PIC X(8).
           05  PEND-APPROVAL-TIME     PIC X(26).
           05  PEND-EXPIRY-DATE       PIC 9(8).
      *External transfers queue for approval like any other - the
      *receiving bank details ride along so the approval can queue
      *the ACH entry.
           05  PEND-XFER-KIND         PIC X.
               88  PEND-EXTERNAL      VALUE 'E'.
           05  PEND-EXT-ROUTING       PIC 9(9).
           05  PEND-EXT-ACCOUNT       PIC X(17).
           05  PEND-EXT-ACCT-TYPE     PIC X.
           05  PEND-EXT-NAME          PIC X(22).

      *Outbound ACH entry - one per external transfer, written to
      *ACHQUEUE inside the unit of work that debits the customer.
      *The end-of-day batch builds the origination file from the
      *'Q' entries, marks them sent with the trace number they went
      *out under, and marks them returned when the RDFI sends one
      *back. Same layout AchOriginationBatch reads.
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

       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-EIBTIME                 PIC S9(7) COMP-3.
       01  WS-FILE-NAME               PIC X(8) VALUE 'ACCOUNTS'.
       01  WS-PEND-FILE-NAME          PIC X(8) VALUE 'XFERPEND'.
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-STMT-QUEUE-NAME         PIC X(4) VALUE 'STMT'.
       01  WS-ACH-FILE-NAME           PIC X(8) VALUE 'ACHQUEUE'.
       01  WS-ACH-ABSTIME             PIC S9(15) COMP-3.

      *Routing number check digit - the ABA weights 3-7-1 across
      *all nine digits must sum to a multiple of ten.
       01  WS-RTN-NUMBER              PIC 9(9).
       01  WS-RTN-DIGITS REDEFINES WS-RTN-NUMBER.
           05  WS-RTN-DIGIT           PIC 9 OCCURS 9 TIMES.
       01  WS-RTN-WEIGHT-VALUES       PIC X(9) VALUE '371371371'.
       01  WS-RTN-WEIGHTS REDEFINES WS-RTN-WEIGHT-VALUES.
           05  WS-RTN-WEIGHT          PIC 9 OCCURS 9 TIMES.
       01  WS-RTN-IX                  PIC 99.
       01  WS-RTN-SUM                 PIC 9(4).

      *Statement activity record - same layout CICSTRAN writes to
      *the STMT queue. A transfer posts one line to each account,
      *inside the same unit of work as the balance updates.
       01  STATEMENT-ACTIVITY-RECORD.
           05  SA-ACCOUNT             PIC 9(12).
           05  SA-POST-DATE           PIC 9(8).
           05  SA-POST-TIME           PIC 9(6).
           05  SA-SOURCE              PIC X(4).
           05  SA-TYPE                PIC X(10).
           05  SA-AMOUNT              PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
           05  SA-DESCRIPTION         PIC X(26).
       01  WS-STMT-OTHER-ACCT         PIC Z(9)9.

      *Dual-control rules - transfers above the threshold queue for
      *a second operator; queued items not actioned inside the
           05  CA-USER-ID             PIC X(8).
           05  CA-PEND-ID             PIC 9(8).
           05  CA-ACTION              PIC X.
      *External transfer extension - set by CICSTRAN when the
      *customer keyed another bank's routing number.
           05  CA-XFER-KIND           PIC X.
               88  CA-XFER-INTERNAL   VALUE 'I' SPACE.
               88  CA-XFER-EXTERNAL   VALUE 'E'.
           05  CA-EXT-ROUTING         PIC 9(9).
           05  CA-EXT-ACCOUNT         PIC X(17).
           05  CA-EXT-ACCT-TYPE       PIC X.
           05  CA-EXT-NAME            PIC X(22).

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

      *Money leaving the bank has no to-account on our file to
      *read or credit.
           IF CA-XFER-EXTERNAL
               PERFORM PROCESS-EXTERNAL-TRANSFER
               GOBACK
           END-IF.

           IF CA-ACCOUNT-ID = CA-TO-ACCOUNT-ID
               MOVE 'E' TO CA-STATUS
               MOVE 'Cannot transfer to the same account'
               GOBACK
           END-IF.

           PERFORM WRITE-TRANSFER-ACTIVITY.

      *Both updates succeeded - commit the unit of work.
           EXEC CICS SYNCPOINT END-EXEC.

               WS-PEND-EXPIRY-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
               TO PEND-EXPIRY-DATE.
           IF CA-XFER-EXTERNAL
               SET PEND-EXTERNAL TO TRUE
               MOVE CA-EXT-ROUTING TO PEND-EXT-ROUTING
               MOVE CA-EXT-ACCOUNT TO PEND-EXT-ACCOUNT
               MOVE CA-EXT-ACCT-TYPE TO PEND-EXT-ACCT-TYPE
               MOVE CA-EXT-NAME TO PEND-EXT-NAME
           ELSE
               MOVE 'I' TO PEND-XFER-KIND
               MOVE ZERO TO PEND-EXT-ROUTING
               MOVE SPACES TO PEND-EXT-ACCOUNT
               MOVE SPACE TO PEND-EXT-ACCT-TYPE
               MOVE SPACES TO PEND-EXT-NAME
           END-IF.

           EXEC CICS WRITE
               FILE(WS-PEND-FILE-NAME)
           MOVE PEND-TO-ACCT TO CA-TO-ACCOUNT-ID.
           MOVE PEND-AMOUNT TO CA-AMOUNT.

           IF PEND-EXTERNAL
               PERFORM EXECUTE-APPROVED-EXTERNAL
               GO TO EXEC-APPROVED-EXIT
           END-IF.

           PERFORM READ-FROM-ACCOUNT.
           IF CA-STATUS = 'E'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO EXEC-APPROVED-EXIT
           END-IF.

           PERFORM WRITE-TRANSFER-ACTIVITY.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE 'S' TO CA-STATUS.
       EXEC-APPROVED-EXIT.
           EXIT.

       EXECUTE-APPROVED-EXTERNAL SECTION.
       EXEC-APPROVED-EXT.
      *An approved external transfer posts exactly as a direct one
      *below the threshold would, with the queue record update in
      *the same unit of work as the debit and the ACH entry.
           SET CA-XFER-EXTERNAL TO TRUE.
           MOVE PEND-EXT-ROUTING TO CA-EXT-ROUTING.
           MOVE PEND-EXT-ACCOUNT TO CA-EXT-ACCOUNT.
           MOVE PEND-EXT-ACCT-TYPE TO CA-EXT-ACCT-TYPE.
           MOVE PEND-EXT-NAME TO CA-EXT-NAME.

           PERFORM READ-FROM-ACCOUNT.
           IF CA-STATUS = 'E'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO EXEC-APPROVED-EXT-EXIT
           END-IF.

           IF FROM-ACCT-STATUS NOT = 'A'
               MOVE 'E' TO CA-STATUS
               MOVE 'Source account is not active' TO CA-ERROR-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO EXEC-APPROVED-EXT-EXIT
           END-IF.

           MOVE PEND-REQUESTED-BY TO ACH-REQUESTED-BY.
           MOVE EIBUSERID TO ACH-APPROVED-BY.
           PERFORM POST-EXTERNAL-DEBIT.
           IF CA-STATUS = 'E'
               GO TO EXEC-APPROVED-EXT-EXIT
           END-IF.

           SET PEND-APPROVED TO TRUE.
           PERFORM REWRITE-PENDING-RECORD.
           IF CA-STATUS = 'E'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO EXEC-APPROVED-EXT-EXIT
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE 'S' TO CA-STATUS.
           MOVE 'Approved external transfer queued for ACH'
               TO CA-ERROR-MSG.

       EXEC-APPROVED-EXT-EXIT.
           EXIT.

       PROCESS-EXTERNAL-TRANSFER SECTION.
       PROC-EXTERNAL.
           PERFORM VALIDATE-EXTERNAL-PAYEE.
           IF CA-STATUS = 'E'
               GO TO PROC-EXTERNAL-EXIT
           END-IF.

           PERFORM READ-FROM-ACCOUNT.
           IF CA-STATUS = 'E'
               GO TO PROC-EXTERNAL-EXIT
           END-IF.

           IF FROM-ACCT-STATUS NOT = 'A'
               MOVE 'E' TO CA-STATUS
               MOVE 'Source account is not active' TO CA-ERROR-MSG
               GO TO PROC-EXTERNAL-EXIT
           END-IF.

      *Same dual-control threshold as an internal transfer - money
      *leaving the bank needs the second pair of eyes at least as
      *much as money moving inside it.
           IF CA-AMOUNT > WS-DUAL-CONTROL-LIMIT
               PERFORM QUEUE-PENDING-TRANSFER
               GO TO PROC-EXTERNAL-EXIT
           END-IF.

           MOVE EIBUSERID TO ACH-REQUESTED-BY.
           MOVE SPACES TO ACH-APPROVED-BY.
           PERFORM POST-EXTERNAL-DEBIT.
           IF CA-STATUS = 'E'
               GO TO PROC-EXTERNAL-EXIT
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE 'S' TO CA-STATUS.
           MOVE 'External transfer queued for ACH' TO CA-ERROR-MSG.

       PROC-EXTERNAL-EXIT.
           EXIT.

       VALIDATE-EXTERNAL-PAYEE SECTION.
       VALIDATE-PAYEE.
           IF CA-EXT-ACCOUNT = SPACES OR CA-EXT-NAME = SPACES
               MOVE 'E' TO CA-STATUS
               MOVE 'Receiving account and name are required'
                   TO CA-ERROR-MSG
               GO TO VALIDATE-PAYEE-EXIT
           END-IF.

           IF CA-EXT-ACCT-TYPE NOT = 'C' AND
              CA-EXT-ACCT-TYPE NOT = 'S'
               MOVE 'E' TO CA-STATUS
               MOVE 'Receiving account type must be C or S'
                   TO CA-ERROR-MSG
               GO TO VALIDATE-PAYEE-EXIT
           END-IF.

      *A mistyped routing number would otherwise go out on the file
      *and come back days later as an R03/R04 return.
           MOVE CA-EXT-ROUTING TO WS-RTN-NUMBER.
           MOVE ZERO TO WS-RTN-SUM.
           PERFORM ADD-ROUTING-DIGIT
               VARYING WS-RTN-IX FROM 1 BY 1 UNTIL WS-RTN-IX > 9.

           IF WS-RTN-NUMBER = ZERO OR
              FUNCTION MOD(WS-RTN-SUM, 10) NOT = ZERO
               MOVE 'E' TO CA-STATUS
               MOVE 'Invalid receiving bank routing number'
                   TO CA-ERROR-MSG
           END-IF.

       VALIDATE-PAYEE-EXIT.
           EXIT.

       ADD-ROUTING-DIGIT SECTION.
       ADD-RTN-DIGIT.
           COMPUTE WS-RTN-SUM = WS-RTN-SUM +
               WS-RTN-DIGIT(WS-RTN-IX) * WS-RTN-WEIGHT(WS-RTN-IX).

       POST-EXTERNAL-DEBIT SECTION.
       POST-EXT-DEBIT.
      *Debit the customer and queue the entry. Any failure backs
      *out the unit of work here; on success the caller commits it
      *once its own updates are in.
           PERFORM CHECK-DAILY-TRANSFER-LIMIT.
           IF CA-STATUS = 'E'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO POST-EXT-DEBIT-EXIT
           END-IF.

           COMPUTE WS-NEW-BALANCE = FROM-ACCT-BALANCE - CA-AMOUNT.
           IF WS-NEW-BALANCE < ZERO
               MOVE 'E' TO CA-STATUS
               MOVE 'Insufficient funds in source account'
                   TO CA-ERROR-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO POST-EXT-DEBIT-EXIT
           END-IF.

           MOVE WS-NEW-BALANCE TO FROM-ACCT-BALANCE.
           PERFORM STAMP-TRANSACTION-TIME.
           MOVE WS-TRANS-TIMESTAMP TO FROM-ACCT-LAST-TRANS.

           PERFORM UPDATE-FROM-ACCOUNT.
           IF CA-STATUS = 'E'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO POST-EXT-DEBIT-EXIT
           END-IF.

           PERFORM WRITE-ACH-ENTRY.
           IF CA-STATUS = 'E'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO POST-EXT-DEBIT-EXIT
           END-IF.

           PERFORM WRITE-EXTERNAL-ACTIVITY.

       POST-EXT-DEBIT-EXIT.
           EXIT.

       WRITE-ACH-ENTRY SECTION.
       WRITE-ACH.
      *The full absolute time (milliseconds) keys the entry, so two
      *external transfers in the same second never collide.
           EXEC CICS ASKTIME
               ABSTIME(WS-ACH-ABSTIME)
           END-EXEC.

           MOVE WS-ACH-ABSTIME TO ACH-ENTRY-ID.
           MOVE FROM-ACCT-ID TO ACH-FROM-ACCT.
           MOVE CA-AMOUNT TO ACH-AMOUNT.
           MOVE CA-EXT-ROUTING TO ACH-RDFI-ROUTING.
           MOVE CA-EXT-ACCOUNT TO ACH-DFI-ACCOUNT.
           MOVE CA-EXT-ACCT-TYPE TO ACH-RECEIVER-ACCT-TYPE.
           MOVE CA-EXT-NAME TO ACH-RECEIVER-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACH-ENTRY-DATE.
           SET ACH-QUEUED TO TRUE.
           MOVE ZERO TO ACH-TRACE-NUMBER.
           MOVE ZERO TO ACH-FILE-DATE.
           MOVE SPACES TO ACH-RETURN-CODE.
           MOVE ZERO TO ACH-RETURN-DATE.

           EXEC CICS WRITE
               FILE(WS-ACH-FILE-NAME)
               FROM(ACH-ENTRY-RECORD)
               RIDFLD(ACH-ENTRY-ID)
               LENGTH(LENGTH OF ACH-ENTRY-RECORD)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'E' TO CA-STATUS
               MOVE 'Unable to queue ACH entry' TO CA-ERROR-MSG
           END-IF.

       WRITE-EXTERNAL-ACTIVITY SECTION.
       WRITE-EXT-ACT.
      *One statement line - the other side is at another bank.
           EXEC CICS FORMATTIME
               ABSTIME(WS-EIBTIME)
               YYYYMMDD(SA-POST-DATE)
               TIME(SA-POST-TIME)
           END-EXEC.

           MOVE 'XFER' TO SA-SOURCE.
           MOVE 'ACH XFER' TO SA-TYPE.
           MOVE FROM-ACCT-ID TO SA-ACCOUNT.
           COMPUTE SA-AMOUNT = ZERO - CA-AMOUNT.
           MOVE SPACES TO SA-DESCRIPTION.
           STRING 'ACH TO ' CA-EXT-NAME
                  DELIMITED BY SIZE INTO SA-DESCRIPTION.
           EXEC CICS WRITEQ TD
               QUEUE(WS-STMT-QUEUE-NAME)
               FROM(STATEMENT-ACTIVITY-RECORD)
               LENGTH(LENGTH OF STATEMENT-ACTIVITY-RECORD)
           END-EXEC.

       REWRITE-PENDING-RECORD SECTION.
       REWRITE-PENDING.
           EXEC CICS REWRITE
               DATESEP('/')
           END-EXEC.

       WRITE-TRANSFER-ACTIVITY SECTION.
       WRITE-XFER-ACT.
      *One statement line per side of the movement, each naming
      *the account on the other side.
           EXEC CICS FORMATTIME
               ABSTIME(WS-EIBTIME)
               YYYYMMDD(SA-POST-DATE)
               TIME(SA-POST-TIME)
           END-EXEC.

           MOVE 'XFER' TO SA-SOURCE.
           MOVE 'TRANSFER' TO SA-TYPE.

           MOVE FROM-ACCT-ID TO SA-ACCOUNT.
           COMPUTE SA-AMOUNT = ZERO - CA-AMOUNT.
           MOVE TO-ACCT-ID TO WS-STMT-OTHER-ACCT.
           MOVE SPACES TO SA-DESCRIPTION.
           STRING 'TRANSFER TO ' WS-STMT-OTHER-ACCT
                  DELIMITED BY SIZE INTO SA-DESCRIPTION.
           EXEC CICS WRITEQ TD
               QUEUE(WS-STMT-QUEUE-NAME)
               FROM(STATEMENT-ACTIVITY-RECORD)
               LENGTH(LENGTH OF STATEMENT-ACTIVITY-RECORD)
           END-EXEC.

           MOVE TO-ACCT-ID TO SA-ACCOUNT.
           MOVE CA-AMOUNT TO SA-AMOUNT.
           MOVE FROM-ACCT-ID TO WS-STMT-OTHER-ACCT.
           MOVE SPACES TO SA-DESCRIPTION.
           STRING 'TRANSFER FROM ' WS-STMT-OTHER-ACCT
                  DELIMITED BY SIZE INTO SA-DESCRIPTION.
           EXEC CICS WRITEQ TD
               QUEUE(WS-STMT-QUEUE-NAME)
               FROM(STATEMENT-ACTIVITY-RECORD)
               LENGTH(LENGTH OF STATEMENT-ACTIVITY-RECORD)
           END-EXEC.

       UPDATE-FROM-ACCOUNT SECTION.
       UPDATE-FROM-ACCT.
           MOVE FROM-ACCOUNT-RECORD TO ACCOUNT-RECORD.
