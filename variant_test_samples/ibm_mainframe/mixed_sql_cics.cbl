               10  CA-HIST-TYPE           PIC X(10).
               10  CA-HIST-AMOUNT         PIC S9(9)V99 COMP-3.
               10  CA-HIST-TIMESTAMP      PIC X(26).
      *Account closure ('CLOS') - why the account is closing and
      *how the remaining balance leaves: 'T' by transfer to
      *CA-PAYOUT-ACCOUNT, 'C' by official check, whose number comes
      *back in CA-OFFICIAL-CHECK-NO.
           05  CA-CLOSE-REASON        PIC X(2).
           05  CA-PAYOUT-METHOD       PIC X.
               88  CA-PAYOUT-TRANSFER VALUE 'T'.
               88  CA-PAYOUT-CHECK    VALUE 'C'.
           05  CA-PAYOUT-ACCOUNT      PIC 9(12).
           05  CA-OFFICIAL-CHECK-NO   PIC 9(15).

      *SQL Host Variables
       01  SQL-HOST-VARS.
           05  :HV-FETCH-AMOUNT       PIC S9(9)V99 COMP-3.
           05  :HV-FETCH-TIMESTAMP    PIC X(26).
           05  :HV-AUTHORITY          PIC X.
           05  :HV-ACCRUED-INTEREST   PIC S9(13)V99 COMP-3.
           05  :HV-CLOSE-REASON       PIC X(2).
           05  :HV-PAYOUT-ACCOUNT     PIC S9(11) COMP.
           05  :HV-PAYOUT-STATUS      PIC X.
           05  :HV-PAYOUT-AMOUNT      PIC S9(13)V99 COMP-3.
           05  :HV-OWNER-COUNT        PIC S9(9) COMP.

      *Account Transaction Record
       01  TRANSACTION-RECORD.
               88  SO-ACTIVE          VALUE 'A'.
               88  SO-CANCELLED       VALUE 'C'.

      *Official check - one record per check issued, written to the
      *OFFCHECK file for the check-print run to pick up.
       01  OFFICIAL-CHECK-RECORD.
           05  OC-CHECK-NUMBER        PIC 9(15).
           05  OC-ACCOUNT-NUMBER      PIC 9(12).
           05  OC-PAYEE-NAME          PIC X(50).
           05  OC-AMOUNT              PIC S9(9)V99 COMP-3.
           05  OC-ISSUE-DATE          PIC 9(8).
           05  OC-PURPOSE             PIC X(20).
           05  OC-STATUS              PIC X.
               88  OC-ISSUED          VALUE 'I'.
               88  OC-PRINTED         VALUE 'P'.

      *Closing confirmation - queued on CLOS for the confirmation
      *letter run, one per account closed.
       01  CLOSING-CONFIRMATION-RECORD.
           05  CC-ACCOUNT-NUMBER      PIC 9(12).
           05  CC-CUSTOMER-ID         PIC 9(10).
           05  CC-CUSTOMER-NAME       PIC X(50).
           05  CC-CLOSED-DATE         PIC 9(8).
           05  CC-CLOSE-REASON        PIC X(2).
           05  CC-FINAL-INTEREST      PIC S9(9)V99 COMP-3.
           05  CC-PAYOUT-AMOUNT       PIC S9(9)V99 COMP-3.
           05  CC-PAYOUT-METHOD       PIC X.
      *Payout account number or official check number.
           05  CC-PAYOUT-REFERENCE    PIC 9(15).
           05  CC-ORDERS-CANCELLED    PIC 9(3).

      *Working Variables
       01  WS-NEW-BALANCE             PIC S9(13)V99 COMP-3.
       01  WS-HOLD-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-TRANS-FILE              PIC X(8) VALUE 'TRANSACT'.
       01  WS-HOLD-FILE               PIC X(8) VALUE 'HOLDINGS'.
       01  WS-STANDING-ORDER-FILE     PIC X(8) VALUE 'STANDORD'.
       01  WS-OFFICIAL-CHECK-FILE     PIC X(8) VALUE 'OFFCHECK'.
       01  WS-CLOSING-QUEUE           PIC X(4) VALUE 'CLOS'.

      *Account closure
       01  WS-CLOSE-PAYOUT            PIC S9(13)V99 COMP-3.
       01  WS-CLOSE-INTEREST          PIC S9(13)V99 COMP-3.
       01  WS-SO-CANCELLED-COUNT      PIC 9(3).
       01  WS-CLOSE-FAILED            PIC X.

      *Standing-Order Processing
       01  WS-TODAY-DATE              PIC 9(8).
                   PERFORM HISTORY-PROCESS
               WHEN 'STOR'
                   PERFORM PROCESS-STANDING-ORDERS
               WHEN 'CLOS'
                   PERFORM CLOSE-ACCOUNT-PROCESS
               WHEN OTHER
                   MOVE 'Invalid function code' TO CA-MESSAGE
                   MOVE 98 TO CA-RETURN-CODE
      *hold can all sit on one account at once.
           ADD 1 TO WS-TRANSACTION-COUNT.
           COMPUTE HOLD-ID =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) * 1000000 +
               WS-TRANSACTION-COUNT.
           MOVE CA-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER.
           MOVE CA-AMOUNT TO HOLD-AMOUNT.
           IF WS-RESP = DFHRESP(DUPREC)
               ADD 1 TO WS-TRANSACTION-COUNT
               COMPUTE HOLD-ID =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
                   * 1000000 + WS-TRANSACTION-COUNT
               EXEC CICS WRITE
                   FILE(WS-HOLD-FILE)
                   FROM(HOLD-RECORD)
      *Generate transaction ID
           ADD 1 TO WS-TRANSACTION-COUNT.
           COMPUTE TRANS-ID =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) * 1000000 +
               WS-TRANSACTION-COUNT.

           MOVE CA-ACCOUNT-NUMBER TO TRANS-ACCOUNT.
               MOVE 'Y' TO WS-SO-END-OF-FILE
           END-IF.

       CLOSE-ACCOUNT-PROCESS SECTION.
       DO-CLOSE-ACCOUNT.
      *Close the account outright - nothing may be left behind on
      *it: no live hold, no standing order, no accrued interest,
      *no balance. Every owner on a joint account must hold full
      *authority, and the acting owner must be one of them.
           PERFORM CHECK-OWNER-AUTHORITY.
           IF NOT AUTH-FULL
               MOVE 'Customer not authorized to close account'
                   TO CA-MESSAGE
               MOVE 64 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           IF CA-CLOSE-REASON = SPACES
              OR (NOT CA-PAYOUT-TRANSFER AND NOT CA-PAYOUT-CHECK)
              OR (CA-PAYOUT-TRANSFER AND
                  (CA-PAYOUT-ACCOUNT = ZERO OR
                   CA-PAYOUT-ACCOUNT = CA-ACCOUNT-NUMBER))
               MOVE 'Closure reason or payout instructions invalid'
                   TO CA-MESSAGE
               MOVE 70 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           MOVE CA-ACCOUNT-NUMBER TO :HV-ACCOUNT-NUMBER.
           MOVE ZERO TO :HV-OWNER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HV-OWNER-COUNT
               FROM ACCOUNT_OWNERS
               WHERE ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND AUTHORITY_LEVEL <> 'F'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Database error occurred' TO CA-MESSAGE
               MOVE 20 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           IF :HV-OWNER-COUNT > ZERO
               MOVE 'Joint owner lacks closing authority'
                   TO CA-MESSAGE
               MOVE 71 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           PERFORM SUM-ACTIVE-HOLDS.
           IF WS-ACTIVE-HOLD-TOTAL > ZERO
               MOVE 'Active holds on account - cannot close'
                   TO CA-MESSAGE
               MOVE 72 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           EXEC SQL BEGIN WORK END-EXEC.

           MOVE CA-ACCOUNT-NUMBER TO :HV-ACCOUNT-NUMBER.
           EXEC SQL
               SELECT CUSTOMER_NAME, CURRENT_BALANCE,
                      ACCRUED_INTEREST, STATUS
               INTO :HV-CUSTOMER-NAME, :HV-CURRENT-BALANCE,
                    :HV-ACCRUED-INTEREST, :HV-STATUS-CODE
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
               FOR UPDATE OF CURRENT_BALANCE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Cannot access account' TO CA-MESSAGE
               MOVE 21 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           IF :HV-STATUS-CODE NOT = 'A'
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Account not active' TO CA-MESSAGE
               MOVE 73 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

      *Interest accrued since the last posting is paid on the way
      *out, so the payout is the balance plus that interest. An
      *account still owing money cannot be closed from here.
           MOVE ZERO TO WS-CLOSE-INTEREST.
           IF :HV-ACCRUED-INTEREST > ZERO
               MOVE :HV-ACCRUED-INTEREST TO WS-CLOSE-INTEREST
           END-IF.
           COMPUTE WS-CLOSE-PAYOUT =
               :HV-CURRENT-BALANCE + WS-CLOSE-INTEREST.

           IF WS-CLOSE-PAYOUT < ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Account overdrawn - balance must be repaid'
                   TO CA-MESSAGE
               MOVE 74 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           IF WS-CLOSE-PAYOUT > ZERO AND CA-PAYOUT-TRANSFER
               PERFORM CREDIT-CLOSING-PAYOUT-ACCOUNT
               IF CA-RETURN-CODE NOT = 0
                   EXEC SQL ROLLBACK WORK END-EXEC
                   GO TO CLOSE-ACCOUNT-EXIT
               END-IF
           END-IF.

           MOVE CA-ACCOUNT-NUMBER TO :HV-ACCOUNT-NUMBER.
           MOVE CA-CLOSE-REASON TO :HV-CLOSE-REASON.
           EXEC SQL
               UPDATE ACCOUNTS
               SET CURRENT_BALANCE = 0,
                   ACCRUED_INTEREST = 0,
                   STATUS = 'C',
                   CLOSURE_REASON = :HV-CLOSE-REASON,
                   CLOSED_DATE = CURRENT DATE,
                   LAST_ACTIVITY_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Update failed' TO CA-MESSAGE
               MOVE 75 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

      *The database side is settled - now the CICS side: the
      *transaction log legs, the check, the standing orders and the
      *confirmation. Any failure backs the whole closure out.
           MOVE 'N' TO WS-CLOSE-FAILED.
           PERFORM LOG-CLOSING-TRANSACTIONS.
           IF WS-CLOSE-FAILED = 'N'
               PERFORM CANCEL-ACCOUNT-STANDING-ORDERS
           END-IF.
           IF WS-CLOSE-FAILED = 'N'
               PERFORM QUEUE-CLOSING-CONFIRMATION
           END-IF.

           IF WS-CLOSE-FAILED = 'Y'
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Closure failed - account left open'
                   TO CA-MESSAGE
               MOVE 76 TO CA-RETURN-CODE
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           MOVE WS-CLOSE-PAYOUT TO CA-AMOUNT.
           MOVE WS-SO-CANCELLED-COUNT TO CA-HIST-COUNT.
           MOVE 'Account closed - confirmation queued' TO CA-MESSAGE.
           MOVE 0 TO CA-RETURN-CODE.

       CLOSE-ACCOUNT-EXIT.
           EXIT.

       CREDIT-CLOSING-PAYOUT-ACCOUNT SECTION.
       CREDIT-PAYOUT.
      *Payout by transfer - the receiving account must be open. It
      *need not belong to the same customer; the closing owner
      *names where the money goes.
           MOVE CA-PAYOUT-ACCOUNT TO :HV-PAYOUT-ACCOUNT.
           EXEC SQL
               SELECT STATUS
               INTO :HV-PAYOUT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :HV-PAYOUT-ACCOUNT
               FOR UPDATE OF CURRENT_BALANCE
           END-EXEC.

           IF SQLCODE NOT = 0 OR :HV-PAYOUT-STATUS NOT = 'A'
               MOVE 'Payout account not found or not active'
                   TO CA-MESSAGE
               MOVE 77 TO CA-RETURN-CODE
               GO TO CREDIT-PAYOUT-EXIT
           END-IF.

           MOVE WS-CLOSE-PAYOUT TO :HV-PAYOUT-AMOUNT.
           EXEC SQL
               UPDATE ACCOUNTS
               SET CURRENT_BALANCE =
                       CURRENT_BALANCE + :HV-PAYOUT-AMOUNT,
                   LAST_ACTIVITY_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :HV-PAYOUT-ACCOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Payout transfer failed' TO CA-MESSAGE
               MOVE 78 TO CA-RETURN-CODE
               GO TO CREDIT-PAYOUT-EXIT
           END-IF.

           MOVE 0 TO CA-RETURN-CODE.

       CREDIT-PAYOUT-EXIT.
           EXIT.

       LOG-CLOSING-TRANSACTIONS SECTION.
       LOG-CLOSING.
      *Final interest in, payout out - and on a transfer the
      *matching deposit leg on the receiving account.
           IF WS-CLOSE-INTEREST > ZERO
               PERFORM BUILD-TRANSACTION-RECORD
               MOVE 'INTEREST' TO TRANS-TYPE
               MOVE WS-CLOSE-INTEREST TO TRANS-AMOUNT
               PERFORM WRITE-CLOSING-TRANSACTION
           END-IF.

           IF WS-CLOSE-PAYOUT = ZERO OR WS-CLOSE-FAILED = 'Y'
               GO TO LOG-CLOSING-EXIT
           END-IF.

           PERFORM BUILD-TRANSACTION-RECORD.
           MOVE WS-CLOSE-PAYOUT TO TRANS-AMOUNT.
           IF CA-PAYOUT-TRANSFER
               MOVE 'CLOSE XFER' TO TRANS-TYPE
               PERFORM WRITE-CLOSING-TRANSACTION
               IF WS-CLOSE-FAILED = 'N'
                   PERFORM BUILD-TRANSACTION-RECORD
                   MOVE CA-PAYOUT-ACCOUNT TO TRANS-ACCOUNT
                   MOVE 'DEPOSIT' TO TRANS-TYPE
                   MOVE WS-CLOSE-PAYOUT TO TRANS-AMOUNT
                   PERFORM WRITE-CLOSING-TRANSACTION
               END-IF
           ELSE
               MOVE 'CLOSE CHK' TO TRANS-TYPE
               PERFORM WRITE-CLOSING-TRANSACTION
               IF WS-CLOSE-FAILED = 'N'
                   PERFORM ISSUE-CLOSING-OFFICIAL-CHECK
               END-IF
           END-IF.

       LOG-CLOSING-EXIT.
           EXIT.

       WRITE-CLOSING-TRANSACTION SECTION.
       WRITE-CLOSING-TRANS.
           EXEC CICS WRITE
               FILE(WS-TRANS-FILE)
               FROM(TRANSACTION-RECORD)
               RIDFLD(TRANS-ID)
               LENGTH(LENGTH OF TRANSACTION-RECORD)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CLOSE-FAILED
           END-IF.

       ISSUE-CLOSING-OFFICIAL-CHECK SECTION.
       ISSUE-CHECK.
      *Check number built the same way as a hold ID - today's date
      *and the running count.
           ADD 1 TO WS-TRANSACTION-COUNT.
           COMPUTE OC-CHECK-NUMBER =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) * 1000000 +
               WS-TRANSACTION-COUNT.
           MOVE CA-ACCOUNT-NUMBER TO OC-ACCOUNT-NUMBER.
           MOVE :HV-CUSTOMER-NAME TO OC-PAYEE-NAME.
           MOVE WS-CLOSE-PAYOUT TO OC-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OC-ISSUE-DATE.
           MOVE 'ACCOUNT CLOSURE' TO OC-PURPOSE.
           MOVE 'I' TO OC-STATUS.

           EXEC CICS WRITE
               FILE(WS-OFFICIAL-CHECK-FILE)
               FROM(OFFICIAL-CHECK-RECORD)
               RIDFLD(OC-CHECK-NUMBER)
               LENGTH(LENGTH OF OFFICIAL-CHECK-RECORD)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE OC-CHECK-NUMBER TO CA-OFFICIAL-CHECK-NO
           ELSE
               MOVE 'Y' TO WS-CLOSE-FAILED
           END-IF.

       CANCEL-ACCOUNT-STANDING-ORDERS SECTION.
       CANCEL-ACCOUNT-SO.
      *Orders paying out of the account and orders paying into it
      *both go - either would only bounce once the account closes.
      *The file is keyed from/to, so it is walked end to end.
           MOVE ZERO TO WS-SO-CANCELLED-COUNT.
           MOVE ZERO TO SO-KEY.
           MOVE 'N' TO WS-SO-END-OF-FILE.

           EXEC CICS STARTBR
               FILE(WS-STANDING-ORDER-FILE)
               RIDFLD(SO-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO CANCEL-ACCOUNT-SO-EXIT
           END-IF.

           PERFORM CANCEL-ONE-STANDING-ORDER
               UNTIL WS-SO-END-OF-FILE = 'Y'.

           EXEC CICS ENDBR
               FILE(WS-STANDING-ORDER-FILE)
               RESP(WS-RESP)
           END-EXEC.

       CANCEL-ACCOUNT-SO-EXIT.
           EXIT.

       CANCEL-ONE-STANDING-ORDER SECTION.
       CANCEL-ONE-SO.
           EXEC CICS READNEXT
               FILE(WS-STANDING-ORDER-FILE)
               INTO(STANDING-ORDER-RECORD)
               RIDFLD(SO-KEY)
               LENGTH(LENGTH OF STANDING-ORDER-RECORD)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SO-END-OF-FILE
               GO TO CANCEL-ONE-SO-EXIT
           END-IF.

           IF NOT SO-ACTIVE
               GO TO CANCEL-ONE-SO-EXIT
           END-IF.
           IF SO-FROM-ACCOUNT NOT = CA-ACCOUNT-NUMBER AND
              SO-TO-ACCOUNT NOT = CA-ACCOUNT-NUMBER
               GO TO CANCEL-ONE-SO-EXIT
           END-IF.

      *Same browse-break as RESCHEDULE-STANDING-ORDER - the
      *resumed browse re-reads this order, now cancelled, and
      *passes over it.
           MOVE SO-KEY TO WS-SO-SAVED-KEY.

           EXEC CICS ENDBR
               FILE(WS-STANDING-ORDER-FILE)
           END-EXEC.

           EXEC CICS READ
               FILE(WS-STANDING-ORDER-FILE)
               INTO(STANDING-ORDER-RECORD)
               RIDFLD(WS-SO-SAVED-KEY)
               LENGTH(LENGTH OF STANDING-ORDER-RECORD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'C' TO SO-STATUS
               EXEC CICS REWRITE
                   FILE(WS-STANDING-ORDER-FILE)
                   FROM(STANDING-ORDER-RECORD)
                   LENGTH(LENGTH OF STANDING-ORDER-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-SO-CANCELLED-COUNT
           ELSE
               MOVE 'Y' TO WS-CLOSE-FAILED
               MOVE 'Y' TO WS-SO-END-OF-FILE
               GO TO CANCEL-ONE-SO-EXIT
           END-IF.

           MOVE WS-SO-SAVED-KEY TO SO-KEY.
           EXEC CICS STARTBR
               FILE(WS-STANDING-ORDER-FILE)
               RIDFLD(SO-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SO-END-OF-FILE
           END-IF.

       CANCEL-ONE-SO-EXIT.
           EXIT.

       QUEUE-CLOSING-CONFIRMATION SECTION.
       QUEUE-CONFIRMATION.
           MOVE CA-ACCOUNT-NUMBER TO CC-ACCOUNT-NUMBER.
           MOVE CA-CUSTOMER-ID TO CC-CUSTOMER-ID.
           MOVE :HV-CUSTOMER-NAME TO CC-CUSTOMER-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CC-CLOSED-DATE.
           MOVE CA-CLOSE-REASON TO CC-CLOSE-REASON.
           MOVE WS-CLOSE-INTEREST TO CC-FINAL-INTEREST.
           MOVE WS-CLOSE-PAYOUT TO CC-PAYOUT-AMOUNT.
           MOVE CA-PAYOUT-METHOD TO CC-PAYOUT-METHOD.
           IF CA-PAYOUT-TRANSFER
               MOVE CA-PAYOUT-ACCOUNT TO CC-PAYOUT-REFERENCE
           ELSE
               MOVE CA-OFFICIAL-CHECK-NO TO CC-PAYOUT-REFERENCE
           END-IF.
           MOVE WS-SO-CANCELLED-COUNT TO CC-ORDERS-CANCELLED.

           EXEC CICS WRITEQ TD
               QUEUE(WS-CLOSING-QUEUE)
               FROM(CLOSING-CONFIRMATION-RECORD)
               LENGTH(LENGTH OF CLOSING-CONFIRMATION-RECORD)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CLOSE-FAILED
           END-IF.

       LOAD-FREQUENCY-TABLE SECTION.
       LOAD-FREQUENCIES.
           MOVE 'W' TO WS-FREQUENCY-CODE(1).
