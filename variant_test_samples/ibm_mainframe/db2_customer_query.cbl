           INCLUDE SQLCA
       END-EXEC.

      *Customer Table Structure - LAST_UPDATED is stamped by every
      *insert and update so DB2CUSTSYNC can pick up the day's
      *changes for the flat customer masters.
       EXEC SQL DECLARE CUSTOMER TABLE
           (CUSTOMER_ID     INTEGER NOT NULL,
            CUSTOMER_NAME   CHAR(50) NOT NULL,
            CREDIT_LIMIT    DECIMAL(15,2),
            BRANCH_CODE     CHAR(6),
            LAST_TRANS_DATE DATE,
            STATUS          CHAR(1),
            LAST_UPDATED    DATE)
       END-EXEC.

      *Archive table for accounts purged by DELETE-INACTIVE-ACCOUNTS -
       01  WS-MAX-RUN-INCREASE        PIC S9(13)V99 COMP-3
                                      VALUE 1000000.00.

      *Sanctions watch-list check - a new customer goes in as 'P'
      *(pending) unless the check comes back clear, and is moved to
      *'A' by ACTIVATE-SCREENED-CUSTOMERS once it does.
           COPY "SANCTIONS-CHECK.cpy".
       01  WS-CUSTOMERS-ACTIVATED     PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMERS-STILL-HELD    PIC 9(5) VALUE ZERO.

      *Cursor Control
       01  WS-END-OF-FETCH            PIC X VALUE 'N'.
       01  WS-ROW-COUNT               PIC 9(6) VALUE ZERO.
           PERFORM UPDATE-CREDIT-LIMITS.
           PERFORM EXECUTE-APPROVED-LIMIT-CHANGES.
           PERFORM INSERT-NEW-CUSTOMER.
           PERFORM ACTIVATE-SCREENED-CUSTOMERS.
           PERFORM PROPOSE-DUPLICATE-PAIRS.
           PERFORM EXECUTE-CONFIRMED-MERGES.
           PERFORM DELETE-INACTIVE-ACCOUNTS.

           EXEC SQL
               UPDATE CUSTOMER
               SET CREDIT_LIMIT = BALANCE * 1.5,
                   LAST_UPDATED = CURRENT DATE
               WHERE BALANCE >= 50000.00
                 AND ACCOUNT_TYPE = 'PREMIUM'
                 AND STATUS = 'A'
               GO TO INSERT-CUSTOMER-EXIT
           END-IF.

      *Screened before it can go in active - a possible or confirmed
      *watch-list match, or no list to check against, inserts the
      *customer as pending for compliance.
           PERFORM SCREEN-CUSTOMER-NAME.
           IF SC-CLEAR
               MOVE 'A' TO :WS-STATUS
           ELSE
               MOVE 'P' TO :WS-STATUS
               DISPLAY 'Customer held pending sanctions review - '
                   'top score ' SC-TOP-SCORE ' entry ' SC-TOP-ENTRY-ID
           END-IF.

           EXEC SQL
               INSERT INTO CUSTOMER
                   (CUSTOMER_ID, CUSTOMER_NAME, ACCOUNT_TYPE,
                    BALANCE, CREDIT_LIMIT, BRANCH_CODE,
                    LAST_TRANS_DATE, STATUS, LAST_UPDATED)
               VALUES
                   (:WS-CUSTOMER-ID, :WS-CUSTOMER-NAME,
                    :WS-ACCOUNT-TYPE, :WS-BALANCE,
                    :WS-CREDIT-LIMIT, :WS-BRANCH-CODE,
                    CURRENT DATE, :WS-STATUS, CURRENT DATE)
           END-EXEC.

           IF SQLCODE = 0
           DISPLAY ' '.
           EXIT.

       SCREEN-CUSTOMER-NAME SECTION.
       SCREEN-CUST-NAME.
      *The CUSTOMER table carries no address, so the check runs on
      *the name alone.
           MOVE 'DB2 ' TO SC-SOURCE.
           MOVE WS-CUSTOMER-ID TO SC-CUST-ID.
           MOVE WS-CUSTOMER-NAME TO SC-CUST-NAME.
           MOVE SPACES TO SC-CUST-CITY.
           MOVE SPACES TO SC-CUST-STATE.
           CALL 'SanctionsNameCheck' USING SANCTIONS-CHECK-AREA.

       ACTIVATE-SCREENED-CUSTOMERS SECTION.
       ACTIVATE-SCREENED.
      *Re-checks every pending customer - once compliance has
      *cleared the case the check comes back clear and the
      *customer goes active.
           DISPLAY 'Activating customers cleared by screening...'.
           DISPLAY '--------------------------------------------'.

           EXEC SQL
               DECLARE PENDING_CUST CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, CUSTOMER_NAME
               FROM CUSTOMER
               WHERE STATUS = 'P'
           END-EXEC.

           EXEC SQL OPEN PENDING_CUST END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'Error opening pending cursor: ' SQLCODE
               GO TO ACTIVATE-SCREENED-EXIT
           END-IF.

           MOVE 'N' TO WS-END-OF-FETCH.
           MOVE ZERO TO WS-CUSTOMERS-ACTIVATED.
           MOVE ZERO TO WS-CUSTOMERS-STILL-HELD.

           PERFORM FETCH-PENDING-CUSTOMER
               UNTIL WS-END-OF-FETCH = 'Y'.

           EXEC SQL CLOSE PENDING_CUST END-EXEC.

           DISPLAY 'Customers activated: ' WS-CUSTOMERS-ACTIVATED
               '  still held: ' WS-CUSTOMERS-STILL-HELD.

       ACTIVATE-SCREENED-EXIT.
           DISPLAY ' '.
           EXIT.

       FETCH-PENDING-CUSTOMER SECTION.
       FETCH-PENDING.
           EXEC SQL
               FETCH PENDING_CUST
               INTO :WS-CUSTOMER-ID, :WS-CUSTOMER-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM ACTIVATE-ONE-CUSTOMER
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FETCH
               WHEN OTHER
                   DISPLAY 'Pending fetch error: ' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FETCH
           END-EVALUATE.

       ACTIVATE-ONE-CUSTOMER SECTION.
       ACTIVATE-ONE.
           PERFORM SCREEN-CUSTOMER-NAME.
           IF NOT SC-CLEAR
               ADD 1 TO WS-CUSTOMERS-STILL-HELD
               GO TO ACTIVATE-ONE-EXIT
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER
               SET STATUS = 'A',
                   LAST_UPDATED = CURRENT DATE
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-CUSTOMERS-ACTIVATED
               DISPLAY 'Customer ' WS-CUSTOMER-ID ' activated'
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY 'Activation failed: ' SQLCODE
           END-IF.

       ACTIVATE-ONE-EXIT.
           EXIT.

       PROPOSE-DUPLICATE-PAIRS SECTION.
       PROPOSE-DUPS.
      *Matching pass - same name at the same branch, lowest ID
           EXEC SQL
               UPDATE CUSTOMER
               SET BALANCE = BALANCE + :WS-DUP-BALANCE,
                   CREDIT_LIMIT = CREDIT_LIMIT + :WS-DUP-LIMIT,
                   LAST_UPDATED = CURRENT DATE
               WHERE CUSTOMER_ID = :WS-SURVIVOR-ID
           END-EXEC.

               UPDATE CUSTOMER
               SET BALANCE = 0,
                   CREDIT_LIMIT = 0,
                   STATUS = 'M',
                   LAST_UPDATED = CURRENT DATE
               WHERE CUSTOMER_ID = :WS-DUPLICATE-ID
           END-EXEC.

