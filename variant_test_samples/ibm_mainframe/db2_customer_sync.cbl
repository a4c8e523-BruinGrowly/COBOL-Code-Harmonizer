       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CUSTSYNC.
      *IBM MAINFRAME - NIGHTLY CUSTOMER MASTER SYNC
      *Carries the day's DB2 CUSTOMER changes to the flat customer
      *masters the batch programs read - customers_master.dat in the
      *CUSTOMER-RECORD layout and ScreenHandler's CUSTOMERS.DAT.
      *Rows inserted or updated today (LAST_UPDATED, stamped by
      *DB2CUSTQRY) are added or refreshed, today's MERGE_AUDIT rows
      *close the duplicate onto its survivor, and today's
      *CUSTOMER_ARCHIVE rows (the purge) are deleted from
      *customers_master.dat and closed on CUSTOMERS.DAT. A flat
      *record that was maintained directly the same day is left
      *alone and reported as a conflict, as is any change the flat
      *layout cannot hold.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT SCREEN-CUSTOMER-FILE ASSIGN TO 'CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS WS-SCREEN-CUST-STATUS.

      *ScreenHandler's operator trail - today's add, update, close
      *and sanctions-hold entries mark CUSTOMERS.DAT records
      *maintained on the screen or the web since the last sync.
           SELECT ACTIVITY-LOG-FILE ASSIGN TO 'ACTIVITY.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTLOG-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO 'custsync_exceptions.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

      *Same layout ScreenHandler maintains. A customer closed on
      *the screen or the web stays closed until reopened there.
       FD  SCREEN-CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05  CF-CUSTOMER-ID          PIC 9(8).
           05  CF-CUSTOMER-NAME        PIC X(40).
           05  CF-CUSTOMER-ADDRESS     PIC X(50).
           05  CF-CUSTOMER-CITY        PIC X(30).
           05  CF-CUSTOMER-STATE       PIC XX.
           05  CF-CUSTOMER-ZIP         PIC X(10).
           05  CF-CUSTOMER-PHONE       PIC X(14).
           05  CF-CUSTOMER-STATUS      PIC X.
               88  CF-ACTIVE           VALUE 'A'.
               88  CF-PENDING-SCREENING VALUE 'P'.
               88  CF-CLOSED           VALUE 'C'.

       FD  ACTIVITY-LOG-FILE.
       01  ACTIVITY-LOG-RECORD         PIC X(80).

       FD  EXCEPTION-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *SQL Communication Area
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      *Same declarations DB2CUSTQRY maintains.
       EXEC SQL DECLARE CUSTOMER TABLE
           (CUSTOMER_ID     INTEGER NOT NULL,
            CUSTOMER_NAME   CHAR(50) NOT NULL,
            ACCOUNT_TYPE    CHAR(20),
            BALANCE         DECIMAL(15,2),
            CREDIT_LIMIT    DECIMAL(15,2),
            BRANCH_CODE     CHAR(6),
            LAST_TRANS_DATE DATE,
            STATUS          CHAR(1),
            LAST_UPDATED    DATE)
       END-EXEC.

       EXEC SQL DECLARE CUSTOMER_ARCHIVE TABLE
           (CUSTOMER_ID     INTEGER NOT NULL,
            CUSTOMER_NAME   CHAR(50) NOT NULL,
            ACCOUNT_TYPE    CHAR(20),
            BALANCE         DECIMAL(15,2),
            CREDIT_LIMIT    DECIMAL(15,2),
            BRANCH_CODE     CHAR(6),
            LAST_TRANS_DATE DATE,
            STATUS          CHAR(1),
            ARCHIVED_DATE   DATE)
       END-EXEC.

       EXEC SQL DECLARE MERGE_AUDIT TABLE
           (SURVIVOR_ID    INTEGER NOT NULL,
            DUPLICATE_ID   INTEGER NOT NULL,
            MOVED_BALANCE  DECIMAL(15,2),
            MOVED_LIMIT    DECIMAL(15,2),
            MERGED_DATE    DATE)
       END-EXEC.

      *Host Variables for SQL Operations
       01  SQL-HOST-VARIABLES.
           05  :WS-CUSTOMER-ID        PIC S9(9) COMP.
           05  :WS-CUSTOMER-NAME      PIC X(50).
           05  :WS-BALANCE            PIC S9(13)V99 COMP-3.
           05  :WS-STATUS             PIC X.
       01  :WS-SURVIVOR-ID            PIC S9(9) COMP.
       01  :WS-DUPLICATE-ID           PIC S9(9) COMP.

      *Cursor Control
       01  WS-END-OF-FETCH            PIC X VALUE 'N'.

       01  WS-CUSTOMER-STATUS         PIC XX.
       01  WS-SCREEN-CUST-STATUS      PIC XX.
       01  WS-ACTLOG-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-SCREEN-FILE-OK          PIC X VALUE 'N'.
       01  WS-TODAY-DATE              PIC 9(8).

      *Largest balance CUST-BALANCE can carry.
       01  WS-MAX-FLAT-BALANCE        PIC S9(13)V99 COMP-3
                                      VALUE 999999999.99.
      *Largest ID CUSTOMERS.DAT can carry.
       01  WS-MAX-SCREEN-ID           PIC 9(10) VALUE 99999999.

      *Customers maintained on ScreenHandler today.
       01  WS-SCREEN-MAINT-TABLE.
           05  WS-SM-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-SM-CUSTOMER-ID      PIC 9(10) OCCURS 2000 TIMES.
       01  WS-SM-MAX                  PIC 9(4) VALUE 2000.
       01  WS-SM-IX                   PIC 9(4).
       01  WS-SM-FOUND                PIC X.
       01  WS-EOF-ACTLOG              PIC X.
       01  WS-LOG-FIELDS.
           05  WS-LOG-TIMESTAMP       PIC X(14).
           05  WS-LOG-OPERATOR        PIC X(10).
           05  WS-LOG-ACTION          PIC X(10).
           05  WS-LOG-CUST-ID         PIC 9(10).

      *Customer being applied, in flat-file terms.
       01  WS-SYNC-CUSTOMER-ID        PIC 9(10).
       01  WS-SYNC-SURVIVOR-ID        PIC 9(10).
       01  WS-SYNC-STATUS             PIC X.
       01  WS-EXCEPTION-TEXT          PIC X(60).
       01  WS-EXCEPTION-FILE          PIC X(20).

      *Contact details carried from a merged duplicate onto a
      *survivor that has none of its own.
       01  WS-DUPLICATE-CONTACT.
           05  WS-DUP-STREET          PIC X(50).
           05  WS-DUP-CITY            PIC X(30).
           05  WS-DUP-STATE           PIC XX.
           05  WS-DUP-ZIP             PIC X(10).
           05  WS-DUP-PHONE           PIC X(15).
           05  WS-DUP-EMAIL           PIC X(100).

       01  WS-SYNC-COUNTERS.
           05  WS-MASTER-ADDED        PIC 9(6) VALUE ZERO.
           05  WS-MASTER-UPDATED      PIC 9(6) VALUE ZERO.
           05  WS-MASTER-MERGED       PIC 9(6) VALUE ZERO.
           05  WS-MASTER-DELETED      PIC 9(6) VALUE ZERO.
           05  WS-SCREEN-ADDED        PIC 9(6) VALUE ZERO.
           05  WS-SCREEN-UPDATED      PIC 9(6) VALUE ZERO.
           05  WS-SCREEN-CLOSED       PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SYNC.
           PERFORM LOAD-SCREEN-MAINTENANCE.
           PERFORM SYNC-CHANGED-CUSTOMERS.
           PERFORM SYNC-MERGED-CUSTOMERS.
           PERFORM SYNC-DELETED-CUSTOMERS.
           PERFORM TERMINATE-SYNC.
           STOP RUN.

       INITIALIZE-SYNC SECTION.
       INIT-SYNC.
           DISPLAY '*** DB2 Customer Master Sync ***'.
           DISPLAY ' '.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           EXEC SQL
               CONNECT TO DB2BANK
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'Error connecting to DB2: ' SQLCODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '35'
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF.
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'Error opening customer master, status: '
                   WS-CUSTOMER-STATUS
               STOP RUN
           END-IF.

      *CUSTOMERS.DAT belongs to ScreenHandler - synced when it is
      *there, never created here.
           OPEN I-O SCREEN-CUSTOMER-FILE.
           IF WS-SCREEN-CUST-STATUS = '00'
               MOVE 'Y' TO WS-SCREEN-FILE-OK
           ELSE
               DISPLAY 'CUSTOMERS.DAT not available - status '
                   WS-SCREEN-CUST-STATUS ', not synced'
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening exception report, status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'CUSTOMER MASTER SYNC EXCEPTIONS - ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'CUSTOMER   FILE                 EXCEPTION'
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-SCREEN-MAINTENANCE SECTION.
       LOAD-SCREEN-MAINT.
           OPEN INPUT ACTIVITY-LOG-FILE.
           IF WS-ACTLOG-STATUS NOT = '00'
               GO TO LOAD-SCREEN-MAINT-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-ACTLOG.
           PERFORM LOAD-ONE-ACTIVITY
               UNTIL WS-EOF-ACTLOG = 'Y'.
           CLOSE ACTIVITY-LOG-FILE.

       LOAD-SCREEN-MAINT-EXIT.
           EXIT.

       LOAD-ONE-ACTIVITY SECTION.
       LOAD-ACTIVITY.
           READ ACTIVITY-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ACTLOG
                   GO TO LOAD-ACTIVITY-EXIT
           END-READ.

           IF ACTIVITY-LOG-RECORD(1:8) NOT = WS-TODAY-DATE
               GO TO LOAD-ACTIVITY-EXIT
           END-IF.

           MOVE SPACES TO WS-LOG-FIELDS.
           MOVE ZERO TO WS-LOG-CUST-ID.
           UNSTRING ACTIVITY-LOG-RECORD DELIMITED BY '|'
               INTO WS-LOG-TIMESTAMP WS-LOG-OPERATOR WS-LOG-ACTION
                    WS-LOG-CUST-ID
           END-UNSTRING.

           IF WS-LOG-ACTION NOT = 'ADD' AND
              WS-LOG-ACTION NOT = 'UPDATE' AND
              WS-LOG-ACTION NOT = 'CLOSE' AND
              WS-LOG-ACTION NOT = 'DELETE' AND
              WS-LOG-ACTION NOT = 'SANCTHOLD'
               GO TO LOAD-ACTIVITY-EXIT
           END-IF.

           IF WS-SM-COUNT < WS-SM-MAX
               ADD 1 TO WS-SM-COUNT
               MOVE WS-LOG-CUST-ID TO WS-SM-CUSTOMER-ID(WS-SM-COUNT)
           END-IF.

       LOAD-ACTIVITY-EXIT.
           EXIT.

      ******************************************************************
      *Inserts and updates
      ******************************************************************
       SYNC-CHANGED-CUSTOMERS SECTION.
       SYNC-CHANGED.
           DISPLAY 'Applying today''s inserts and updates...'.

      *Merged duplicates are closed by the merge step below, off
      *MERGE_AUDIT, rather than here.
           EXEC SQL
               DECLARE CHANGED_CUST CURSOR FOR
               SELECT CUSTOMER_ID, CUSTOMER_NAME, BALANCE, STATUS
               FROM CUSTOMER
               WHERE LAST_UPDATED = CURRENT DATE
                 AND STATUS <> 'M'
               ORDER BY CUSTOMER_ID
           END-EXEC.

           EXEC SQL
               OPEN CHANGED_CUST
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'Error opening change cursor: ' SQLCODE
               GO TO SYNC-CHANGED-EXIT
           END-IF.

           MOVE 'N' TO WS-END-OF-FETCH.
           PERFORM FETCH-CHANGED-CUSTOMER
               UNTIL WS-END-OF-FETCH = 'Y'.

           EXEC SQL
               CLOSE CHANGED_CUST
           END-EXEC.

       SYNC-CHANGED-EXIT.
           EXIT.

       FETCH-CHANGED-CUSTOMER SECTION.
       FETCH-CHANGED.
           EXEC SQL
               FETCH CHANGED_CUST
               INTO :WS-CUSTOMER-ID, :WS-CUSTOMER-NAME,
                    :WS-BALANCE, :WS-STATUS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-CUSTOMER-ID TO WS-SYNC-CUSTOMER-ID
                   MOVE WS-STATUS TO WS-SYNC-STATUS
                   PERFORM APPLY-MASTER-CHANGE
                   PERFORM APPLY-SCREEN-CHANGE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FETCH
               WHEN OTHER
                   DISPLAY 'Change fetch error: ' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FETCH
           END-EVALUATE.

       APPLY-MASTER-CHANGE SECTION.
       APPLY-MASTER.
           MOVE 'customers_master.dat' TO WS-EXCEPTION-FILE.
           IF WS-BALANCE > WS-MAX-FLAT-BALANCE OR
              WS-BALANCE < 0 - WS-MAX-FLAT-BALANCE
               MOVE 'BALANCE TOO LARGE FOR FLAT MASTER - NOT APPLIED'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
               GO TO APPLY-MASTER-EXIT
           END-IF.

           MOVE WS-SYNC-CUSTOMER-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM ADD-MASTER-CUSTOMER
                   GO TO APPLY-MASTER-EXIT
           END-READ.

           IF CUST-LAST-MAINT-DATE = WS-TODAY-DATE AND
              NOT CUST-MAINT-BY-SYNC
               MOVE 'MAINTAINED ON FLAT MASTER TODAY - DB2 CHANGE HELD'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
               GO TO APPLY-MASTER-EXIT
           END-IF.

      *DB2 knows name, balance and status only - address, contact
      *and taxpayer details stay as the flat master has them.
           MOVE WS-CUSTOMER-NAME TO CUST-NAME.
           MOVE WS-BALANCE TO CUST-BALANCE.
           MOVE WS-SYNC-STATUS TO CUST-STATUS.
           MOVE WS-TODAY-DATE TO CUST-LAST-MAINT-DATE.
           MOVE 'D' TO CUST-LAST-MAINT-SOURCE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-SYNC-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-UPDATED
           END-REWRITE.

       APPLY-MASTER-EXIT.
           EXIT.

       ADD-MASTER-CUSTOMER SECTION.
       ADD-MASTER.
      *A new customer arrives without address or taxpayer details -
      *W-9 not on file until the branch collects it.
           MOVE SPACES TO CUSTOMER-RECORD.
           MOVE WS-SYNC-CUSTOMER-ID TO CUST-ID.
           MOVE WS-CUSTOMER-NAME TO CUST-NAME.
           MOVE WS-BALANCE TO CUST-BALANCE.
           MOVE WS-SYNC-STATUS TO CUST-STATUS.
           MOVE 'N' TO CUST-W9-STATUS.
           MOVE ZERO TO CUST-W9-CERT-DATE.
           MOVE ZERO TO CUST-B-NOTICE-DATE.
           MOVE WS-TODAY-DATE TO CUST-LAST-MAINT-DATE.
           MOVE 'D' TO CUST-LAST-MAINT-SOURCE.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'WRITE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-SYNC-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-ADDED
           END-WRITE.

       APPLY-SCREEN-CHANGE SECTION.
       APPLY-SCREEN.
           IF WS-SCREEN-FILE-OK NOT = 'Y'
               GO TO APPLY-SCREEN-EXIT
           END-IF.

           MOVE 'CUSTOMERS.DAT' TO WS-EXCEPTION-FILE.
           IF WS-SYNC-CUSTOMER-ID > WS-MAX-SCREEN-ID
               MOVE 'ID TOO LONG FOR CUSTOMERS.DAT - NOT CARRIED'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
               GO TO APPLY-SCREEN-EXIT
           END-IF.

           PERFORM CHECK-SCREEN-MAINTENANCE.
           IF WS-SM-FOUND = 'Y'
               MOVE 'MAINTAINED ON SCREEN TODAY - DB2 CHANGE HELD'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
               GO TO APPLY-SCREEN-EXIT
           END-IF.

           MOVE WS-SYNC-CUSTOMER-ID TO CF-CUSTOMER-ID.
           READ SCREEN-CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-FILE-RECORD
                   MOVE WS-SYNC-CUSTOMER-ID TO CF-CUSTOMER-ID
                   MOVE WS-CUSTOMER-NAME TO CF-CUSTOMER-NAME
                   MOVE WS-SYNC-STATUS TO CF-CUSTOMER-STATUS
                   WRITE CUSTOMER-FILE-RECORD
                       INVALID KEY
                           MOVE 'WRITE FAILED' TO WS-EXCEPTION-TEXT
                           PERFORM WRITE-SYNC-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-SCREEN-ADDED
                   END-WRITE
                   GO TO APPLY-SCREEN-EXIT
           END-READ.

           MOVE WS-CUSTOMER-NAME TO CF-CUSTOMER-NAME.
           IF CF-CLOSED AND WS-SYNC-STATUS NOT = 'C'
               MOVE 'CLOSED ON CUSTOMERS.DAT - DB2 STATUS NOT APPLIED'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
           ELSE
               MOVE WS-SYNC-STATUS TO CF-CUSTOMER-STATUS
           END-IF.
           REWRITE CUSTOMER-FILE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-SYNC-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-SCREEN-UPDATED
           END-REWRITE.

       APPLY-SCREEN-EXIT.
           EXIT.

       CHECK-SCREEN-MAINTENANCE SECTION.
       CHECK-SCREEN-MAINT.
           MOVE 'N' TO WS-SM-FOUND.
           PERFORM CHECK-ONE-SCREEN-ENTRY
               VARYING WS-SM-IX FROM 1 BY 1
               UNTIL WS-SM-IX > WS-SM-COUNT OR WS-SM-FOUND = 'Y'.

       CHECK-ONE-SCREEN-ENTRY SECTION.
       CHECK-SCREEN-ENTRY.
           IF WS-SM-CUSTOMER-ID(WS-SM-IX) = WS-SYNC-CUSTOMER-ID
               MOVE 'Y' TO WS-SM-FOUND
           END-IF.

      ******************************************************************
      *Merges
      ******************************************************************
       SYNC-MERGED-CUSTOMERS SECTION.
       SYNC-MERGED.
           DISPLAY 'Applying today''s merges...'.

           EXEC SQL
               DECLARE TODAYS_MERGES CURSOR FOR
               SELECT SURVIVOR_ID, DUPLICATE_ID
               FROM MERGE_AUDIT
               WHERE MERGED_DATE = CURRENT DATE
           END-EXEC.

           EXEC SQL
               OPEN TODAYS_MERGES
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'Error opening merge cursor: ' SQLCODE
               GO TO SYNC-MERGED-EXIT
           END-IF.

           MOVE 'N' TO WS-END-OF-FETCH.
           PERFORM FETCH-MERGED-PAIR
               UNTIL WS-END-OF-FETCH = 'Y'.

           EXEC SQL
               CLOSE TODAYS_MERGES
           END-EXEC.

       SYNC-MERGED-EXIT.
           EXIT.

       FETCH-MERGED-PAIR SECTION.
       FETCH-MERGED.
           EXEC SQL
               FETCH TODAYS_MERGES
               INTO :WS-SURVIVOR-ID, :WS-DUPLICATE-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-DUPLICATE-ID TO WS-SYNC-CUSTOMER-ID
                   MOVE WS-SURVIVOR-ID TO WS-SYNC-SURVIVOR-ID
                   PERFORM APPLY-MASTER-MERGE
                   PERFORM REMOVE-SCREEN-CUSTOMER
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FETCH
               WHEN OTHER
                   DISPLAY 'Merge fetch error: ' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FETCH
           END-EVALUATE.

       APPLY-MASTER-MERGE SECTION.
       APPLY-MERGE.
      *The duplicate closes at zero on the flat master, as it did in
      *DB2 - the survivor's new balance came across with the day's
      *updates. Contact details the survivor lacks are taken from
      *the duplicate before it closes.
           MOVE 'customers_master.dat' TO WS-EXCEPTION-FILE.
           MOVE WS-SYNC-CUSTOMER-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO APPLY-MERGE-EXIT
           END-READ.

           IF CUST-LAST-MAINT-DATE = WS-TODAY-DATE AND
              NOT CUST-MAINT-BY-SYNC
               MOVE 'MERGED IN DB2 BUT MAINTAINED ON FLAT MASTER TODAY'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
               GO TO APPLY-MERGE-EXIT
           END-IF.

           MOVE CUST-STREET TO WS-DUP-STREET.
           MOVE CUST-CITY TO WS-DUP-CITY.
           MOVE CUST-STATE TO WS-DUP-STATE.
           MOVE CUST-ZIP TO WS-DUP-ZIP.
           MOVE CUST-PHONE TO WS-DUP-PHONE.
           MOVE CUST-EMAIL TO WS-DUP-EMAIL.

           MOVE ZERO TO CUST-BALANCE.
           MOVE 'C' TO CUST-STATUS.
           MOVE WS-TODAY-DATE TO CUST-LAST-MAINT-DATE.
           MOVE 'D' TO CUST-LAST-MAINT-SOURCE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-SYNC-EXCEPTION
                   GO TO APPLY-MERGE-EXIT
           END-REWRITE.
           ADD 1 TO WS-MASTER-MERGED.

           MOVE WS-SYNC-SURVIVOR-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE WS-SYNC-SURVIVOR-ID TO WS-SYNC-CUSTOMER-ID
                   MOVE 'MERGE SURVIVOR NOT ON FLAT MASTER'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-SYNC-EXCEPTION
                   GO TO APPLY-MERGE-EXIT
           END-READ.

           IF CUST-STREET = SPACES
               MOVE WS-DUP-STREET TO CUST-STREET
               MOVE WS-DUP-CITY TO CUST-CITY
               MOVE WS-DUP-STATE TO CUST-STATE
               MOVE WS-DUP-ZIP TO CUST-ZIP
           END-IF.
           IF CUST-PHONE = SPACES
               MOVE WS-DUP-PHONE TO CUST-PHONE
           END-IF.
           IF CUST-EMAIL = SPACES
               MOVE WS-DUP-EMAIL TO CUST-EMAIL
           END-IF.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE WS-SYNC-SURVIVOR-ID TO WS-SYNC-CUSTOMER-ID
                   MOVE 'REWRITE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-SYNC-EXCEPTION
           END-REWRITE.

       APPLY-MERGE-EXIT.
           EXIT.

      ******************************************************************
      *Deletes - rows archived by today's purge
      ******************************************************************
       SYNC-DELETED-CUSTOMERS SECTION.
       SYNC-DELETED.
           DISPLAY 'Applying today''s deletes...'.

           EXEC SQL
               DECLARE TODAYS_DELETES CURSOR FOR
               SELECT CUSTOMER_ID
               FROM CUSTOMER_ARCHIVE
               WHERE ARCHIVED_DATE = CURRENT DATE
           END-EXEC.

           EXEC SQL
               OPEN TODAYS_DELETES
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'Error opening delete cursor: ' SQLCODE
               GO TO SYNC-DELETED-EXIT
           END-IF.

           MOVE 'N' TO WS-END-OF-FETCH.
           PERFORM FETCH-DELETED-CUSTOMER
               UNTIL WS-END-OF-FETCH = 'Y'.

           EXEC SQL
               CLOSE TODAYS_DELETES
           END-EXEC.

       SYNC-DELETED-EXIT.
           EXIT.

       FETCH-DELETED-CUSTOMER SECTION.
       FETCH-DELETED.
           EXEC SQL
               FETCH TODAYS_DELETES
               INTO :WS-CUSTOMER-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-CUSTOMER-ID TO WS-SYNC-CUSTOMER-ID
                   PERFORM DELETE-MASTER-CUSTOMER
                   PERFORM REMOVE-SCREEN-CUSTOMER
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FETCH
               WHEN OTHER
                   DISPLAY 'Delete fetch error: ' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FETCH
           END-EVALUATE.

       DELETE-MASTER-CUSTOMER SECTION.
       DELETE-MASTER.
           MOVE 'customers_master.dat' TO WS-EXCEPTION-FILE.
           MOVE WS-SYNC-CUSTOMER-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO DELETE-MASTER-EXIT
           END-READ.

           IF CUST-LAST-MAINT-DATE = WS-TODAY-DATE AND
              NOT CUST-MAINT-BY-SYNC
               MOVE 'PURGED IN DB2 BUT MAINTAINED ON FLAT MASTER TODAY'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
               GO TO DELETE-MASTER-EXIT
           END-IF.

      *DB2 only purges at zero - a flat balance means the two have
      *drifted, and the record stays until someone looks.
           IF CUST-BALANCE NOT = ZERO
               MOVE 'PURGED IN DB2 BUT FLAT MASTER CARRIES A BALANCE'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
               GO TO DELETE-MASTER-EXIT
           END-IF.

           DELETE CUSTOMER-FILE RECORD
               INVALID KEY
                   MOVE 'DELETE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-SYNC-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-DELETED
           END-DELETE.

       DELETE-MASTER-EXIT.
           EXIT.

       REMOVE-SCREEN-CUSTOMER SECTION.
       REMOVE-SCREEN.
      *Merged duplicates and purged customers are closed on
      *CUSTOMERS.DAT rather than deleted, the same as a close on the
      *screen or the web, so ScreenHandler never reissues an ID that
      *DB2 still holds history for.
           IF WS-SCREEN-FILE-OK NOT = 'Y' OR
              WS-SYNC-CUSTOMER-ID > WS-MAX-SCREEN-ID
               GO TO REMOVE-SCREEN-EXIT
           END-IF.

           MOVE 'CUSTOMERS.DAT' TO WS-EXCEPTION-FILE.
           MOVE WS-SYNC-CUSTOMER-ID TO CF-CUSTOMER-ID.
           READ SCREEN-CUSTOMER-FILE
               INVALID KEY
                   GO TO REMOVE-SCREEN-EXIT
           END-READ.

           PERFORM CHECK-SCREEN-MAINTENANCE.
           IF WS-SM-FOUND = 'Y'
               MOVE 'REMOVED IN DB2 BUT MAINTAINED ON SCREEN TODAY'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-SYNC-EXCEPTION
               GO TO REMOVE-SCREEN-EXIT
           END-IF.

           IF CF-CLOSED
               GO TO REMOVE-SCREEN-EXIT
           END-IF.

           MOVE 'C' TO CF-CUSTOMER-STATUS.
           REWRITE CUSTOMER-FILE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-SYNC-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-SCREEN-CLOSED
           END-REWRITE.

       REMOVE-SCREEN-EXIT.
           EXIT.

       WRITE-SYNC-EXCEPTION SECTION.
       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-SYNC-CUSTOMER-ID ' ' WS-EXCEPTION-FILE ' '
                  WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       TERMINATE-SYNC SECTION.
       TERM-SYNC.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXCEPTIONS: ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           CLOSE CUSTOMER-FILE.
           IF WS-SCREEN-FILE-OK = 'Y'
               CLOSE SCREEN-CUSTOMER-FILE
           END-IF.
           CLOSE EXCEPTION-REPORT.

           EXEC SQL
               CONNECT RESET
           END-EXEC.

           DISPLAY 'customers_master.dat added:   ' WS-MASTER-ADDED.
           DISPLAY 'customers_master.dat updated: ' WS-MASTER-UPDATED.
           DISPLAY 'customers_master.dat merged:  ' WS-MASTER-MERGED.
           DISPLAY 'customers_master.dat deleted: ' WS-MASTER-DELETED.
           DISPLAY 'CUSTOMERS.DAT added:          ' WS-SCREEN-ADDED.
           DISPLAY 'CUSTOMERS.DAT updated:        ' WS-SCREEN-UPDATED.
           DISPLAY 'CUSTOMERS.DAT closed:         ' WS-SCREEN-CLOSED.
           DISPLAY 'Exceptions reported:          ' WS-EXCEPTION-COUNT.
           DISPLAY 'Customer sync complete.'.
