       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditTrailInquiry.
      *FINANCIAL SERVICES - CONSOLIDATED AUDIT TRAIL INQUIRY
      *Answers "who touched customer X, and when" from every trail
      *the shop keeps, instead of searching each one in its own
      *format:
      *  ACTIVITY.LOG                ScreenHandler and web customer
      *                              changes
      *  AUDITLOG                    WebServiceHandler requests
      *  api_requests.log            APIGateway client requests
      *  customer_change_history.dat CustomerReinstatement changes
      *  CUSTHIST.DAT                customer maintenance history
      *  SETLOG.DAT                  db2_client connection settings
      *Each entry is normalized to timestamp, source, operator or
      *client, action and the customer affected, sorted into one
      *time-ordered trail and printed for the customer, operator
      *and date range asked for. A ScreenHandler action taken by an
      *operator with no sign-on session open at the time is
      *flagged.
      *
      *Filters come in on the command line, any combination:
      *  CUST=nnnnnnnnnn OPER=xxxxxxxx FROM=yyyymmdd TO=yyyymmdd

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-LOG-FILE ASSIGN TO 'ACTIVITY.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTLOG-STATUS.

           SELECT WEB-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBLOG-STATUS.

           SELECT API-REQUEST-FILE ASSIGN TO 'api_requests.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APILOG-STATUS.

           SELECT CUSTOMER-CHANGE-HISTORY ASSIGN TO
                   'customer_change_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO 'CUSTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-SEQ-NUMBER
               ALTERNATE RECORD KEY IS CH-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT SETTINGS-LOG-FILE ASSIGN TO 'SETLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLOG-STATUS.

           SELECT AUDIT-SORT-FILE ASSIGN TO 'audit_sort.tmp'.

           SELECT AUDIT-TRAIL-REPORT ASSIGN TO 'audit_trail.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Line layout: timestamp|operator|action|customer.
       FD  ACTIVITY-LOG-FILE.
       01  ACTIVITY-LOG-RECORD         PIC X(80).

      *Line layout: timestamp method uri status-code status-text.
       FD  WEB-AUDIT-FILE.
       01  WEB-AUDIT-RECORD            PIC X(300).

      *Line layout: timestamp REQ= KEY= CUST= TYPE= AMT= STATUS=.
       FD  API-REQUEST-FILE.
       01  API-REQUEST-RECORD          PIC X(200).

      *Same layout CustomerReinstatement writes.
       FD  CUSTOMER-CHANGE-HISTORY.
       01  CUSTOMER-CHANGE-HISTORY-RECORD.
           05  CC-CUST-ID              PIC 9(10).
           05  CC-EFFECTIVE-DATE       PIC 9(8).
           05  CC-OLD-STREET           PIC X(50).
           05  CC-OLD-CITY             PIC X(30).
           05  CC-OLD-STATE            PIC XX.
           05  CC-OLD-ZIP              PIC X(10).
           05  CC-NEW-STREET           PIC X(50).
           05  CC-NEW-CITY             PIC X(30).
           05  CC-NEW-STATE            PIC XX.
           05  CC-NEW-ZIP              PIC X(10).

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

      *Same layout db2_client writes.
       FD  SETTINGS-LOG-FILE.
       01  SETTINGS-LOG-RECORD.
           05  SL-TIMESTAMP            PIC X(14).
           05  FILLER                  PIC X(1).
           05  SL-SETTING-NAME         PIC X(12).
           05  FILLER                  PIC X(1).
           05  SL-OLD-VALUE            PIC -9(4).
           05  FILLER                  PIC X(3).
           05  SL-NEW-VALUE            PIC -9(4).

      *One normalized trail entry.
       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  SR-TIMESTAMP            PIC X(14).
           05  SR-SOURCE               PIC X(10).
           05  SR-OPERATOR             PIC X(16).
           05  SR-ACTION               PIC X(12).
           05  SR-CUSTOMER-ID          PIC 9(10).
           05  SR-DETAIL               PIC X(50).
      *N - a sign-on or sign-off outside the filters, carried only
      *so sessions can be followed; never printed.
           05  SR-SELECTED             PIC X.

       FD  AUDIT-TRAIL-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACTLOG-STATUS            PIC XX.
       01  WS-WEBLOG-STATUS            PIC XX.
       01  WS-APILOG-STATUS            PIC XX.
       01  WS-CHGHIST-STATUS           PIC XX.
       01  WS-CUSTHIST-STATUS          PIC XX.
       01  WS-SETLOG-STATUS            PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-EOF-SOURCE               PIC X.
       01  WS-EOF-SORT                 PIC X.

      *Inquiry filters - zero or spaces means no filter.
       01  WS-COMMAND-LINE             PIC X(100).
       01  WS-FILTER-TOKENS.
           05  WS-FILTER-TOKEN         PIC X(24) OCCURS 4 TIMES.
       01  WS-TOKEN-IX                 PIC 9.
       01  WS-FILTERS.
           05  WS-FILTER-CUST-ID       PIC 9(10) VALUE ZERO.
           05  WS-FILTER-OPERATOR      PIC X(16) VALUE SPACES.
           05  WS-FILTER-FROM-DATE     PIC 9(8) VALUE ZERO.
           05  WS-FILTER-TO-DATE       PIC 9(8) VALUE 99999999.
       01  WS-TOKEN-VALUE              PIC X(20).
       01  WS-TOKEN-LENGTH             PIC 99.

      *Entry being built, before it is released to the sort.
       01  WS-ENTRY.
           05  WS-ENTRY-TIMESTAMP      PIC X(14).
           05  WS-ENTRY-SOURCE         PIC X(10).
           05  WS-ENTRY-OPERATOR       PIC X(16).
           05  WS-ENTRY-ACTION         PIC X(12).
           05  WS-ENTRY-CUSTOMER-ID    PIC 9(10).
           05  WS-ENTRY-DETAIL         PIC X(50).
       01  WS-ENTRY-DATE               PIC X(8).
       01  WS-ENTRY-SELECTED           PIC X.

      *ACTIVITY.LOG fields
       01  WS-ACT-FIELDS.
           05  WS-ACT-TIMESTAMP        PIC X(14).
           05  WS-ACT-OPERATOR         PIC X(10).
           05  WS-ACT-ACTION           PIC X(10).
           05  WS-ACT-CUST-ID          PIC 9(10).

      *AUDITLOG fields
       01  WS-WEB-FIELDS.
           05  WS-WEB-TIMESTAMP        PIC X(21).
           05  WS-WEB-METHOD           PIC X(10).
           05  WS-WEB-URI              PIC X(200).
           05  WS-WEB-STATUS-CODE      PIC X(3).
       01  WS-URI-SEGMENTS.
           05  WS-URI-SEGMENT          PIC X(40) OCCURS 5 TIMES.
       01  WS-URI-IX                   PIC 9.
       01  WS-URI-LAST                 PIC X(40).

      *api_requests.log fields
       01  WS-API-FIELDS.
           05  WS-API-TIMESTAMP        PIC X(14).
           05  WS-API-REQ              PIC X(20).
           05  WS-API-KEY              PIC X(24).
           05  WS-API-CUST             PIC X(20).
           05  WS-API-TYPE             PIC X(30).
           05  WS-API-AMOUNT           PIC X(20).
           05  WS-API-STATUS           PIC X(20).

       01  WS-BALANCE-EDIT-1           PIC Z(6)9.99.
       01  WS-BALANCE-EDIT-2           PIC Z(6)9.99.

      *Sign-on sessions seen so far in the time-ordered trail.
       01  WS-SESSION-TABLE.
           05  WS-SESSION-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-SESSION OCCURS 200 TIMES.
               10  WS-SESS-OPERATOR    PIC X(16).
               10  WS-SESS-OPEN        PIC X.
               10  WS-SESS-DATE        PIC X(8).
       01  WS-SESSION-MAX              PIC 9(3) VALUE 200.
       01  WS-SESS-IX                  PIC 9(3).
       01  WS-SESS-FOUND-IX            PIC 9(3).
       01  WS-NO-SESSION               PIC X.

       01  WS-AUDIT-DETAIL.
           05  WS-AD-DATE              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AD-TIME              PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AD-SOURCE            PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AD-OPERATOR          PIC X(16).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AD-ACTION            PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AD-CUSTOMER-ID       PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AD-DETAIL            PIC X(50).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-AD-FLAG              PIC X(10).

       01  WS-INQUIRY-TOTALS.
           05  WS-ENTRIES-READ         PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-PRINTED      PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-FLAGGED      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-INQUIRY.
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY SR-TIMESTAMP SR-SOURCE
               INPUT PROCEDURE IS GATHER-AUDIT-ENTRIES
               OUTPUT PROCEDURE IS PRINT-AUDIT-TRAIL.
           PERFORM TERMINATE-INQUIRY.
           STOP RUN.

       INITIALIZE-INQUIRY SECTION.
       INIT-INQUIRY.
           DISPLAY '=== Audit Trail Inquiry ==='.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-FILTER-TOKENS.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-FILTER-TOKEN(1) WS-FILTER-TOKEN(2)
                    WS-FILTER-TOKEN(3) WS-FILTER-TOKEN(4)
           END-UNSTRING.
           PERFORM APPLY-FILTER-TOKEN
               VARYING WS-TOKEN-IX FROM 1 BY 1
               UNTIL WS-TOKEN-IX > 4.

           OPEN OUTPUT AUDIT-TRAIL-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening audit trail report, status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE 'CONSOLIDATED AUDIT TRAIL' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CUSTOMER: ' WS-FILTER-CUST-ID
                  '  OPERATOR: ' WS-FILTER-OPERATOR
                  '  FROM: ' WS-FILTER-FROM-DATE
                  '  TO: ' WS-FILTER-TO-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DATE     TIME   SOURCE     OPERATOR/CLIENT  '
                  'ACTION       CUSTOMER   DETAIL'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       APPLY-FILTER-TOKEN SECTION.
       APPLY-TOKEN.
           IF WS-FILTER-TOKEN(WS-TOKEN-IX) = SPACES
               GO TO APPLY-TOKEN-EXIT
           END-IF.

           MOVE SPACES TO WS-TOKEN-VALUE.
           MOVE ZERO TO WS-TOKEN-LENGTH.
           EVALUATE TRUE
               WHEN WS-FILTER-TOKEN(WS-TOKEN-IX)(1:5) = 'CUST='
                   MOVE WS-FILTER-TOKEN(WS-TOKEN-IX)(6:)
                       TO WS-TOKEN-VALUE
                   INSPECT WS-TOKEN-VALUE TALLYING WS-TOKEN-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-TOKEN-LENGTH > 0 AND WS-TOKEN-LENGTH < 11
                       AND WS-TOKEN-VALUE(1:WS-TOKEN-LENGTH)
                           IS NUMERIC
                       MOVE WS-TOKEN-VALUE(1:WS-TOKEN-LENGTH)
                           TO WS-FILTER-CUST-ID
                   END-IF
               WHEN WS-FILTER-TOKEN(WS-TOKEN-IX)(1:5) = 'OPER='
                   MOVE WS-FILTER-TOKEN(WS-TOKEN-IX)(6:)
                       TO WS-FILTER-OPERATOR
               WHEN WS-FILTER-TOKEN(WS-TOKEN-IX)(1:5) = 'FROM='
                   IF WS-FILTER-TOKEN(WS-TOKEN-IX)(6:8) IS NUMERIC
                       MOVE WS-FILTER-TOKEN(WS-TOKEN-IX)(6:8)
                           TO WS-FILTER-FROM-DATE
                   END-IF
               WHEN WS-FILTER-TOKEN(WS-TOKEN-IX)(1:3) = 'TO='
                   IF WS-FILTER-TOKEN(WS-TOKEN-IX)(4:8) IS NUMERIC
                       MOVE WS-FILTER-TOKEN(WS-TOKEN-IX)(4:8)
                           TO WS-FILTER-TO-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY 'Filter not recognized, ignored: '
                       WS-FILTER-TOKEN(WS-TOKEN-IX)
           END-EVALUATE.

       APPLY-TOKEN-EXIT.
           EXIT.

      ******************************************************************
      *Input procedure - every source read and normalized
      ******************************************************************
       GATHER-AUDIT-ENTRIES SECTION.
       GATHER-ENTRIES.
           PERFORM GATHER-SCREEN-ACTIVITY.
           PERFORM GATHER-WEB-AUDIT.
           PERFORM GATHER-API-REQUESTS.
           PERFORM GATHER-CHANGE-HISTORY.
           PERFORM GATHER-CUSTOMER-HISTORY.
           PERFORM GATHER-SETTINGS-LOG.

       GATHER-SCREEN-ACTIVITY SECTION.
       GATHER-SCREEN.
           OPEN INPUT ACTIVITY-LOG-FILE.
           IF WS-ACTLOG-STATUS NOT = '00'
               GO TO GATHER-SCREEN-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-SCREEN-ACTIVITY
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE ACTIVITY-LOG-FILE.

       GATHER-SCREEN-EXIT.
           EXIT.

       READ-SCREEN-ACTIVITY SECTION.
       READ-SCREEN.
           READ ACTIVITY-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-SCREEN-EXIT
           END-READ.

           MOVE SPACES TO WS-ACT-FIELDS.
           MOVE ZERO TO WS-ACT-CUST-ID.
           UNSTRING ACTIVITY-LOG-RECORD DELIMITED BY '|'
               INTO WS-ACT-TIMESTAMP WS-ACT-OPERATOR WS-ACT-ACTION
                    WS-ACT-CUST-ID
           END-UNSTRING.

           MOVE SPACES TO WS-ENTRY.
           MOVE WS-ACT-TIMESTAMP TO WS-ENTRY-TIMESTAMP.
      *WebServiceHandler writes its customer changes to the same
      *log under operator WEBSVC - those have no sign-on session
      *to follow.
           IF WS-ACT-OPERATOR = 'WEBSVC'
               MOVE 'WEBSVC' TO WS-ENTRY-SOURCE
           ELSE
               MOVE 'SCREEN' TO WS-ENTRY-SOURCE
           END-IF.
           MOVE WS-ACT-OPERATOR TO WS-ENTRY-OPERATOR.
           MOVE WS-ACT-ACTION TO WS-ENTRY-ACTION.
           MOVE WS-ACT-CUST-ID TO WS-ENTRY-CUSTOMER-ID.
           PERFORM RELEASE-AUDIT-ENTRY.

       READ-SCREEN-EXIT.
           EXIT.

       GATHER-WEB-AUDIT SECTION.
       GATHER-WEB.
           OPEN INPUT WEB-AUDIT-FILE.
           IF WS-WEBLOG-STATUS NOT = '00'
               GO TO GATHER-WEB-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-WEB-AUDIT
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE WEB-AUDIT-FILE.

       GATHER-WEB-EXIT.
           EXIT.

       READ-WEB-AUDIT SECTION.
       READ-WEB.
           READ WEB-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-WEB-EXIT
           END-READ.

           MOVE SPACES TO WS-WEB-FIELDS.
           UNSTRING WEB-AUDIT-RECORD DELIMITED BY ALL SPACE
               INTO WS-WEB-TIMESTAMP WS-WEB-METHOD WS-WEB-URI
                    WS-WEB-STATUS-CODE
           END-UNSTRING.

           MOVE SPACES TO WS-ENTRY.
           MOVE ZERO TO WS-ENTRY-CUSTOMER-ID.
           MOVE WS-WEB-TIMESTAMP(1:14) TO WS-ENTRY-TIMESTAMP.
           MOVE 'WEBSVC' TO WS-ENTRY-SOURCE.
           STRING WS-WEB-METHOD DELIMITED BY SPACE
                  ' ' WS-WEB-STATUS-CODE DELIMITED BY SIZE
               INTO WS-ENTRY-ACTION
           END-STRING.
           MOVE WS-WEB-URI TO WS-ENTRY-DETAIL.

      *The resource ID is the last segment of the path when it is
      *numeric - /api/users/12345.
           MOVE SPACES TO WS-URI-SEGMENTS.
           UNSTRING WS-WEB-URI DELIMITED BY '/' OR '?' OR SPACE
               INTO WS-URI-SEGMENT(1) WS-URI-SEGMENT(2)
                    WS-URI-SEGMENT(3) WS-URI-SEGMENT(4)
                    WS-URI-SEGMENT(5)
           END-UNSTRING.
           MOVE SPACES TO WS-URI-LAST.
           PERFORM FIND-LAST-URI-SEGMENT
               VARYING WS-URI-IX FROM 1 BY 1
               UNTIL WS-URI-IX > 5.
           MOVE WS-URI-LAST TO WS-TOKEN-VALUE.
           PERFORM TOKEN-VALUE-TO-CUSTOMER.

           PERFORM RELEASE-AUDIT-ENTRY.

       READ-WEB-EXIT.
           EXIT.

       FIND-LAST-URI-SEGMENT SECTION.
       FIND-LAST-SEGMENT.
           IF WS-URI-SEGMENT(WS-URI-IX) NOT = SPACES
               MOVE WS-URI-SEGMENT(WS-URI-IX) TO WS-URI-LAST
           END-IF.

       TOKEN-VALUE-TO-CUSTOMER SECTION.
       TOKEN-TO-CUST.
           MOVE ZERO TO WS-TOKEN-LENGTH.
           INSPECT WS-TOKEN-VALUE TALLYING WS-TOKEN-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TOKEN-LENGTH > 0 AND WS-TOKEN-LENGTH < 11
               IF WS-TOKEN-VALUE(1:WS-TOKEN-LENGTH) IS NUMERIC
                   MOVE WS-TOKEN-VALUE(1:WS-TOKEN-LENGTH)
                       TO WS-ENTRY-CUSTOMER-ID
               END-IF
           END-IF.

       GATHER-API-REQUESTS SECTION.
       GATHER-API.
           OPEN INPUT API-REQUEST-FILE.
           IF WS-APILOG-STATUS NOT = '00'
               GO TO GATHER-API-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-API-REQUEST
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE API-REQUEST-FILE.

       GATHER-API-EXIT.
           EXIT.

       READ-API-REQUEST SECTION.
       READ-API.
           READ API-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-API-EXIT
           END-READ.

      *Lines written before the gateway stamped its log carry no
      *time and can't be placed in the trail.
           IF API-REQUEST-RECORD(1:14) NOT NUMERIC
               GO TO READ-API-EXIT
           END-IF.

           MOVE SPACES TO WS-API-FIELDS.
           UNSTRING API-REQUEST-RECORD DELIMITED BY ALL SPACE
               INTO WS-API-TIMESTAMP WS-API-REQ WS-API-KEY
                    WS-API-CUST WS-API-TYPE WS-API-AMOUNT
                    WS-API-STATUS
           END-UNSTRING.

           MOVE SPACES TO WS-ENTRY.
           MOVE ZERO TO WS-ENTRY-CUSTOMER-ID.
           MOVE WS-API-TIMESTAMP TO WS-ENTRY-TIMESTAMP.
           MOVE 'APIGW' TO WS-ENTRY-SOURCE.
           MOVE WS-API-KEY(5:) TO WS-ENTRY-OPERATOR.
           MOVE WS-API-TYPE(6:) TO WS-ENTRY-ACTION.
           MOVE WS-API-CUST(6:) TO WS-TOKEN-VALUE.
           PERFORM TOKEN-VALUE-TO-CUSTOMER.
           STRING WS-API-REQ DELIMITED BY SPACE
                  ' ' WS-API-AMOUNT DELIMITED BY SPACE
                  ' ' WS-API-STATUS DELIMITED BY SPACE
               INTO WS-ENTRY-DETAIL
           END-STRING.
           PERFORM RELEASE-AUDIT-ENTRY.

       READ-API-EXIT.
           EXIT.

       GATHER-CHANGE-HISTORY SECTION.
       GATHER-CHANGES.
           OPEN INPUT CUSTOMER-CHANGE-HISTORY.
           IF WS-CHGHIST-STATUS NOT = '00'
               GO TO GATHER-CHANGES-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-CHANGE-HISTORY
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CUSTOMER-CHANGE-HISTORY.

       GATHER-CHANGES-EXIT.
           EXIT.

       READ-CHANGE-HISTORY SECTION.
       READ-CHANGE.
           READ CUSTOMER-CHANGE-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-CHANGE-EXIT
           END-READ.

      *Address changes carry a date but no time of day.
           MOVE SPACES TO WS-ENTRY.
           STRING CC-EFFECTIVE-DATE '000000' DELIMITED BY SIZE
               INTO WS-ENTRY-TIMESTAMP
           END-STRING.
           MOVE 'REINSTATE' TO WS-ENTRY-SOURCE.
           MOVE 'ADDRCHANGE' TO WS-ENTRY-ACTION.
           MOVE CC-CUST-ID TO WS-ENTRY-CUSTOMER-ID.
           STRING 'NEW ADDR ' CC-NEW-STREET
               DELIMITED BY SIZE INTO WS-ENTRY-DETAIL
           END-STRING.
           PERFORM RELEASE-AUDIT-ENTRY.

       READ-CHANGE-EXIT.
           EXIT.

       GATHER-CUSTOMER-HISTORY SECTION.
       GATHER-CUSTHIST.
           OPEN INPUT CUSTOMER-HISTORY-FILE.
           IF WS-CUSTHIST-STATUS NOT = '00'
               GO TO GATHER-CUSTHIST-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-CUSTOMER-HISTORY
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE CUSTOMER-HISTORY-FILE.

       GATHER-CUSTHIST-EXIT.
           EXIT.

       READ-CUSTOMER-HISTORY SECTION.
       READ-CUSTHIST.
           READ CUSTOMER-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-CUSTHIST-EXIT
           END-READ.

           MOVE SPACES TO WS-ENTRY.
           STRING CH-CHANGE-DATE CH-CHANGE-TIME(1:6)
               DELIMITED BY SIZE INTO WS-ENTRY-TIMESTAMP
           END-STRING.
           MOVE 'CUSTMAINT' TO WS-ENTRY-SOURCE.
           MOVE CH-REASON-CODE TO WS-ENTRY-ACTION.
           MOVE CH-CUSTOMER-ID TO WS-ENTRY-CUSTOMER-ID.
           MOVE CH-OLD-BALANCE TO WS-BALANCE-EDIT-1.
           MOVE CH-NEW-BALANCE TO WS-BALANCE-EDIT-2.
           STRING 'BAL ' WS-BALANCE-EDIT-1 ' TO ' WS-BALANCE-EDIT-2
               DELIMITED BY SIZE INTO WS-ENTRY-DETAIL
           END-STRING.
           PERFORM RELEASE-AUDIT-ENTRY.

       READ-CUSTHIST-EXIT.
           EXIT.

       GATHER-SETTINGS-LOG SECTION.
       GATHER-SETTINGS.
           OPEN INPUT SETTINGS-LOG-FILE.
           IF WS-SETLOG-STATUS NOT = '00'
               GO TO GATHER-SETTINGS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SOURCE.
           PERFORM READ-SETTINGS-LOG
               UNTIL WS-EOF-SOURCE = 'Y'.
           CLOSE SETTINGS-LOG-FILE.

       GATHER-SETTINGS-EXIT.
           EXIT.

       READ-SETTINGS-LOG SECTION.
       READ-SETTINGS.
           READ SETTINGS-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SOURCE
                   GO TO READ-SETTINGS-EXIT
           END-READ.

           MOVE SPACES TO WS-ENTRY.
           MOVE ZERO TO WS-ENTRY-CUSTOMER-ID.
           MOVE SL-TIMESTAMP TO WS-ENTRY-TIMESTAMP.
           MOVE 'DB2CLIENT' TO WS-ENTRY-SOURCE.
           MOVE SL-SETTING-NAME TO WS-ENTRY-ACTION.
           STRING 'OLD ' SL-OLD-VALUE ' NEW ' SL-NEW-VALUE
               DELIMITED BY SIZE INTO WS-ENTRY-DETAIL
           END-STRING.
           PERFORM RELEASE-AUDIT-ENTRY.

       READ-SETTINGS-EXIT.
           EXIT.

       RELEASE-AUDIT-ENTRY SECTION.
       RELEASE-ENTRY.
      *Entries after the range are no use to anyone. Entries before
      *it, or for other customers and operators, are dropped too -
      *except ScreenHandler sign-ons and sign-offs, which are kept
      *unprinted so a session opened before the range still counts.
           ADD 1 TO WS-ENTRIES-READ.
           MOVE WS-ENTRY-TIMESTAMP(1:8) TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE NOT NUMERIC OR
              WS-ENTRY-DATE > WS-FILTER-TO-DATE
               GO TO RELEASE-ENTRY-EXIT
           END-IF.

           MOVE 'Y' TO WS-ENTRY-SELECTED.
           IF WS-ENTRY-DATE < WS-FILTER-FROM-DATE
               MOVE 'N' TO WS-ENTRY-SELECTED
           END-IF.
           IF WS-FILTER-CUST-ID NOT = ZERO AND
              WS-ENTRY-CUSTOMER-ID NOT = WS-FILTER-CUST-ID
               MOVE 'N' TO WS-ENTRY-SELECTED
           END-IF.
           IF WS-FILTER-OPERATOR NOT = SPACES AND
              WS-ENTRY-OPERATOR NOT = WS-FILTER-OPERATOR
               MOVE 'N' TO WS-ENTRY-SELECTED
           END-IF.

           IF WS-ENTRY-SELECTED = 'N'
               IF WS-ENTRY-SOURCE NOT = 'SCREEN' OR
                  (WS-ENTRY-ACTION NOT = 'SIGNON' AND
                   WS-ENTRY-ACTION NOT = 'SIGNOFF')
                   GO TO RELEASE-ENTRY-EXIT
               END-IF
           END-IF.

           MOVE WS-ENTRY TO AUDIT-SORT-RECORD.
           MOVE WS-ENTRY-SELECTED TO SR-SELECTED.
           RELEASE AUDIT-SORT-RECORD.

       RELEASE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *Output procedure - sessions followed in time order, selected
      *entries printed
      ******************************************************************
       PRINT-AUDIT-TRAIL SECTION.
       PRINT-TRAIL.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM PRINT-NEXT-ENTRY
               UNTIL WS-EOF-SORT = 'Y'.

       PRINT-NEXT-ENTRY SECTION.
       PRINT-NEXT.
           RETURN AUDIT-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORT
                   GO TO PRINT-NEXT-EXIT
           END-RETURN.

           MOVE 'N' TO WS-NO-SESSION.
           IF SR-SOURCE = 'SCREEN'
               PERFORM TRACK-OPERATOR-SESSION
           END-IF.

           IF SR-SELECTED NOT = 'Y'
               GO TO PRINT-NEXT-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           MOVE SR-TIMESTAMP(1:8) TO WS-AD-DATE.
           MOVE SR-TIMESTAMP(9:6) TO WS-AD-TIME.
           MOVE SR-SOURCE TO WS-AD-SOURCE.
           MOVE SR-OPERATOR TO WS-AD-OPERATOR.
           MOVE SR-ACTION TO WS-AD-ACTION.
           IF SR-CUSTOMER-ID NOT = ZERO
               MOVE SR-CUSTOMER-ID TO WS-AD-CUSTOMER-ID
           END-IF.
           MOVE SR-DETAIL TO WS-AD-DETAIL.
           IF WS-NO-SESSION = 'Y'
               MOVE 'NO SIGNON' TO WS-AD-FLAG
               ADD 1 TO WS-ENTRIES-FLAGGED
           END-IF.
           MOVE WS-AUDIT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ENTRIES-PRINTED.

       PRINT-NEXT-EXIT.
           EXIT.

       TRACK-OPERATOR-SESSION SECTION.
       TRACK-SESSION.
      *A session runs from SIGNON to SIGNOFF on the same day. An
      *operator action outside one - never signed on, signed off,
      *or carried over from an earlier day - is flagged.
           MOVE ZERO TO WS-SESS-FOUND-IX.
           PERFORM FIND-OPERATOR-SESSION
               VARYING WS-SESS-IX FROM 1 BY 1
               UNTIL WS-SESS-IX > WS-SESSION-COUNT OR
                     WS-SESS-FOUND-IX NOT = ZERO.

           IF WS-SESS-FOUND-IX = ZERO AND
              WS-SESSION-COUNT < WS-SESSION-MAX
               ADD 1 TO WS-SESSION-COUNT
               MOVE WS-SESSION-COUNT TO WS-SESS-FOUND-IX
               MOVE SR-OPERATOR TO WS-SESS-OPERATOR(WS-SESS-FOUND-IX)
               MOVE 'N' TO WS-SESS-OPEN(WS-SESS-FOUND-IX)
               MOVE SPACES TO WS-SESS-DATE(WS-SESS-FOUND-IX)
           END-IF.

           EVALUATE SR-ACTION
               WHEN 'SIGNON'
                   IF WS-SESS-FOUND-IX NOT = ZERO
                       MOVE 'Y' TO WS-SESS-OPEN(WS-SESS-FOUND-IX)
                       MOVE SR-TIMESTAMP(1:8)
                           TO WS-SESS-DATE(WS-SESS-FOUND-IX)
                   END-IF
               WHEN 'SIGNOFF'
                   IF WS-SESS-FOUND-IX NOT = ZERO
                       MOVE 'N' TO WS-SESS-OPEN(WS-SESS-FOUND-IX)
                   END-IF
               WHEN 'SIGNFAIL'
                   CONTINUE
               WHEN OTHER
                   IF WS-SESS-FOUND-IX = ZERO
                       MOVE 'Y' TO WS-NO-SESSION
                   ELSE
                       IF WS-SESS-OPEN(WS-SESS-FOUND-IX) NOT = 'Y' OR
                          WS-SESS-DATE(WS-SESS-FOUND-IX) NOT =
                              SR-TIMESTAMP(1:8)
                           MOVE 'Y' TO WS-NO-SESSION
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-OPERATOR-SESSION SECTION.
       FIND-SESSION.
           IF WS-SESS-OPERATOR(WS-SESS-IX) = SR-OPERATOR
               MOVE WS-SESS-IX TO WS-SESS-FOUND-IX
           END-IF.

       TERMINATE-INQUIRY SECTION.
       TERM-INQUIRY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ENTRIES PRINTED: ' WS-ENTRIES-PRINTED
                  '   FLAGGED NO SIGNON: ' WS-ENTRIES-FLAGGED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE AUDIT-TRAIL-REPORT.

           DISPLAY 'Trail entries read:    ' WS-ENTRIES-READ.
           DISPLAY 'Trail entries printed: ' WS-ENTRIES-PRINTED.
           DISPLAY 'Flagged - no sign-on:  ' WS-ENTRIES-FLAGGED.
           DISPLAY 'Audit trail written to audit_trail.rpt'.
