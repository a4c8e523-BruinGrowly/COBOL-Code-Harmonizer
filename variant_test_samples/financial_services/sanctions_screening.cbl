       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctionsScreening.
      *FINANCIAL SERVICES - SANCTIONS WATCH-LIST SCREENING
      *Nightly screening of the customer master against the
      *government watch list. Compliance decisions keyed since the
      *last run are applied to the case file first, then every
      *customer on customers_master.dat is scored through
      *SanctionsNameCheck, and the run ends with the case report -
      *every case still open, from this run or from the customer
      *add paths, plus every confirmed match.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT SANCTIONS-CASE-FILE ASSIGN TO 'sanctions_cases.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCASE-KEY
               FILE STATUS IS WS-CASE-STATUS.

      *Compliance dispositions:
      *source|customer-id|entry-id|C(lear) or F(confirm)|officer
           SELECT CASE-DECISION-FILE ASSIGN TO
                   'sanctions_decisions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT SCREENING-REPORT ASSIGN TO 'sanctions_screening.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD  SANCTIONS-CASE-FILE.
           COPY "SANCTIONS-CASE.cpy".

       FD  CASE-DECISION-FILE.
       01  CASE-DECISION-RECORD        PIC X(80).

       FD  SCREENING-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-CASE-STATUS              PIC XX.
       01  WS-DECISION-STATUS          PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-CUSTOMERS            PIC X VALUE 'N'.
       01  WS-EOF-DECISIONS            PIC X VALUE 'N'.
       01  WS-EOF-CASES                PIC X VALUE 'N'.
       01  WS-TODAY-DATE               PIC 9(8).

       01  WS-DECISION-FIELDS.
           05  WS-DEC-SOURCE           PIC X(4).
           05  WS-DEC-CUST-ID          PIC X(10).
           05  WS-DEC-CUST-ID-N REDEFINES WS-DEC-CUST-ID
                                       PIC 9(10).
           05  WS-DEC-ENTRY-ID         PIC X(10).
           05  WS-DEC-ACTION           PIC X.
           05  WS-DEC-OFFICER          PIC X(8).

           COPY "SANCTIONS-CHECK.cpy".

       01  WS-RUN-TOTALS.
           05  WS-CUSTOMERS-SCREENED   PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMERS-SKIPPED    PIC 9(7) VALUE ZERO.
           05  WS-CASES-OPENED         PIC 9(7) VALUE ZERO.
           05  WS-DECISIONS-APPLIED    PIC 9(5) VALUE ZERO.
           05  WS-DECISIONS-REJECTED   PIC 9(5) VALUE ZERO.
           05  WS-OPEN-CASES           PIC 9(7) VALUE ZERO.
           05  WS-CONFIRMED-CASES      PIC 9(7) VALUE ZERO.

       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-ID               PIC Z(9)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SCREENING.
           PERFORM APPLY-CASE-DECISIONS.
           PERFORM SCREEN-CUSTOMER-MASTER.
           PERFORM REPORT-SANCTIONS-CASES.
           PERFORM SHUTDOWN-SCREENING.
           STOP RUN.

       INITIALIZE-SCREENING SECTION.
       INIT-SCREENING.
           DISPLAY '========================================'.
           DISPLAY 'SANCTIONS WATCH-LIST SCREENING'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN OUTPUT SCREENING-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Error opening screening report, status: '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'SANCTIONS SCREENING CASE REPORT - RUN DATE '
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       APPLY-CASE-DECISIONS SECTION.
       APPLY-DECISIONS.
      *No decisions file simply means none were keyed today.
           OPEN INPUT CASE-DECISION-FILE.
           IF WS-DECISION-STATUS NOT = '00'
               GO TO APPLY-DECISIONS-EXIT
           END-IF.

           OPEN I-O SANCTIONS-CASE-FILE.
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'No sanctions case file - decisions not applied'
               CLOSE CASE-DECISION-FILE
               GO TO APPLY-DECISIONS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-DECISIONS.
           PERFORM APPLY-ONE-DECISION
               UNTIL WS-EOF-DECISIONS = 'Y'.

           CLOSE SANCTIONS-CASE-FILE.
           CLOSE CASE-DECISION-FILE.

           DISPLAY 'Case decisions applied: ' WS-DECISIONS-APPLIED
               '  rejected: ' WS-DECISIONS-REJECTED.

       APPLY-DECISIONS-EXIT.
           EXIT.

       APPLY-ONE-DECISION SECTION.
       APPLY-DECISION.
           READ CASE-DECISION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-DECISIONS
                   GO TO APPLY-DECISION-EXIT
           END-READ.

           IF CASE-DECISION-RECORD = SPACES
               GO TO APPLY-DECISION-EXIT
           END-IF.

           MOVE SPACES TO WS-DECISION-FIELDS.
           UNSTRING CASE-DECISION-RECORD DELIMITED BY '|'
               INTO WS-DEC-SOURCE WS-DEC-CUST-ID WS-DEC-ENTRY-ID
                    WS-DEC-ACTION WS-DEC-OFFICER
           END-UNSTRING.

      *A decision needs an officer on it - an anonymous clearance
      *is no clearance.
           IF WS-DEC-CUST-ID IS NOT NUMERIC OR
              WS-DEC-OFFICER = SPACES OR
              (WS-DEC-ACTION NOT = 'C' AND WS-DEC-ACTION NOT = 'F')
               DISPLAY 'Decision rejected - incomplete: '
                   CASE-DECISION-RECORD
               ADD 1 TO WS-DECISIONS-REJECTED
               GO TO APPLY-DECISION-EXIT
           END-IF.

           MOVE WS-DEC-SOURCE TO SCASE-SOURCE.
           MOVE WS-DEC-CUST-ID-N TO SCASE-CUST-ID.
           MOVE WS-DEC-ENTRY-ID TO SCASE-ENTRY-ID.
           READ SANCTIONS-CASE-FILE
               INVALID KEY
                   DISPLAY 'Decision rejected - no such case: '
                       CASE-DECISION-RECORD
                   ADD 1 TO WS-DECISIONS-REJECTED
                   GO TO APPLY-DECISION-EXIT
           END-READ.

           MOVE WS-DEC-ACTION TO SCASE-STATUS.
           MOVE WS-DEC-OFFICER TO SCASE-DECIDED-BY.
           MOVE WS-TODAY-DATE TO SCASE-DECIDED-DATE.
           REWRITE SANCTIONS-CASE-RECORD.
           ADD 1 TO WS-DECISIONS-APPLIED.

       APPLY-DECISION-EXIT.
           EXIT.

       SCREEN-CUSTOMER-MASTER SECTION.
       SCREEN-MASTER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'Customer master not available, status: '
                   WS-CUSTOMER-STATUS
               GO TO SCREEN-MASTER-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-CUSTOMERS.
           PERFORM SCREEN-ONE-CUSTOMER
               UNTIL WS-EOF-CUSTOMERS = 'Y'.
           CLOSE CUSTOMER-FILE.

       SCREEN-MASTER-EXIT.
           EXIT.

       SCREEN-ONE-CUSTOMER SECTION.
       SCREEN-ONE.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-CUSTOMERS
                   GO TO SCREEN-ONE-EXIT
           END-READ.

      *A closed relationship is no longer ours to screen.
           IF CUST-CLOSED
               ADD 1 TO WS-CUSTOMERS-SKIPPED
               GO TO SCREEN-ONE-EXIT
           END-IF.

           MOVE 'CIF ' TO SC-SOURCE.
           MOVE CUST-ID TO SC-CUST-ID.
           MOVE CUST-NAME TO SC-CUST-NAME.
           MOVE CUST-CITY TO SC-CUST-CITY.
           MOVE CUST-STATE TO SC-CUST-STATE.
           CALL 'SanctionsNameCheck' USING SANCTIONS-CHECK-AREA.

      *Without the list there is nothing to screen against - stop
      *rather than report a clean night.
           IF SC-LIST-UNAVAILABLE
               DISPLAY 'Screening stopped - watch list unavailable'
               MOVE 'Y' TO WS-EOF-CUSTOMERS
               GO TO SCREEN-ONE-EXIT
           END-IF.

           ADD 1 TO WS-CUSTOMERS-SCREENED.
           ADD SC-CASES-OPENED TO WS-CASES-OPENED.

       SCREEN-ONE-EXIT.
           EXIT.

       REPORT-SANCTIONS-CASES SECTION.
       REPORT-CASES.
           OPEN INPUT SANCTIONS-CASE-FILE.
           IF WS-CASE-STATUS NOT = '00'
               MOVE SPACES TO REPORT-LINE
               MOVE 'NO SANCTIONS CASES ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO REPORT-CASES-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING 'SRC  CUSTOMER   ENTRY      SCORE STATUS    '
                  'SCREENED NAME / LISTED NAME'
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'N' TO WS-EOF-CASES.
           PERFORM REPORT-ONE-CASE
               UNTIL WS-EOF-CASES = 'Y'.
           CLOSE SANCTIONS-CASE-FILE.

       REPORT-CASES-EXIT.
           EXIT.

       REPORT-ONE-CASE SECTION.
       REPORT-ONE.
           READ SANCTIONS-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-CASES
                   GO TO REPORT-ONE-EXIT
           END-READ.

      *Cleared cases have been dealt with; they stay on file only
      *to keep the same name from alerting again.
           IF SCASE-CLEARED
               GO TO REPORT-ONE-EXIT
           END-IF.

           MOVE SCASE-CUST-ID TO WS-DISPLAY-ID.
           MOVE SPACES TO REPORT-LINE.
           IF SCASE-CONFIRMED
               ADD 1 TO WS-CONFIRMED-CASES
               STRING SCASE-SOURCE ' ' WS-DISPLAY-ID ' '
                      SCASE-ENTRY-ID ' ' SCASE-SCORE '   CONFIRMED '
                      SCASE-SCREENED-NAME
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-OPEN-CASES
               STRING SCASE-SOURCE ' ' WS-DISPLAY-ID ' '
                      SCASE-ENTRY-ID ' ' SCASE-SCORE '   OPEN      '
                      SCASE-SCREENED-NAME
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '                                          LISTED: '
                  SCASE-WATCH-NAME
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-ONE-EXIT.
           EXIT.

       SHUTDOWN-SCREENING SECTION.
       SHUTDOWN-SCREEN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CUSTOMERS-SCREENED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Customers screened     : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CASES-OPENED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'New cases opened       : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-OPEN-CASES TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Cases awaiting decision: ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CONFIRMED-CASES TO WS-DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Confirmed matches      : ' WS-DISPLAY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE SCREENING-REPORT.

           DISPLAY 'Customers screened: ' WS-CUSTOMERS-SCREENED
               '  new cases: ' WS-CASES-OPENED
               '  open: ' WS-OPEN-CASES.
