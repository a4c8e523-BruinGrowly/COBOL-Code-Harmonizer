      *FINANCIAL SERVICES - GENERAL LEDGER POSTING INTERFACE
      *Converts the day's activity from ATMController's cash
      *journal, CreditCardProcessor's transaction log, the claims
      *disbursement file, AccountReconciliation's interest postings,
      *ATMReplenishSettle's cassette over/short suspense items,
      *UnearnedPremium's month-end earned premium, and
      *AdvisoryFeeBilling's quarterly advisory fees into balanced
      *debit/credit journal entries, mapped through a chart-of-
      *accounts file and written to a GL extract with batch control
      *totals the accounting package can import.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.

      *Month-end unearned premium summary - the month's earned
      *premium by policy type releases the reserve into income.
           SELECT UPR-SUMMARY-FILE ASSIGN TO 'upr_summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPR-STATUS.

      *ATM cassette over/short found at replenishment, held in
      *suspense until investigated.
           SELECT OVER-SHORT-FILE ASSIGN TO 'atm_overshort.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVER-SHORT-STATUS.

      *Quarterly advisory fees collected from managed portfolios.
           SELECT ADV-FEE-SUMMARY-FILE
               ASSIGN TO 'advisory_fee_summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-FEE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO 'gl_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       FD  MC-SETTLE-FILE.
       01  MC-SETTLE-RECORD            PIC X(120).

       FD  UPR-SUMMARY-FILE.
       01  UPR-SUMMARY-LINE            PIC X(120).

       FD  OVER-SHORT-FILE.
       01  OVER-SHORT-LINE             PIC X(120).

       FD  ADV-FEE-SUMMARY-FILE.
       01  ADV-FEE-SUMMARY-LINE        PIC X(80).

       FD  GL-EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(120).

       01  WS-VISA-STATUS              PIC XX.
       01  WS-MC-STATUS                PIC XX.
       01  WS-EXTRACT-STATUS           PIC XX.
       01  WS-UPR-STATUS               PIC XX.
       01  WS-OVER-SHORT-STATUS        PIC XX.
       01  WS-ADV-FEE-STATUS           PIC XX.
       01  WS-RUN-DATE                 PIC 9(8).

      *Surcharge extraction from a settlement line.
      *naming the debit and credit account each posting hits.
       01  WS-COA-TABLE.
           05  WS-COA-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-COA-ENTRY            OCCURS 40 TIMES.
               10  WS-COA-SOURCE       PIC X(8).
               10  WS-COA-DR-ACCT      PIC 9(4).
               10  WS-COA-CR-ACCT      PIC 9(4).
           05  WS-PRS-F3               PIC X(15).
           05  WS-PRS-F4               PIC X(15).
           05  WS-PRS-F5               PIC X(50).
           05  WS-PRS-F6               PIC X(15).
           05  WS-PRS-AMT-X            PIC X(9).
           05  WS-PRS-AMT REDEFINES WS-PRS-AMT-X
                                       PIC 9(7)V99.
           PERFORM POST-CLAIMS-ACTIVITY.
           PERFORM POST-INTEREST-ACTIVITY.
           PERFORM POST-FEE-INCOME-ACTIVITY.
           PERFORM POST-ATM-OVER-SHORT-ACTIVITY.
           PERFORM POST-EARNED-PREMIUM-ACTIVITY.
           PERFORM POST-ADVISORY-FEE-ACTIVITY.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM SHUTDOWN-GL-INTERFACE.
           STOP RUN.
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF COA-RECORD NOT = SPACES AND
                      WS-COA-COUNT < 40
                       UNSTRING COA-RECORD DELIMITED BY '|'
                           INTO WS-COA-IN-SOURCE WS-COA-IN-DR-X
                                WS-COA-IN-CR-X WS-COA-IN-DESC
           WRITE COA-RECORD.
           MOVE 'ATM-REV |1010|2100|DISPENSE REVERSAL' TO COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'ATM-OVER|1010|2400|ATM CASH OVER - SUSPENSE' TO
               COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'ATM-SHRT|1400|1010|ATM CASH SHORT - SUSPENSE' TO
               COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'ATM-FEE |1200|4100|FOREIGN CARD FEE INCOME' TO
               COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'CC-PAY  |1010|1300|CARDHOLDER PAYMENTS' TO
               COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'CC-PAYRT|1300|1010|RETURNED CARD PAYMENTS' TO
               COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'CC-FEE  |1300|4300|CARD FEE INCOME' TO COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'INT-EXP |5100|2100|DEPOSIT INTEREST EXPENSE' TO
               COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'CLM-PAID|5200|1010|CLAIMS INCURRED' TO COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'UPR-EARN|2300|4200|PREMIUM EARNED' TO COA-RECORD.
           WRITE COA-RECORD.
           MOVE 'ADV-FEE |2150|4400|ADVISORY FEE INCOME' TO
               COA-RECORD.
           WRITE COA-RECORD.

           CLOSE COA-FILE.
           DISPLAY 'Chart-of-accounts file seeded with defaults'.

       POST-CARD-ACTIVITY SECTION.
       POST-CARD.
      *Today's posted card purchases, cardholder payments, returned
      *payments, and card fee income from the card transaction log.
           OPEN INPUT TRANSACTION-LOG.
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'No card transaction log - source skipped'
               WHEN 'PAYMENT'
                   MOVE 'CC-PAY' TO WS-ENTRY-SOURCE
                   PERFORM WRITE-JOURNAL-ENTRY
               WHEN 'PAYMENT RETURNED'
                   MOVE 'CC-PAYRT' TO WS-ENTRY-SOURCE
                   PERFORM WRITE-JOURNAL-ENTRY
               WHEN 'ANNUAL FEE'
               WHEN 'LATE FEE'
               WHEN 'OVERLIMIT FEE'
               WHEN 'RETURNED PMT FEE'
               WHEN 'CASH ADVANCE FEE'
               WHEN 'BAL TRANSFER FEE'
                   MOVE 'CC-FEE' TO WS-ENTRY-SOURCE
                   PERFORM WRITE-JOURNAL-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       POST-SURCHARGE-EXIT.
           EXIT.

       POST-ATM-OVER-SHORT-ACTIVITY SECTION.
       POST-OVER-SHORT.
      *Today's replenishment over/short - an overage is cash found
      *and owed to suspense, a shortage is cash missing and held as
      *a suspense receivable, both until investigation clears them.
           OPEN INPUT OVER-SHORT-FILE.
           IF WS-OVER-SHORT-STATUS NOT = '00'
               DISPLAY 'No ATM over/short on file - source skipped'
               GO TO POST-OVER-SHORT-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ONE-OVER-SHORT
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE OVER-SHORT-FILE.

       POST-OVER-SHORT-EXIT.
           EXIT.

       READ-ONE-OVER-SHORT SECTION.
       READ-OVER-SHORT.
           READ OVER-SHORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
      *Layout: run date|ATM id|OVER or SHORT|amount unedited
      *9(9)V99|load stamp|item status.
                   UNSTRING OVER-SHORT-LINE DELIMITED BY '|'
                       INTO WS-PRS-F1 WS-PRS-F2 WS-PRS-F3
                            WS-PRS-AMT11-X
                   END-UNSTRING
                   IF WS-PRS-F1 (1:8) = WS-RUN-DATE AND
                      WS-PRS-AMT11-X IS NUMERIC AND
                      WS-PRS-AMT11 > ZERO
                       MOVE WS-PRS-AMT11 TO WS-ENTRY-AMOUNT
                       MOVE WS-PRS-F2 (1:10) TO WS-ENTRY-REF
                       IF WS-PRS-F3 (1:4) = 'OVER'
                           MOVE 'ATM-OVER' TO WS-ENTRY-SOURCE
                       ELSE
                           MOVE 'ATM-SHRT' TO WS-ENTRY-SOURCE
                       END-IF
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
           END-READ.

       POST-EARNED-PREMIUM-ACTIVITY SECTION.
       POST-EARNED.
      *Month-end earned premium by policy type, from the UPR run
      *made today.
           OPEN INPUT UPR-SUMMARY-FILE.
           IF WS-UPR-STATUS NOT = '00'
               DISPLAY 'No UPR summary on file - source skipped'
               GO TO POST-EARNED-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ONE-UPR-SUMMARY
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE UPR-SUMMARY-FILE.

       POST-EARNED-EXIT.
           EXIT.

       READ-ONE-UPR-SUMMARY SECTION.
       READ-UPR.
           READ UPR-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
      *Layout: run date|valuation date|policy type|written|earned to
      *date|unearned|earned this month - amounts unedited 9(9)V99.
                   UNSTRING UPR-SUMMARY-LINE DELIMITED BY '|'
                       INTO WS-PRS-F1 WS-PRS-F2 WS-PRS-F5
                            WS-PRS-F3 WS-PRS-F4 WS-PRS-F6
                            WS-PRS-AMT11-X
                   END-UNSTRING
                   IF WS-PRS-F1 (1:8) = WS-RUN-DATE AND
                      WS-PRS-AMT11-X IS NUMERIC AND
                      WS-PRS-AMT11 > ZERO
                       MOVE WS-PRS-AMT11 TO WS-ENTRY-AMOUNT
                       MOVE WS-PRS-F5 (1:20) TO WS-ENTRY-REF
                       MOVE 'UPR-EARN' TO WS-ENTRY-SOURCE
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
           END-READ.

       POST-ADVISORY-FEE-ACTIVITY SECTION.
       POST-ADV-FEE.
      *Advisory fees debited from client portfolio cash by the
      *quarterly fee run made today.
           OPEN INPUT ADV-FEE-SUMMARY-FILE.
           IF WS-ADV-FEE-STATUS NOT = '00'
               DISPLAY 'No advisory fee summary on file - '
                   'source skipped'
               GO TO POST-ADV-FEE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ONE-ADV-FEE-SUMMARY
               UNTIL WS-EOF-SW = 'Y'.
           CLOSE ADV-FEE-SUMMARY-FILE.

       POST-ADV-FEE-EXIT.
           EXIT.

       READ-ONE-ADV-FEE-SUMMARY SECTION.
       READ-ADV-FEE.
           READ ADV-FEE-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
      *Layout: run date|quarter YYYYQ|fees debited|amount unedited
      *9(9)V99.
                   UNSTRING ADV-FEE-SUMMARY-LINE DELIMITED BY '|'
                       INTO WS-PRS-F1 WS-PRS-F2 WS-PRS-F3
                            WS-PRS-AMT11-X
                   END-UNSTRING
                   IF WS-PRS-F1 (1:8) = WS-RUN-DATE AND
                      WS-PRS-AMT11-X IS NUMERIC AND
                      WS-PRS-AMT11 > ZERO
                       MOVE WS-PRS-AMT11 TO WS-ENTRY-AMOUNT
                       MOVE SPACES TO WS-ENTRY-REF
                       STRING 'QTR ' WS-PRS-F2 (1:5)
                           DELIMITED BY SIZE INTO WS-ENTRY-REF
                       MOVE 'ADV-FEE ' TO WS-ENTRY-SOURCE
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
           END-READ.

       WRITE-BATCH-TRAILER SECTION.
       WRITE-TRAILER.
           MOVE SPACES TO EXTRACT-LINE.
