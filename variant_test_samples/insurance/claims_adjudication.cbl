               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOB-FILE-STATUS.

      *PolicyAdministration's policy master is the policy of record -
      *coverage is verified against it as it stood on the date of
      *loss, with its endorsement history supplying the coverage
      *amount in force on that date.
           SELECT POLICY-MASTER ASSIGN TO 'policymas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NUMBER
               ALTERNATE RECORD KEY IS PM-CUSTOMER-ID
               FILE STATUS IS WS-POLMAS-FILE-STATUS.

           SELECT ENDORSE-HISTORY-FILE
               ASSIGN TO 'policy_endorse_hist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ENDORSE-HIST-STATUS.

      *Coverage-question queue - claims the policy master can't
      *support on the date of loss wait here, with the reason, for
      *an underwriter or claims supervisor to resolve.
           SELECT COVERAGE-QUEUE-FILE
               ASSIGN TO 'coverage_questions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVQ-FILE-STATUS.

      *Reinsurance - the treaty table finance maintains, and the
      *quarterly bordereau billed to each reinsurer from it.
           SELECT TREATY-FILE ASSIGN TO 'reins_treaties.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREATY-FILE-STATUS.

           SELECT BORDEREAU-FILE ASSIGN TO 'reins_bordereau.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDX-FILE-STATUS.

      *Adjuster diary - the follow-up date and next action on every
      *open claim, set at assignment and each time the claim is
      *worked. The adjuster path drives the daily diary listing.
           SELECT DIARY-FILE ASSIGN TO 'claim_diary.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARY-KEY
               ALTERNATE RECORD KEY IS DIARY-ADJUSTER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARY-FILE-STATUS.

           SELECT DIARY-REPORT-FILE ASSIGN TO 'adjuster_diary.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIARY-RPT-STATUS.

      *First notice of loss - the call center and agents' daily
      *extract of newly reported losses, and the rejects from it.
           SELECT FNOL-FILE ASSIGN TO 'fnol_intake.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNOL-FILE-STATUS.

           SELECT FNOL-REJECT-FILE ASSIGN TO 'fnol_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNOL-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       FD  EOB-LETTER-FILE.
       01  EOB-LINE                    PIC X(80).

      *Same layout PolicyAdministration maintains.
       FD  POLICY-MASTER.
       01  POLICY-MASTER-RECORD.
           05  PM-POLICY-NUMBER        PIC X(15).
           05  PM-CUSTOMER-ID          PIC 9(10).
           05  PM-CUSTOMER-NAME        PIC X(50).
           05  PM-POLICY-TYPE          PIC X(20).
           05  PM-COVERAGE-AMOUNT      PIC 9(10)V99 COMP-3.
           05  PM-PREMIUM-ANNUAL       PIC 9(7)V99 COMP-3.
           05  PM-PREMIUM-FREQUENCY    PIC X(10).
           05  PM-ISSUE-DATE           PIC 9(8).
           05  PM-EFFECTIVE-DATE       PIC 9(8).
           05  PM-EXPIRATION-DATE      PIC 9(8).
           05  PM-STATUS               PIC X(10).
           05  PM-RENEWAL-DATE         PIC 9(8).
           05  PM-LAPSE-DATE           PIC 9(8).
           05  PM-PAID-TO-DATE         PIC 9(8).
           05  PM-PREMIUM-PAID-YTD     PIC 9(7)V99 COMP-3.
           05  PM-CLAIM-COUNT-YTD      PIC 9(4).
           05  PM-AGENT-ID             PIC X(10).
           05  PM-ENDORSEMENT-COUNT    PIC 9(3).
           05  PM-LAST-ENDORSE-DATE    PIC 9(8).
           05  PM-NONRENEW-FLAG        PIC X.
           05  PM-NONRENEW-REASON      PIC X(3).
           05  PM-NONRENEW-NOTICE-DT   PIC 9(8).
           05  PM-CANCEL-DATE          PIC 9(8).
           05  PM-REINSTATE-DATE       PIC 9(8).
           05  PM-DEDUCTIBLE           PIC 9(5).

      *Same layout PolicyAdministration writes.
       FD  ENDORSE-HISTORY-FILE.
       01  ENDORSE-HISTORY-RECORD.
           05  EH-KEY.
               10  EH-POLICY-NUMBER    PIC X(15).
               10  EH-EFFECTIVE-DATE   PIC 9(8).
               10  EH-SEQUENCE         PIC 9(3).
           05  EH-OLD-COVERAGE         PIC 9(10)V99 COMP-3.
           05  EH-NEW-COVERAGE         PIC 9(10)V99 COMP-3.
           05  EH-OLD-PREMIUM          PIC 9(7)V99 COMP-3.
           05  EH-NEW-PREMIUM          PIC 9(7)V99 COMP-3.
           05  EH-ADDL-PREMIUM         PIC S9(7)V99 COMP-3.
           05  EH-PROCESS-DATE         PIC 9(8).

       FD  COVERAGE-QUEUE-FILE.
       01  COVERAGE-QUEUE-LINE         PIC X(150).

      *One treaty per line: id|reinsurer|QS or XL|retention|limit|
      *cession pct|C (claim types) or P (policy types)|up to four
      *covered values, '*' covering everything.
       FD  TREATY-FILE.
       01  TREATY-RECORD               PIC X(160).

       FD  BORDEREAU-FILE.
       01  BORDEREAU-LINE              PIC X(132).

       FD  DIARY-FILE.
       01  DIARY-RECORD.
           05  DIARY-KEY.
               10  DIARY-CLAIM-NUMBER  PIC X(12).
               10  DIARY-SEQUENCE      PIC 9(3).
           05  DIARY-ADJUSTER-ID       PIC X(10).
           05  DIARY-FOLLOWUP-DATE     PIC 9(8).
           05  DIARY-ACTION-CODE       PIC X(4).
               88  DIARY-CONTACT-CLAIMANT VALUE 'CONT'.
               88  DIARY-INSPECT       VALUE 'INSP'.
               88  DIARY-REVIEW-RESERVE VALUE 'RRSV'.
               88  DIARY-AWAIT-DOCUMENTS VALUE 'ADOC'.
           05  DIARY-STATUS            PIC X.
               88  DIARY-OPEN          VALUE 'O'.
               88  DIARY-DONE          VALUE 'C'.
           05  DIARY-SET-DATE          PIC 9(8).
           05  DIARY-DONE-DATE         PIC 9(8).

       FD  DIARY-REPORT-FILE.
       01  DIARY-REPORT-LINE           PIC X(100).

      *report ref|policy|date of loss|claim type|amount|cat event
       FD  FNOL-FILE.
       01  FNOL-RECORD                 PIC X(150).

       FD  FNOL-REJECT-FILE.
       01  FNOL-REJECT-LINE            PIC X(220).

       WORKING-STORAGE SECTION.

       01  WS-CLAIM-FILE-STATUS        PIC XX.
       01  WS-EOB-FILE-STATUS          PIC XX.

       01  WS-RESERVE-HIST-STATUS      PIC XX.
       01  WS-POLMAS-FILE-STATUS       PIC XX.
       01  WS-ENDORSE-HIST-STATUS      PIC XX.
       01  WS-COVQ-FILE-STATUS         PIC XX.

      *Date-of-loss verification against the policy master. A claim
      *the master can't support is a question for a person, not an
      *automatic denial - it is queued with the specific reason.
       01  WS-ASOF-WORK.
           05  WS-POLMAS-OPEN-SW       PIC X VALUE 'N'.
               88  WS-POLMAS-OPEN      VALUE 'Y'.
           05  WS-ENDORSE-OPEN-SW      PIC X VALUE 'N'.
               88  WS-ENDORSE-OPEN     VALUE 'Y'.
           05  WS-ENDORSE-SCAN-SW      PIC X.
               88  WS-ENDORSE-SCAN-DONE VALUE 'Y'.
           05  WS-ENDORSE-FIRST-SW     PIC X.
               88  WS-ENDORSE-FIRST    VALUE 'Y'.
           05  WS-COVERAGE-IN-FORCE    PIC 9(10)V99 COMP-3.
           05  WS-COVQ-TODAY           PIC 9(8).
           05  WS-COVQ-AMT-DISP        PIC 9(9)V99.
           05  WS-CLAIMS-QUEUED        PIC 9(6) VALUE ZERO.

      *Reinsurance cession. Quota share cedes its percentage of each
      *covered claim's incurred loss up to the treaty limit. Excess
      *of loss applies per occurrence - a catastrophe event's claims
      *are one occurrence, any other claim is its own - and cedes
      *the layer above the retention up to the limit. Each claim's
      *ceded share splits between paid and reserve in proportion to
      *its own paid and reserved amounts.
       01  WS-TREATY-FILE-STATUS       PIC XX.
       01  WS-BDX-FILE-STATUS          PIC XX.

       01  WS-TREATY-TABLE.
           05  WS-TRTY-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-TRTY-ENTRY OCCURS 10 TIMES.
               10  WS-TRTY-ID          PIC X(8).
               10  WS-TRTY-REINSURER   PIC X(20).
               10  WS-TRTY-TYPE        PIC X(2).
                   88  WS-TRTY-QUOTA-SHARE VALUE 'QS'.
                   88  WS-TRTY-EXCESS      VALUE 'XL'.
               10  WS-TRTY-RETENTION   PIC 9(9)V99.
               10  WS-TRTY-LIMIT       PIC 9(9)V99.
               10  WS-TRTY-CEDE-PCT    PIC 9(3)V99.
               10  WS-TRTY-BASIS       PIC X.
               10  WS-TRTY-COVER       PIC X(20) OCCURS 4 TIMES.
       01  WS-TRTY-IX                  PIC 9(2).
       01  WS-TRTY-COVER-IX            PIC 9(2).

       01  WS-TREATY-PARSE.
           05  WS-TP-EOF               PIC X.
           05  WS-TP-ID                PIC X(8).
           05  WS-TP-REINSURER         PIC X(20).
           05  WS-TP-TYPE              PIC X(2).
           05  WS-TP-RETENTION         PIC X(15).
           05  WS-TP-LIMIT             PIC X(15).
           05  WS-TP-CEDE-PCT          PIC X(8).
           05  WS-TP-BASIS             PIC X.
           05  WS-TP-COVER             PIC X(20) OCCURS 4 TIMES.

      *Catastrophe occurrences by excess treaty - gross incurred on
      *each event across every claim the treaty covers.
       01  WS-OCCURRENCE-TABLE.
           05  WS-OCC-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-OCC-ENTRY OCCURS 50 TIMES.
               10  WS-OCC-TRTY-IX      PIC 9(2).
               10  WS-OCC-EVENT        PIC X(10).
               10  WS-OCC-INCURRED     PIC 9(11)V99 COMP-3.
       01  WS-OCC-IX                   PIC 9(2).
       01  WS-OCC-FOUND-SW             PIC X.
           88  WS-OCC-FOUND            VALUE 'Y'.

      *Per-reinsurer bordereau totals.
       01  WS-REINSURER-TABLE.
           05  WS-RI-COUNT             PIC 9(2) VALUE ZERO.
           05  WS-RI-ENTRY OCCURS 10 TIMES.
               10  WS-RI-NAME          PIC X(20).
               10  WS-RI-LINES         PIC 9(5).
               10  WS-RI-CEDED-PAID    PIC 9(11)V99 COMP-3.
               10  WS-RI-CEDED-RSV     PIC 9(11)V99 COMP-3.
       01  WS-RI-IX                    PIC 9(2).

       01  WS-CESSION-WORK.
           05  WS-CEDE-COVERED-SW      PIC X.
               88  WS-CEDE-COVERED     VALUE 'Y'.
           05  WS-CEDE-POLICY-TYPE     PIC X(20).
           05  WS-CEDE-GROSS-PAID      PIC 9(9)V99.
           05  WS-CEDE-GROSS-RSV       PIC 9(9)V99.
           05  WS-CEDE-GROSS-INCURRED  PIC 9(11)V99.
           05  WS-CEDE-OCC-INCURRED    PIC 9(11)V99.
           05  WS-CEDE-LAYER           PIC 9(11)V99.
           05  WS-CEDE-INCURRED        PIC 9(11)V99.
           05  WS-CEDE-PAID            PIC 9(11)V99.
           05  WS-CEDE-RSV             PIC 9(11)V99.
           05  WS-CEDE-PAID-IN-QTR     PIC 9(11)V99.
           05  WS-BDX-AS-OF-OVERRIDE   PIC 9(8) VALUE ZERO.
           05  WS-BDX-AS-OF-DATE       PIC 9(8).
           05  WS-BDX-AS-OF-PARTS REDEFINES WS-BDX-AS-OF-DATE.
               10  WS-BDX-YEAR         PIC 9(4).
               10  WS-BDX-MONTH        PIC 9(2).
               10  WS-BDX-DAY          PIC 9(2).
           05  WS-BDX-QTR              PIC 9.
           05  WS-BDX-QTR-START        PIC 9(8).
           05  WS-BDX-QTR-END          PIC 9(8).
           05  WS-BDX-AMT-1            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-BDX-AMT-2            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-BDX-AMT-3            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-BDX-GRAND-PAID       PIC 9(11)V99 COMP-3.
           05  WS-BDX-GRAND-RSV        PIC 9(11)V99 COMP-3.

      *Adjuster diary. A claim carries one open entry at a time -
      *setting a new follow-up completes the one before it, and the
      *claim's decision completes the last.
       01  WS-DIARY-FILE-STATUS        PIC XX.
       01  WS-DIARY-RPT-STATUS         PIC XX.
       01  WS-DIARY-WORK.
           05  WS-DIARY-TODAY          PIC 9(8).
           05  WS-DIARY-ACTION         PIC X(4).
           05  WS-DIARY-DAYS           PIC 9(3).
           05  WS-DIARY-ADJUSTER       PIC X(10).
           05  WS-DIARY-CLAIM          PIC X(12).
           05  WS-DIARY-LAST-SEQ       PIC 9(3).
           05  WS-DIARY-SCAN-SW        PIC X.
               88  WS-DIARY-SCAN-DONE  VALUE 'Y'.
           05  WS-DIARY-OPEN-SW        PIC X.
               88  WS-DIARY-HAS-OPEN   VALUE 'Y'.
           05  WS-DIARY-OVERDUE-SW     PIC X.
               88  WS-DIARY-OVERDUE    VALUE 'Y'.
           05  WS-DIARY-DAYS-LATE      PIC 9(5).
           05  WS-DIARY-ACTION-DESC    PIC X(20).
           05  WS-DIARY-DUE-TEXT       PIC X(20).
           05  WS-DIARY-PRIOR-ADJ      PIC X(10).
           05  WS-DIARY-DUE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-DIARY-LATE-COUNT     PIC 9(5) VALUE ZERO.

      *FNOL intake. Accepted reports become PENDING claims numbered
      *FNyymmddnnnn and go through today's adjudication like any
      *other claim; the summary proves every one was picked up.
       01  WS-FNOL-FILE-STATUS         PIC XX.
       01  WS-FNOL-REJ-STATUS          PIC XX.
       01  WS-FNOL-WORK.
           05  WS-FNOL-EOF-SW          PIC X.
               88  WS-FNOL-EOF         VALUE 'Y'.
           05  WS-FNOL-TODAY           PIC 9(8).
           05  WS-FNOL-PREFIX          PIC X(8).
           05  WS-FNOL-SEQ             PIC 9(4) VALUE ZERO.
           05  WS-FNOL-WRITTEN-SW      PIC X.
               88  WS-FNOL-WRITTEN     VALUE 'Y'.
           05  WS-FNOL-REJECT-REASON   PIC X(50).
           05  WS-FNOL-LOSS-DATE       PIC 9(8).
           05  WS-FNOL-AMOUNT          PIC 9(9)V99.
           05  WS-FNOL-DUP-SW          PIC X.
               88  WS-FNOL-DUPLICATE   VALUE 'Y'.
           05  WS-FNOL-DUP-CLAIM       PIC X(12).
           05  WS-FNOL-RECEIVED        PIC 9(6) VALUE ZERO.
           05  WS-FNOL-ACCEPTED        PIC 9(6) VALUE ZERO.
           05  WS-FNOL-REJECTED        PIC 9(6) VALUE ZERO.
           05  WS-FNOL-ADJUDICATED     PIC 9(6) VALUE ZERO.
       01  WS-FNOL-FIELDS.
           05  WS-FNOL-REF             PIC X(20).
           05  WS-FNOL-POLICY          PIC X(15).
           05  WS-FNOL-LOSS-DATE-X     PIC X(8).
           05  WS-FNOL-CLAIM-TYPE      PIC X(20).
           05  WS-FNOL-AMOUNT-X        PIC X(15).
           05  WS-FNOL-CAT-EVENT       PIC X(10).

      *Claim types the claims system adjudicates - one per adjuster
      *specialty mapping in ASSIGN-ADJUSTER.
       01  WS-KNOWN-CLAIM-TYPE-VALUES.
           05  FILLER                  PIC X(20) VALUE 'COLLISION'.
           05  FILLER                  PIC X(20) VALUE 'THEFT'.
           05  FILLER                  PIC X(20) VALUE 'FIRE DAMAGE'.
           05  FILLER                  PIC X(20)
                                       VALUE 'HOSPITAL SURGERY'.
       01  WS-KNOWN-CLAIM-TYPES REDEFINES WS-KNOWN-CLAIM-TYPE-VALUES.
           05  WS-KNOWN-CLAIM-TYPE     PIC X(20) OCCURS 4 TIMES.
       01  WS-KNOWN-TYPE-IX            PIC 9(2).

      *Stale open claims by adjuster for the supervisor summary.
       01  WS-STALE-TABLE.
           05  WS-STALE-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-STALE-ENTRY OCCURS 20 TIMES.
               10  WS-STALE-ADJUSTER   PIC X(10).
               10  WS-STALE-OPEN       PIC 9(5).
               10  WS-STALE-NO-DIARY   PIC 9(5).
               10  WS-STALE-OVERDUE    PIC 9(5).
       01  WS-STALE-IX                 PIC 9(2).

      *Case reserves - set at assignment, moved only with a dated
      *and reasoned history entry, released or converted when the
           PERFORM SETUP-TEST-POLICIES.
           PERFORM SETUP-TEST-ADJUSTERS.
           PERFORM LOAD-CHECKPOINT.
           PERFORM INTAKE-FNOL-REPORTS.
           PERFORM ADJUDICATE-ALL-CLAIMS.
           PERFORM DISPLAY-ADJUDICATION-SUMMARY.

           PERFORM DEMONSTRATE-CLAIM-APPEAL.
           PERFORM ISSUE-CLAIM-PAYMENTS.
           PERFORM RESERVE-SUMMARY-REPORT.
           PERFORM PRODUCE-REINSURANCE-BORDEREAU.
           PERFORM PRODUCE-DIARY-REPORTS.
           PERFORM GENERATE-LOSS-RATIO-REPORT.
           PERFORM CLEANUP-ADJUDICATION-SYSTEM.
           STOP RUN.
               STOP RUN
           END-IF.

      *The policy master belongs to PolicyAdministration and is only
      *read here. Without it no claim can be verified, so every
      *claim goes to the coverage-question queue rather than being
      *paid on the claims system's own copy of the policy.
           OPEN INPUT POLICY-MASTER.
           IF WS-POLMAS-FILE-STATUS = '00'
               SET WS-POLMAS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: policy master unavailable, status '
                   WS-POLMAS-FILE-STATUS
                   ' - claims will be queued for coverage review'
           END-IF.

           OPEN INPUT ENDORSE-HISTORY-FILE.
           IF WS-ENDORSE-HIST-STATUS = '00'
               SET WS-ENDORSE-OPEN TO TRUE
           END-IF.

      *Diaries carry over from run to run like the claims they
      *follow.
           OPEN I-O DIARY-FILE.
           IF WS-DIARY-FILE-STATUS = '35'
               OPEN OUTPUT DIARY-FILE
               CLOSE DIARY-FILE
               OPEN I-O DIARY-FILE
           END-IF.
           IF WS-DIARY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening claim diary, status: '
                   WS-DIARY-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DIARY-TODAY.

           DISPLAY 'System initialized'.
           DISPLAY SPACE.

           CLOSE RESTART-FILE.
           MOVE ZERO TO WS-CLAIMS-SINCE-CHECKPOINT.

       INTAKE-FNOL-REPORTS SECTION.
       INTAKE-FNOL.
      *Today's reported losses become PENDING claims ahead of the
      *adjudication pass. A restart resumes an adjudication already
      *under way, so the extract was taken on the original run and
      *is not read again.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FNOL-TODAY.
           MOVE SPACES TO WS-FNOL-PREFIX.
           STRING 'FN' WS-FNOL-TODAY (3:6)
               DELIMITED BY SIZE INTO WS-FNOL-PREFIX.

           IF WS-START-CLAIM-KEY NOT = LOW-VALUES
               DISPLAY 'Restart run - FNOL intake not repeated'
               GO TO INTAKE-FNOL-EXIT
           END-IF.

           OPEN INPUT FNOL-FILE.
           IF WS-FNOL-FILE-STATUS NOT = '00'
               DISPLAY 'No FNOL extract on file - intake skipped'
               GO TO INTAKE-FNOL-EXIT
           END-IF.

           OPEN OUTPUT FNOL-REJECT-FILE.
           DISPLAY 'FNOL intake...'.

           MOVE 'N' TO WS-FNOL-EOF-SW.
           PERFORM UNTIL WS-FNOL-EOF
               READ FNOL-FILE
                   AT END
                       SET WS-FNOL-EOF TO TRUE
                   NOT AT END
                       IF FNOL-RECORD NOT = SPACES
                           ADD 1 TO WS-FNOL-RECEIVED
                           PERFORM INTAKE-ONE-FNOL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FNOL-FILE.
           CLOSE FNOL-REJECT-FILE.
           DISPLAY '  Received ' WS-FNOL-RECEIVED
               '  accepted ' WS-FNOL-ACCEPTED
               '  rejected ' WS-FNOL-REJECTED.
           DISPLAY SPACE.

       INTAKE-FNOL-EXIT.
           EXIT.

       INTAKE-ONE-FNOL SECTION.
       INTAKE-ONE.
           MOVE SPACES TO WS-FNOL-FIELDS.
           UNSTRING FNOL-RECORD DELIMITED BY '|'
               INTO WS-FNOL-REF WS-FNOL-POLICY WS-FNOL-LOSS-DATE-X
                    WS-FNOL-CLAIM-TYPE WS-FNOL-AMOUNT-X
                    WS-FNOL-CAT-EVENT
           END-UNSTRING.

           PERFORM VALIDATE-FNOL-REPORT.
           IF WS-FNOL-REJECT-REASON NOT = SPACES
               PERFORM WRITE-FNOL-REJECT
               GO TO INTAKE-ONE-EXIT
           END-IF.

           MOVE WS-FNOL-POLICY TO CLAIM-POLICY-NUM.
           MOVE WS-FNOL-LOSS-DATE TO CLAIM-DATE-OF-LOSS.
           MOVE WS-FNOL-TODAY TO CLAIM-DATE-FILED.
           MOVE WS-FNOL-CLAIM-TYPE TO CLAIM-TYPE.
           MOVE WS-FNOL-AMOUNT TO CLAIM-AMOUNT.
           MOVE 'PENDING' TO CLAIM-STATUS.
           MOVE ZERO TO CLAIM-APPROVED-AMT.
           MOVE ZERO TO CLAIM-DEDUCTIBLE.
           MOVE SPACES TO CLAIM-ADJUSTER-ID.
           MOVE SPACES TO CLAIM-PRIOR-DENIAL-RSN.
           MOVE ZERO TO CLAIM-SUBROGATION-AMT.
           MOVE ZERO TO CLAIM-SALVAGE-AMT.
           MOVE 'NONE' TO CLAIM-RECOVERY-STATUS.
           MOVE ZERO TO CLAIM-PAID-DATE.
           MOVE SPACES TO CLAIM-PAYMENT-REF.
           MOVE ZERO TO CLAIM-CASE-RESERVE.
           MOVE WS-FNOL-CAT-EVENT TO CLAIM-CAT-EVENT-CODE.

      *Next free number for today - a rerun after a partial intake
      *steps past the numbers already on file.
           MOVE 'N' TO WS-FNOL-WRITTEN-SW.
           PERFORM UNTIL WS-FNOL-WRITTEN OR WS-FNOL-SEQ = 9999
               ADD 1 TO WS-FNOL-SEQ
               MOVE SPACES TO CLAIM-NUMBER
               STRING WS-FNOL-PREFIX WS-FNOL-SEQ
                   DELIMITED BY SIZE INTO CLAIM-NUMBER
               WRITE CLAIM-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FNOL-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           IF NOT WS-FNOL-WRITTEN
               MOVE 'NO CLAIM NUMBER AVAILABLE TODAY' TO
                   WS-FNOL-REJECT-REASON
               PERFORM WRITE-FNOL-REJECT
               GO TO INTAKE-ONE-EXIT
           END-IF.

           ADD 1 TO WS-FNOL-ACCEPTED.
           DISPLAY '  ' WS-FNOL-REF ' -> claim ' CLAIM-NUMBER.

       INTAKE-ONE-EXIT.
           EXIT.

       VALIDATE-FNOL-REPORT SECTION.
       VALIDATE-FNOL.
           MOVE SPACES TO WS-FNOL-REJECT-REASON.

           IF WS-FNOL-POLICY = SPACES
               MOVE 'POLICY NUMBER MISSING' TO WS-FNOL-REJECT-REASON
               GO TO VALIDATE-FNOL-EXIT
           END-IF.
           MOVE WS-FNOL-POLICY TO POLICY-NUMBER.
           READ POLICY-FILE KEY IS POLICY-NUMBER
               INVALID KEY
                   MOVE 'POLICY NOT FOUND' TO WS-FNOL-REJECT-REASON
                   GO TO VALIDATE-FNOL-EXIT
           END-READ.

           IF WS-FNOL-LOSS-DATE-X NOT NUMERIC
               MOVE 'DATE OF LOSS INVALID' TO WS-FNOL-REJECT-REASON
               GO TO VALIDATE-FNOL-EXIT
           END-IF.
           MOVE WS-FNOL-LOSS-DATE-X TO WS-FNOL-LOSS-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FNOL-LOSS-DATE) NOT = 0
               MOVE 'DATE OF LOSS INVALID' TO WS-FNOL-REJECT-REASON
               GO TO VALIDATE-FNOL-EXIT
           END-IF.
           IF WS-FNOL-LOSS-DATE > WS-FNOL-TODAY
               MOVE 'DATE OF LOSS IN THE FUTURE' TO
                   WS-FNOL-REJECT-REASON
               GO TO VALIDATE-FNOL-EXIT
           END-IF.

           PERFORM VARYING WS-KNOWN-TYPE-IX FROM 1 BY 1
                   UNTIL WS-KNOWN-TYPE-IX > 4
               IF WS-KNOWN-CLAIM-TYPE (WS-KNOWN-TYPE-IX) =
                  WS-FNOL-CLAIM-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-KNOWN-TYPE-IX > 4
               MOVE 'UNKNOWN CLAIM TYPE' TO WS-FNOL-REJECT-REASON
               GO TO VALIDATE-FNOL-EXIT
           END-IF.

           MOVE ZERO TO WS-FNOL-AMOUNT.
           IF WS-FNOL-AMOUNT-X NOT = SPACES
               COMPUTE WS-FNOL-AMOUNT =
                   FUNCTION NUMVAL (WS-FNOL-AMOUNT-X)
           END-IF.
           IF WS-FNOL-AMOUNT = ZERO
               MOVE 'CLAIM AMOUNT MISSING' TO WS-FNOL-REJECT-REASON
               GO TO VALIDATE-FNOL-EXIT
           END-IF.

      *The same loss reported twice - by the insured and again by
      *the agent, or an extract sent again - is one claim.
           PERFORM CHECK-FNOL-DUPLICATE.
           IF WS-FNOL-DUPLICATE
               MOVE SPACES TO WS-FNOL-REJECT-REASON
               STRING 'DUPLICATE OF CLAIM ' WS-FNOL-DUP-CLAIM
                   DELIMITED BY SIZE INTO WS-FNOL-REJECT-REASON
           END-IF.

       VALIDATE-FNOL-EXIT.
           EXIT.

       CHECK-FNOL-DUPLICATE SECTION.
       CHECK-FNOL-DUP.
           MOVE 'N' TO WS-FNOL-DUP-SW.
           MOVE WS-FNOL-POLICY TO CLAIM-POLICY-NUM.
           START CLAIM-FILE KEY IS EQUAL TO CLAIM-POLICY-NUM
               INVALID KEY
                   GO TO CHECK-FNOL-DUP-EXIT
           END-START.

           PERFORM UNTIL WS-CLAIM-FILE-STATUS NOT = '00' AND
                         WS-CLAIM-FILE-STATUS NOT = '02'
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLAIM-POLICY-NUM NOT = WS-FNOL-POLICY
                           MOVE '10' TO WS-CLAIM-FILE-STATUS
                       ELSE
                           IF CLAIM-DATE-OF-LOSS = WS-FNOL-LOSS-DATE AND
                              CLAIM-TYPE = WS-FNOL-CLAIM-TYPE
                               SET WS-FNOL-DUPLICATE TO TRUE
                               MOVE CLAIM-NUMBER TO WS-FNOL-DUP-CLAIM
                               MOVE '10' TO WS-CLAIM-FILE-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-FNOL-DUP-EXIT.
           EXIT.

       WRITE-FNOL-REJECT SECTION.
       WRITE-FNOL-REJ.
           ADD 1 TO WS-FNOL-REJECTED.
           MOVE SPACES TO FNOL-REJECT-LINE.
           STRING WS-FNOL-TODAY
                  '|' WS-FNOL-REJECT-REASON
                  '|' FNOL-RECORD
                  DELIMITED BY SIZE INTO FNOL-REJECT-LINE.
           WRITE FNOL-REJECT-LINE.
           DISPLAY '  ' WS-FNOL-REF ' rejected: '
               WS-FNOL-REJECT-REASON.

       ADJUDICATE-ALL-CLAIMS SECTION.
       ADJ-ALL.
           DISPLAY 'Processing claims adjudication...'.
                   ' already ' CLAIM-STATUS '- skipping'
           ELSE
               ADD 1 TO WS-CLAIMS-PROCESSED
               IF CLAIM-NUMBER (1:8) = WS-FNOL-PREFIX
                   ADD 1 TO WS-FNOL-ADJUDICATED
               END-IF

               DISPLAY 'Claim: ' CLAIM-NUMBER
               DISPLAY '  Policy: ' CLAIM-POLICY-NUM
                       PERFORM UPDATE-CLAIM-SIU
                       ADD 1 TO WS-CLAIMS-SIU
                   ELSE
                       IF WS-DECISION = 'COVERAGE-QUERY'
                           PERFORM UPDATE-CLAIM-COVERAGE-QUERY
                           ADD 1 TO WS-CLAIMS-QUEUED
                       ELSE
                           PERFORM UPDATE-CLAIM-DENIED
                           ADD 1 TO WS-CLAIMS-DENIED
                       END-IF
                   END-IF
               END-IF

               REWRITE CLAIM-RECORD
           END-IF.

      *First diary - the new adjuster contacts the claimant.
           MOVE WS-ASSIGNED-ADJUSTER TO WS-DIARY-ADJUSTER.
           MOVE 'CONT' TO WS-DIARY-ACTION.
           MOVE 2 TO WS-DIARY-DAYS.
           PERFORM SET-CLAIM-DIARY.

       VERIFY-POLICY-COVERAGE SECTION.
       VERIFY-POLICY.
      *Status, term, and coverage come from the policy master as it
      *stood on the date of loss - the claims system's own policy
      *copy drifts from it, and paying on the copy is how lapsed and
      *cancelled policies got paid.
           PERFORM VERIFY-POLICY-AS-OF-LOSS.
           IF WS-DECISION = 'COVERAGE-QUERY'
               GO TO VERIFY-POLICY-EXIT
           END-IF.

      *The local copy is read only for year-to-date claims, the
      *deductible and the payee. A policy missing from it is the
      *same drift, so the claim is queued rather than denied.
           MOVE CLAIM-POLICY-NUM TO POLICY-NUMBER.

           READ POLICY-FILE KEY IS POLICY-NUMBER
               INVALID KEY
                   MOVE 'COVERAGE-QUERY' TO WS-DECISION
                   MOVE 'POLICY NOT ON CLAIMS POLICY FILE' TO WS-REASON
                   GO TO VERIFY-POLICY-EXIT
           END-READ.

      *Check coverage limit
           COMPUTE WS-COVERAGE-AVAILABLE =
               WS-COVERAGE-IN-FORCE - POLICY-YTD-CLAIMS.

           IF WS-COVERAGE-AVAILABLE <= ZERO
               MOVE 'DENIED' TO WS-DECISION
       VERIFY-POLICY-EXIT.
           EXIT.

       VERIFY-POLICY-AS-OF-LOSS SECTION.
       VERIFY-AS-OF.
      *Each failure names its own reason so whoever works the queue
      *knows what to look at without re-deriving it.
           MOVE SPACES TO WS-DECISION.
           MOVE ZERO TO WS-COVERAGE-IN-FORCE.

           IF NOT WS-POLMAS-OPEN
               MOVE 'COVERAGE-QUERY' TO WS-DECISION
               MOVE 'POLICY MASTER UNAVAILABLE' TO WS-REASON
               GO TO VERIFY-AS-OF-EXIT
           END-IF.

           MOVE CLAIM-POLICY-NUM TO PM-POLICY-NUMBER.
           READ POLICY-MASTER KEY IS PM-POLICY-NUMBER
               INVALID KEY
                   MOVE 'COVERAGE-QUERY' TO WS-DECISION
                   MOVE 'POLICY NOT ON POLICY MASTER' TO WS-REASON
                   GO TO VERIFY-AS-OF-EXIT
           END-READ.

           IF CLAIM-DATE-OF-LOSS < PM-EFFECTIVE-DATE
               MOVE 'COVERAGE-QUERY' TO WS-DECISION
               MOVE 'LOSS BEFORE POLICY EFFECTIVE DATE' TO WS-REASON
               GO TO VERIFY-AS-OF-EXIT
           END-IF.

           IF CLAIM-DATE-OF-LOSS > PM-EXPIRATION-DATE
               MOVE 'COVERAGE-QUERY' TO WS-DECISION
               MOVE 'LOSS AFTER POLICY EXPIRATION DATE' TO WS-REASON
               GO TO VERIFY-AS-OF-EXIT
           END-IF.

           IF PM-CANCEL-DATE NOT = ZERO AND
              CLAIM-DATE-OF-LOSS >= PM-CANCEL-DATE
               MOVE 'COVERAGE-QUERY' TO WS-DECISION
               MOVE 'POLICY CANCELLED BEFORE DATE OF LOSS' TO WS-REASON
               GO TO VERIFY-AS-OF-EXIT
           END-IF.

      *A reinstated policy keeps its lapse date - only a loss inside
      *the gap between lapse and reinstatement is off cover.
           IF PM-LAPSE-DATE NOT = ZERO AND
              CLAIM-DATE-OF-LOSS >= PM-LAPSE-DATE
               IF PM-REINSTATE-DATE = ZERO
                   MOVE 'COVERAGE-QUERY' TO WS-DECISION
                   MOVE 'POLICY LAPSED BEFORE DATE OF LOSS' TO WS-REASON
                   GO TO VERIFY-AS-OF-EXIT
               END-IF
               IF CLAIM-DATE-OF-LOSS < PM-REINSTATE-DATE
                   MOVE 'COVERAGE-QUERY' TO WS-DECISION
                   MOVE 'LOSS IN LAPSE GAP BEFORE REINSTATEMENT'
                       TO WS-REASON
                   GO TO VERIFY-AS-OF-EXIT
               END-IF
           END-IF.

           PERFORM FIND-COVERAGE-IN-FORCE.
           IF WS-COVERAGE-IN-FORCE = ZERO
               MOVE 'COVERAGE-QUERY' TO WS-DECISION
               MOVE 'NO COVERAGE AMOUNT IN FORCE ON DATE OF LOSS'
                   TO WS-REASON
           END-IF.

       VERIFY-AS-OF-EXIT.
           EXIT.

       FIND-COVERAGE-IN-FORCE SECTION.
       FIND-COVERAGE.
      *The master carries today's coverage. Walking the policy's
      *endorsements in effective-date order rebuilds what was in
      *force on the date of loss: the amount before the first
      *endorsement, then each endorsement's new amount once its
      *effective date has arrived.
           MOVE PM-COVERAGE-AMOUNT TO WS-COVERAGE-IN-FORCE.
           IF NOT WS-ENDORSE-OPEN OR PM-ENDORSEMENT-COUNT = ZERO
               GO TO FIND-COVERAGE-EXIT
           END-IF.

           MOVE PM-POLICY-NUMBER TO EH-POLICY-NUMBER.
           MOVE ZERO TO EH-EFFECTIVE-DATE.
           MOVE ZERO TO EH-SEQUENCE.
           START ENDORSE-HISTORY-FILE KEY NOT < EH-KEY
               INVALID KEY
                   GO TO FIND-COVERAGE-EXIT
           END-START.

           MOVE 'N' TO WS-ENDORSE-SCAN-SW.
           MOVE 'Y' TO WS-ENDORSE-FIRST-SW.
           PERFORM UNTIL WS-ENDORSE-SCAN-DONE
               READ ENDORSE-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-ENDORSE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF EH-POLICY-NUMBER NOT = PM-POLICY-NUMBER
                           SET WS-ENDORSE-SCAN-DONE TO TRUE
                       ELSE
                           IF WS-ENDORSE-FIRST
                               MOVE EH-OLD-COVERAGE TO
                                   WS-COVERAGE-IN-FORCE
                               MOVE 'N' TO WS-ENDORSE-FIRST-SW
                           END-IF
                           IF EH-EFFECTIVE-DATE <= CLAIM-DATE-OF-LOSS
                               MOVE EH-NEW-COVERAGE TO
                                   WS-COVERAGE-IN-FORCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-COVERAGE-EXIT.
           EXIT.

       SCORE-FRAUD-RED-FLAGS SECTION.
       SCORE-FRAUD.
      *Red flags we already have the data for. POLICY-RECORD is
           MOVE WS-ASSIGNED-ADJUSTER TO CLAIM-ADJUSTER-ID.
           REWRITE CLAIM-RECORD.

           MOVE WS-ASSIGNED-ADJUSTER TO WS-DIARY-ADJUSTER.
           MOVE 'INSP' TO WS-DIARY-ACTION.
           MOVE 5 TO WS-DIARY-DAYS.
           PERFORM SET-CLAIM-DIARY.

       UPDATE-CLAIM-COVERAGE-QUERY SECTION.
       UPD-COVERAGE-QUERY.
      *The claim stays open with its reserve intact - it is waiting
      *on a coverage answer, not closed. Resolving the question puts
      *it back to PENDING for the next adjudication run.
           MOVE 'COVERAGE-QUERY' TO CLAIM-STATUS.
           MOVE WS-ASSIGNED-ADJUSTER TO CLAIM-ADJUSTER-ID.
           REWRITE CLAIM-RECORD.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-COVQ-TODAY.
           OPEN EXTEND COVERAGE-QUEUE-FILE.
           IF WS-COVQ-FILE-STATUS NOT = '00'
               OPEN OUTPUT COVERAGE-QUEUE-FILE
           END-IF.

           MOVE CLAIM-AMOUNT TO WS-COVQ-AMT-DISP.
           MOVE SPACES TO COVERAGE-QUEUE-LINE.
           STRING WS-COVQ-TODAY
                  '|' CLAIM-NUMBER
                  '|' CLAIM-POLICY-NUM
                  '|LOSS=' CLAIM-DATE-OF-LOSS
                  '|' WS-COVQ-AMT-DISP
                  '|' CLAIM-ADJUSTER-ID
                  '|' WS-REASON
                  DELIMITED BY SIZE INTO COVERAGE-QUEUE-LINE.
           WRITE COVERAGE-QUEUE-LINE.
           CLOSE COVERAGE-QUEUE-FILE.

           MOVE WS-ASSIGNED-ADJUSTER TO WS-DIARY-ADJUSTER.
           MOVE 'ADOC' TO WS-DIARY-ACTION.
           MOVE 14 TO WS-DIARY-DAYS.
           PERFORM SET-CLAIM-DIARY.

       CALCULATE-PAYMENT SECTION.
       CALC-PAYMENT.
      *Apply deductible
           END-IF.

           REWRITE CLAIM-RECORD.
           PERFORM CLOSE-CLAIM-DIARY.

       UPDATE-CLAIM-DENIED SECTION.
       UPD-DENIED.
           END-IF.

           REWRITE CLAIM-RECORD.
           PERFORM CLOSE-CLAIM-DIARY.

       UPDATE-POLICY-YTD SECTION.
       UPD-POLICY.
           DISPLAY 'Claims Approved:  ' WS-CLAIMS-APPROVED.
           DISPLAY 'Claims Denied:    ' WS-CLAIMS-DENIED.
           DISPLAY 'Claims to SIU:    ' WS-CLAIMS-SIU.
           DISPLAY 'Coverage Queries: ' WS-CLAIMS-QUEUED.
           DISPLAY 'FNOL Received:    ' WS-FNOL-RECEIVED.
           DISPLAY 'FNOL Accepted:    ' WS-FNOL-ACCEPTED.
           DISPLAY 'FNOL Rejected:    ' WS-FNOL-REJECTED.
           DISPLAY 'FNOL Adjudicated: ' WS-FNOL-ADJUDICATED.
           IF WS-FNOL-ADJUDICATED NOT = WS-FNOL-ACCEPTED
               DISPLAY '*** FNOL OUT OF BALANCE - accepted reports '
                   'not all adjudicated ***'
           END-IF.

           MOVE WS-TOTAL-PAID TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Total Paid:       ' WS-DISPLAY-AMOUNT.
               PERFORM UPDATE-POLICY-YTD
               PERFORM TRACK-RECOVERY-POTENTIAL
           ELSE
               IF WS-DECISION = 'COVERAGE-QUERY'
                   PERFORM UPDATE-CLAIM-COVERAGE-QUERY
               ELSE
                   PERFORM UPDATE-CLAIM-DENIED
               END-IF
           END-IF.

      *Already counted at original adjudication - the appeal pass
           PERFORM WRITE-RESERVE-HISTORY.
           REWRITE CLAIM-RECORD.

      *A reserve move is work on the file - diary the next review.
           MOVE CLAIM-ADJUSTER-ID TO WS-DIARY-ADJUSTER.
           MOVE 'RRSV' TO WS-DIARY-ACTION.
           MOVE 30 TO WS-DIARY-DAYS.
           PERFORM SET-CLAIM-DIARY.

           MOVE WS-RSV-ADJ-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'Reserve on ' WS-RSV-ADJ-CLAIM ' moved to '
               WS-DISPLAY-AMOUNT ' (' WS-RSV-ADJ-REASON ')'.
       GEN-LOSS-RATIO-EXIT.
           EXIT.

       PRODUCE-REINSURANCE-BORDEREAU SECTION.
       PRODUCE-BDX.
      *Quarterly bordereau - every paid and reserved claim is ceded
      *against each treaty that covers it. Ceded paid is billed in
      *the quarter the claim was paid; ceded reserves are reported
      *as they stand at the run date. Runs after payment issuance
      *so today's payments bill this quarter.
           PERFORM LOAD-TREATY-TABLE.
           IF WS-TRTY-COUNT = ZERO
               DISPLAY 'No reinsurance treaties on file - '
                   'bordereau skipped'
               GO TO PRODUCE-BDX-EXIT
           END-IF.

           PERFORM SET-BORDEREAU-QUARTER.

           OPEN OUTPUT BORDEREAU-FILE.
           IF WS-BDX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bordereau file, status: '
                   WS-BDX-FILE-STATUS
               GO TO PRODUCE-BDX-EXIT
           END-IF.

           MOVE SPACES TO BORDEREAU-LINE.
           STRING 'REINSURANCE BORDEREAU  QUARTER ' WS-BDX-YEAR
                  '-Q' WS-BDX-QTR
                  '  PERIOD ' WS-BDX-QTR-START ' TO ' WS-BDX-QTR-END
                  DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.

      *Pass one totals each catastrophe occurrence per excess treaty;
      *then one cession pass per reinsurer writes that reinsurer's
      *section - heading, detail lines and subtotal - so each
      *reinsurer's block can be sent to it on its own.
           MOVE ZERO TO WS-OCC-COUNT.
           MOVE ZERO TO WS-BDX-GRAND-PAID.
           MOVE ZERO TO WS-BDX-GRAND-RSV.
           MOVE LOW-VALUES TO CLAIM-NUMBER.
           START CLAIM-FILE KEY > CLAIM-NUMBER
               INVALID KEY
                   GO TO PRODUCE-BDX-SECTIONS
           END-START.
           PERFORM UNTIL WS-CLAIM-FILE-STATUS = '10'
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLAIM-CAT-EVENT-CODE NOT = SPACES
                           PERFORM ACCUMULATE-CAT-OCCURRENCE
                       END-IF
               END-READ
           END-PERFORM.

       PRODUCE-BDX-SECTIONS.
           PERFORM WRITE-REINSURER-SECTION
               VARYING WS-RI-IX FROM 1 BY 1
               UNTIL WS-RI-IX > WS-RI-COUNT.

       PRODUCE-BDX-TOTALS.
           PERFORM WRITE-BORDEREAU-GRAND-TOTAL.
           CLOSE BORDEREAU-FILE.
           DISPLAY 'Reinsurance bordereau written for '
               WS-RI-COUNT ' reinsurer(s)'.
           DISPLAY SPACE.

       PRODUCE-BDX-EXIT.
           EXIT.

       LOAD-TREATY-TABLE SECTION.
       LOAD-TREATIES.
      *The treaty terms live in their own file so finance can add a
      *treaty or change a retention without a program change. A
      *missing file is seeded with the current program.
           MOVE ZERO TO WS-TRTY-COUNT.
           MOVE ZERO TO WS-RI-COUNT.
           OPEN INPUT TREATY-FILE.
           IF WS-TREATY-FILE-STATUS NOT = '00'
               PERFORM SEED-DEFAULT-TREATIES
               OPEN INPUT TREATY-FILE
           END-IF.
           IF WS-TREATY-FILE-STATUS NOT = '00'
               GO TO LOAD-TREATIES-EXIT
           END-IF.

           MOVE 'N' TO WS-TP-EOF.
           PERFORM UNTIL WS-TP-EOF = 'Y'
               READ TREATY-FILE
                   AT END
                       MOVE 'Y' TO WS-TP-EOF
                   NOT AT END
                       IF TREATY-RECORD NOT = SPACES AND
                          TREATY-RECORD (1:1) NOT = '*' AND
                          WS-TRTY-COUNT < 10
                           PERFORM ADD-TREATY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TREATY-FILE.

       LOAD-TREATIES-EXIT.
           EXIT.

       ADD-TREATY-ENTRY SECTION.
       ADD-TREATY.
           MOVE SPACES TO WS-TREATY-PARSE.
           UNSTRING TREATY-RECORD DELIMITED BY '|'
               INTO WS-TP-ID WS-TP-REINSURER WS-TP-TYPE
                    WS-TP-RETENTION WS-TP-LIMIT WS-TP-CEDE-PCT
                    WS-TP-BASIS WS-TP-COVER (1) WS-TP-COVER (2)
                    WS-TP-COVER (3) WS-TP-COVER (4)
           END-UNSTRING.

           ADD 1 TO WS-TRTY-COUNT.
           MOVE WS-TP-ID TO WS-TRTY-ID (WS-TRTY-COUNT).
           MOVE WS-TP-REINSURER TO WS-TRTY-REINSURER (WS-TRTY-COUNT).
           MOVE WS-TP-TYPE TO WS-TRTY-TYPE (WS-TRTY-COUNT).
           COMPUTE WS-TRTY-RETENTION (WS-TRTY-COUNT) =
               FUNCTION NUMVAL (WS-TP-RETENTION).
           COMPUTE WS-TRTY-LIMIT (WS-TRTY-COUNT) =
               FUNCTION NUMVAL (WS-TP-LIMIT).
           COMPUTE WS-TRTY-CEDE-PCT (WS-TRTY-COUNT) =
               FUNCTION NUMVAL (WS-TP-CEDE-PCT).
           MOVE WS-TP-BASIS TO WS-TRTY-BASIS (WS-TRTY-COUNT).
           PERFORM VARYING WS-TRTY-COVER-IX FROM 1 BY 1
                   UNTIL WS-TRTY-COVER-IX > 4
               MOVE WS-TP-COVER (WS-TRTY-COVER-IX) TO
                   WS-TRTY-COVER (WS-TRTY-COUNT, WS-TRTY-COVER-IX)
           END-PERFORM.

      *Each reinsurer gets one bordereau section, however many of
      *its treaties we hold.
           PERFORM VARYING WS-RI-IX FROM 1 BY 1
                   UNTIL WS-RI-IX > WS-RI-COUNT
               IF WS-RI-NAME (WS-RI-IX) = WS-TP-REINSURER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RI-IX > WS-RI-COUNT AND WS-RI-COUNT < 10
               ADD 1 TO WS-RI-COUNT
               MOVE WS-TP-REINSURER TO WS-RI-NAME (WS-RI-COUNT)
               MOVE ZERO TO WS-RI-LINES (WS-RI-COUNT)
               MOVE ZERO TO WS-RI-CEDED-PAID (WS-RI-COUNT)
               MOVE ZERO TO WS-RI-CEDED-RSV (WS-RI-COUNT)
           END-IF.

       SEED-DEFAULT-TREATIES SECTION.
       SEED-TREATIES.
           OPEN OUTPUT TREATY-FILE.
           MOVE SPACES TO TREATY-RECORD.
           STRING '* ID|REINSURER|TYPE|RETENTION|LIMIT|CEDE PCT|BASIS|'
                  'COVERED...'
                  DELIMITED BY SIZE INTO TREATY-RECORD.
           WRITE TREATY-RECORD.
           MOVE SPACES TO TREATY-RECORD.
           STRING 'QS-PROP1|ATLANTIC RE|QS|0|250000.00|30.00|P|'
                  'HOMEOWNER'
                  DELIMITED BY SIZE INTO TREATY-RECORD.
           WRITE TREATY-RECORD.
           MOVE SPACES TO TREATY-RECORD.
           STRING 'XL-AUTO1|CONTINENTAL RE|XL|25000.00|500000.00|'
                  '100.00|C|COLLISION|THEFT'
                  DELIMITED BY SIZE INTO TREATY-RECORD.
           WRITE TREATY-RECORD.
           MOVE SPACES TO TREATY-RECORD.
           STRING 'XL-CAT01|CONTINENTAL RE|XL|100000.00|5000000.00|'
                  '95.00|C|FIRE DAMAGE'
                  DELIMITED BY SIZE INTO TREATY-RECORD.
           WRITE TREATY-RECORD.
           MOVE SPACES TO TREATY-RECORD.
           STRING 'XL-MED01|MERIDIAN LIFE RE|XL|75000.00|1000000.00|'
                  '100.00|P|HEALTH-FAMILY'
                  DELIMITED BY SIZE INTO TREATY-RECORD.
           WRITE TREATY-RECORD.
           CLOSE TREATY-FILE.
           DISPLAY 'Treaty file seeded with current program'.

       SET-BORDEREAU-QUARTER SECTION.
       SET-BDX-QTR.
      *The quarter containing the run date, unless an as-of override
      *is set to re-run a closed quarter.
           IF WS-BDX-AS-OF-OVERRIDE NOT = ZERO
               MOVE WS-BDX-AS-OF-OVERRIDE TO WS-BDX-AS-OF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BDX-AS-OF-DATE
           END-IF.

           COMPUTE WS-BDX-QTR = (WS-BDX-MONTH + 2) / 3.
           COMPUTE WS-BDX-QTR-START =
               WS-BDX-YEAR * 10000 + ((WS-BDX-QTR * 3) - 2) * 100 + 1.
           EVALUATE WS-BDX-QTR
               WHEN 1
                   COMPUTE WS-BDX-QTR-END = WS-BDX-YEAR * 10000 + 0331
               WHEN 2
                   COMPUTE WS-BDX-QTR-END = WS-BDX-YEAR * 10000 + 0630
               WHEN 3
                   COMPUTE WS-BDX-QTR-END = WS-BDX-YEAR * 10000 + 0930
               WHEN OTHER
                   COMPUTE WS-BDX-QTR-END = WS-BDX-YEAR * 10000 + 1231
           END-EVALUATE.

       SET-CLAIM-GROSS-AMOUNTS SECTION.
       SET-GROSS.
      *Paid means money has gone out; anything still reserved is
      *the outstanding part of the loss.
           MOVE ZERO TO WS-CEDE-GROSS-PAID.
           IF CLAIM-STATUS = 'APPROVED' AND CLAIM-PAID-DATE NOT = ZERO
               MOVE CLAIM-APPROVED-AMT TO WS-CEDE-GROSS-PAID
           END-IF.
           MOVE CLAIM-CASE-RESERVE TO WS-CEDE-GROSS-RSV.
           COMPUTE WS-CEDE-GROSS-INCURRED =
               WS-CEDE-GROSS-PAID + WS-CEDE-GROSS-RSV.

      *Policy-type treaties need the claim's book of business.
           MOVE SPACES TO WS-CEDE-POLICY-TYPE.
           MOVE CLAIM-POLICY-NUM TO POLICY-NUMBER.
           READ POLICY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE POLICY-TYPE TO WS-CEDE-POLICY-TYPE
           END-READ.

       CHECK-TREATY-COVERS-CLAIM SECTION.
       CHECK-TREATY-COVER.
           MOVE 'N' TO WS-CEDE-COVERED-SW.
           PERFORM VARYING WS-TRTY-COVER-IX FROM 1 BY 1
                   UNTIL WS-TRTY-COVER-IX > 4 OR WS-CEDE-COVERED
               EVALUATE TRUE
                   WHEN WS-TRTY-COVER (WS-TRTY-IX, WS-TRTY-COVER-IX)
                           = '*'
                       SET WS-CEDE-COVERED TO TRUE
                   WHEN WS-TRTY-COVER (WS-TRTY-IX, WS-TRTY-COVER-IX)
                           = SPACES
                       CONTINUE
                   WHEN WS-TRTY-BASIS (WS-TRTY-IX) = 'P'
                       IF WS-TRTY-COVER (WS-TRTY-IX, WS-TRTY-COVER-IX)
                               = WS-CEDE-POLICY-TYPE
                           SET WS-CEDE-COVERED TO TRUE
                       END-IF
                   WHEN OTHER
                       IF WS-TRTY-COVER (WS-TRTY-IX, WS-TRTY-COVER-IX)
                               = CLAIM-TYPE
                           SET WS-CEDE-COVERED TO TRUE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       ACCUMULATE-CAT-OCCURRENCE SECTION.
       ACCUM-CAT-OCC.
           PERFORM SET-CLAIM-GROSS-AMOUNTS.
           IF WS-CEDE-GROSS-INCURRED = ZERO
               GO TO ACCUM-CAT-OCC-EXIT
           END-IF.

           PERFORM VARYING WS-TRTY-IX FROM 1 BY 1
                   UNTIL WS-TRTY-IX > WS-TRTY-COUNT
               IF WS-TRTY-EXCESS (WS-TRTY-IX)
                   PERFORM CHECK-TREATY-COVERS-CLAIM
                   IF WS-CEDE-COVERED
                       PERFORM FIND-OR-ADD-OCCURRENCE
                       IF WS-OCC-IX <= WS-OCC-COUNT
                           ADD WS-CEDE-GROSS-INCURRED TO
                               WS-OCC-INCURRED (WS-OCC-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACCUM-CAT-OCC-EXIT.
           EXIT.

       FIND-OR-ADD-OCCURRENCE SECTION.
       FIND-OR-ADD-OCC.
           MOVE 'N' TO WS-OCC-FOUND-SW.
           PERFORM VARYING WS-OCC-IX FROM 1 BY 1
                   UNTIL WS-OCC-IX > WS-OCC-COUNT
               IF WS-OCC-TRTY-IX (WS-OCC-IX) = WS-TRTY-IX AND
                  WS-OCC-EVENT (WS-OCC-IX) = CLAIM-CAT-EVENT-CODE
                   SET WS-OCC-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT WS-OCC-FOUND AND WS-OCC-COUNT < 50
               ADD 1 TO WS-OCC-COUNT
               MOVE WS-OCC-COUNT TO WS-OCC-IX
               MOVE WS-TRTY-IX TO WS-OCC-TRTY-IX (WS-OCC-IX)
               MOVE CLAIM-CAT-EVENT-CODE TO WS-OCC-EVENT (WS-OCC-IX)
               MOVE ZERO TO WS-OCC-INCURRED (WS-OCC-IX)
           END-IF.

       CEDE-ONE-CLAIM SECTION.
       CEDE-CLAIM.
           PERFORM SET-CLAIM-GROSS-AMOUNTS.
           IF WS-CEDE-GROSS-INCURRED = ZERO
               GO TO CEDE-CLAIM-EXIT
           END-IF.

      *Only the treaties of the reinsurer whose section is being
      *written - WS-RI-IX is set by WRITE-REINSURER-SECTION.
           PERFORM VARYING WS-TRTY-IX FROM 1 BY 1
                   UNTIL WS-TRTY-IX > WS-TRTY-COUNT
               IF WS-TRTY-REINSURER (WS-TRTY-IX) = WS-RI-NAME (WS-RI-IX)
                   PERFORM CHECK-TREATY-COVERS-CLAIM
                   IF WS-CEDE-COVERED
                       PERFORM CEDE-CLAIM-TO-TREATY
                   END-IF
               END-IF
           END-PERFORM.

       CEDE-CLAIM-EXIT.
           EXIT.

       CEDE-CLAIM-TO-TREATY SECTION.
       CEDE-TO-TREATY.
           IF WS-TRTY-QUOTA-SHARE (WS-TRTY-IX)
               COMPUTE WS-CEDE-INCURRED ROUNDED =
                   WS-CEDE-GROSS-INCURRED *
                   WS-TRTY-CEDE-PCT (WS-TRTY-IX) / 100
               IF WS-TRTY-LIMIT (WS-TRTY-IX) > ZERO AND
                  WS-CEDE-INCURRED > WS-TRTY-LIMIT (WS-TRTY-IX)
                   MOVE WS-TRTY-LIMIT (WS-TRTY-IX) TO WS-CEDE-INCURRED
               END-IF
           ELSE
      *Excess of loss - the layer is worked out on the whole
      *occurrence, then shared back to this claim by its part of the
      *occurrence's loss.
               MOVE WS-CEDE-GROSS-INCURRED TO WS-CEDE-OCC-INCURRED
               IF CLAIM-CAT-EVENT-CODE NOT = SPACES
                   PERFORM FIND-OR-ADD-OCCURRENCE
                   IF WS-OCC-FOUND
                       MOVE WS-OCC-INCURRED (WS-OCC-IX) TO
                           WS-CEDE-OCC-INCURRED
                   END-IF
               END-IF
               IF WS-CEDE-OCC-INCURRED > WS-TRTY-RETENTION (WS-TRTY-IX)
                   COMPUTE WS-CEDE-LAYER = WS-CEDE-OCC-INCURRED -
                       WS-TRTY-RETENTION (WS-TRTY-IX)
               ELSE
                   MOVE ZERO TO WS-CEDE-LAYER
               END-IF
               IF WS-CEDE-LAYER > WS-TRTY-LIMIT (WS-TRTY-IX)
                   MOVE WS-TRTY-LIMIT (WS-TRTY-IX) TO WS-CEDE-LAYER
               END-IF
               COMPUTE WS-CEDE-INCURRED ROUNDED =
                   WS-CEDE-LAYER * WS-TRTY-CEDE-PCT (WS-TRTY-IX) / 100
                   * WS-CEDE-GROSS-INCURRED / WS-CEDE-OCC-INCURRED
           END-IF.

           IF WS-CEDE-INCURRED = ZERO
               GO TO CEDE-TO-TREATY-EXIT
           END-IF.

           COMPUTE WS-CEDE-PAID ROUNDED =
               WS-CEDE-INCURRED * WS-CEDE-GROSS-PAID /
               WS-CEDE-GROSS-INCURRED.
           COMPUTE WS-CEDE-RSV = WS-CEDE-INCURRED - WS-CEDE-PAID.

      *Ceded paid bills once - in the quarter the claim was paid.
           MOVE ZERO TO WS-CEDE-PAID-IN-QTR.
           IF CLAIM-PAID-DATE >= WS-BDX-QTR-START AND
              CLAIM-PAID-DATE <= WS-BDX-QTR-END
               MOVE WS-CEDE-PAID TO WS-CEDE-PAID-IN-QTR
           END-IF.

           IF WS-CEDE-PAID-IN-QTR = ZERO AND WS-CEDE-RSV = ZERO
               GO TO CEDE-TO-TREATY-EXIT
           END-IF.

           ADD 1 TO WS-RI-LINES (WS-RI-IX).
           ADD WS-CEDE-PAID-IN-QTR TO WS-RI-CEDED-PAID (WS-RI-IX).
           ADD WS-CEDE-RSV TO WS-RI-CEDED-RSV (WS-RI-IX).

           MOVE WS-CEDE-PAID-IN-QTR TO WS-BDX-AMT-1.
           MOVE WS-CEDE-RSV TO WS-BDX-AMT-2.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING WS-TRTY-ID (WS-TRTY-IX)
                  ' ' CLAIM-NUMBER
                  ' ' CLAIM-DATE-OF-LOSS
                  '  ' CLAIM-CAT-EVENT-CODE
                  ' ' WS-BDX-AMT-1
                  ' ' WS-BDX-AMT-2
                  '  ' WS-TRTY-REINSURER (WS-TRTY-IX)
                  DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.

       CEDE-TO-TREATY-EXIT.
           EXIT.

       WRITE-REINSURER-SECTION SECTION.
       WRITE-RI-SECTION.
           MOVE SPACES TO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING 'REINSURER: ' WS-RI-NAME (WS-RI-IX)
                  DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING 'TREATY   CLAIM        LOSS DATE CAT EVENT        '
                  'CEDED PAID    CEDED RESERVE'
                  DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.

           MOVE LOW-VALUES TO CLAIM-NUMBER.
           START CLAIM-FILE KEY > CLAIM-NUMBER
               INVALID KEY
                   GO TO WRITE-RI-SECTION-TOTALS
           END-START.
           PERFORM UNTIL WS-CLAIM-FILE-STATUS = '10'
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CEDE-ONE-CLAIM
               END-READ
           END-PERFORM.

       WRITE-RI-SECTION-TOTALS.
           PERFORM WRITE-REINSURER-TOTALS.
           ADD WS-RI-CEDED-PAID (WS-RI-IX) TO WS-BDX-GRAND-PAID.
           ADD WS-RI-CEDED-RSV (WS-RI-IX) TO WS-BDX-GRAND-RSV.

       WRITE-REINSURER-TOTALS SECTION.
       WRITE-RI-TOTALS.
      *The recoverable balance is what the reinsurer owes us on the
      *losses ceded - billable paid plus its share of what is still
      *reserved.
           MOVE WS-RI-CEDED-PAID (WS-RI-IX) TO WS-BDX-AMT-1.
           MOVE WS-RI-CEDED-RSV (WS-RI-IX) TO WS-BDX-AMT-2.
           COMPUTE WS-CEDE-INCURRED = WS-RI-CEDED-PAID (WS-RI-IX) +
               WS-RI-CEDED-RSV (WS-RI-IX).
           MOVE WS-CEDE-INCURRED TO WS-BDX-AMT-3.

           MOVE SPACES TO BORDEREAU-LINE.
           STRING '  SUBTOTAL ' WS-RI-NAME (WS-RI-IX)
                  '  LINES: ' WS-RI-LINES (WS-RI-IX)
                  DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING '  CEDED PAID THIS QUARTER : ' WS-BDX-AMT-1
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING '  CEDED RESERVES          : ' WS-BDX-AMT-2
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING '  RECOVERABLE BALANCE     : ' WS-BDX-AMT-3
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.

           DISPLAY '  ' WS-RI-NAME (WS-RI-IX)
               ' recoverable ' WS-BDX-AMT-3.

       WRITE-BORDEREAU-GRAND-TOTAL SECTION.
       WRITE-BDX-GRAND.
           MOVE WS-BDX-GRAND-PAID TO WS-BDX-AMT-1.
           MOVE WS-BDX-GRAND-RSV TO WS-BDX-AMT-2.
           COMPUTE WS-CEDE-INCURRED =
               WS-BDX-GRAND-PAID + WS-BDX-GRAND-RSV.
           MOVE WS-CEDE-INCURRED TO WS-BDX-AMT-3.

           MOVE SPACES TO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING 'GRAND TOTAL - ALL REINSURERS'
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING '  CEDED PAID THIS QUARTER : ' WS-BDX-AMT-1
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING '  CEDED RESERVES          : ' WS-BDX-AMT-2
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING '  RECOVERABLE BALANCE     : ' WS-BDX-AMT-3
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.

       SET-CLAIM-DIARY SECTION.
       SET-DIARY.
      *Completes the claim's open diary entry, if any, and sets the
      *next one - WS-DIARY-ACTION due WS-DIARY-DAYS from today.
           MOVE CLAIM-NUMBER TO WS-DIARY-CLAIM.
           PERFORM COMPLETE-OPEN-DIARIES.

           MOVE CLAIM-NUMBER TO DIARY-CLAIM-NUMBER.
           COMPUTE DIARY-SEQUENCE = WS-DIARY-LAST-SEQ + 1.
           MOVE WS-DIARY-ADJUSTER TO DIARY-ADJUSTER-ID.
           COMPUTE DIARY-FOLLOWUP-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DIARY-TODAY)
                + WS-DIARY-DAYS).
           MOVE WS-DIARY-ACTION TO DIARY-ACTION-CODE.
           SET DIARY-OPEN TO TRUE.
           MOVE WS-DIARY-TODAY TO DIARY-SET-DATE.
           MOVE ZERO TO DIARY-DONE-DATE.
           WRITE DIARY-RECORD
               INVALID KEY
                   DISPLAY '  Diary entry not written for '
                       CLAIM-NUMBER ', status ' WS-DIARY-FILE-STATUS
           END-WRITE.

       CLOSE-CLAIM-DIARY SECTION.
       CLOSE-DIARY.
      *The claim is decided - nothing left to follow up.
           MOVE CLAIM-NUMBER TO WS-DIARY-CLAIM.
           PERFORM COMPLETE-OPEN-DIARIES.

       COMPLETE-OPEN-DIARIES SECTION.
       COMPLETE-DIARIES.
      *Walks WS-DIARY-CLAIM's entries, completing any still open and
      *leaving WS-DIARY-LAST-SEQ at the highest sequence used.
           MOVE ZERO TO WS-DIARY-LAST-SEQ.
           MOVE WS-DIARY-CLAIM TO DIARY-CLAIM-NUMBER.
           MOVE ZERO TO DIARY-SEQUENCE.
           START DIARY-FILE KEY IS NOT LESS THAN DIARY-KEY
               INVALID KEY
                   GO TO COMPLETE-DIARIES-EXIT
           END-START.

           MOVE 'N' TO WS-DIARY-SCAN-SW.
           PERFORM UNTIL WS-DIARY-SCAN-DONE
               READ DIARY-FILE NEXT RECORD
                   AT END
                       SET WS-DIARY-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DIARY-CLAIM-NUMBER NOT = WS-DIARY-CLAIM
                           SET WS-DIARY-SCAN-DONE TO TRUE
                       ELSE
                           MOVE DIARY-SEQUENCE TO WS-DIARY-LAST-SEQ
                           IF DIARY-OPEN
                               SET DIARY-DONE TO TRUE
                               MOVE WS-DIARY-TODAY TO DIARY-DONE-DATE
                               REWRITE DIARY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPLETE-DIARIES-EXIT.
           EXIT.

       PRODUCE-DIARY-REPORTS SECTION.
       PRODUCE-DIARY.
      *Daily diary listing - every open diary due today or past due,
      *adjuster by adjuster - then the supervisor's summary of stale
      *open claims.
           OPEN OUTPUT DIARY-REPORT-FILE.
           IF WS-DIARY-RPT-STATUS NOT = '00'
               DISPLAY 'Error opening diary report, status: '
                   WS-DIARY-RPT-STATUS
               GO TO PRODUCE-DIARY-EXIT
           END-IF.

           MOVE SPACES TO DIARY-REPORT-LINE.
           STRING 'ADJUSTER DIARY - DUE AND PAST DUE AS OF '
                  WS-DIARY-TODAY
                  DELIMITED BY SIZE INTO DIARY-REPORT-LINE.
           WRITE DIARY-REPORT-LINE.

           MOVE ZERO TO WS-DIARY-DUE-COUNT WS-DIARY-LATE-COUNT.
           MOVE HIGH-VALUES TO WS-DIARY-PRIOR-ADJ.
           MOVE LOW-VALUES TO DIARY-ADJUSTER-ID.
           START DIARY-FILE KEY IS NOT LESS THAN DIARY-ADJUSTER-ID
               INVALID KEY
                   GO TO PRODUCE-DIARY-STALE
           END-START.

           MOVE 'N' TO WS-DIARY-SCAN-SW.
           PERFORM UNTIL WS-DIARY-SCAN-DONE
               READ DIARY-FILE NEXT RECORD
                   AT END
                       SET WS-DIARY-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DIARY-OPEN AND
                          DIARY-FOLLOWUP-DATE <= WS-DIARY-TODAY
                           PERFORM WRITE-DIARY-DUE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PRODUCE-DIARY-STALE.
           MOVE SPACES TO DIARY-REPORT-LINE.
           WRITE DIARY-REPORT-LINE.
           MOVE SPACES TO DIARY-REPORT-LINE.
           STRING 'DUE TODAY: ' WS-DIARY-DUE-COUNT
                  '   PAST DUE: ' WS-DIARY-LATE-COUNT
                  DELIMITED BY SIZE INTO DIARY-REPORT-LINE.
           WRITE DIARY-REPORT-LINE.

           PERFORM SUMMARIZE-STALE-CLAIMS.

           CLOSE DIARY-REPORT-FILE.
           DISPLAY 'Diaries due today: ' WS-DIARY-DUE-COUNT
               '  past due: ' WS-DIARY-LATE-COUNT.
           DISPLAY SPACE.

       PRODUCE-DIARY-EXIT.
           EXIT.

       WRITE-DIARY-DUE-LINE SECTION.
       WRITE-DIARY-DUE.
           IF DIARY-ADJUSTER-ID NOT = WS-DIARY-PRIOR-ADJ
               MOVE SPACES TO DIARY-REPORT-LINE
               WRITE DIARY-REPORT-LINE
               MOVE SPACES TO DIARY-REPORT-LINE
               STRING 'ADJUSTER: ' DIARY-ADJUSTER-ID
                   DELIMITED BY SIZE INTO DIARY-REPORT-LINE
               WRITE DIARY-REPORT-LINE
               MOVE DIARY-ADJUSTER-ID TO WS-DIARY-PRIOR-ADJ
           END-IF.

           EVALUATE TRUE
               WHEN DIARY-CONTACT-CLAIMANT
                   MOVE 'CONTACT CLAIMANT' TO WS-DIARY-ACTION-DESC
               WHEN DIARY-INSPECT
                   MOVE 'INSPECT' TO WS-DIARY-ACTION-DESC
               WHEN DIARY-REVIEW-RESERVE
                   MOVE 'REVIEW RESERVE' TO WS-DIARY-ACTION-DESC
               WHEN DIARY-AWAIT-DOCUMENTS
                   MOVE 'AWAIT DOCUMENTS' TO WS-DIARY-ACTION-DESC
               WHEN OTHER
                   MOVE DIARY-ACTION-CODE TO WS-DIARY-ACTION-DESC
           END-EVALUATE.

           IF DIARY-FOLLOWUP-DATE = WS-DIARY-TODAY
               MOVE 'DUE TODAY' TO WS-DIARY-DUE-TEXT
               ADD 1 TO WS-DIARY-DUE-COUNT
           ELSE
               COMPUTE WS-DIARY-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-DIARY-TODAY)
                   - FUNCTION INTEGER-OF-DATE(DIARY-FOLLOWUP-DATE)
               MOVE SPACES TO WS-DIARY-DUE-TEXT
               STRING 'PAST DUE ' WS-DIARY-DAYS-LATE ' DAYS'
                   DELIMITED BY SIZE INTO WS-DIARY-DUE-TEXT
               ADD 1 TO WS-DIARY-LATE-COUNT
           END-IF.

           MOVE SPACES TO DIARY-REPORT-LINE.
           STRING '  ' DIARY-CLAIM-NUMBER
                  '  ' WS-DIARY-ACTION-DESC
                  '  FOLLOW-UP ' DIARY-FOLLOWUP-DATE
                  '  ' WS-DIARY-DUE-TEXT
                  DELIMITED BY SIZE INTO DIARY-REPORT-LINE.
           WRITE DIARY-REPORT-LINE.

       SUMMARIZE-STALE-CLAIMS SECTION.
       SUMMARIZE-STALE.
      *A claim is stale when it is still open and either has no
      *open diary at all or has one that is past its follow-up date.
           MOVE ZERO TO WS-STALE-COUNT.
           MOVE LOW-VALUES TO CLAIM-NUMBER.
           START CLAIM-FILE KEY > CLAIM-NUMBER
               INVALID KEY
                   GO TO SUMMARIZE-STALE-REPORT
           END-START.

           PERFORM UNTIL WS-CLAIM-FILE-STATUS = '10'
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLAIM-STATUS NOT = 'APPROVED' AND
                          CLAIM-STATUS NOT = 'DENIED'
                           PERFORM CHECK-CLAIM-STALE
                       END-IF
               END-READ
           END-PERFORM.

       SUMMARIZE-STALE-REPORT.
           MOVE SPACES TO DIARY-REPORT-LINE.
           WRITE DIARY-REPORT-LINE.
           MOVE 'SUPERVISOR SUMMARY - STALE OPEN CLAIMS BY ADJUSTER'
               TO DIARY-REPORT-LINE.
           WRITE DIARY-REPORT-LINE.
           MOVE 'ADJUSTER    OPEN CLAIMS  NO DIARY  OVERDUE DIARY'
               TO DIARY-REPORT-LINE.
           WRITE DIARY-REPORT-LINE.
           PERFORM VARYING WS-STALE-IX FROM 1 BY 1
                   UNTIL WS-STALE-IX > WS-STALE-COUNT
               MOVE SPACES TO DIARY-REPORT-LINE
               STRING WS-STALE-ADJUSTER (WS-STALE-IX)
                      '  ' WS-STALE-OPEN (WS-STALE-IX)
                      '        ' WS-STALE-NO-DIARY (WS-STALE-IX)
                      '     ' WS-STALE-OVERDUE (WS-STALE-IX)
                      DELIMITED BY SIZE INTO DIARY-REPORT-LINE
               WRITE DIARY-REPORT-LINE
           END-PERFORM.

       SUMMARIZE-STALE-EXIT.
           EXIT.

       CHECK-CLAIM-STALE SECTION.
       CHECK-STALE.
           MOVE 'N' TO WS-DIARY-OPEN-SW.
           MOVE 'N' TO WS-DIARY-OVERDUE-SW.
           MOVE CLAIM-NUMBER TO DIARY-CLAIM-NUMBER.
           MOVE ZERO TO DIARY-SEQUENCE.
           START DIARY-FILE KEY IS NOT LESS THAN DIARY-KEY
               INVALID KEY
                   GO TO CHECK-STALE-TALLY
           END-START.

           MOVE 'N' TO WS-DIARY-SCAN-SW.
           PERFORM UNTIL WS-DIARY-SCAN-DONE
               READ DIARY-FILE NEXT RECORD
                   AT END
                       SET WS-DIARY-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DIARY-CLAIM-NUMBER NOT = CLAIM-NUMBER
                           SET WS-DIARY-SCAN-DONE TO TRUE
                       ELSE
                           IF DIARY-OPEN
                               SET WS-DIARY-HAS-OPEN TO TRUE
                               IF DIARY-FOLLOWUP-DATE < WS-DIARY-TODAY
                                   SET WS-DIARY-OVERDUE TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-STALE-TALLY.
           MOVE CLAIM-ADJUSTER-ID TO WS-DIARY-ADJUSTER.
           IF WS-DIARY-ADJUSTER = SPACES
               MOVE 'UNASSIGNED' TO WS-DIARY-ADJUSTER
           END-IF.
           PERFORM VARYING WS-STALE-IX FROM 1 BY 1
                   UNTIL WS-STALE-IX > WS-STALE-COUNT
               IF WS-STALE-ADJUSTER (WS-STALE-IX) = WS-DIARY-ADJUSTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-STALE-IX > WS-STALE-COUNT
               IF WS-STALE-COUNT >= 20
                   GO TO CHECK-STALE-EXIT
               END-IF
               ADD 1 TO WS-STALE-COUNT
               MOVE WS-STALE-COUNT TO WS-STALE-IX
               MOVE WS-DIARY-ADJUSTER TO WS-STALE-ADJUSTER (WS-STALE-IX)
               MOVE ZERO TO WS-STALE-OPEN (WS-STALE-IX)
               MOVE ZERO TO WS-STALE-NO-DIARY (WS-STALE-IX)
               MOVE ZERO TO WS-STALE-OVERDUE (WS-STALE-IX)
           END-IF.

           ADD 1 TO WS-STALE-OPEN (WS-STALE-IX).
           IF NOT WS-DIARY-HAS-OPEN
               ADD 1 TO WS-STALE-NO-DIARY (WS-STALE-IX)
           ELSE
               IF WS-DIARY-OVERDUE
                   ADD 1 TO WS-STALE-OVERDUE (WS-STALE-IX)
               END-IF
           END-IF.

       CHECK-STALE-EXIT.
           EXIT.

       CLEANUP-ADJUDICATION-SYSTEM SECTION.
       CLEANUP.
           CLOSE CLAIM-FILE.
           CLOSE POLICY-FILE.
           CLOSE ADJUSTER-FILE.
           IF WS-POLMAS-OPEN
               CLOSE POLICY-MASTER
           END-IF.
           IF WS-ENDORSE-OPEN
               CLOSE ENDORSE-HISTORY-FILE
           END-IF.
           CLOSE DIARY-FILE.
           DISPLAY 'Adjudication complete.'.
