      *completed, a failed step halts everything that depends on
      *it, and every start/end/outcome is recorded in a status
      *file. A RERUN parameter resumes from the failed step by
      *honoring the steps that already completed today. Each step
      *carries a run frequency checked against the business-day
      *calendar, so month-, quarter- and year-end work runs only on
      *the last business day of the period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *One line per step: name|pred1|pred2|command|frequency.
      *Frequency is DAILY (or blank) for every night, BUSDAY for
      *business days only, MONTHEND, QTREND or YEAREND for the last
      *business day of the month, quarter or year.
           SELECT JOB-DEFINITION-FILE ASSIGN TO 'batch_jobs.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEF-STATUS.

      *Holiday calendar - one line per holiday: yyyymmdd|name.
      *Saturdays and Sundays are never business days.
           SELECT HOLIDAY-FILE ASSIGN TO 'batch_holidays.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

      *Operator overrides - yyyymmdd|step|FORCE or SUPPRESS. A line
      *applies only on its own run date, so the definition file is
      *never edited for a one-night exception.
           SELECT OVERRIDE-FILE ASSIGN TO 'batch_overrides.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

      *One record per step - the durable start/end/outcome trail,
      *and what the rerun mode reads to know where to resume.
           SELECT STEP-STATUS-FILE ASSIGN TO 'batch_status.dat'
       FD  JOB-DEFINITION-FILE.
       01  JOB-DEFINITION-RECORD       PIC X(120).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD              PIC X(80).

       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD             PIC X(80).

       FD  STEP-STATUS-FILE.
       01  STEP-STATUS-RECORD.
           05  STAT-STEP-NAME          PIC X(8).
               88  STAT-FAILED         VALUE 'FAILED'.
               88  STAT-SKIPPED        VALUE 'SKIPPED'.
               88  STAT-RUNNING        VALUE 'RUNNING'.
               88  STAT-NOT-DUE        VALUE 'NOT-DUE'.

       WORKING-STORAGE SECTION.

       01  WS-JOBDEF-STATUS            PIC XX.
       01  WS-STAT-FILE-STATUS         PIC XX.
       01  WS-HOLIDAY-STATUS           PIC XX.
       01  WS-OVERRIDE-STATUS          PIC XX.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-MODE                 PIC X(8).

               10  WS-JOB-PRED-1       PIC X(8).
               10  WS-JOB-PRED-2       PIC X(8).
               10  WS-JOB-COMMAND      PIC X(60).
               10  WS-JOB-FREQ         PIC X(8).
               10  WS-JOB-STATE        PIC X(8).
       01  WS-JOB-IX                   PIC 9(2).
       01  WS-PRED-IX                  PIC 9(2).
           05  WS-DEF-PRED-1           PIC X(8).
           05  WS-DEF-PRED-2           PIC X(8).
           05  WS-DEF-COMMAND          PIC X(60).
           05  WS-DEF-FREQ             PIC X(8).

      *Business-day calendar for tonight's run date - whether it
      *is a business day, and whether it is the last one of its
      *month, quarter or year (the next business day falls in a
      *different month).
       01  WS-CALENDAR-WORK.
           05  WS-CAL-DATE             PIC 9(8).
           05  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
               10  WS-CAL-YYYY         PIC 9(4).
               10  WS-CAL-MM           PIC 99.
               10  WS-CAL-DD           PIC 99.
           05  WS-CAL-DAY-NUMBER       PIC 9(7).
           05  WS-CAL-WEEKDAY          PIC 9.
           05  WS-CAL-BUSINESS         PIC X.
           05  WS-CAL-DAYS-TRIED       PIC 99.
           05  WS-RUN-MONTH            PIC 99.
           05  WS-NEXT-BUSINESS-DATE   PIC 9(8).
           05  WS-RUN-BUSINESS-DAY     PIC X.
           05  WS-RUN-MONTH-END        PIC X.
           05  WS-RUN-QUARTER-END      PIC X.
           05  WS-RUN-YEAR-END         PIC X.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-DATE         PIC 9(8) OCCURS 100 TIMES.
       01  WS-HOL-IX                   PIC 9(3).

      *Tonight's overrides only - lines for other dates are passed
      *over as they are read.
       01  WS-OVERRIDE-TABLE.
           05  WS-OVR-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-OVR-ENTRY            OCCURS 20 TIMES.
               10  WS-OVR-STEP         PIC X(8).
               10  WS-OVR-ACTION       PIC X(8).
       01  WS-OVR-IX                   PIC 9(2).

       01  WS-CALENDAR-PARSE.
           05  WS-CAL-EOF              PIC X.
           05  WS-PARSE-DATE           PIC X(8).
           05  WS-PARSE-STEP           PIC X(8).
           05  WS-PARSE-ACTION         PIC X(8).

       01  WS-DUE-WORK.
           05  WS-STEP-DUE             PIC X.
           05  WS-DUE-REASON           PIC X(30).

       01  WS-SCHEDULER-WORK.
           05  WS-PASS-PROGRESS        PIC X.
           05  WS-STEPS-RUN            PIC 9(2) VALUE ZERO.
           05  WS-STEPS-FAILED         PIC 9(2) VALUE ZERO.
           05  WS-STEPS-SKIPPED        PIC 9(2) VALUE ZERO.
           05  WS-STEPS-NOT-DUE        PIC 9(2) VALUE ZERO.
           05  WS-SYSTEM-COMMAND       PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SCHEDULER.
           PERFORM LOAD-JOB-DEFINITIONS.
           PERFORM LOAD-RUN-CALENDAR.
           PERFORM DETERMINE-DUE-STEPS.
           PERFORM APPLY-PRIOR-RUN-STATUS.
           PERFORM RUN-SCHEDULE.
           PERFORM SHUTDOWN-SCHEDULER.
                       MOVE SPACES TO WS-DEF-PRED-1
                       MOVE SPACES TO WS-DEF-PRED-2
                       MOVE SPACES TO WS-DEF-COMMAND
                       MOVE SPACES TO WS-DEF-FREQ
                       UNSTRING JOB-DEFINITION-RECORD
                           DELIMITED BY '|'
                           INTO WS-DEF-NAME WS-DEF-PRED-1
                                WS-DEF-PRED-2 WS-DEF-COMMAND
                                WS-DEF-FREQ
                       END-UNSTRING
                       ADD 1 TO WS-JOB-COUNT
                       MOVE WS-DEF-NAME TO
                           WS-JOB-PRED-2(WS-JOB-COUNT)
                       MOVE WS-DEF-COMMAND TO
                           WS-JOB-COMMAND(WS-JOB-COUNT)
                       MOVE WS-DEF-FREQ TO
                           WS-JOB-FREQ(WS-JOB-COUNT)
                       MOVE 'PENDING' TO WS-JOB-STATE(WS-JOB-COUNT)
                   END-IF
           END-READ.
       SEED-JOBS.
           OPEN OUTPUT JOB-DEFINITION-FILE.

           MOVE 'ATMCTL  |        |        |./atmctl|DAILY' TO
               JOB-DEFINITION-RECORD.
           WRITE JOB-DEFINITION-RECORD.
           MOVE 'HOLDEXP |ATMCTL  |        |./holdexp|DAILY' TO
               JOB-DEFINITION-RECORD.
           WRITE JOB-DEFINITION-RECORD.
           MOVE 'RECON   |ATMCTL  |        |./recon|DAILY' TO
               JOB-DEFINITION-RECORD.
           WRITE JOB-DEFINITION-RECORD.
           MOVE 'DAILYOPS|RECON   |HOLDEXP |./dailyops|DAILY' TO
               JOB-DEFINITION-RECORD.
           WRITE JOB-DEFINITION-RECORD.

           CLOSE JOB-DEFINITION-FILE.
           DISPLAY 'Job definition file seeded with nightly chain'.

       LOAD-RUN-CALENDAR SECTION.
       LOAD-CAL.
      *A missing holiday file leaves weekends as the only non-
      *business days; a missing override file means no overrides.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = '00'
               MOVE 'N' TO WS-CAL-EOF
               PERFORM READ-ONE-HOLIDAY
                   UNTIL WS-CAL-EOF = 'Y'
               CLOSE HOLIDAY-FILE
           ELSE
               DISPLAY 'No holiday calendar - weekends only'
           END-IF.

           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = '00'
               MOVE 'N' TO WS-CAL-EOF
               PERFORM READ-ONE-OVERRIDE
                   UNTIL WS-CAL-EOF = 'Y'
               CLOSE OVERRIDE-FILE
           END-IF.

           MOVE WS-RUN-DATE TO WS-CAL-DATE.
           MOVE WS-CAL-MM TO WS-RUN-MONTH.
           PERFORM CHECK-BUSINESS-DAY.
           MOVE WS-CAL-BUSINESS TO WS-RUN-BUSINESS-DAY.

           MOVE 'N' TO WS-RUN-MONTH-END.
           MOVE 'N' TO WS-RUN-QUARTER-END.
           MOVE 'N' TO WS-RUN-YEAR-END.
           IF WS-RUN-BUSINESS-DAY = 'Y'
               PERFORM FIND-NEXT-BUSINESS-DAY
               MOVE WS-NEXT-BUSINESS-DATE TO WS-CAL-DATE
               IF WS-CAL-MM NOT = WS-RUN-MONTH
                   MOVE 'Y' TO WS-RUN-MONTH-END
                   IF WS-RUN-MONTH = 3 OR 6 OR 9 OR 12
                       MOVE 'Y' TO WS-RUN-QUARTER-END
                   END-IF
                   IF WS-RUN-MONTH = 12
                       MOVE 'Y' TO WS-RUN-YEAR-END
                   END-IF
               END-IF
           END-IF.

           DISPLAY 'Run date ' WS-RUN-DATE
               ' business day: ' WS-RUN-BUSINESS-DAY
               ' month end: ' WS-RUN-MONTH-END
               ' quarter end: ' WS-RUN-QUARTER-END
               ' year end: ' WS-RUN-YEAR-END.
           DISPLAY 'Holidays loaded: ' WS-HOLIDAY-COUNT
               '  Overrides tonight: ' WS-OVR-COUNT.

       READ-ONE-HOLIDAY SECTION.
       READ-HOL.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
               NOT AT END
                   MOVE SPACES TO WS-PARSE-DATE
                   UNSTRING HOLIDAY-RECORD DELIMITED BY '|'
                       INTO WS-PARSE-DATE
                   END-UNSTRING
                   IF WS-PARSE-DATE IS NUMERIC AND
                      WS-HOLIDAY-COUNT < 100
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-PARSE-DATE TO
                           WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                   END-IF
           END-READ.

       READ-ONE-OVERRIDE SECTION.
       READ-OVR.
           READ OVERRIDE-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
               NOT AT END
                   MOVE SPACES TO WS-PARSE-DATE
                   MOVE SPACES TO WS-PARSE-STEP
                   MOVE SPACES TO WS-PARSE-ACTION
                   UNSTRING OVERRIDE-RECORD DELIMITED BY '|'
                       INTO WS-PARSE-DATE WS-PARSE-STEP
                            WS-PARSE-ACTION
                   END-UNSTRING
                   IF WS-PARSE-DATE IS NUMERIC
                       IF WS-PARSE-DATE = WS-RUN-DATE AND
                          WS-OVR-COUNT < 20
                           ADD 1 TO WS-OVR-COUNT
                           MOVE WS-PARSE-STEP TO
                               WS-OVR-STEP(WS-OVR-COUNT)
                           MOVE WS-PARSE-ACTION TO
                               WS-OVR-ACTION(WS-OVR-COUNT)
                       END-IF
                   END-IF
           END-READ.

       CHECK-BUSINESS-DAY SECTION.
       CHECK-BUS.
      *On entry WS-CAL-DATE holds the date; on exit WS-CAL-BUSINESS
      *is 'Y' for a weekday that is not on the holiday calendar.
      *Day 1 of the integer calendar (1601-01-01) was a Monday, so
      *the remainder by 7 runs 1 = Monday through 0 = Sunday.
           MOVE 'Y' TO WS-CAL-BUSINESS.
           COMPUTE WS-CAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE).
           COMPUTE WS-CAL-WEEKDAY =
               FUNCTION MOD(WS-CAL-DAY-NUMBER, 7).
           IF WS-CAL-WEEKDAY = 6 OR WS-CAL-WEEKDAY = 0
               MOVE 'N' TO WS-CAL-BUSINESS
               GO TO CHECK-BUS-EXIT
           END-IF.

           PERFORM MATCH-ONE-HOLIDAY
               VARYING WS-HOL-IX FROM 1 BY 1
               UNTIL WS-HOL-IX > WS-HOLIDAY-COUNT.

       CHECK-BUS-EXIT.
           EXIT.

       MATCH-ONE-HOLIDAY SECTION.
       MATCH-HOL.
           IF WS-HOLIDAY-DATE(WS-HOL-IX) = WS-CAL-DATE
               MOVE 'N' TO WS-CAL-BUSINESS
           END-IF.

       FIND-NEXT-BUSINESS-DAY SECTION.
       FIND-NEXT-BUS.
      *First business day after the run date - a month of
      *consecutive holidays is not a calendar anyone keeps, so the
      *search stops after 31 days.
           MOVE WS-RUN-DATE TO WS-CAL-DATE.
           MOVE ZERO TO WS-CAL-DAYS-TRIED.
           MOVE 'N' TO WS-CAL-BUSINESS.
           PERFORM ADVANCE-ONE-DAY
               UNTIL WS-CAL-BUSINESS = 'Y'
                  OR WS-CAL-DAYS-TRIED > 31.
           MOVE WS-CAL-DATE TO WS-NEXT-BUSINESS-DATE.

       ADVANCE-ONE-DAY SECTION.
       ADVANCE-DAY.
           ADD 1 TO WS-CAL-DAYS-TRIED.
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1).
           PERFORM CHECK-BUSINESS-DAY.

       DETERMINE-DUE-STEPS SECTION.
       DETERMINE-DUE.
      *Decide tonight's steps before anything runs. A step that is
      *not due is recorded NOT-DUE and counts as satisfied for the
      *steps that depend on it; a frequency code nobody recognizes
      *is SKIPPED, which holds its dependents back until the
      *definition is corrected.
           PERFORM DECIDE-ONE-STEP
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT.

       DECIDE-ONE-STEP SECTION.
       DECIDE-STEP.
           MOVE SPACES TO WS-DUE-REASON.
           EVALUATE WS-JOB-FREQ(WS-JOB-IX)
               WHEN SPACES
               WHEN 'DAILY'
                   MOVE 'Y' TO WS-STEP-DUE
               WHEN 'BUSDAY'
                   MOVE WS-RUN-BUSINESS-DAY TO WS-STEP-DUE
                   MOVE 'not a business day' TO WS-DUE-REASON
               WHEN 'MONTHEND'
                   MOVE WS-RUN-MONTH-END TO WS-STEP-DUE
                   MOVE 'not month end' TO WS-DUE-REASON
               WHEN 'QTREND'
                   MOVE WS-RUN-QUARTER-END TO WS-STEP-DUE
                   MOVE 'not quarter end' TO WS-DUE-REASON
               WHEN 'YEAREND'
                   MOVE WS-RUN-YEAR-END TO WS-STEP-DUE
                   MOVE 'not year end' TO WS-DUE-REASON
               WHEN OTHER
                   MOVE 'U' TO WS-STEP-DUE
           END-EVALUATE.

           PERFORM APPLY-ONE-OVERRIDE
               VARYING WS-OVR-IX FROM 1 BY 1
               UNTIL WS-OVR-IX > WS-OVR-COUNT.

           IF WS-STEP-DUE = 'Y'
               GO TO DECIDE-STEP-EXIT
           END-IF.

           MOVE WS-JOB-NAME(WS-JOB-IX) TO STAT-STEP-NAME.
           MOVE WS-RUN-DATE TO STAT-RUN-DATE.
           MOVE SPACES TO STAT-START-TS.
           MOVE SPACES TO STAT-END-TS.
           IF WS-STEP-DUE = 'U'
               MOVE 'SKIPPED' TO WS-JOB-STATE(WS-JOB-IX)
               MOVE 'SKIPPED' TO STAT-OUTCOME
               ADD 1 TO WS-STEPS-SKIPPED
               DISPLAY 'Step ' WS-JOB-NAME(WS-JOB-IX)
                   ' SKIPPED - unknown run frequency '
                   WS-JOB-FREQ(WS-JOB-IX)
           ELSE
               MOVE 'NOT-DUE' TO WS-JOB-STATE(WS-JOB-IX)
               MOVE 'NOT-DUE' TO STAT-OUTCOME
               ADD 1 TO WS-STEPS-NOT-DUE
               DISPLAY 'Step ' WS-JOB-NAME(WS-JOB-IX)
                   ' NOT-DUE - ' WS-DUE-REASON
           END-IF.
           PERFORM WRITE-STEP-STATUS.

       DECIDE-STEP-EXIT.
           EXIT.

       APPLY-ONE-OVERRIDE SECTION.
       APPLY-OVR.
           IF WS-OVR-STEP(WS-OVR-IX) NOT = WS-JOB-NAME(WS-JOB-IX)
               GO TO APPLY-OVR-EXIT
           END-IF.

           EVALUATE WS-OVR-ACTION(WS-OVR-IX)
               WHEN 'FORCE'
                   MOVE 'Y' TO WS-STEP-DUE
                   DISPLAY 'Step ' WS-JOB-NAME(WS-JOB-IX)
                       ' forced by operator override'
               WHEN 'SUPPRESS'
                   MOVE 'N' TO WS-STEP-DUE
                   MOVE 'suppressed by operator' TO WS-DUE-REASON
               WHEN OTHER
                   DISPLAY 'Override ignored for '
                       WS-JOB-NAME(WS-JOB-IX) ' - unknown action '
                       WS-OVR-ACTION(WS-OVR-IX)
           END-EVALUATE.

       APPLY-OVR-EXIT.
           EXIT.

       APPLY-PRIOR-RUN-STATUS SECTION.
       APPLY-PRIOR.
      *In rerun mode a step already completed today stays done -

       CHECK-PREDECESSORS SECTION.
       CHECK-PREDS.
      *Both named predecessors (blank means none) must be OK, or
      *NOT-DUE tonight - a month-end step does not hold up the
      *daily steps behind it on the other nights. A failed or
      *skipped predecessor leaves this step PENDING so the final
      *pass marks it SKIPPED rather than running it against
      *half-written inputs.
           MOVE 'Y' TO WS-PREDS-MET.

           IF WS-JOB-PRED-1(WS-JOB-IX) NOT = SPACES
               MOVE WS-JOB-PRED-1(WS-JOB-IX) TO WS-PRED-STATE
               PERFORM LOOKUP-PRED-STATE
               IF WS-PRED-STATE NOT = 'OK' AND
                  WS-PRED-STATE NOT = 'NOT-DUE'
                   MOVE 'N' TO WS-PREDS-MET
               END-IF
           END-IF.
           IF WS-JOB-PRED-2(WS-JOB-IX) NOT = SPACES
               MOVE WS-JOB-PRED-2(WS-JOB-IX) TO WS-PRED-STATE
               PERFORM LOOKUP-PRED-STATE
               IF WS-PRED-STATE NOT = 'OK' AND
                  WS-PRED-STATE NOT = 'NOT-DUE'
                   MOVE 'N' TO WS-PREDS-MET
               END-IF
           END-IF.
           DISPLAY '  Steps run    : ' WS-STEPS-RUN.
           DISPLAY '  Steps failed : ' WS-STEPS-FAILED.
           DISPLAY '  Steps skipped: ' WS-STEPS-SKIPPED.
           DISPLAY '  Steps not due: ' WS-STEPS-NOT-DUE.
           IF WS-STEPS-FAILED > ZERO
               DISPLAY 'Rerun with parameter RERUN to resume from '
                   'the failed step.'
