      *> -------------------------------------------
      *> sla-report.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the month's service-level attainment for each scheduled
      *> chain. The SLA file gives, per runbook SCHEDULE names, the
      *> time the chain must be complete by and its must-succeed
      *> rule (CLEAN: every step OK; COMPLETE: the last step reached,
      *> a failed CONT step allowed). SCHEDULE.LOG says which nights
      *> each chain was due, CHAIN.LOG what each step did and when,
      *> and each business night of the month is shown with its
      *> deadline, the time the chain completed and a MET or MISSED
      *> flag, with the attainment per runbook. The missed nights
      *> are listed at the end with the step that caused the miss:
      *> the one that crossed the deadline, the one that failed, or
      *> none when the chain never started. Runs in the month-end
      *> chain for the month just ended:
      *>
      *>   sla-report [yyyymm]
      *>
      *> with no argument the month before the business date's.
      *> The report goes through report-writer and is filed as
      *> REPORT.SLA.<date>.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "sla-report".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-FILE
               ASSIGN TO DYNAMIC ws-sla-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sla-status.
           SELECT SCHEDULE-FILE
               ASSIGN TO DYNAMIC ws-schedule-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-schedule-status.
      *>   each SLA runbook is read once, for its step count and
      *>   which of its steps are STOP steps
           SELECT RUNBOOK-FILE
               ASSIGN TO DYNAMIC ws-runbook-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runbook-status.
           SELECT SCHED-LOG-FILE
               ASSIGN TO DYNAMIC ws-sched-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sched-log-status.
           SELECT CHAIN-LOG-FILE
               ASSIGN TO DYNAMIC ws-chain-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chain-log-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SLA-FILE.
         01 SLA-RECORD          PIC X(200).
         FD  SCHEDULE-FILE.
         01 SCHEDULE-RECORD     PIC X(200).
         FD  RUNBOOK-FILE.
         01 RUNBOOK-RECORD      PIC X(200).
      *>   chain-scheduler's line: date 1-8, time 10-17, decision
      *>   19-23, runbook 25-64, why 66-125, business date 127-134
         FD  SCHED-LOG-FILE.
         01 SCHED-LOG-RECORD    PIC X(140).
      *>   chain-runner's line: date 1-8, time 10-17, step 19-21,
      *>   outcome 23-26, elapsed 28-33, command 35-129, business
      *>   date 131-138, runbook 140-179
         FD  CHAIN-LOG-FILE.
         01 CHAIN-LOG-RECORD    PIC X(181).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "sla-report".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-sla-path         PIC X(300) VALUE "SLA".
           01 ws-sla-status       PIC XX.
           01 ws-sla-eof          PIC X VALUE "N".
           01 ws-schedule-path    PIC X(300) VALUE "SCHEDULE".
           01 ws-schedule-status  PIC XX.
           01 ws-schedule-eof     PIC X VALUE "N".
           01 ws-runbook-path     PIC X(300).
           01 ws-runbook-status   PIC XX.
           01 ws-runbook-eof      PIC X.
           01 ws-sched-log-path   PIC X(300) VALUE "SCHEDULE.LOG".
           01 ws-sched-log-status PIC XX.
           01 ws-sched-log-eof    PIC X VALUE "N".
           01 ws-chain-log-path   PIC X(300) VALUE "CHAIN.LOG".
           01 ws-chain-log-status PIC XX.
           01 ws-chain-log-eof    PIC X VALUE "N".

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *>   the month reported, yyyymm, off the command line or the
      *>   month before the business date's
           01 ws-cmdline         PIC X(80).
           01 ws-month-arg       PIC X(20).
           01 ws-month           PIC X(6).
           01 ws-month-year      PIC 9(4).
           01 ws-month-mm        PIC 99.

      *>   DATE-STAMP's "PROC" answer: the month-end chain running
      *>   after midnight still reports the month it belongs to
           01 ws-bus-date        PIC X(8).
           01 ws-ds-weekday      PIC 9 VALUE 1.
           01 ws-ds-date         PIC 9(6) VALUE ZERO.
           01 ws-ds-time         PIC 9(8) VALUE ZERO.
           01 ws-ds-format       PIC X(4) VALUE "PROC".
           01 ws-ds-stamp        PIC X(60).
           01 ws-ds-fiscal       PIC X(10).
           01 ws-ds-cal          PIC X(12) VALUE SPACES.

      *>   one SLA line's words, checked before they are kept
           01 ws-word-runbook    PIC X(40).
           01 ws-word-due        PIC X(10).
           01 ws-word-rule       PIC X(10).
           01 ws-word-extra      PIC X(40).
           01 ws-step-word       PIC X(10).

      *>   the service levels, one per SLA line, each with its
      *>   runbook's step count, STOP steps and the month's tally
           78 ws-sla-max VALUE 20.
           78 ws-step-max VALUE 200.
           01 ws-sla-count       PIC 9(4) VALUE 0.
           01 ws-sla-idx         PIC 9(4).
           01 ws-sla-table.
               05 ws-sla-entry OCCURS 20 TIMES.
                   10 ws-sla-runbook   PIC X(40).
                   10 ws-sla-due       PIC X(4).
                   10 ws-sla-rule      PIC X(8).
                   10 ws-sla-scheduled PIC X.
                   10 ws-sla-steps     PIC 9(3).
                   10 ws-sla-stop      PIC X OCCURS 200 TIMES.
                   10 ws-sla-nights    PIC 9(4).
                   10 ws-sla-met       PIC 9(4).
           01 ws-step-count      PIC 9(3).
           01 ws-sched-note      PIC X(20).

      *>   SCHEDULE runbooks with no SLA line, named in the report so
      *>   a chain cannot drop out of the measurement unnoticed
           78 ws-nosla-max VALUE 20.
           01 ws-nosla-count     PIC 9(4) VALUE 0.
           01 ws-nosla-idx       PIC 9(4).
           01 ws-nosla-table.
               05 ws-nosla-runbook PIC X(40) OCCURS 20 TIMES.
           01 ws-rule-word       PIC X(10).
           01 ws-rule-detail     PIC X(10).
           01 ws-entry-runbook   PIC X(40).

      *>   one business night of one chain: the deadline, whether the
      *>   scheduler ran it, when the last step was reached, the
      *>   first step logged past the deadline and the failed steps
      *>   not since rerun OK
           78 ws-night-max VALUE 400.
           78 ws-fail-max VALUE 5.
           01 ws-night-count     PIC 9(4) VALUE 0.
           01 ws-night-idx       PIC 9(4).
           01 ws-night-table.
               05 ws-night-entry OCCURS 400 TIMES.
                   10 ws-night-key.
                       15 ws-night-sla      PIC 9(2).
                       15 ws-night-date     PIC X(8).
                   10 ws-night-deadline PIC 9(14).
                   10 ws-night-due      PIC X.
                   10 ws-night-logged   PIC X.
                   10 ws-night-done     PIC 9(14).
                   10 ws-night-last-step    PIC 9(3).
                   10 ws-night-last-outcome PIC X(4).
                   10 ws-night-late-step    PIC 9(3).
                   10 ws-night-late-cmd     PIC X(40).
                   10 ws-night-fail-count   PIC 9.
                   10 ws-night-fail OCCURS 5 TIMES.
                       15 ws-night-fail-step    PIC 9(3).
                       15 ws-night-fail-outcome PIC X(4).
                       15 ws-night-fail-cmd     PIC X(40).
           01 ws-fail-idx        PIC 9.
           01 ws-this-sla        PIC 9(4).
           01 ws-this-date       PIC X(8).
           01 ws-this-stamp      PIC 9(14).
           01 ws-this-step       PIC 9(3).
           01 ws-this-outcome    PIC X(4).
           01 ws-this-cmd        PIC X(40).
           01 ws-this-runbook    PIC X(40).
           01 ws-found-flag      PIC X.

      *>   a log line with no business date column (written before
      *>   the logs carried one) belongs to the night before when it
      *>   was written in the morning
           01 ws-wall-date       PIC X(8).
           01 ws-wall-hh         PIC X(2).
           01 ws-julian          PIC 9(7).
           01 ws-calc-date       PIC 9(8).

      *>   one night judged: MET or MISSED and why
           01 ws-result          PIC X(6).
           01 ws-reason          PIC X(60).
           01 ws-deadline-text   PIC X(14).
           01 ws-done-text       PIC X(14).
           01 ws-show-stamp      PIC 9(14).
           01 ws-show-text       PIC X(14).
           01 ws-ed-step         PIC 9(3).
           01 ws-all-nights      PIC 9(5) VALUE 0.
           01 ws-all-met         PIC 9(5) VALUE 0.
           01 ws-all-missed      PIC 9(5) VALUE 0.
           01 ws-pct             PIC 999V9.
           01 ws-ed-pct          PIC ZZ9.9.
           01 ws-pct-text        PIC X(8).
           01 ws-ed-count        PIC Z(4)9.
           01 ws-ed-count-2      PIC Z(4)9.
           01 ws-ed-count-3      PIC Z(4)9.

      *>   report-writer's USING items: every report line goes
      *>   through the shared writer, so this report pages, files
      *>   and reads the same as every other in the shop
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "SLA attainment by scheduled chain".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *>   selection-sort work fields, swapping whole nights in
      *>   place, by chain and then by date
           01 ws-sort-outer     PIC 9(4).
           01 ws-sort-inner     PIC 9(4).
           01 ws-sort-low       PIC 9(4).
           01 ws-sort-temp      PIC X(326).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-SLA.
           perform 130-LOAD-SCHEDULE.
           perform 200-READ-SCHEDULE-LOG.
           perform 300-READ-CHAIN-LOG.
           perform 520-SORT-NIGHTS.
           perform 600-SHOW-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE FUNCTION TRIM(ws-cmdline) TO ws-month-arg.
           IF ws-month-arg NOT = SPACES
               MOVE ws-month-arg TO ws-month
               IF ws-month IS NOT NUMERIC
                   OR ws-month-arg(7:) NOT = SPACES
                   OR ws-month(5:2) < "01" OR ws-month(5:2) > "12"
                   DISPLAY "SLA010E sla-report: '"
                     FUNCTION TRIM(ws-cmdline)
                     "' is not a month -- give it as yyyymm"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
               END-IF
               GO TO 001-INIT-EXIT
           END-IF.
           ACCEPT ws-bus-date FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF ws-ds-stamp(1:8) IS NUMERIC
               MOVE ws-ds-stamp(1:8) TO ws-bus-date
           END-IF.
           MOVE ws-bus-date(1:4) TO ws-month-year.
           MOVE ws-bus-date(5:2) TO ws-month-mm.
           IF ws-month-mm = 1
               SUBTRACT 1 FROM ws-month-year
               MOVE 12 TO ws-month-mm
           ELSE
               SUBTRACT 1 FROM ws-month-mm
           END-IF.
           MOVE ws-month-year TO ws-month(1:4).
           MOVE ws-month-mm TO ws-month(5:2).
       001-INIT-EXIT.
           EXIT.

      *>   no SLA file is no service level to measure: the report
      *>   says so rather than failing the month-end chain
       100-LOAD-SLA SECTION.
           OPEN INPUT SLA-FILE.
           IF ws-sla-status NOT = "00"
               DISPLAY "SLA011W sla-report: no service levels in '"
                 FUNCTION TRIM(ws-sla-path) "'" UPON SYSERR
               END-DISPLAY
               GO TO 100-LOAD-SLA-EXIT
           END-IF.
           PERFORM UNTIL ws-sla-eof = "Y"
               READ SLA-FILE
                   AT END
                       MOVE "Y" TO ws-sla-eof
                   NOT AT END
                       IF SLA-RECORD NOT = SPACES
                           AND SLA-RECORD(1:1) NOT = "*"
                           PERFORM 110-HANDLE-SLA-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLA-FILE.
       100-LOAD-SLA-EXIT.
           EXIT.

      *>   <runbook> <hhmm> <CLEAN|COMPLETE>; a line that does not
      *>   read that way is named on SYSERR and left out
       110-HANDLE-SLA-LINE SECTION.
           MOVE SPACES TO ws-word-runbook.
           MOVE SPACES TO ws-word-due.
           MOVE SPACES TO ws-word-rule.
           MOVE SPACES TO ws-word-extra.
           UNSTRING FUNCTION TRIM(SLA-RECORD) DELIMITED BY ALL " "
             INTO ws-word-runbook ws-word-due ws-word-rule
               ws-word-extra
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-word-rule) TO ws-word-rule.
           IF ws-word-due(1:4) IS NOT NUMERIC
               OR ws-word-due(5:) NOT = SPACES
               OR ws-word-due(1:2) > "23"
               OR ws-word-due(3:2) > "59"
               OR (ws-word-rule NOT = "CLEAN"
                 AND ws-word-rule NOT = "COMPLETE")
               OR ws-word-extra NOT = SPACES
               DISPLAY "SLA012W sla-report: SLA line not understood, "
                 "skipped: " FUNCTION TRIM(SLA-RECORD) UPON SYSERR
               END-DISPLAY
               GO TO 110-HANDLE-SLA-LINE-EXIT
           END-IF.
           MOVE ws-word-runbook TO ws-this-runbook.
           PERFORM 150-FIND-SLA.
           IF ws-found-flag = "Y" OR ws-sla-count >= ws-sla-max
               GO TO 110-HANDLE-SLA-LINE-EXIT
           END-IF.
           ADD 1 TO ws-sla-count.
           MOVE ws-sla-count TO ws-sla-idx.
           MOVE ws-word-runbook TO ws-sla-runbook(ws-sla-idx).
           MOVE ws-word-due(1:4) TO ws-sla-due(ws-sla-idx).
           MOVE ws-word-rule TO ws-sla-rule(ws-sla-idx).
           MOVE "N" TO ws-sla-scheduled(ws-sla-idx).
           MOVE 0 TO ws-sla-nights(ws-sla-idx).
           MOVE 0 TO ws-sla-met(ws-sla-idx).
           PERFORM 120-COUNT-STEPS.
       110-HANDLE-SLA-LINE-EXIT.
           EXIT.

      *>   steps are counted the way chain-runner numbers them: every
      *>   runbook line that is not blank or a "*" comment
       120-COUNT-STEPS SECTION.
           PERFORM VARYING ws-step-count FROM 1 BY 1
               UNTIL ws-step-count > ws-step-max
               MOVE "N" TO ws-sla-stop(ws-sla-idx, ws-step-count)
           END-PERFORM.
           MOVE 0 TO ws-step-count.
           MOVE ws-sla-runbook(ws-sla-idx) TO ws-runbook-path.
           MOVE "N" TO ws-runbook-eof.
           OPEN INPUT RUNBOOK-FILE.
           IF ws-runbook-status NOT = "00"
               DISPLAY "SLA013W sla-report: could not open runbook '"
                 FUNCTION TRIM(ws-runbook-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 0 TO ws-sla-steps(ws-sla-idx)
               GO TO 120-COUNT-STEPS-EXIT
           END-IF.
           PERFORM UNTIL ws-runbook-eof = "Y"
               READ RUNBOOK-FILE
                   AT END
                       MOVE "Y" TO ws-runbook-eof
                   NOT AT END
                       IF RUNBOOK-RECORD NOT = SPACES
                           AND RUNBOOK-RECORD(1:1) NOT = "*"
                           AND ws-step-count < ws-step-max
                           ADD 1 TO ws-step-count
                           MOVE SPACES TO ws-step-word
                           UNSTRING RUNBOOK-RECORD DELIMITED BY " "
                             INTO ws-step-word
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(ws-step-word)
                                = "STOP"
                               MOVE "Y" TO ws-sla-stop
                                 (ws-sla-idx, ws-step-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNBOOK-FILE.
           MOVE ws-step-count TO ws-sla-steps(ws-sla-idx).
       120-COUNT-STEPS-EXIT.
           EXIT.

      *>   the SCHEDULE entries are read the way chain-scheduler reads
      *>   them: DAILY <runbook>, else <rule> <detail> <runbook>
       130-LOAD-SCHEDULE SECTION.
           OPEN INPUT SCHEDULE-FILE.
           IF ws-schedule-status NOT = "00"
               GO TO 130-LOAD-SCHEDULE-EXIT
           END-IF.
           PERFORM UNTIL ws-schedule-eof = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO ws-schedule-eof
                   NOT AT END
                       IF SCHEDULE-RECORD NOT = SPACES
                           AND SCHEDULE-RECORD(1:1) NOT = "*"
                           PERFORM 140-HANDLE-SCHEDULE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
       130-LOAD-SCHEDULE-EXIT.
           EXIT.

       140-HANDLE-SCHEDULE-ENTRY SECTION.
           MOVE SPACES TO ws-rule-word.
           MOVE SPACES TO ws-rule-detail.
           MOVE SPACES TO ws-entry-runbook.
           IF FUNCTION UPPER-CASE(SCHEDULE-RECORD(1:6)) = "DAILY "
               UNSTRING SCHEDULE-RECORD DELIMITED BY ALL " "
                 INTO ws-rule-word ws-entry-runbook
               END-UNSTRING
           ELSE
               UNSTRING SCHEDULE-RECORD DELIMITED BY ALL " "
                 INTO ws-rule-word ws-rule-detail ws-entry-runbook
               END-UNSTRING
           END-IF.
           IF ws-entry-runbook = SPACES
               GO TO 140-HANDLE-SCHEDULE-ENTRY-EXIT
           END-IF.
           MOVE ws-entry-runbook TO ws-this-runbook.
           PERFORM 150-FIND-SLA.
           IF ws-found-flag = "Y"
               MOVE "Y" TO ws-sla-scheduled(ws-sla-idx)
               GO TO 140-HANDLE-SCHEDULE-ENTRY-EXIT
           END-IF.
           PERFORM VARYING ws-nosla-idx FROM 1 BY 1
               UNTIL ws-nosla-idx > ws-nosla-count
               IF ws-nosla-runbook(ws-nosla-idx) = ws-entry-runbook
                   GO TO 140-HANDLE-SCHEDULE-ENTRY-EXIT
               END-IF
           END-PERFORM.
           IF ws-nosla-count < ws-nosla-max
               ADD 1 TO ws-nosla-count
               MOVE ws-entry-runbook TO ws-nosla-runbook(ws-nosla-count)
           END-IF.
       140-HANDLE-SCHEDULE-ENTRY-EXIT.
           EXIT.

      *>   ws-this-runbook to its SLA entry, ws-sla-idx
       150-FIND-SLA SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-sla-idx FROM 1 BY 1
               UNTIL ws-sla-idx > ws-sla-count
               OR ws-found-flag = "Y"
               IF ws-sla-runbook(ws-sla-idx) = ws-this-runbook
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-sla-idx
           END-IF.

      *>   every RUN decision the scheduler logged for the month is a
      *>   night the chain was due, whether or not it then started
       200-READ-SCHEDULE-LOG SECTION.
           OPEN INPUT SCHED-LOG-FILE.
           IF ws-sched-log-status NOT = "00"
               GO TO 200-READ-SCHEDULE-LOG-EXIT
           END-IF.
           PERFORM UNTIL ws-sched-log-eof = "Y"
               READ SCHED-LOG-FILE
                   AT END
                       MOVE "Y" TO ws-sched-log-eof
                   NOT AT END
                       IF SCHED-LOG-RECORD(19:5) = "RUN"
                           AND SCHED-LOG-RECORD(1:8) IS NUMERIC
                           PERFORM 210-HANDLE-SCHED-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-LOG-FILE.
       200-READ-SCHEDULE-LOG-EXIT.
           EXIT.

       210-HANDLE-SCHED-LINE SECTION.
           MOVE SCHED-LOG-RECORD(25:40) TO ws-this-runbook.
           PERFORM 150-FIND-SLA.
           IF ws-found-flag = "N"
               GO TO 210-HANDLE-SCHED-LINE-EXIT
           END-IF.
           MOVE ws-sla-idx TO ws-this-sla.
           IF SCHED-LOG-RECORD(127:8) IS NUMERIC
               MOVE SCHED-LOG-RECORD(127:8) TO ws-this-date
           ELSE
               MOVE SCHED-LOG-RECORD(1:8) TO ws-wall-date
               MOVE SCHED-LOG-RECORD(10:2) TO ws-wall-hh
               PERFORM 450-NIGHT-OF-WALL-TIME
           END-IF.
           IF ws-this-date(1:6) NOT = ws-month
               GO TO 210-HANDLE-SCHED-LINE-EXIT
           END-IF.
           PERFORM 400-FIND-NIGHT.
           IF ws-found-flag = "Y"
               MOVE "Y" TO ws-night-due(ws-night-idx)
           END-IF.
       210-HANDLE-SCHED-LINE-EXIT.
           EXIT.

       300-READ-CHAIN-LOG SECTION.
           OPEN INPUT CHAIN-LOG-FILE.
           IF ws-chain-log-status NOT = "00"
               GO TO 300-READ-CHAIN-LOG-EXIT
           END-IF.
           PERFORM UNTIL ws-chain-log-eof = "Y"
               READ CHAIN-LOG-FILE
                   AT END
                       MOVE "Y" TO ws-chain-log-eof
                   NOT AT END
                       IF CHAIN-LOG-RECORD(1:8) IS NUMERIC
                           AND CHAIN-LOG-RECORD(10:6) IS NUMERIC
                           AND CHAIN-LOG-RECORD(19:3) IS NUMERIC
                           PERFORM 310-HANDLE-CHAIN-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHAIN-LOG-FILE.
       300-READ-CHAIN-LOG-EXIT.
           EXIT.

      *>   a line with no runbook column is the nightly RUNBOOK's,
      *>   chain-runner's default, from before the column was logged
       310-HANDLE-CHAIN-LINE SECTION.
           MOVE CHAIN-LOG-RECORD(140:40) TO ws-this-runbook.
           IF ws-this-runbook = SPACES
               MOVE "RUNBOOK" TO ws-this-runbook
           END-IF.
           PERFORM 150-FIND-SLA.
           IF ws-found-flag = "N"
               GO TO 310-HANDLE-CHAIN-LINE-EXIT
           END-IF.
           MOVE ws-sla-idx TO ws-this-sla.
           IF CHAIN-LOG-RECORD(131:8) IS NUMERIC
               MOVE CHAIN-LOG-RECORD(131:8) TO ws-this-date
           ELSE
               MOVE CHAIN-LOG-RECORD(1:8) TO ws-wall-date
               MOVE CHAIN-LOG-RECORD(10:2) TO ws-wall-hh
               PERFORM 450-NIGHT-OF-WALL-TIME
           END-IF.
           IF ws-this-date(1:6) NOT = ws-month
               GO TO 310-HANDLE-CHAIN-LINE-EXIT
           END-IF.
           PERFORM 400-FIND-NIGHT.
           IF ws-found-flag = "N"
               GO TO 310-HANDLE-CHAIN-LINE-EXIT
           END-IF.
           COMPUTE ws-this-stamp =
             (FUNCTION NUMVAL(CHAIN-LOG-RECORD(1:8)) * 1000000)
             + FUNCTION NUMVAL(CHAIN-LOG-RECORD(10:6)).
           MOVE CHAIN-LOG-RECORD(19:3) TO ws-this-step.
           MOVE CHAIN-LOG-RECORD(23:4) TO ws-this-outcome.
           MOVE CHAIN-LOG-RECORD(35:40) TO ws-this-cmd.
           MOVE "Y" TO ws-night-logged(ws-night-idx).
           MOVE ws-this-step TO ws-night-last-step(ws-night-idx).
           MOVE ws-this-outcome TO ws-night-last-outcome(ws-night-idx).
      *>   a rerun OK clears the step's failure; a SKP1 step-over
      *>   leaves it standing, since the step never did succeed
           EVALUATE ws-this-outcome
               WHEN "OK"
                   PERFORM 420-CLEAR-FAILURE
               WHEN "FAIL"
                   PERFORM 410-NOTE-FAILURE
               WHEN "TOUT"
                   PERFORM 410-NOTE-FAILURE
      *>       an awaited file that never came spoils a clean night
               WHEN "MISS"
                   PERFORM 410-NOTE-FAILURE
           END-EVALUATE.
      *>   the chain is complete when its last step has run and was
      *>   not a STOP step that failed
           IF ws-this-step = ws-sla-steps(ws-this-sla)
               AND ws-night-done(ws-night-idx) = 0
               AND ws-this-outcome NOT = "HELD"
               IF (ws-this-outcome NOT = "FAIL"
                   AND ws-this-outcome NOT = "TOUT")
                   OR ws-sla-stop(ws-this-sla, ws-this-step) = "N"
                   MOVE ws-this-stamp TO ws-night-done(ws-night-idx)
               END-IF
           END-IF.
      *>   the first step to end past the deadline is the one that
      *>   was running when the chain went late
           IF ws-this-stamp > ws-night-deadline(ws-night-idx)
               AND ws-night-late-step(ws-night-idx) = 0
               AND (ws-night-done(ws-night-idx) = 0
                 OR ws-night-done(ws-night-idx) = ws-this-stamp)
               MOVE ws-this-step TO ws-night-late-step(ws-night-idx)
               MOVE ws-this-cmd TO ws-night-late-cmd(ws-night-idx)
           END-IF.
       310-HANDLE-CHAIN-LINE-EXIT.
           EXIT.

      *>   ws-this-sla and ws-this-date to their night, ws-night-idx,
      *>   starting a night not seen before
       400-FIND-NIGHT SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-night-idx FROM 1 BY 1
               UNTIL ws-night-idx > ws-night-count
               OR ws-found-flag = "Y"
               IF ws-night-sla(ws-night-idx) = ws-this-sla
                   AND ws-night-date(ws-night-idx) = ws-this-date
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-night-idx
               GO TO 400-FIND-NIGHT-EXIT
           END-IF.
           IF ws-night-count >= ws-night-max
               GO TO 400-FIND-NIGHT-EXIT
           END-IF.
           ADD 1 TO ws-night-count.
           MOVE ws-night-count TO ws-night-idx.
           MOVE "Y" TO ws-found-flag.
           MOVE ws-this-sla TO ws-night-sla(ws-night-idx).
           MOVE ws-this-date TO ws-night-date(ws-night-idx).
           MOVE "N" TO ws-night-due(ws-night-idx).
           MOVE "N" TO ws-night-logged(ws-night-idx).
           MOVE 0 TO ws-night-done(ws-night-idx).
           MOVE 0 TO ws-night-last-step(ws-night-idx).
           MOVE SPACES TO ws-night-last-outcome(ws-night-idx).
           MOVE 0 TO ws-night-late-step(ws-night-idx).
           MOVE SPACES TO ws-night-late-cmd(ws-night-idx).
           MOVE 0 TO ws-night-fail-count(ws-night-idx).
      *>   the chains start in the evening, so a deadline before 1800
      *>   is the day after the business date, 1800 or later the
      *>   business date itself
           COMPUTE ws-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-this-date)).
           IF ws-sla-due(ws-this-sla) < "1800"
               ADD 1 TO ws-julian
           END-IF.
           COMPUTE ws-calc-date = FUNCTION DATE-OF-INTEGER(ws-julian).
           COMPUTE ws-night-deadline(ws-night-idx) =
             (ws-calc-date * 1000000)
             + (FUNCTION NUMVAL(ws-sla-due(ws-this-sla)) * 100).
       400-FIND-NIGHT-EXIT.
           EXIT.

       410-NOTE-FAILURE SECTION.
           PERFORM VARYING ws-fail-idx FROM 1 BY 1
               UNTIL ws-fail-idx > ws-night-fail-count(ws-night-idx)
               IF ws-night-fail-step(ws-night-idx, ws-fail-idx)
                    = ws-this-step
                   GO TO 410-NOTE-FAILURE-EXIT
               END-IF
           END-PERFORM.
           IF ws-night-fail-count(ws-night-idx) >= ws-fail-max
               GO TO 410-NOTE-FAILURE-EXIT
           END-IF.
           ADD 1 TO ws-night-fail-count(ws-night-idx).
           MOVE ws-night-fail-count(ws-night-idx) TO ws-fail-idx.
           MOVE ws-this-step
             TO ws-night-fail-step(ws-night-idx, ws-fail-idx).
           MOVE ws-this-outcome
             TO ws-night-fail-outcome(ws-night-idx, ws-fail-idx).
           MOVE ws-this-cmd
             TO ws-night-fail-cmd(ws-night-idx, ws-fail-idx).
       410-NOTE-FAILURE-EXIT.
           EXIT.

      *>   the entries after the cleared one move up one place
       420-CLEAR-FAILURE SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-fail-idx FROM 1 BY 1
               UNTIL ws-fail-idx > ws-night-fail-count(ws-night-idx)
               IF ws-found-flag = "Y"
                   MOVE ws-night-fail(ws-night-idx, ws-fail-idx)
                     TO ws-night-fail(ws-night-idx, ws-fail-idx - 1)
               END-IF
               IF ws-night-fail-step(ws-night-idx, ws-fail-idx)
                    = ws-this-step
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-night-fail-count(ws-night-idx)
           END-IF.

      *>   ws-wall-date and hour to the business night, ws-this-date
       450-NIGHT-OF-WALL-TIME SECTION.
           MOVE ws-wall-date TO ws-this-date.
           IF ws-wall-hh < "12"
               COMPUTE ws-julian = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(ws-wall-date)) - 1
               COMPUTE ws-calc-date =
                 FUNCTION DATE-OF-INTEGER(ws-julian)
               MOVE ws-calc-date TO ws-this-date
           END-IF.

      *>   night ws-night-idx to MET or MISSED, with the reason a
      *>   missed night missed
       500-JUDGE-NIGHT SECTION.
           MOVE "MET" TO ws-result.
           MOVE SPACES TO ws-reason.
           MOVE ws-night-sla(ws-night-idx) TO ws-this-sla.
           IF ws-night-logged(ws-night-idx) = "N"
               MOVE "MISSED" TO ws-result
               MOVE "did not start" TO ws-reason
               GO TO 500-JUDGE-NIGHT-EXIT
           END-IF.
           IF ws-night-done(ws-night-idx) = 0
               MOVE "MISSED" TO ws-result
               IF ws-night-fail-count(ws-night-idx) > 0
                   PERFORM 505-REASON-FAILED
                   GO TO 500-JUDGE-NIGHT-EXIT
               END-IF
               MOVE ws-night-last-step(ws-night-idx) TO ws-ed-step
               IF ws-night-last-outcome(ws-night-idx) = "HELD"
                   STRING "not complete -- held at step " ws-ed-step
                     DELIMITED BY SIZE INTO ws-reason
                   END-STRING
               ELSE
                   STRING "not complete -- stopped after step "
                     ws-ed-step DELIMITED BY SIZE INTO ws-reason
                   END-STRING
               END-IF
               GO TO 500-JUDGE-NIGHT-EXIT
           END-IF.
           IF ws-sla-rule(ws-this-sla) = "CLEAN"
               AND ws-night-fail-count(ws-night-idx) > 0
               MOVE "MISSED" TO ws-result
               PERFORM 505-REASON-FAILED
               GO TO 500-JUDGE-NIGHT-EXIT
           END-IF.
           IF ws-night-done(ws-night-idx)
                > ws-night-deadline(ws-night-idx)
               MOVE "MISSED" TO ws-result
               MOVE ws-night-late-step(ws-night-idx) TO ws-ed-step
               STRING "late -- step " ws-ed-step " "
                 FUNCTION TRIM(ws-night-late-cmd(ws-night-idx))
                 DELIMITED BY SIZE INTO ws-reason
               END-STRING
           END-IF.
       500-JUDGE-NIGHT-EXIT.
           EXIT.

      *>   the first failure still standing is the one blamed
       505-REASON-FAILED SECTION.
           MOVE ws-night-fail-step(ws-night-idx, 1) TO ws-ed-step.
           STRING "step " ws-ed-step " "
             ws-night-fail-outcome(ws-night-idx, 1) " "
             FUNCTION TRIM(ws-night-fail-cmd(ws-night-idx, 1))
             DELIMITED BY SIZE INTO ws-reason
           END-STRING.

       520-SORT-NIGHTS SECTION.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-night-count
               MOVE ws-sort-outer TO ws-sort-low
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-night-count
                   IF ws-night-key(ws-sort-inner)
                        < ws-night-key(ws-sort-low)
                       MOVE ws-sort-inner TO ws-sort-low
                   END-IF
               END-PERFORM
               IF ws-sort-low NOT = ws-sort-outer
                   MOVE ws-night-entry(ws-sort-outer) TO ws-sort-temp
                   MOVE ws-night-entry(ws-sort-low)
                     TO ws-night-entry(ws-sort-outer)
                   MOVE ws-sort-temp TO ws-night-entry(ws-sort-low)
               END-IF
           END-PERFORM.

       600-SHOW-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.
           STRING "Chain service levels for " ws-month(1:4) "-"
             ws-month(5:2) DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-sla-count = 0
               MOVE SPACES TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               MOVE "(no service levels are defined in SLA)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           PERFORM VARYING ws-sla-idx FROM 1 BY 1
               UNTIL ws-sla-idx > ws-sla-count
               PERFORM 610-SHOW-ONE-CHAIN
           END-PERFORM.
           IF ws-nosla-count > 0
               MOVE SPACES TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               MOVE "Scheduled with no service level" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               PERFORM VARYING ws-nosla-idx FROM 1 BY 1
                   UNTIL ws-nosla-idx > ws-nosla-count
                   MOVE SPACES TO ws-rpt-line
                   STRING "  " ws-nosla-runbook(ws-nosla-idx)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-PERFORM
           END-IF.
           IF ws-all-missed > 0
               MOVE SPACES TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               MOVE "Missed nights" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               PERFORM VARYING ws-night-idx FROM 1 BY 1
                   UNTIL ws-night-idx > ws-night-count
                   MOVE ws-night-sla(ws-night-idx) TO ws-sla-idx
                   IF ws-sla-steps(ws-sla-idx) > 0
                       PERFORM 500-JUDGE-NIGHT
                       IF ws-result = "MISSED"
                           MOVE SPACES TO ws-rpt-line
                           STRING "  " ws-sla-runbook(ws-sla-idx)
                             "  " ws-night-date(ws-night-idx) "  "
                             ws-reason
                             DELIMITED BY SIZE INTO ws-rpt-line
                           END-STRING
                           PERFORM 940-EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ws-all-nights TO ws-ed-count.
           MOVE ws-all-met TO ws-ed-count-2.
           MOVE ws-all-missed TO ws-ed-count-3.
           MOVE SPACES TO ws-rpt-line.
           STRING "nights: " FUNCTION TRIM(ws-ed-count)
             "  met: " FUNCTION TRIM(ws-ed-count-2)
             "  missed: " FUNCTION TRIM(ws-ed-count-3)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

      *>   one chain: its service level, a row per night, and the
      *>   month's attainment; two spaces between the columns, so
      *>   the HTML copy puts each in its own cell
       610-SHOW-ONE-CHAIN SECTION.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           MOVE SPACES TO ws-sched-note.
           IF ws-sla-scheduled(ws-sla-idx) = "N"
               MOVE "  (not in SCHEDULE)" TO ws-sched-note
           END-IF.
           STRING FUNCTION TRIM(ws-sla-runbook(ws-sla-idx))
             "  complete by " ws-sla-due(ws-sla-idx)(1:2) ":"
             ws-sla-due(ws-sla-idx)(3:2) "  rule "
             FUNCTION TRIM(ws-sla-rule(ws-sla-idx)) ws-sched-note
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-sla-steps(ws-sla-idx) = 0
               MOVE "  (runbook could not be read -- nights not judged)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               GO TO 610-SHOW-ONE-CHAIN-EXIT
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "  night     deadline        completed       "
             "result  reason"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-night-idx FROM 1 BY 1
               UNTIL ws-night-idx > ws-night-count
               IF ws-night-sla(ws-night-idx) = ws-sla-idx
                   PERFORM 620-SHOW-ONE-NIGHT
               END-IF
           END-PERFORM.
           MOVE "-" TO ws-pct-text.
           IF ws-sla-nights(ws-sla-idx) > 0
               COMPUTE ws-pct ROUNDED =
                 (ws-sla-met(ws-sla-idx) * 100)
                 / ws-sla-nights(ws-sla-idx)
               MOVE ws-pct TO ws-ed-pct
               MOVE SPACES TO ws-pct-text
               STRING FUNCTION TRIM(ws-ed-pct) "%"
                 DELIMITED BY SIZE INTO ws-pct-text
               END-STRING
           END-IF.
           MOVE ws-sla-nights(ws-sla-idx) TO ws-ed-count.
           MOVE ws-sla-met(ws-sla-idx) TO ws-ed-count-2.
           MOVE SPACES TO ws-rpt-line.
           STRING "  nights " FUNCTION TRIM(ws-ed-count)
             "  met " FUNCTION TRIM(ws-ed-count-2)
             "  attainment " FUNCTION TRIM(ws-pct-text)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
       610-SHOW-ONE-CHAIN-EXIT.
           EXIT.

       620-SHOW-ONE-NIGHT SECTION.
           PERFORM 500-JUDGE-NIGHT.
           ADD 1 TO ws-sla-nights(ws-sla-idx).
           ADD 1 TO ws-all-nights.
           IF ws-result = "MET"
               ADD 1 TO ws-sla-met(ws-sla-idx)
               ADD 1 TO ws-all-met
           ELSE
               ADD 1 TO ws-all-missed
           END-IF.
           MOVE ws-night-deadline(ws-night-idx) TO ws-show-stamp.
           PERFORM 630-FORMAT-STAMP.
           MOVE ws-show-text TO ws-deadline-text.
           MOVE "-" TO ws-done-text.
           IF ws-night-done(ws-night-idx) > 0
               MOVE ws-night-done(ws-night-idx) TO ws-show-stamp
               PERFORM 630-FORMAT-STAMP
               MOVE ws-show-text TO ws-done-text
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " ws-night-date(ws-night-idx) "  "
             ws-deadline-text "  " ws-done-text "  " ws-result
             "  " ws-reason
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   yyyymmddhhmmss to "yyyymmdd hh:mm"
       630-FORMAT-STAMP SECTION.
           MOVE SPACES TO ws-show-text.
           STRING ws-show-stamp(1:8) " " ws-show-stamp(9:2) ":"
             ws-show-stamp(11:2)
             DELIMITED BY SIZE INTO ws-show-text
           END-STRING.

       940-EMIT-REPORT-LINE SECTION.
           MOVE "LINE " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       950-CALL-REPORT-WRITER SECTION.
           CALL "report-writer" USING ws-rpt-op ws-rpt-title
             ws-rpt-line ws-rpt-status
           END-CALL.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "SLA001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
      *>   a CALLed subprogram comes back with its own RETURN-CODE,
      *>   wiping this run's exit status -- so the status is saved
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE "SLA002E SLA report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
           END-IF.
           MOVE "END" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE ws-job-rc TO RETURN-CODE.
           STOP RUN.

       END PROGRAM "sla-report".
