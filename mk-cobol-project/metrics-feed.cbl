      *> -------------------------------------------
      *> metrics-feed.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the last step of the nightly chain: puts the night's
      *> results, which otherwise live only in this toolkit's own
      *> files, in front of the enterprise monitoring system. One
      *> metrics file is written in the monitoring system's plain
      *> text line format -- metric name, labels, value, timestamp
      *> in milliseconds -- and dropped into its pickup directory,
      *> MAKER.CFG's METRICS-DIR= (metrics/ when unset), so the
      *> dashboards and paging there watch this toolkit like every
      *> other system. The file is written under a .tmp name and
      *> renamed when complete, so the collector never picks up half
      *> a night. Every line carries a site label, MAKER.CFG's
      *> SITE-ID=. Covered, for the business date:
      *>
      *>   toolkit_chain_steps             step outcomes, CHAIN.LOG
      *>   toolkit_chain_step_elapsed_seconds  each step's elapsed
      *>   toolkit_build_projects          PASS/FAIL, BUILD-HISTORY
      *>   toolkit_batch_window_seconds    WINDOW-START to WINDOW-END
      *>   toolkit_batch_window_used_seconds  start to last step done
      *>   toolkit_batch_window_used_percent
      *>   toolkit_disk_kb                 latest DISK-HISTORY totals
      *>   toolkit_compile_messages        COMPILE-BASELINE totals
      *>   toolkit_log_messages            ERROR.LOG, last 24 hours,
      *>                                   by severity
      *>   toolkit_alerts_open             alerts still in alerts/
      *>
      *> A source file not there yet leaves its metrics out rather
      *> than reporting zeros nobody measured.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "metrics-feed".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.
           SELECT CHAIN-LOG-FILE
               ASSIGN TO DYNAMIC ws-chain-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chain-log-status.
           SELECT BUILD-HISTORY-FILE
               ASSIGN TO DYNAMIC ws-build-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-build-history-status.
           SELECT DISK-HISTORY-FILE
               ASSIGN TO DYNAMIC ws-disk-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-disk-history-status.
           SELECT BASELINE-FILE
               ASSIGN TO DYNAMIC ws-baseline-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-baseline-status.
           SELECT ERROR-LOG-FILE
               ASSIGN TO DYNAMIC ws-error-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-error-log-status.
      *>   the alerts/ directory listed into a scratch file, the
      *>   same redirect-and-scan technique shift-handover uses
           SELECT ALERT-LIST-FILE
               ASSIGN TO DYNAMIC ws-alert-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alert-list-status.
           SELECT METRICS-FILE
               ASSIGN TO DYNAMIC ws-metrics-tmp-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-metrics-status.

       DATA DIVISION.
         FILE SECTION.
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).
      *>   chain-runner's line, through the business date and runbook
         FD  CHAIN-LOG-FILE.
         01 CHAIN-LOG-RECORD.
             05 chain-rec-date    PIC X(8).
             05 FILLER            PIC X.
             05 chain-rec-time    PIC X(8).
             05 FILLER            PIC X.
             05 chain-rec-step    PIC X(3).
             05 FILLER            PIC X.
             05 chain-rec-outcome PIC X(4).
             05 FILLER            PIC X.
             05 chain-rec-el-min  PIC X(2).
             05 FILLER            PIC X.
             05 chain-rec-el-sec  PIC X(2).
             05 FILLER            PIC X.
             05 FILLER            PIC X.
             05 chain-rec-command PIC X(95).
             05 FILLER            PIC X.
             05 chain-rec-bus-date PIC X(8).
             05 FILLER            PIC X.
             05 chain-rec-runbook PIC X(40).
      *>   the fixed columns build-health writes
         FD  BUILD-HISTORY-FILE.
         01 BUILD-HISTORY-RECORD.
             05 hist-name         PIC X(48).
             05 FILLER            PIC X.
             05 hist-date         PIC X(8).
             05 FILLER            PIC X.
             05 hist-time         PIC X(8).
             05 FILLER            PIC X.
             05 hist-result       PIC X(4).
             05 FILLER            PIC X.
             05 hist-rc           PIC 9(9).
             05 FILLER            PIC X(7).
             05 FILLER            PIC X.
             05 hist-bus-date     PIC X(8).
      *>   the fixed columns disk-usage writes, sizes in KB
         FD  DISK-HISTORY-FILE.
         01 DISK-HISTORY-RECORD.
             05 duh-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 duh-rec-source    PIC 9(9).
             05 FILLER            PIC X.
             05 duh-rec-artifact  PIC 9(9).
             05 FILLER            PIC X.
             05 duh-rec-archive   PIC 9(9).
             05 FILLER            PIC X.
             05 duh-rec-grand     PIC 9(9).
      *>   compile-report's per-project counts from its last run
         FD  BASELINE-FILE.
         01 BASELINE-RECORD.
             05 base-rec-name     PIC X(48).
             05 FILLER            PIC X.
             05 base-rec-errors   PIC 9(5).
             05 FILLER            PIC X.
             05 base-rec-warnings PIC 9(5).
         FD  ERROR-LOG-FILE.
         01 ERROR-LOG-RECORD.
             05 err-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 err-rec-time      PIC X(8).
             05 FILLER            PIC X.
             05 err-rec-rest      PIC X(123).
         FD  ALERT-LIST-FILE.
         01 ALERT-LIST-RECORD PIC X(200).
         FD  METRICS-FILE.
         01 METRICS-RECORD    PIC X(300).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "metrics-feed".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-config-path     PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status   PIC XX.
           01 ws-config-eof      PIC X VALUE "N".
           01 ws-config-key      PIC X(40).
           01 ws-config-value    PIC X(200).
           01 ws-chain-log-path  PIC X(300) VALUE "CHAIN.LOG".
           01 ws-chain-log-status PIC XX.
           01 ws-chain-log-eof   PIC X VALUE "N".
           01 ws-build-history-path PIC X(300) VALUE "BUILD-HISTORY".
           01 ws-build-history-status PIC XX.
           01 ws-build-history-eof PIC X VALUE "N".
           01 ws-disk-history-path PIC X(300) VALUE "DISK-HISTORY".
           01 ws-disk-history-status PIC XX.
           01 ws-disk-history-eof PIC X VALUE "N".
           01 ws-baseline-path   PIC X(300) VALUE "COMPILE-BASELINE".
           01 ws-baseline-status PIC XX.
           01 ws-baseline-eof    PIC X VALUE "N".
           01 ws-error-log-path  PIC X(300) VALUE "ERROR.LOG".
           01 ws-error-log-status PIC XX.
           01 ws-error-log-eof   PIC X VALUE "N".
           01 ws-alert-list-path PIC X(300) VALUE "METRICS.TMP".
           01 ws-alert-list-status PIC XX.
           01 ws-alert-list-eof  PIC X VALUE "N".
           01 ws-ls-command      PIC X(200).
           01 ws-rc              PIC 9(9) COMP-5.

      *>   the pickup directory and the file dropped into it, written
      *>   under the .tmp name first
           01 ws-metrics-dir      PIC X(200) VALUE "metrics".
           01 ws-metrics-path     PIC X(300).
           01 ws-metrics-tmp-path PIC X(300).
           01 ws-metrics-status   PIC XX.
           01 ws-site-id          PIC X(20) VALUE "MAINSITE".

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *>   DATE-STAMP's "PROC" answer: the business date the chain
      *>   is running for, which CHAIN.LOG and BUILD-HISTORY carry
           01 ws-bus-date        PIC X(8).
           01 ws-ds-weekday      PIC 9 VALUE 1.
           01 ws-ds-date         PIC 9(6) VALUE ZERO.
           01 ws-ds-time         PIC 9(8) VALUE ZERO.
           01 ws-ds-format       PIC X(4) VALUE "PROC".
           01 ws-ds-stamp        PIC X(60).
           01 ws-ds-fiscal       PIC X(10).
           01 ws-ds-cal          PIC X(12) VALUE SPACES.

      *>   now on elapsed-timer's UTC clock: the sample timestamp, in
      *>   milliseconds since 1970-01-01 UTC, and the 24-hour cutoff
      *>   for the UTC ERROR.LOG stamps
           01 ws-timer-op        PIC X(7).
           01 ws-utc-now-stamp   PIC 9(14).
           01 ws-timer-days      PIC 9(5).
           01 ws-timer-hours     PIC 99.
           01 ws-timer-minutes   PIC 99.
           01 ws-timer-seconds   PIC 99.
           01 ws-epoch-millis    PIC 9(15).
           01 ws-utc-cut-julian  PIC 9(7).
           01 ws-utc-cut-date    PIC 9(8).
           01 ws-utc-cutoff      PIC 9(14).
           01 ws-entry-stamp     PIC 9(14).

      *>   the batch window, HHMM; an end at or before the start
      *>   runs across midnight, as window-forecast reads it
           01 ws-window-start    PIC X(4) VALUE SPACES.
           01 ws-window-end      PIC X(4) VALUE SPACES.
           01 ws-start-secs      PIC 9(6).
           01 ws-end-secs        PIC 9(6).
           01 ws-window-secs     PIC 9(6) VALUE 0.
           01 ws-window-stamp    PIC 9(14).
           01 ws-last-step-stamp PIC 9(14) VALUE 0.
           01 ws-used-secs       PIC 9(7) VALUE 0.
           01 ws-used-pct        PIC 9(5)V9.
           01 ws-from-julian     PIC 9(7).
           01 ws-to-julian       PIC 9(7).

      *>   the night's step outcomes, and each step's elapsed; a
      *>   step rerun on a restart keeps its latest run
           01 ws-chain-seen      PIC X VALUE "N".
           01 ws-outcome-table.
               05 ws-outcome-entry OCCURS 8 TIMES.
                   10 ws-outcome-code  PIC X(4).
                   10 ws-outcome-n     PIC 9(5).
           01 ws-outcome-idx     PIC 9.
           78 ws-step-max VALUE 300.
           01 ws-step-count      PIC 9(4) VALUE 0.
           01 ws-step-idx        PIC 9(4).
           01 ws-step-table.
               05 ws-step-entry OCCURS 300 TIMES.
                   10 ws-step-runbook  PIC X(40).
                   10 ws-step-number   PIC X(3).
                   10 ws-step-program  PIC X(40).
                   10 ws-step-secs     PIC 9(5).
           01 ws-step-path       PIC X(100).
           01 ws-slash-pos       PIC 9(3).
           01 ws-path-idx        PIC 9(3).
           01 ws-found-flag      PIC X.

      *>   BUILD-HISTORY for the business date, one result per
      *>   project, the latest where a project was retested
           01 ws-build-seen      PIC X VALUE "N".
           78 ws-proj-max VALUE 300.
           01 ws-proj-count      PIC 9(4) VALUE 0.
           01 ws-proj-idx        PIC 9(4).
           01 ws-proj-table.
               05 ws-proj-entry OCCURS 300 TIMES.
                   10 ws-proj-name     PIC X(48).
                   10 ws-proj-result   PIC X(4).
           01 ws-pass-count      PIC 9(5) VALUE 0.
           01 ws-fail-count      PIC 9(5) VALUE 0.
           01 ws-ochg-count      PIC 9(5) VALUE 0.
           01 ws-hist-day        PIC X(8).

           01 ws-disk-seen       PIC X VALUE "N".
           01 ws-disk-source     PIC 9(9) VALUE 0.
           01 ws-disk-artifact   PIC 9(9) VALUE 0.
           01 ws-disk-archive    PIC 9(9) VALUE 0.
           01 ws-disk-grand      PIC 9(9) VALUE 0.

           01 ws-baseline-seen   PIC X VALUE "N".
           01 ws-compile-errors  PIC 9(9) VALUE 0.
           01 ws-compile-warnings PIC 9(9) VALUE 0.

      *>   ERROR.LOG lines by severity; lines from before the
      *>   severity column are all errors, log-error's only kind then
           01 ws-error-log-seen  PIC X VALUE "N".
           01 ws-sev-info        PIC 9(7) VALUE 0.
           01 ws-sev-warn        PIC 9(7) VALUE 0.
           01 ws-sev-error       PIC 9(7) VALUE 0.
           01 ws-sev-fatal       PIC 9(7) VALUE 0.

           01 ws-alerts-seen     PIC X VALUE "N".
           01 ws-alert-count     PIC 9(5) VALUE 0.

      *>   one sample line: name, labels past the site label, value
           01 ws-metric-name     PIC X(60).
           01 ws-metric-help     PIC X(100).
           01 ws-metric-labels   PIC X(160).
           01 ws-metric-value    PIC X(20).
           01 ws-ed-value        PIC Z(14)9.
           01 ws-ed-pct          PIC Z(4)9.9.
           01 ws-ed-millis       PIC Z(14)9.
           01 ws-line-count      PIC 9(5) VALUE 0.
           01 ws-ed-count        PIC Z(4)9.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 010-READ-CONFIG.
           perform 100-DIGEST-CHAIN-LOG.
           perform 200-DIGEST-BUILD-HISTORY.
           perform 300-DIGEST-DISK-HISTORY.
           perform 400-DIGEST-BASELINE.
           perform 500-DIGEST-ERROR-LOG.
           perform 600-COUNT-OPEN-ALERTS.
           perform 700-WRITE-FEED.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
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
           MOVE "START" TO ws-timer-op.
           CALL "elapsed-timer" USING ws-timer-op ws-utc-now-stamp
             ws-timer-days ws-timer-hours ws-timer-minutes
             ws-timer-seconds
           END-CALL.
           COMPUTE ws-epoch-millis =
             (((FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(ws-utc-now-stamp(1:8)))
               - FUNCTION INTEGER-OF-DATE(19700101)) * 86400)
             + (FUNCTION NUMVAL(ws-utc-now-stamp(9:2)) * 3600)
             + (FUNCTION NUMVAL(ws-utc-now-stamp(11:2)) * 60)
             + FUNCTION NUMVAL(ws-utc-now-stamp(13:2))) * 1000.
           COMPUTE ws-utc-cut-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-utc-now-stamp(1:8))) - 1.
           COMPUTE ws-utc-cut-date = FUNCTION DATE-OF-INTEGER
             (ws-utc-cut-julian).
           COMPUTE ws-utc-cutoff =
             (ws-utc-cut-date * 1000000)
             + FUNCTION NUMVAL(ws-utc-now-stamp(9:6)).
           MOVE "OK  " TO ws-outcome-code(1).
           MOVE "FAIL" TO ws-outcome-code(2).
           MOVE "TOUT" TO ws-outcome-code(3).
           MOVE "HELD" TO ws-outcome-code(4).
           MOVE "SKP1" TO ws-outcome-code(5).
           MOVE "FRZN" TO ws-outcome-code(6).
           MOVE "MISS" TO ws-outcome-code(7).
           MOVE "SKPW" TO ws-outcome-code(8).
           PERFORM VARYING ws-outcome-idx FROM 1 BY 1
               UNTIL ws-outcome-idx > 8
               MOVE 0 TO ws-outcome-n(ws-outcome-idx)
           END-PERFORM.

       010-READ-CONFIG SECTION.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               GO TO 010-READ-CONFIG-EXIT
           END-IF.
           PERFORM UNTIL ws-config-eof = "Y"
               READ CONFIG-FILE
                   AT END
                       MOVE "Y" TO ws-config-eof
                   NOT AT END
                       IF CONFIG-RECORD NOT = SPACES
                           AND CONFIG-RECORD(1:1) NOT = "*"
                           PERFORM 020-APPLY-CONFIG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           IF ws-window-start IS NUMERIC
               AND ws-window-end IS NUMERIC
               COMPUTE ws-start-secs =
                 (FUNCTION NUMVAL(ws-window-start(1:2)) * 3600)
                 + (FUNCTION NUMVAL(ws-window-start(3:2)) * 60)
               COMPUTE ws-end-secs =
                 (FUNCTION NUMVAL(ws-window-end(1:2)) * 3600)
                 + (FUNCTION NUMVAL(ws-window-end(3:2)) * 60)
               IF ws-end-secs > ws-start-secs
                   COMPUTE ws-window-secs =
                     ws-end-secs - ws-start-secs
               ELSE
                   COMPUTE ws-window-secs =
                     (86400 - ws-start-secs) + ws-end-secs
               END-IF
           END-IF.
       010-READ-CONFIG-EXIT.
           EXIT.

       020-APPLY-CONFIG-LINE SECTION.
           MOVE SPACES TO ws-config-key.
           MOVE SPACES TO ws-config-value.
           UNSTRING CONFIG-RECORD DELIMITED BY "="
             INTO ws-config-key ws-config-value
           END-UNSTRING.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-config-key))
               WHEN "WINDOW-START"
                   MOVE FUNCTION TRIM(ws-config-value)
                     TO ws-window-start
               WHEN "WINDOW-END"
                   MOVE FUNCTION TRIM(ws-config-value)
                     TO ws-window-end
               WHEN "SITE-ID"
                   MOVE FUNCTION TRIM(ws-config-value) TO ws-site-id
               WHEN "METRICS-DIR"
                   MOVE FUNCTION TRIM(ws-config-value)
                     TO ws-metrics-dir
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>   only the business date's lines: the nightly and whatever
      *>   else the scheduler ran the same night
       100-DIGEST-CHAIN-LOG SECTION.
           OPEN INPUT CHAIN-LOG-FILE.
           IF ws-chain-log-status NOT = "00"
               GO TO 100-DIGEST-CHAIN-LOG-EXIT
           END-IF.
           MOVE "Y" TO ws-chain-seen.
           PERFORM UNTIL ws-chain-log-eof = "Y"
               READ CHAIN-LOG-FILE
                   AT END
                       MOVE "Y" TO ws-chain-log-eof
                   NOT AT END
                       IF chain-rec-bus-date = ws-bus-date
                           AND chain-rec-date IS NUMERIC
                           AND chain-rec-time(1:6) IS NUMERIC
                           PERFORM 110-TALLY-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHAIN-LOG-FILE.
       100-DIGEST-CHAIN-LOG-EXIT.
           EXIT.

       110-TALLY-ONE-STEP SECTION.
           PERFORM VARYING ws-outcome-idx FROM 1 BY 1
               UNTIL ws-outcome-idx > 8
               IF ws-outcome-code(ws-outcome-idx) = chain-rec-outcome
                   ADD 1 TO ws-outcome-n(ws-outcome-idx)
               END-IF
           END-PERFORM.
           COMPUTE ws-entry-stamp =
             (FUNCTION NUMVAL(chain-rec-date) * 1000000)
             + FUNCTION NUMVAL(chain-rec-time(1:6)).
           IF ws-entry-stamp > ws-last-step-stamp
               MOVE ws-entry-stamp TO ws-last-step-stamp
           END-IF.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-step-idx FROM 1 BY 1
               UNTIL ws-step-idx > ws-step-count
               OR ws-found-flag = "Y"
               IF ws-step-runbook(ws-step-idx) = chain-rec-runbook
                   AND ws-step-number(ws-step-idx) = chain-rec-step
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-step-idx
           ELSE
               IF ws-step-count >= ws-step-max
                   GO TO 110-TALLY-ONE-STEP-EXIT
               END-IF
               ADD 1 TO ws-step-count
               MOVE ws-step-count TO ws-step-idx
               MOVE chain-rec-runbook TO ws-step-runbook(ws-step-idx)
               IF chain-rec-runbook = SPACES
                   MOVE "RUNBOOK" TO ws-step-runbook(ws-step-idx)
               END-IF
               MOVE chain-rec-step TO ws-step-number(ws-step-idx)
           END-IF.
      *>   the program is the command's first word past its last
      *>   slash, as chain-runner names it on an incident
           MOVE SPACES TO ws-step-path.
           UNSTRING chain-rec-command DELIMITED BY ALL " "
             INTO ws-step-path
           END-UNSTRING.
           MOVE 0 TO ws-slash-pos.
           PERFORM VARYING ws-path-idx FROM 1 BY 1
               UNTIL ws-path-idx > 100
               IF ws-step-path(ws-path-idx:1) = "/"
                   MOVE ws-path-idx TO ws-slash-pos
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-step-program(ws-step-idx).
           IF ws-slash-pos < 100
               MOVE ws-step-path(ws-slash-pos + 1:)
                 TO ws-step-program(ws-step-idx)
           END-IF.
           INSPECT ws-step-program(ws-step-idx)
             REPLACING ALL """" BY "'".
           MOVE 0 TO ws-step-secs(ws-step-idx).
           IF chain-rec-el-min IS NUMERIC
               AND chain-rec-el-sec IS NUMERIC
               COMPUTE ws-step-secs(ws-step-idx) =
                 (FUNCTION NUMVAL(chain-rec-el-min) * 60)
                 + FUNCTION NUMVAL(chain-rec-el-sec)
           END-IF.
       110-TALLY-ONE-STEP-EXIT.
           EXIT.

      *>   a line with no business date column is filed under its
      *>   own run date
       200-DIGEST-BUILD-HISTORY SECTION.
           OPEN INPUT BUILD-HISTORY-FILE.
           IF ws-build-history-status NOT = "00"
               GO TO 200-DIGEST-BUILD-HISTORY-EXIT
           END-IF.
           MOVE "Y" TO ws-build-seen.
           PERFORM UNTIL ws-build-history-eof = "Y"
               READ BUILD-HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-build-history-eof
                   NOT AT END
                       MOVE hist-bus-date TO ws-hist-day
                       IF ws-hist-day = SPACES
                           MOVE hist-date TO ws-hist-day
                       END-IF
                       IF ws-hist-day = ws-bus-date
                           AND hist-name NOT = SPACES
                           PERFORM 210-NOTE-ONE-BUILD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUILD-HISTORY-FILE.
           PERFORM VARYING ws-proj-idx FROM 1 BY 1
               UNTIL ws-proj-idx > ws-proj-count
               EVALUATE ws-proj-result(ws-proj-idx)
                   WHEN "PASS"
                       ADD 1 TO ws-pass-count
                   WHEN "OCHG"
                       ADD 1 TO ws-ochg-count
                   WHEN OTHER
                       ADD 1 TO ws-fail-count
               END-EVALUATE
           END-PERFORM.
       200-DIGEST-BUILD-HISTORY-EXIT.
           EXIT.

       210-NOTE-ONE-BUILD SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-proj-idx FROM 1 BY 1
               UNTIL ws-proj-idx > ws-proj-count
               OR ws-found-flag = "Y"
               IF ws-proj-name(ws-proj-idx) = hist-name
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-proj-idx
           ELSE
               IF ws-proj-count >= ws-proj-max
                   GO TO 210-NOTE-ONE-BUILD-EXIT
               END-IF
               ADD 1 TO ws-proj-count
               MOVE ws-proj-count TO ws-proj-idx
               MOVE hist-name TO ws-proj-name(ws-proj-idx)
           END-IF.
           MOVE hist-result TO ws-proj-result(ws-proj-idx).
       210-NOTE-ONE-BUILD-EXIT.
           EXIT.

      *>   the latest line is the latest measurement
       300-DIGEST-DISK-HISTORY SECTION.
           OPEN INPUT DISK-HISTORY-FILE.
           IF ws-disk-history-status NOT = "00"
               GO TO 300-DIGEST-DISK-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL ws-disk-history-eof = "Y"
               READ DISK-HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-disk-history-eof
                   NOT AT END
                       IF duh-rec-grand IS NUMERIC
                           MOVE "Y" TO ws-disk-seen
                           MOVE duh-rec-source TO ws-disk-source
                           MOVE duh-rec-artifact TO ws-disk-artifact
                           MOVE duh-rec-archive TO ws-disk-archive
                           MOVE duh-rec-grand TO ws-disk-grand
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISK-HISTORY-FILE.
       300-DIGEST-DISK-HISTORY-EXIT.
           EXIT.

       400-DIGEST-BASELINE SECTION.
           OPEN INPUT BASELINE-FILE.
           IF ws-baseline-status NOT = "00"
               GO TO 400-DIGEST-BASELINE-EXIT
           END-IF.
           MOVE "Y" TO ws-baseline-seen.
           PERFORM UNTIL ws-baseline-eof = "Y"
               READ BASELINE-FILE
                   AT END
                       MOVE "Y" TO ws-baseline-eof
                   NOT AT END
                       IF base-rec-errors IS NUMERIC
                           AND base-rec-warnings IS NUMERIC
                           ADD base-rec-errors TO ws-compile-errors
                           ADD base-rec-warnings
                             TO ws-compile-warnings
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BASELINE-FILE.
       400-DIGEST-BASELINE-EXIT.
           EXIT.

      *>   the severity sits past the zone-offset column on current
      *>   lines, the same layout shift-handover reads
       500-DIGEST-ERROR-LOG SECTION.
           OPEN INPUT ERROR-LOG-FILE.
           IF ws-error-log-status NOT = "00"
               GO TO 500-DIGEST-ERROR-LOG-EXIT
           END-IF.
           MOVE "Y" TO ws-error-log-seen.
           PERFORM UNTIL ws-error-log-eof = "Y"
               READ ERROR-LOG-FILE
                   AT END
                       MOVE "Y" TO ws-error-log-eof
                   NOT AT END
                       IF err-rec-date IS NUMERIC
                           AND err-rec-time(1:6) IS NUMERIC
                           COMPUTE ws-entry-stamp =
                             (FUNCTION NUMVAL(err-rec-date)
                               * 1000000)
                             + FUNCTION NUMVAL(err-rec-time(1:6))
                           IF ws-entry-stamp >= ws-utc-cutoff
                               PERFORM 510-TALLY-ONE-ERROR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ERROR-LOG-FILE.
       500-DIGEST-ERROR-LOG-EXIT.
           EXIT.

       510-TALLY-ONE-ERROR SECTION.
           IF err-rec-rest(1:1) NOT = "+" AND NOT = "-"
               ADD 1 TO ws-sev-error
               GO TO 510-TALLY-ONE-ERROR-EXIT
           END-IF.
           EVALUATE err-rec-rest(7:5)
               WHEN "INFO "
                   ADD 1 TO ws-sev-info
               WHEN "WARN "
                   ADD 1 TO ws-sev-warn
               WHEN "FATAL"
                   ADD 1 TO ws-sev-fatal
               WHEN OTHER
                   ADD 1 TO ws-sev-error
           END-EVALUATE.
       510-TALLY-ONE-ERROR-EXIT.
           EXIT.

      *>   anything still sitting in alerts/ is open; alert-console
      *>   moves an acknowledged one to alerts/closed/
       600-COUNT-OPEN-ALERTS SECTION.
           MOVE SPACES TO ws-ls-command.
           STRING "ls alerts 2>/dev/null > " DELIMITED BY SIZE
             FUNCTION TRIM(ws-alert-list-path) DELIMITED BY SIZE
             INTO ws-ls-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-ls-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT ALERT-LIST-FILE.
           IF ws-alert-list-status NOT = "00"
               GO TO 600-COUNT-OPEN-ALERTS-EXIT
           END-IF.
           MOVE "Y" TO ws-alerts-seen.
           PERFORM UNTIL ws-alert-list-eof = "Y"
               READ ALERT-LIST-FILE
                   AT END
                       MOVE "Y" TO ws-alert-list-eof
                   NOT AT END
                       IF ALERT-LIST-RECORD(1:6) = "ALERT-"
                           ADD 1 TO ws-alert-count
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-LIST-FILE.
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-alert-list-path)
             RETURNING ws-rc
           END-CALL.
       600-COUNT-OPEN-ALERTS-EXIT.
           EXIT.

       700-WRITE-FEED SECTION.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(ws-metrics-dir)
             RETURNING ws-rc
           END-CALL.
           MOVE SPACES TO ws-metrics-path.
           STRING FUNCTION TRIM(ws-metrics-dir) "/toolkit-metrics.prom"
             DELIMITED BY SIZE INTO ws-metrics-path
           END-STRING.
           MOVE SPACES TO ws-metrics-tmp-path.
           STRING FUNCTION TRIM(ws-metrics-path) ".tmp"
             DELIMITED BY SIZE INTO ws-metrics-tmp-path
           END-STRING.
           MOVE ws-epoch-millis TO ws-ed-millis.
           OPEN OUTPUT METRICS-FILE.
           IF ws-metrics-status NOT = "00"
               DISPLAY "MTF010E metrics-feed: could not write '"
                 FUNCTION TRIM(ws-metrics-tmp-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-chain-seen = "Y"
               PERFORM 710-WRITE-CHAIN-METRICS
           END-IF.
           IF ws-build-seen = "Y"
               PERFORM 720-WRITE-BUILD-METRICS
           END-IF.
           IF ws-window-secs > 0
               PERFORM 730-WRITE-WINDOW-METRICS
           END-IF.
           IF ws-disk-seen = "Y"
               PERFORM 740-WRITE-DISK-METRICS
           END-IF.
           IF ws-baseline-seen = "Y"
               PERFORM 750-WRITE-COMPILE-METRICS
           END-IF.
           IF ws-error-log-seen = "Y"
               PERFORM 760-WRITE-LOG-METRICS
           END-IF.
           IF ws-alerts-seen = "Y"
               MOVE "toolkit_alerts_open" TO ws-metric-name
               MOVE "alerts raised and not yet acknowledged"
                 TO ws-metric-help
               PERFORM 800-WRITE-FAMILY-HEAD
               MOVE SPACES TO ws-metric-labels
               MOVE ws-alert-count TO ws-ed-value
               MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value
               PERFORM 810-WRITE-SAMPLE
           END-IF.
           CLOSE METRICS-FILE.
      *>   the finished file replaces last night's in one rename
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-metrics-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_RENAME_FILE" USING ws-metrics-tmp-path
             ws-metrics-path
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "MTF010E metrics-feed: could not write '"
                 FUNCTION TRIM(ws-metrics-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE ws-line-count TO ws-ed-count.
           DISPLAY "metrics-feed: " FUNCTION TRIM(ws-ed-count)
             " sample(s) for " ws-bus-date " dropped as "
             FUNCTION TRIM(ws-metrics-path)
           END-DISPLAY.

       710-WRITE-CHAIN-METRICS SECTION.
           MOVE "toolkit_chain_steps" TO ws-metric-name.
           MOVE "chain steps logged for the business date, by outcome"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           PERFORM VARYING ws-outcome-idx FROM 1 BY 1
               UNTIL ws-outcome-idx > 8
               MOVE SPACES TO ws-metric-labels
               STRING "outcome=""" DELIMITED BY SIZE
                 FUNCTION LOWER-CASE(ws-outcome-code(ws-outcome-idx))
                   DELIMITED BY SPACE
                 """" DELIMITED BY SIZE
                 INTO ws-metric-labels
               END-STRING
               MOVE ws-outcome-n(ws-outcome-idx) TO ws-ed-value
               MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value
               PERFORM 810-WRITE-SAMPLE
           END-PERFORM.
           MOVE "toolkit_chain_step_elapsed_seconds" TO ws-metric-name.
           MOVE "elapsed seconds of each chain step's latest run"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           PERFORM VARYING ws-step-idx FROM 1 BY 1
               UNTIL ws-step-idx > ws-step-count
               MOVE SPACES TO ws-metric-labels
               STRING "runbook="""
                 FUNCTION TRIM(ws-step-runbook(ws-step-idx))
                 """,step=""" ws-step-number(ws-step-idx)
                 """,program="""
                 FUNCTION TRIM(ws-step-program(ws-step-idx)) """"
                 DELIMITED BY SIZE INTO ws-metric-labels
               END-STRING
               MOVE ws-step-secs(ws-step-idx) TO ws-ed-value
               MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value
               PERFORM 810-WRITE-SAMPLE
           END-PERFORM.

       720-WRITE-BUILD-METRICS SECTION.
           MOVE "toolkit_build_projects" TO ws-metric-name.
           MOVE "projects build-health tested, by result"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           MOVE "result=""pass""" TO ws-metric-labels.
           MOVE ws-pass-count TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "result=""fail""" TO ws-metric-labels.
           MOVE ws-fail-count TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "result=""ochg""" TO ws-metric-labels.
           MOVE ws-ochg-count TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.

      *>   used is window start to the last chain step logged for the
      *>   business date, the window opening on the business date
       730-WRITE-WINDOW-METRICS SECTION.
           COMPUTE ws-window-stamp =
             (FUNCTION NUMVAL(ws-bus-date) * 1000000)
             + (FUNCTION NUMVAL(ws-window-start) * 100).
           MOVE 0 TO ws-used-secs.
           IF ws-last-step-stamp > ws-window-stamp
               COMPUTE ws-from-julian = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(ws-window-stamp(1:8)))
               COMPUTE ws-to-julian = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(ws-last-step-stamp(1:8)))
               COMPUTE ws-used-secs =
                 ((ws-to-julian - ws-from-julian) * 86400)
                 + (FUNCTION NUMVAL(ws-last-step-stamp(9:2)) * 3600)
                 + (FUNCTION NUMVAL(ws-last-step-stamp(11:2)) * 60)
                 + FUNCTION NUMVAL(ws-last-step-stamp(13:2))
                 - ws-start-secs
           END-IF.
           COMPUTE ws-used-pct ROUNDED =
             (ws-used-secs * 100) / ws-window-secs.
           MOVE SPACES TO ws-metric-labels.
           MOVE "toolkit_batch_window_seconds" TO ws-metric-name.
           MOVE "length of the batch window, WINDOW-START to WINDOW-END"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           MOVE ws-window-secs TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "toolkit_batch_window_used_seconds" TO ws-metric-name.
           MOVE "window start to the last chain step completed"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           MOVE ws-used-secs TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "toolkit_batch_window_used_percent" TO ws-metric-name.
           MOVE "share of the batch window the chains used"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           MOVE ws-used-pct TO ws-ed-pct.
           MOVE FUNCTION TRIM(ws-ed-pct) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.

       740-WRITE-DISK-METRICS SECTION.
           MOVE "toolkit_disk_kb" TO ws-metric-name.
           MOVE "latest disk-usage totals in KB, by area"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           MOVE "area=""source""" TO ws-metric-labels.
           MOVE ws-disk-source TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "area=""artifact""" TO ws-metric-labels.
           MOVE ws-disk-artifact TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "area=""archive""" TO ws-metric-labels.
           MOVE ws-disk-archive TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "area=""total""" TO ws-metric-labels.
           MOVE ws-disk-grand TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.

       750-WRITE-COMPILE-METRICS SECTION.
           MOVE "toolkit_compile_messages" TO ws-metric-name.
           MOVE "compiler messages across all projects, by severity"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           MOVE "severity=""error""" TO ws-metric-labels.
           MOVE ws-compile-errors TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "severity=""warning""" TO ws-metric-labels.
           MOVE ws-compile-warnings TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.

       760-WRITE-LOG-METRICS SECTION.
           MOVE "toolkit_log_messages" TO ws-metric-name.
           MOVE "ERROR.LOG lines in the last 24 hours, by severity"
             TO ws-metric-help.
           PERFORM 800-WRITE-FAMILY-HEAD.
           MOVE "severity=""info""" TO ws-metric-labels.
           MOVE ws-sev-info TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "severity=""warn""" TO ws-metric-labels.
           MOVE ws-sev-warn TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "severity=""error""" TO ws-metric-labels.
           MOVE ws-sev-error TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.
           MOVE "severity=""fatal""" TO ws-metric-labels.
           MOVE ws-sev-fatal TO ws-ed-value.
           MOVE FUNCTION TRIM(ws-ed-value) TO ws-metric-value.
           PERFORM 810-WRITE-SAMPLE.

      *>   the HELP and TYPE comment lines ahead of each family
       800-WRITE-FAMILY-HEAD SECTION.
           MOVE SPACES TO METRICS-RECORD.
           STRING "# HELP " FUNCTION TRIM(ws-metric-name) " "
             FUNCTION TRIM(ws-metric-help)
             DELIMITED BY SIZE INTO METRICS-RECORD
           END-STRING.
           WRITE METRICS-RECORD.
           MOVE SPACES TO METRICS-RECORD.
           STRING "# TYPE " FUNCTION TRIM(ws-metric-name) " gauge"
             DELIMITED BY SIZE INTO METRICS-RECORD
           END-STRING.
           WRITE METRICS-RECORD.

      *>   name{site="...",labels} value timestamp
       810-WRITE-SAMPLE SECTION.
           MOVE SPACES TO METRICS-RECORD.
           IF ws-metric-labels = SPACES
               STRING FUNCTION TRIM(ws-metric-name) "{site="""
                 FUNCTION TRIM(ws-site-id) """} "
                 FUNCTION TRIM(ws-metric-value) " "
                 FUNCTION TRIM(ws-ed-millis)
                 DELIMITED BY SIZE INTO METRICS-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(ws-metric-name) "{site="""
                 FUNCTION TRIM(ws-site-id) ""","
                 FUNCTION TRIM(ws-metric-labels) "} "
                 FUNCTION TRIM(ws-metric-value) " "
                 FUNCTION TRIM(ws-ed-millis)
                 DELIMITED BY SIZE INTO METRICS-RECORD
               END-STRING
           END-IF.
           WRITE METRICS-RECORD.
           ADD 1 TO ws-line-count.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "MTF001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "MTF002E metrics feed failed, see SYSERR"
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

       END PROGRAM "metrics-feed".
