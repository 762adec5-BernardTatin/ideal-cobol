      *> checkpointed to CHAIN.STATE after each one -- a rerun inside
      *> the same batch window resumes from the first step that had
      *> not completed instead of re-running the whole night. "*" and
      *> blank runbook lines are comments. While the FREEZE calendar
      *> has a change freeze in force, a step that runs one of the
      *> freeze-controlled updating tools stands down (FRZN in
      *> CHAIN.LOG) and the chain carries on, so the read-only reports
      *> still run; an unattended chain never overrides a freeze.
      *> A STOP step that fails or overruns opens an incident in
      *> INCIDENTS through incident-io.
      *> Steps may be named (NAME=), wait on named steps or groups
      *> (AFTER=) and share a parallel group (GROUP=), as
      *> runbook-step reads them; every step whose predecessors have
      *> finished is started, up to CHAIN-PARALLEL= in MAKER.CFG at
      *> once (1 when unset, the old one-at-a-time chain). A step
      *> with none of them waits on the line before it -- on the
      *> whole group when that line was in one -- and the members of
      *> a group all wait on what its first member waits on. A STOP
      *> step that fails starts nothing more; steps already running
      *> are let finish. CHAIN.STATE keeps which steps completed,
      *> so a rerun picks up whatever had not.
      *> A WAIT step ("WAIT CMDB.ACK 0400 SKIP") waits, beside
      *> whatever else is running, for a file from outside to
      *> arrive. If it is not there by the hhmm given (before 1800
      *> the morning after the business date) send-alert names the
      *> file and the action says what follows: SKIP skips the steps
      *> that wait on the WAIT step -- the line after it, or any
      *> naming it in AFTER=, and on through AFTER= from those --
      *> FAIL stops the chain as a failed STOP step would, and
      *> ALERT carries on as if the file had come.
      *>
      *>   chain-runner [runbook-file]
      *> -------------------------------------------
               ASSIGN TO DYNAMIC ws-chain-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chain-log-status.
      *>   the steps in flight right now, one line each, rewritten
      *>   when a step starts or ends and removed when none is left,
      *>   so chain-console can show RUNNING lines with a live
      *>   elapsed instead of leaving the operator blind between
      *>   CHAIN.LOG entries
           SELECT CURRENT-FILE
               ASSIGN TO DYNAMIC ws-current-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-current-status.
      *>   CHAIN.RC.nnn, the exit status a step started in the
      *>   background leaves behind when its command ends
           SELECT RC-FILE
               ASSIGN TO DYNAMIC ws-rc-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rc-status.
      *>   pre-flight capture scratch (df output, backup listing)
      *>   and the shop config, read for the pre-flight thresholds
           SELECT PREFLIGHT-FILE
             05 state-rec-steps   PIC 9(3).
             05 FILLER            PIC X.
             05 state-rec-date    PIC X(8).
      *>     one byte per step, "Y" once it has completed; blank on a
      *>     state from before steps could finish out of order, when
      *>     the count alone says the first so many completed
             05 FILLER            PIC X.
             05 state-rec-map     PIC X(100).
         FD  CHAIN-LOG-FILE.
         01 CHAIN-LOG-RECORD PIC X(181).
         FD  CURRENT-FILE.
         01 CURRENT-RECORD.
             05 cur-rec-step      PIC 9(3).
             05 cur-rec-time      PIC X(6).
             05 FILLER            PIC X.
             05 cur-rec-command   PIC X(95).
         FD  RC-FILE.
         01 RC-RECORD PIC X(20).
         FD  HOLDS-FILE.
         01 HOLDS-RECORD.
             05 hold-rec-word     PIC X(4).
           01 ws-chain-log-status PIC XX.
           01 ws-current-path   PIC X(300) VALUE "CHAIN.CURRENT".
           01 ws-current-status PIC XX.
           01 ws-rc-path        PIC X(300).
           01 ws-rc-status      PIC XX.
           01 ws-holds-path     PIC X(300) VALUE "CHAIN.HOLDS".
           01 ws-holds-status   PIC XX.
           01 ws-holds-eof      PIC X.
      *>   rewritten out of it
           01 ws-hold-flag      PIC X.
           01 ws-skip-once-flag PIC X.
      *>   the change freeze as it stands for the step in hand:
      *>   freeze-check is only asked, with the step's program name
      *>   peeled off its command path
           01 ws-freeze-flag    PIC X.
           01 ws-freeze-cmdline PIC X(256).
           01 ws-freeze-program PIC X(30).
           01 ws-freeze-check   PIC X VALUE "Q".
           01 ws-freeze-reason  PIC X(60).
           01 ws-freeze-status  PIC 99.
           01 ws-step-path      PIC X(100).
           01 ws-path-idx       PIC 9(3).
           01 ws-slash-pos      PIC 9(3).
           78 ws-hold-max VALUE 50.
           01 ws-hold-count     PIC 9(2).
           01 ws-hold-idx       PIC 9(2).
      *>   the operator is woken by the tool, not the missed deadline
           01 ws-step-word      PIC X(4).
           01 ws-step-command   PIC X(250).
           01 ws-step-number    PIC 9(3) VALUE 0.
           01 ws-step-rc        PIC S9(9) COMP-5.
           01 ws-step-limit     PIC 9(5) VALUE 0.
           01 ws-watch-command  PIC X(270).
      *>   a step started in the background runs inside a subshell
      *>   that writes its exit status to CHAIN.RC.nnn.TMP and
      *>   renames it into place, so the file is whole when seen
           01 ws-bg-command     PIC X(600).
           01 ws-timeout-flag   PIC X.
           01 ws-timeout-count  PIC 9(3) VALUE 0.

      *>   incident-io's USING items: a STOP step that fails or
      *>   overruns opens an incident in INCIDENTS
           01 ws-inc-action     PIC X(8).
           01 ws-inc-status     PIC 99.
           COPY "incident-rec.cpy".

      *>   pre-flight: the four checkable-in-advance dooms -- a disk
      *>   nearly full, a live PROJECTS lock another run still holds,
      *>   a backup older than policy allows, and a runbook step
           01 ws-today-julian     PIC 9(7).
           01 ws-backup-age       PIC S9(5).
           01 ws-exec-token       PIC X(100).

      *>   the whole runbook, read once at pre-flight through
      *>   runbook-step, each step with its predecessors resolved to
      *>   step numbers. The state byte is P waiting, R running,
      *>   W a WAIT step watching for its file, E ended and being
      *>   judged, D done (completed, skipped or a CONT failure
      *>   carried past), S a step that stopped the chain, H held by
      *>   the operator, K skipped because an awaited file never
      *>   came. A predecessor is kept with how it was named: A by
      *>   AFTER=, L by line order alone
           COPY "runbook-step.cpy".
           78 ws-step-max VALUE 100.
           78 ws-dep-max VALUE 40.
           01 ws-step-count      PIC 9(3) VALUE 0.
           01 ws-stp-idx         PIC 9(3).
           01 ws-stp-jdx         PIC 9(3).
           01 ws-cur-idx         PIC 9(3).
           01 ws-map-idx         PIC 9(3).
           01 ws-dep-idx         PIC 9(2).
           01 ws-dep-step        PIC 9(3).
           01 ws-dep-kind        PIC X.
           01 ws-step-table.
               05 ws-stp-entry OCCURS 100 TIMES.
                   10 ws-stp-word       PIC X(4).
                   10 ws-stp-limit      PIC 9(5).
                   10 ws-stp-name       PIC X(20).
                   10 ws-stp-group      PIC X(20).
                   10 ws-stp-after      PIC X(100).
                   10 ws-stp-command    PIC X(250).
                   10 ws-stp-state      PIC X.
                   10 ws-stp-ready      PIC X.
                   10 ws-stp-timer      PIC 9(14).
                   10 ws-stp-start-date PIC X(8).
                   10 ws-stp-start-time PIC X(6).
                   10 ws-stp-wait-file  PIC X(100).
                   10 ws-stp-wait-by    PIC X(4).
                   10 ws-stp-wait-action PIC X(5).
                   10 ws-stp-deadline   PIC 9(12).
                   10 ws-stp-dep-count  PIC 9(2).
                   10 ws-stp-dep-entry OCCURS 40 TIMES.
                       15 ws-stp-dep       PIC 9(3).
                       15 ws-stp-dep-kind  PIC X.
           01 ws-after-ptr       PIC 9(3).
           01 ws-after-name      PIC X(20).
           01 ws-name-found      PIC X.

      *>   the dispatcher: how many steps may run at once, how many
      *>   are running, and how long to wait between looks for a
      *>   background step's exit status
           01 ws-parallel-max    PIC 9(2) VALUE 1.
           01 ws-running-count   PIC 9(3) VALUE 0.
           01 ws-ready-count     PIC 9(3).
           01 ws-stranded-count  PIC 9(3).
           01 ws-reaped-count    PIC 9(3).
           01 ws-deps-met        PIC X.
           01 ws-deps-missed     PIC X.

      *>   the WAIT steps: how many are watching, how many missed,
      *>   how many steps were skipped for it, and the deadline
      *>   worked out as yyyymmddhhmm local time
           01 ws-waiting-count   PIC 9(3) VALUE 0.
           01 ws-missed-count    PIC 9(3) VALUE 0.
           01 ws-file-skip-count PIC 9(3) VALUE 0.
           01 ws-wait-resolved   PIC X.
           01 ws-wait-julian     PIC 9(7).
           01 ws-wait-date       PIC 9(8).
           01 ws-now-date        PIC X(8).
           01 ws-now-minute      PIC 9(12).
           01 ws-progress-flag   PIC X.
           01 ws-instant-flag    PIC X.
           01 ws-dispatch-done   PIC X.
           01 ws-poll-secs       PIC 9(9) COMP-5 VALUE 2.

      *>   resume bookkeeping: how many steps a previous run already
      *>   completed, checkpointed after every step the same way
      *>   quietly eat tonight's first steps
           01 ws-completed-steps PIC 9(3) VALUE 0.
           01 ws-state-date      PIC X(8).
           01 ws-state-map       PIC X(100) VALUE SPACES.
           01 ws-stop-flag       PIC X VALUE "N".
           01 ws-run-count       PIC 9(3) VALUE 0.
           01 ws-skip-count      PIC 9(3) VALUE 0.
                   10 FILLER            PIC X VALUE "s".
               05 FILLER            PIC X VALUE SPACE.
               05 ws-chain-command  PIC X(95).
               05 FILLER            PIC X VALUE SPACE.
               05 ws-chain-bus-date PIC X(8).
      *>       which chain the step belongs to, so sla-report can
      *>       tell the nightly's steps from the weekly's
               05 FILLER            PIC X VALUE SPACE.
               05 ws-chain-runbook  PIC X(40).

      *>   the business date this chain runs for, off the processing-
      *>   date control record through DATE-STAMP: the business-day
      *>   stand-down, the CHAIN.STATE resume date and every CHAIN.LOG
      *>   line use it, so a rerun the next morning still resumes and
      *>   files as the night it belongs to
           01 ws-bus-date        PIC X(8).
           01 ws-ds-weekday      PIC 9 VALUE 1.
           01 ws-ds-date         PIC 9(6) VALUE ZERO.
           01 ws-ds-time         PIC 9(8) VALUE ZERO.
           01 ws-ds-format       PIC X(4) VALUE "PROC".
           01 ws-ds-stamp        PIC X(60).
           01 ws-ds-fiscal       PIC X(10).
           01 ws-ds-cal          PIC X(12) VALUE SPACES.

      *> program entry point
       PROCEDURE DIVISION.
           IF ws-runbook-path = SPACES
               MOVE "RUNBOOK" TO ws-runbook-path
           END-IF.
           PERFORM 008-READ-BUSINESS-DATE.
           IF ws-any-day-flag = "N"
               PERFORM 005-CHECK-BUSINESS-DAY
           END-IF.
           PERFORM 030-PRE-FLIGHT.
           IF ws-preflight-ok NOT = "Y"
               DISPLAY "CHR010E chain-runner: PRE-FLIGHT REFUSED -- "
                 FUNCTION TRIM(ws-preflight-why) UPON SYSERR
               END-DISPLAY
               MOVE SPACES TO ws-log-error-msg
               STRING "CHR010E " ws-preflight-why DELIMITED BY SIZE
                 INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
      *>   a box without the BIZDAY module linked in simply runs every
      *>   night, the way the chain always did
       005-CHECK-BUSINESS-DAY SECTION.
           MOVE ws-bus-date TO ws-bizday-date.
           CALL "BIZDAY" USING ws-bizday-op ws-bizday-date
             ws-bizday-answer ws-bizday-next
             ON EXCEPTION
               STOP RUN
           END-IF.

      *>   a shop without a control record gets today's calendar
      *>   date back, the date the chain always went by
       008-READ-BUSINESS-DATE SECTION.
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

      *>   the four checks, each able to refuse the night before the
      *>   first step burns a minute of the window
       030-PRE-FLIGHT SECTION.
               PERFORM 034-CHECK-BACKUP-AGE
           END-IF.
           IF ws-preflight-ok = "Y"
               PERFORM 035-LOAD-RUNBOOK-STEPS
           END-IF.
           IF ws-preflight-ok = "Y"
               PERFORM 040-RESOLVE-DEPENDENCIES
           END-IF.
           IF ws-preflight-ok = "Y"
               PERFORM 037-RECOVER-INTENTS
       037-RECOVER-INTENTS-EXIT.
           EXIT.

      *>   MIN-FREE-MB, BACKUP-MAX-AGE-DAYS and CHAIN-PARALLEL out of
      *>   MAKER.CFG, in the same KEY=VALUE idiom every reader of
      *>   that file uses
       031-READ-THRESHOLDS SECTION.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
                                   COMPUTE ws-backup-max-days =
                                     FUNCTION NUMVAL(
                                       ws-config-value)
                               WHEN "CHAIN-PARALLEL"
                                   COMPUTE ws-parallel-max =
                                     FUNCTION NUMVAL(
                                       ws-config-value)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           IF ws-parallel-max < 1
               MOVE 1 TO ws-parallel-max
           END-IF.
       031-READ-THRESHOLDS-EXIT.
           EXIT.

      *>       the mkdir take and the stamp write -- is the sliver
      *>       projects-io ages by the directory's own timestamp and
      *>       recovers, so only point the operator at it here
               DISPLAY "CHR011I "
                 "chain-runner: pre-flight NOTE -- a PROJECTS "
                 "lock with no readable stamp is on file; "
                 "projects-io will recover it" UPON SYSERR
               END-DISPLAY
               MOVE "a live PROJECTS lock is held -- another run is s
      -        "till mid-update" TO ws-preflight-why
           ELSE
               DISPLAY "CHR012I "
                 "chain-runner: pre-flight NOTE -- a stale "
                 "PROJECTS lock is on file; projects-io will "
                 "recover it" UPON SYSERR
               END-DISPLAY
       034-CHECK-BACKUP-AGE-EXIT.
           EXIT.

      *>   the runbook is read once, into the step table the chain
      *>   is dispatched from, and every "./name" its commands start
      *>   with must be an existing file -- a missing executable
      *>   fails its step anyway, but this says so before the chain
      *>   commits
       035-LOAD-RUNBOOK-STEPS SECTION.
           OPEN INPUT RUNBOOK-FILE.
           IF ws-runbook-status NOT = "00"
               DISPLAY "CHR013E chain-runner: could not open runbook '"
                 FUNCTION TRIM(ws-runbook-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-preflight-ok
               MOVE "the runbook itself cannot be opened"
                 TO ws-preflight-why
               GO TO 035-LOAD-RUNBOOK-STEPS-EXIT
           END-IF.
           MOVE 0 TO ws-step-count.
           MOVE "N" TO ws-runbook-eof.
           PERFORM UNTIL ws-runbook-eof = "Y"
               OR ws-preflight-ok = "N"
           END-PERFORM.
           CLOSE RUNBOOK-FILE.
           MOVE "N" TO ws-runbook-eof.
       035-LOAD-RUNBOOK-STEPS-EXIT.
           EXIT.

       036-CHECK-ONE-EXECUTABLE SECTION.
           IF ws-step-count >= ws-step-max
               MOVE "N" TO ws-preflight-ok
               MOVE "the runbook has more steps than the chain can run"
                 TO ws-preflight-why
               GO TO 036-CHECK-ONE-EXECUTABLE-EXIT
           END-IF.
           CALL "runbook-step" USING RUNBOOK-RECORD RUNBOOK-STEP
           END-CALL.
           ADD 1 TO ws-step-count.
           MOVE rbs-word    TO ws-stp-word(ws-step-count).
           MOVE rbs-limit   TO ws-stp-limit(ws-step-count).
           MOVE rbs-name    TO ws-stp-name(ws-step-count).
           MOVE rbs-group   TO ws-stp-group(ws-step-count).
           MOVE rbs-after   TO ws-stp-after(ws-step-count).
           MOVE rbs-command TO ws-stp-command(ws-step-count).
           MOVE "P"         TO ws-stp-state(ws-step-count).
           MOVE "N"         TO ws-stp-ready(ws-step-count).
           MOVE 0           TO ws-stp-dep-count(ws-step-count).
           MOVE rbs-wait-file   TO ws-stp-wait-file(ws-step-count).
           MOVE rbs-wait-by     TO ws-stp-wait-by(ws-step-count).
           MOVE rbs-wait-action TO ws-stp-wait-action(ws-step-count).
           MOVE 0           TO ws-stp-deadline(ws-step-count).
      *>   a WAIT step runs nothing, so has no executable to check
           IF FUNCTION UPPER-CASE(rbs-word) = "WAIT"
               MOVE "WAIT" TO ws-stp-word(ws-step-count)
               MOVE SPACES TO ws-stp-command(ws-step-count)
               STRING "WAIT " FUNCTION TRIM(rbs-command)
                 DELIMITED BY SIZE
                 INTO ws-stp-command(ws-step-count)
               END-STRING
               PERFORM 039-CHECK-WAIT-STEP
               GO TO 036-CHECK-ONE-EXECUTABLE-EXIT
           END-IF.
      *>   the command token is the command's first word
           MOVE SPACES TO ws-exec-token.
           UNSTRING rbs-command DELIMITED BY ALL " "
             INTO ws-exec-token
           END-UNSTRING.
           IF ws-exec-token(1:2) NOT = "./"
               GO TO 036-CHECK-ONE-EXECUTABLE-EXIT
           END-IF.
       036-CHECK-ONE-EXECUTABLE-EXIT.
           EXIT.

      *>   a WAIT line needs its file, a real hhmm and one of the
      *>   three actions; its deadline is fixed here against the
      *>   business date, the same before-1800-is-next-morning rule
      *>   the SLA file's deadlines follow
       039-CHECK-WAIT-STEP SECTION.
           IF rbs-wait-file = SPACES
               OR rbs-wait-by IS NOT NUMERIC
               OR rbs-wait-by(1:2) > "23"
               OR rbs-wait-by(3:2) > "59"
               OR (rbs-wait-action NOT = "SKIP"
                 AND rbs-wait-action NOT = "FAIL"
                 AND rbs-wait-action NOT = "ALERT")
               MOVE "N" TO ws-preflight-ok
               MOVE SPACES TO ws-preflight-why
               STRING "step " ws-step-count " WAIT wants <file> "
                 "<hhmm> SKIP, FAIL or ALERT" DELIMITED BY SIZE
                 INTO ws-preflight-why
               END-STRING
               GO TO 039-CHECK-WAIT-STEP-EXIT
           END-IF.
           COMPUTE ws-wait-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-bus-date)).
           IF rbs-wait-by < "1800"
               ADD 1 TO ws-wait-julian
           END-IF.
           COMPUTE ws-wait-date = FUNCTION DATE-OF-INTEGER
             (ws-wait-julian).
           COMPUTE ws-stp-deadline(ws-step-count) =
             (ws-wait-date * 10000) + FUNCTION NUMVAL(rbs-wait-by).
       039-CHECK-WAIT-STEP-EXIT.
           EXIT.

      *>   each step's predecessors as step numbers: its AFTER= list
      *>   when it has one, otherwise the line before it (or that
      *>   line's whole group); a name no step or group answers to
      *>   refuses the night rather than run the step too early
       040-RESOLVE-DEPENDENCIES SECTION.
           PERFORM VARYING ws-stp-idx FROM 1 BY 1
               UNTIL ws-stp-idx > ws-step-count
               OR ws-preflight-ok = "N"
               IF ws-stp-after(ws-stp-idx) NOT = SPACES
                   PERFORM 041-RESOLVE-AFTER-LIST
               ELSE
                   PERFORM 042-RESOLVE-IMPLICIT
               END-IF
           END-PERFORM.

       041-RESOLVE-AFTER-LIST SECTION.
           MOVE 1 TO ws-after-ptr.
           PERFORM UNTIL ws-after-ptr > 100
               OR ws-preflight-ok = "N"
               MOVE SPACES TO ws-after-name
               UNSTRING ws-stp-after(ws-stp-idx)
                 DELIMITED BY "," OR ALL " "
                 INTO ws-after-name
                 WITH POINTER ws-after-ptr
               END-UNSTRING
               IF ws-after-name NOT = SPACES
                   MOVE "N" TO ws-name-found
                   PERFORM VARYING ws-stp-jdx FROM 1 BY 1
                       UNTIL ws-stp-jdx > ws-step-count
                       IF ws-stp-jdx NOT = ws-stp-idx
                           AND (ws-stp-name(ws-stp-jdx) = ws-after-name
                             OR ws-stp-group(ws-stp-jdx)
                               = ws-after-name)
                           MOVE "Y" TO ws-name-found
                           MOVE ws-stp-jdx TO ws-dep-step
                           MOVE "A" TO ws-dep-kind
                           PERFORM 043-ADD-DEPENDENCY
                       END-IF
                   END-PERFORM
                   IF ws-name-found = "N"
                       MOVE "N" TO ws-preflight-ok
                       MOVE SPACES TO ws-preflight-why
                       STRING "step " ws-stp-idx " waits AFTER "
                         FUNCTION TRIM(ws-after-name)
                         ", which no step or group is called"
                         DELIMITED BY SIZE INTO ws-preflight-why
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       042-RESOLVE-IMPLICIT SECTION.
           IF ws-stp-idx = 1
               GO TO 042-RESOLVE-IMPLICIT-EXIT
           END-IF.
           COMPUTE ws-stp-jdx = ws-stp-idx - 1.
           EVALUATE TRUE
      *>       a later member of the same group shares the first
      *>       member's predecessors
               WHEN ws-stp-group(ws-stp-idx) NOT = SPACES
                   AND ws-stp-group(ws-stp-idx)
                     = ws-stp-group(ws-stp-jdx)
                   PERFORM VARYING ws-dep-idx FROM 1 BY 1
                       UNTIL ws-dep-idx > ws-stp-dep-count(ws-stp-jdx)
                       MOVE ws-stp-dep(ws-stp-jdx, ws-dep-idx)
                         TO ws-dep-step
                       MOVE ws-stp-dep-kind(ws-stp-jdx, ws-dep-idx)
                         TO ws-dep-kind
                       PERFORM 043-ADD-DEPENDENCY
                   END-PERFORM
      *>       the line after a group waits for every member of it
      *>       listed ahead of it
               WHEN ws-stp-group(ws-stp-jdx) NOT = SPACES
                   PERFORM VARYING ws-dep-step FROM 1 BY 1
                       UNTIL ws-dep-step >= ws-stp-idx
                       IF ws-stp-group(ws-dep-step)
                         = ws-stp-group(ws-stp-jdx)
                           MOVE "L" TO ws-dep-kind
                           PERFORM 043-ADD-DEPENDENCY
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE ws-stp-jdx TO ws-dep-step
                   MOVE "L" TO ws-dep-kind
                   PERFORM 043-ADD-DEPENDENCY
           END-EVALUATE.
       042-RESOLVE-IMPLICIT-EXIT.
           EXIT.

       043-ADD-DEPENDENCY SECTION.
           IF ws-stp-dep-count(ws-stp-idx) >= ws-dep-max
               MOVE "N" TO ws-preflight-ok
               MOVE SPACES TO ws-preflight-why
               STRING "step " ws-stp-idx " waits on more steps than "
                 "the chain can track" DELIMITED BY SIZE
                 INTO ws-preflight-why
               END-STRING
               GO TO 043-ADD-DEPENDENCY-EXIT
           END-IF.
           ADD 1 TO ws-stp-dep-count(ws-stp-idx).
           MOVE ws-dep-step TO
             ws-stp-dep(ws-stp-idx, ws-stp-dep-count(ws-stp-idx)).
           MOVE ws-dep-kind TO
             ws-stp-dep-kind(ws-stp-idx, ws-stp-dep-count(ws-stp-idx)).
       043-ADD-DEPENDENCY-EXIT.
           EXIT.

      *>   a state stamped with another date is yesterday's news --
      *>   nothing to resume, the chain starts from step one; a state
      *>   from before the date column existed reads the same way
       010-READ-STATE SECTION.
           MOVE 0 TO ws-completed-steps.
           MOVE ws-bus-date TO ws-state-date.
           OPEN INPUT STATE-FILE.
           IF ws-state-status = "00"
               READ STATE-FILE
               IF ws-state-status = "00"
                   AND state-rec-date = ws-state-date
                   MOVE state-rec-steps TO ws-completed-steps
                   MOVE state-rec-map TO ws-state-map
               END-IF
               CLOSE STATE-FILE
           END-IF.
      *>   a count with no map is the first so many steps
           IF ws-state-map = SPACES
               PERFORM VARYING ws-map-idx FROM 1 BY 1
                   UNTIL ws-map-idx > ws-completed-steps
                   OR ws-map-idx > 100
                   MOVE "Y" TO ws-state-map(ws-map-idx:1)
               END-PERFORM
           END-IF.

      *>   which steps are done, off the step table, checkpointed
      *>   after every step that settles
       020-WRITE-STATE SECTION.
           MOVE SPACES TO ws-state-map.
           MOVE 0 TO ws-completed-steps.
           PERFORM VARYING ws-map-idx FROM 1 BY 1
               UNTIL ws-map-idx > ws-step-count
               IF ws-stp-state(ws-map-idx) = "D"
                   MOVE "Y" TO ws-state-map(ws-map-idx:1)
                   ADD 1 TO ws-completed-steps
               END-IF
           END-PERFORM.
           PERFORM 021-PUT-STATE.

       021-PUT-STATE SECTION.
           MOVE ws-bus-date TO ws-state-date.
           OPEN OUTPUT STATE-FILE.
           MOVE SPACES TO STATE-RECORD.
           MOVE ws-completed-steps TO state-rec-steps.
           MOVE ws-state-date      TO state-rec-date.
           MOVE ws-state-map       TO state-rec-map.
           WRITE STATE-RECORD.
           CLOSE STATE-FILE.

      *>   the dispatcher: start what is ready, wait for something
      *>   running to end, and go round again until nothing is
      *>   running and nothing more could be started
       100-RUN-CHAIN SECTION.
           PERFORM 105-MARK-RESUMED-STEPS.
           MOVE "N" TO ws-dispatch-done.
           PERFORM UNTIL ws-dispatch-done = "Y"
               MOVE "N" TO ws-progress-flag
               PERFORM 140-DISPATCH-READY-STEPS
               IF ws-running-count > 0 OR ws-waiting-count > 0
                   PERFORM 150-WAIT-FOR-A-STEP
               ELSE
                   IF ws-progress-flag = "N"
                       MOVE "Y" TO ws-dispatch-done
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-stop-flag = "N"
               PERFORM 160-CHECK-STRANDED-STEPS
           END-IF.
      *>   the whole chain completed -- the next run starts over from
      *>   step one instead of resuming into an already-finished night;
      *>   steps skipped for a missed file are left for a rerun once
      *>   it has come
           IF ws-stop-flag = "N" AND ws-file-skip-count = 0
               MOVE 0 TO ws-completed-steps
               MOVE SPACES TO ws-state-map
               perform 021-PUT-STATE
           END-IF.

       105-MARK-RESUMED-STEPS SECTION.
           PERFORM VARYING ws-stp-idx FROM 1 BY 1
               UNTIL ws-stp-idx > ws-step-count
               IF ws-state-map(ws-stp-idx:1) = "Y"
                   MOVE "D" TO ws-stp-state(ws-stp-idx)
                   ADD 1 TO ws-skip-count
                   DISPLAY "SKIP " ws-stp-idx " "
                     FUNCTION TRIM(ws-stp-command(ws-stp-idx))
                     " (completed by a previous run)"
                   END-DISPLAY
               END-IF
           END-PERFORM.

      *>   the step in hand, ws-stp-idx, into the fields the marks,
      *>   freeze, incident and CHAIN.LOG sections work from
       110-TAKE-STEP SECTION.
           MOVE ws-stp-idx TO ws-step-number.
           MOVE ws-stp-word(ws-stp-idx) TO ws-step-word.
           MOVE ws-stp-limit(ws-stp-idx) TO ws-step-limit.
           MOVE ws-stp-command(ws-stp-idx) TO ws-step-command.

      *>   load CHAIN.HOLDS fresh and answer for the step in hand;
      *>   a missing file means no marks, the usual degrade
       115-CHECK-OPERATOR-MARKS SECTION.
       115-CHECK-OPERATOR-MARKS-EXIT.
           EXIT.

      *>   the step's program is the last part of its command's
      *>   first word ("./retire-project X" -> retire-project);
      *>   freeze-check answers 10 when that tool is frozen today
       117-CHECK-CHANGE-FREEZE SECTION.
           MOVE "N" TO ws-freeze-flag.
           MOVE SPACES TO ws-step-path.
           UNSTRING ws-step-command DELIMITED BY ALL " "
             INTO ws-step-path
           END-UNSTRING.
           MOVE 0 TO ws-slash-pos.
           PERFORM VARYING ws-path-idx FROM 1 BY 1
               UNTIL ws-path-idx > 100
               IF ws-step-path(ws-path-idx:1) = "/"
                   MOVE ws-path-idx TO ws-slash-pos
               END-IF
           END-PERFORM.
           IF ws-slash-pos >= 100
               GO TO 117-CHECK-CHANGE-FREEZE-EXIT
           END-IF.
           MOVE ws-step-path(ws-slash-pos + 1:) TO ws-freeze-program.
           MOVE SPACES TO ws-freeze-cmdline.
           CALL "freeze-check" USING ws-freeze-cmdline
             ws-freeze-program ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status = 10
               MOVE "Y" TO ws-freeze-flag
           END-IF.
       117-CHECK-CHANGE-FREEZE-EXIT.
           EXIT.

      *>   a skip-once mark is spent the moment it is used -- the
      *>   holds file is rewritten without it, so the next run of
      *>   the same runbook runs the step normally again
       118-CONSUME-SKIP-MARK-EXIT.
           EXIT.

      *>   the step in hand run in the foreground, the way every
      *>   step ran before the chain could run two at once -- used
      *>   whenever it is the only step that could be running
       120-RUN-ONE-STEP SECTION.
           PERFORM 110-TAKE-STEP.
           ADD 1 TO ws-run-count.
           DISPLAY "STEP " ws-step-number " "
             FUNCTION TRIM(ws-step-command)
           END-DISPLAY.
           PERFORM 123-NOTE-STEP-STARTED.
      *>   a limited step runs under timeout(1), whose kill shows up
      *>   as exit status 124 in the wait status SYSTEM hands back
           MOVE "N" TO ws-timeout-flag.
               AND (ws-step-rc = 124 OR ws-step-rc = 31744)
               MOVE "Y" TO ws-timeout-flag
           END-IF.
           PERFORM 124-NOTE-STEP-ENDED.
           PERFORM 128-JUDGE-STEP-OUTCOME.

      *>   the step's own timer and start stamp, and its line in
      *>   CHAIN.CURRENT
       123-NOTE-STEP-STARTED SECTION.
           PERFORM 122-STAMP-STEP-START.
           MOVE "R" TO ws-stp-state(ws-stp-idx).
           ADD 1 TO ws-running-count.
           PERFORM 125-MARK-STEPS-RUNNING.

       122-STAMP-STEP-START SECTION.
           MOVE "START" TO ws-timer-op.
           CALL "elapsed-timer" USING ws-timer-op
             ws-stp-timer(ws-stp-idx)
             ws-timer-days ws-timer-hours ws-timer-minutes
             ws-timer-seconds
           END-CALL.
           ACCEPT ws-stp-start-date(ws-stp-idx) FROM DATE YYYYMMDD.
           ACCEPT ws-chain-time FROM TIME.
           MOVE ws-chain-time(1:6) TO ws-stp-start-time(ws-stp-idx).

       124-NOTE-STEP-ENDED SECTION.
           IF ws-stp-state(ws-stp-idx) = "W"
               SUBTRACT 1 FROM ws-waiting-count
           ELSE
               SUBTRACT 1 FROM ws-running-count
           END-IF.
           MOVE "E" TO ws-stp-state(ws-stp-idx).
           PERFORM 125-MARK-STEPS-RUNNING.
           MOVE "ELAPSED" TO ws-timer-op.
           CALL "elapsed-timer" USING ws-timer-op
             ws-stp-timer(ws-stp-idx)
             ws-timer-days ws-timer-hours ws-timer-minutes
             ws-timer-seconds
           END-CALL.

      *>   chain-console reads this file to show a live RUNNING row
      *>   with elapsed time for every step in flight, WAIT steps
      *>   watching for their file included; rewritten whole each
      *>   time one starts or ends, gone when none is left
       125-MARK-STEPS-RUNNING SECTION.
           IF ws-running-count = 0 AND ws-waiting-count = 0
               PERFORM 126-CLEAR-STEP-RUNNING
               GO TO 125-MARK-STEPS-RUNNING-EXIT
           END-IF.
           OPEN OUTPUT CURRENT-FILE.
           IF ws-current-status NOT = "00"
               GO TO 125-MARK-STEPS-RUNNING-EXIT
           END-IF.
           PERFORM VARYING ws-cur-idx FROM 1 BY 1
               UNTIL ws-cur-idx > ws-step-count
               IF ws-stp-state(ws-cur-idx) = "R"
                   OR ws-stp-state(ws-cur-idx) = "W"
                   MOVE SPACES TO CURRENT-RECORD
                   MOVE ws-cur-idx TO cur-rec-step
                   MOVE ws-stp-start-date(ws-cur-idx) TO cur-rec-date
                   MOVE ws-stp-start-time(ws-cur-idx) TO cur-rec-time
                   MOVE ws-stp-command(ws-cur-idx) TO cur-rec-command
                   WRITE CURRENT-RECORD
               END-IF
           END-PERFORM.
           CLOSE CURRENT-FILE.
       125-MARK-STEPS-RUNNING-EXIT.
           EXIT.

       126-CLEAR-STEP-RUNNING SECTION.
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-current-path)
             RETURNING ws-delete-rc
           END-CALL.

      *>   the step in hand has ended with ws-step-rc: its outcome
      *>   to the display, CHAIN.STATE and CHAIN.LOG, and a STOP
      *>   step lost stops the chain and opens an incident
       128-JUDGE-STEP-OUTCOME SECTION.
           IF ws-timeout-flag = "Y"
      *>       killed by the watchdog: a distinct outcome in the log
      *>       and state so restart treats it as a failure, and an
               ADD 1 TO ws-timeout-count
               ADD 1 TO ws-fail-count
               MOVE "TOUT" TO ws-chain-outcome
               DISPLAY "CHR014E TOUT " ws-step-number " (killed after "
                 ws-step-limit "s)" UPON SYSERR
               END-DISPLAY
               MOVE "CHR014E a chain step overran its time limit"
                 TO ws-log-error-msg
               MOVE SPACES TO ws-alert-counts
               STRING "step " ws-step-number " limit "
               END-CALL
               IF FUNCTION UPPER-CASE(ws-step-word) = "STOP"
                   MOVE "Y" TO ws-stop-flag
                   MOVE "S" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
                   PERFORM 127-OPEN-INCIDENT
               ELSE
                   MOVE "D" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
               END-IF
               PERFORM 130-LOG-STEP-OUTCOME
               GO TO 128-JUDGE-STEP-OUTCOME-EXIT
           END-IF.
           IF ws-step-rc = 0
               MOVE "OK" TO ws-chain-outcome
               MOVE "D" TO ws-stp-state(ws-stp-idx)
               PERFORM 020-WRITE-STATE
               DISPLAY "OK   " ws-step-number " ("
                 ws-timer-minutes "m " ws-timer-seconds "s)"
               END-DISPLAY
               END-DISPLAY
               IF FUNCTION UPPER-CASE(ws-step-word) = "STOP"
                   MOVE "Y" TO ws-stop-flag
                   MOVE "S" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
                   PERFORM 127-OPEN-INCIDENT
               ELSE
      *>           a CONT step's failure is counted but the chain
      *>           carries on, and the step is not rerun on resume
                   MOVE "D" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
               END-IF
           END-IF.
           PERFORM 130-LOG-STEP-OUTCOME.
       128-JUDGE-STEP-OUTCOME-EXIT.
           EXIT.

      *>   a STOP step lost is an incident: the night is red until
      *>   someone fixes it. The reference is the runbook step and
      *>   business date, so the restart failing the same step again
      *>   joins the incident already open rather than opening another
       127-OPEN-INCIDENT SECTION.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE "CHAIN" TO inc-rec-source.
           MOVE SPACES TO ws-step-path.
           UNSTRING ws-step-command DELIMITED BY ALL " "
             INTO ws-step-path
           END-UNSTRING.
           MOVE 0 TO ws-slash-pos.
           PERFORM VARYING ws-path-idx FROM 1 BY 1
               UNTIL ws-path-idx > 100
               IF ws-step-path(ws-path-idx:1) = "/"
                   MOVE ws-path-idx TO ws-slash-pos
               END-IF
           END-PERFORM.
           IF ws-slash-pos < 100
               MOVE ws-step-path(ws-slash-pos + 1:) TO inc-rec-program
           END-IF.
           MOVE 0 TO inc-rec-opened.
           STRING FUNCTION TRIM(ws-runbook-path) " step "
             ws-step-number " " ws-bus-date
             DELIMITED BY SIZE INTO inc-rec-ref
           END-STRING.
           STRING ws-chain-outcome " " FUNCTION TRIM(ws-step-command)
             DELIMITED BY SIZE INTO inc-rec-summary
           END-STRING.
           MOVE "OPEN" TO ws-inc-action.
           CALL "incident-io" USING ws-inc-action INCIDENT-RECORD
             ws-inc-status
           END-CALL.

       130-LOG-STEP-OUTCOME SECTION.
           MOVE ws-timer-minutes TO ws-chain-el-min.
           MOVE ws-timer-seconds TO ws-chain-el-sec.
           MOVE ws-step-command  TO ws-chain-command.
           MOVE ws-bus-date      TO ws-chain-bus-date.
           MOVE ws-runbook-path  TO ws-chain-runbook.
           OPEN EXTEND CHAIN-LOG-FILE.
           IF ws-chain-log-status NOT = "00"
               OPEN OUTPUT CHAIN-LOG-FILE
           WRITE CHAIN-LOG-RECORD.
           CLOSE CHAIN-LOG-FILE.

      *>   every waiting step whose predecessors are all done is
      *>   settled against the operator marks and the freeze first --
      *>   a hold, a skip-once or a freeze answers at once and may
      *>   ready the steps after it, so the pass repeats until none
      *>   does -- then the ready ones are started, up to the limit
       140-DISPATCH-READY-STEPS SECTION.
           IF ws-stop-flag = "Y"
               GO TO 140-DISPATCH-READY-STEPS-EXIT
           END-IF.
           MOVE "Y" TO ws-instant-flag.
           PERFORM UNTIL ws-instant-flag = "N" OR ws-stop-flag = "Y"
               MOVE "N" TO ws-instant-flag
               MOVE 0 TO ws-ready-count
               PERFORM VARYING ws-stp-idx FROM 1 BY 1
                   UNTIL ws-stp-idx > ws-step-count
                   OR ws-stop-flag = "Y"
                   MOVE "N" TO ws-stp-ready(ws-stp-idx)
                   IF ws-stp-state(ws-stp-idx) = "P"
                       PERFORM 141-CHECK-PREDECESSORS
                       EVALUATE TRUE
                           WHEN ws-deps-missed = "Y"
                               PERFORM 143-SKIP-FOR-MISSED-FILE
                           WHEN ws-deps-met = "Y"
                               PERFORM 142-SETTLE-OPERATOR-MARKS
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF ws-stop-flag = "Y" OR ws-ready-count = 0
               GO TO 140-DISPATCH-READY-STEPS-EXIT
           END-IF.
           MOVE "Y" TO ws-progress-flag.
      *>   a step with nothing beside it runs in the foreground, so
      *>   a serial runbook (or CHAIN-PARALLEL=1) runs as it always
      *>   did; otherwise, or while a WAIT step is watching, the
      *>   ready steps go to the background
           IF ws-running-count = 0 AND ws-waiting-count = 0
               AND (ws-ready-count = 1 OR ws-parallel-max = 1)
               PERFORM VARYING ws-stp-idx FROM 1 BY 1
                   UNTIL ws-stp-ready(ws-stp-idx) = "Y"
                   CONTINUE
               END-PERFORM
               PERFORM 120-RUN-ONE-STEP
               GO TO 140-DISPATCH-READY-STEPS-EXIT
           END-IF.
           PERFORM VARYING ws-stp-idx FROM 1 BY 1
               UNTIL ws-stp-idx > ws-step-count
               OR ws-running-count >= ws-parallel-max
               IF ws-stp-ready(ws-stp-idx) = "Y"
                   PERFORM 145-LAUNCH-STEP
               END-IF
           END-PERFORM.
       140-DISPATCH-READY-STEPS-EXIT.
           EXIT.

      *>   a predecessor skipped for a missed file skips this step
      *>   too when it is the WAIT step itself or was named in
      *>   AFTER=; one merely on the line before counts as settled
       141-CHECK-PREDECESSORS SECTION.
           MOVE "Y" TO ws-deps-met.
           MOVE "N" TO ws-deps-missed.
           PERFORM VARYING ws-dep-idx FROM 1 BY 1
               UNTIL ws-dep-idx > ws-stp-dep-count(ws-stp-idx)
               MOVE ws-stp-dep(ws-stp-idx, ws-dep-idx) TO ws-dep-step
               EVALUATE TRUE
                   WHEN ws-stp-state(ws-dep-step) = "K"
                       IF ws-stp-dep-kind(ws-stp-idx, ws-dep-idx) = "A"
                           OR ws-stp-word(ws-dep-step) = "WAIT"
                           MOVE "Y" TO ws-deps-missed
                       END-IF
                   WHEN ws-stp-state(ws-dep-step) NOT = "D"
                       MOVE "N" TO ws-deps-met
               END-EVALUATE
           END-PERFORM.

       143-SKIP-FOR-MISSED-FILE SECTION.
           PERFORM 110-TAKE-STEP.
           MOVE "K" TO ws-stp-state(ws-stp-idx).
           ADD 1 TO ws-file-skip-count.
           DISPLAY "SKIP " ws-step-number " "
             FUNCTION TRIM(ws-step-command)
             " (the file it waits on never arrived)"
           END-DISPLAY.
           MOVE "SKPW" TO ws-chain-outcome.
           MOVE 0 TO ws-timer-minutes.
           MOVE 0 TO ws-timer-seconds.
           PERFORM 130-LOG-STEP-OUTCOME.
           MOVE "Y" TO ws-instant-flag.
           MOVE "Y" TO ws-progress-flag.

      *>   the holds file is re-read per step so a hold or skip-once
      *>   the console placed while earlier steps ran still lands on
      *>   this one
       142-SETTLE-OPERATOR-MARKS SECTION.
           PERFORM 110-TAKE-STEP.
           PERFORM 115-CHECK-OPERATOR-MARKS.
           IF ws-step-word = "WAIT"
               MOVE "N" TO ws-freeze-flag
           ELSE
               PERFORM 117-CHECK-CHANGE-FREEZE
           END-IF.
           EVALUATE TRUE
               WHEN ws-hold-flag = "Y"
                   DISPLAY "HELD " ws-step-number " "
                     FUNCTION TRIM(ws-step-command)
                     " (operator hold -- chain pauses here)"
                   END-DISPLAY
                   MOVE "HELD" TO ws-chain-outcome
                   MOVE 0 TO ws-timer-minutes
                   MOVE 0 TO ws-timer-seconds
                   PERFORM 130-LOG-STEP-OUTCOME
                   MOVE "Y" TO ws-stop-flag
                   MOVE "H" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
               WHEN ws-skip-once-flag = "Y"
                   ADD 1 TO ws-skip-count
                   DISPLAY "SKIP " ws-step-number " "
                     FUNCTION TRIM(ws-step-command)
                     " (operator skip-once)"
                   END-DISPLAY
                   MOVE "SKP1" TO ws-chain-outcome
                   MOVE 0 TO ws-timer-minutes
                   MOVE 0 TO ws-timer-seconds
                   PERFORM 130-LOG-STEP-OUTCOME
                   MOVE "D" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
                   PERFORM 118-CONSUME-SKIP-MARK
                   MOVE "Y" TO ws-instant-flag
                   MOVE "Y" TO ws-progress-flag
               WHEN ws-freeze-flag = "Y"
                   ADD 1 TO ws-skip-count
                   DISPLAY "SKIP " ws-step-number " "
                     FUNCTION TRIM(ws-step-command)
                     " (change freeze: "
                     FUNCTION TRIM(ws-freeze-reason) ")"
                   END-DISPLAY
                   MOVE "FRZN" TO ws-chain-outcome
                   MOVE 0 TO ws-timer-minutes
                   MOVE 0 TO ws-timer-seconds
                   PERFORM 130-LOG-STEP-OUTCOME
                   MOVE "D" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
                   MOVE "Y" TO ws-instant-flag
                   MOVE "Y" TO ws-progress-flag
               WHEN ws-step-word = "WAIT"
                   PERFORM 147-START-WAIT
                   MOVE "Y" TO ws-progress-flag
               WHEN OTHER
                   MOVE "Y" TO ws-stp-ready(ws-stp-idx)
                   ADD 1 TO ws-ready-count
           END-EVALUATE.

      *>   the step in hand started in the background, its time
      *>   limit kept by the same timeout(1) watchdog; the subshell's
      *>   echo of $? is the command's exit status, 124 when killed
       145-LAUNCH-STEP SECTION.
           PERFORM 110-TAKE-STEP.
           ADD 1 TO ws-run-count.
           DISPLAY "STEP " ws-step-number " "
             FUNCTION TRIM(ws-step-command) " (in parallel)"
           END-DISPLAY.
           PERFORM 146-SET-RC-PATH.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-rc-path)
             RETURNING ws-delete-rc
           END-CALL.
           MOVE SPACES TO ws-watch-command.
           IF ws-step-limit > 0
               STRING "timeout " ws-step-limit "s "
                 FUNCTION TRIM(ws-step-command)
                 DELIMITED BY SIZE INTO ws-watch-command
               END-STRING
           ELSE
               MOVE ws-step-command TO ws-watch-command
           END-IF.
           MOVE SPACES TO ws-bg-command.
           STRING "( " FUNCTION TRIM(ws-watch-command)
             " ; echo $? > " FUNCTION TRIM(ws-rc-path) ".TMP"
             " ; mv " FUNCTION TRIM(ws-rc-path) ".TMP "
             FUNCTION TRIM(ws-rc-path) " ) &"
             DELIMITED BY SIZE INTO ws-bg-command
           END-STRING.
           PERFORM 123-NOTE-STEP-STARTED.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-bg-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.

       146-SET-RC-PATH SECTION.
           MOVE SPACES TO ws-rc-path.
           STRING "CHAIN.RC." ws-step-number
             DELIMITED BY SIZE INTO ws-rc-path
           END-STRING.

      *>   a WAIT step takes no slot of CHAIN-PARALLEL: it watches
      *>   beside whatever runs, and a file already there settles it
      *>   on the spot
       147-START-WAIT SECTION.
           DISPLAY "WAIT " ws-step-number " "
             FUNCTION TRIM(ws-stp-wait-file(ws-stp-idx))
             " (until " ws-stp-wait-by(ws-stp-idx) ", then "
             FUNCTION TRIM(ws-stp-wait-action(ws-stp-idx)) ")"
           END-DISPLAY.
           PERFORM 122-STAMP-STEP-START.
           MOVE "W" TO ws-stp-state(ws-stp-idx).
           ADD 1 TO ws-waiting-count.
           PERFORM 125-MARK-STEPS-RUNNING.
           PERFORM 148-CHECK-WAIT.

      *>   arrived, or past its deadline with the action to take, or
      *>   neither yet and still watching
       148-CHECK-WAIT SECTION.
           MOVE "N" TO ws-wait-resolved.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-stp-wait-file(ws-stp-idx)) ws-file-info
             RETURNING ws-exist-rc
           END-CALL.
           IF ws-exist-rc = 0
               MOVE "Y" TO ws-wait-resolved
               PERFORM 124-NOTE-STEP-ENDED
               MOVE "OK" TO ws-chain-outcome
               MOVE "D" TO ws-stp-state(ws-stp-idx)
               PERFORM 020-WRITE-STATE
               DISPLAY "OK   " ws-step-number " (file arrived, "
                 ws-timer-minutes "m " ws-timer-seconds "s)"
               END-DISPLAY
               PERFORM 130-LOG-STEP-OUTCOME
               GO TO 148-CHECK-WAIT-DONE
           END-IF.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-chain-time FROM TIME.
           COMPUTE ws-now-minute =
             (FUNCTION NUMVAL(ws-now-date) * 10000)
             + FUNCTION NUMVAL(ws-chain-time(1:4)).
           IF ws-now-minute <= ws-stp-deadline(ws-stp-idx)
               GO TO 148-CHECK-WAIT-EXIT
           END-IF.
           MOVE "Y" TO ws-wait-resolved.
           PERFORM 124-NOTE-STEP-ENDED.
           ADD 1 TO ws-missed-count.
           MOVE "MISS" TO ws-chain-outcome.
           DISPLAY "CHR016W chain-runner: "
             FUNCTION TRIM(ws-stp-wait-file(ws-stp-idx))
             " did not arrive by " ws-stp-wait-by(ws-stp-idx) " -- "
             FUNCTION TRIM(ws-stp-wait-action(ws-stp-idx))
             UPON SYSERR
           END-DISPLAY.
           MOVE SPACES TO ws-log-error-msg.
           STRING "CHR016W awaited file "
             FUNCTION TRIM(ws-stp-wait-file(ws-stp-idx))
             " did not arrive" DELIMITED BY SIZE
             INTO ws-log-error-msg
           END-STRING.
           MOVE SPACES TO ws-alert-counts.
           STRING "step " ws-step-number " due by "
             ws-stp-wait-by(ws-stp-idx) " action "
             ws-stp-wait-action(ws-stp-idx) DELIMITED BY SIZE
             INTO ws-alert-counts
           END-STRING.
           CALL "send-alert" USING ws-log-program-name
             ws-log-error-msg ws-alert-counts
           END-CALL.
           EVALUATE ws-stp-wait-action(ws-stp-idx)
               WHEN "SKIP"
                   MOVE "K" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
               WHEN "FAIL"
                   ADD 1 TO ws-fail-count
                   MOVE "Y" TO ws-stop-flag
                   MOVE "S" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
                   PERFORM 127-OPEN-INCIDENT
               WHEN OTHER
                   MOVE "D" TO ws-stp-state(ws-stp-idx)
                   PERFORM 020-WRITE-STATE
           END-EVALUATE.
           PERFORM 130-LOG-STEP-OUTCOME.
       148-CHECK-WAIT-DONE.
           MOVE "Y" TO ws-instant-flag.
           MOVE "Y" TO ws-progress-flag.
       148-CHECK-WAIT-EXIT.
           EXIT.

      *>   look every few seconds for the exit status of each step
      *>   still running, and judge every one that has ended
       150-WAIT-FOR-A-STEP SECTION.
           MOVE 0 TO ws-reaped-count.
           PERFORM UNTIL ws-reaped-count > 0
               CALL "C$SLEEP" USING ws-poll-secs
               END-CALL
               PERFORM VARYING ws-stp-idx FROM 1 BY 1
                   UNTIL ws-stp-idx > ws-step-count
                   IF ws-stp-state(ws-stp-idx) = "R"
                       PERFORM 110-TAKE-STEP
                       PERFORM 146-SET-RC-PATH
                       CALL "CBL_CHECK_FILE_EXIST" USING
                         FUNCTION TRIM(ws-rc-path) ws-file-info
                         RETURNING ws-exist-rc
                       END-CALL
                       IF ws-exist-rc = 0
                           PERFORM 155-REAP-STEP
                           ADD 1 TO ws-reaped-count
                       END-IF
                   END-IF
                   IF ws-stp-state(ws-stp-idx) = "W"
                       PERFORM 110-TAKE-STEP
                       PERFORM 148-CHECK-WAIT
                       IF ws-wait-resolved = "Y"
                           ADD 1 TO ws-reaped-count
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       155-REAP-STEP SECTION.
           MOVE 0 TO ws-step-rc.
           OPEN INPUT RC-FILE.
           IF ws-rc-status = "00"
               READ RC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(RC-RECORD) IS NUMERIC
                           COMPUTE ws-step-rc =
                             FUNCTION NUMVAL(RC-RECORD)
                       END-IF
               END-READ
               CLOSE RC-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-rc-path)
             RETURNING ws-delete-rc
           END-CALL.
           MOVE "N" TO ws-timeout-flag.
           IF ws-step-limit > 0 AND ws-step-rc = 124
               MOVE "Y" TO ws-timeout-flag
           END-IF.
           PERFORM 124-NOTE-STEP-ENDED.
           PERFORM 128-JUDGE-STEP-OUTCOME.

      *>   nothing running, nothing startable, no stop -- yet steps
      *>   still waiting: their AFTER= lists wait on each other in a
      *>   ring, and the night cannot be called complete
       160-CHECK-STRANDED-STEPS SECTION.
           MOVE 0 TO ws-stranded-count.
           PERFORM VARYING ws-stp-idx FROM 1 BY 1
               UNTIL ws-stp-idx > ws-step-count
               IF ws-stp-state(ws-stp-idx) = "P"
                   ADD 1 TO ws-stranded-count
               END-IF
           END-PERFORM.
           IF ws-stranded-count = 0
               GO TO 160-CHECK-STRANDED-STEPS-EXIT
           END-IF.
           DISPLAY "CHR015E chain-runner: " ws-stranded-count
             " step(s) could never start -- their AFTER= steps wait"
             " on each other" UPON SYSERR
           END-DISPLAY.
           MOVE "CHR015E runbook steps could never start" TO
             ws-log-error-msg.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
           ADD 1 TO ws-fail-count.
           MOVE "Y" TO ws-stop-flag.
           PERFORM 020-WRITE-STATE.
       160-CHECK-STRANDED-STEPS-EXIT.
           EXIT.

       200-SHOW-SUMMARY SECTION.
           DISPLAY "-----------------------------------" END-DISPLAY.
           DISPLAY "steps run: " ws-run-count
             "  failed: " ws-fail-count
             "  timed out: " ws-timeout-count
           END-DISPLAY.
           IF ws-missed-count > 0
               DISPLAY "awaited files that never arrived: "
                 ws-missed-count "  steps skipped for them: "
                 ws-file-skip-count
               END-DISPLAY
           END-IF.
           IF ws-fail-count > 0
               MOVE 1 TO RETURN-CODE
           ELSE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CHR001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE "CHR002E nightly chain ended with a failed step"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
