      *> -------------------------------------------
      *> owner-statement.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the weekly statement every owner gets about their own
      *> projects -- owners do not read shift-handover or
      *> build-trend, and a project should not be red for three
      *> weeks before anyone tells the person it belongs to. For
      *> each OWNERS entry, every ACTIVE, ON-HOLD and FROZEN project
      *> whose PROJ-OWNER it is gets one line:
      *>
      *>   last build      result and how many nights in a row, as
      *>                   build-trend replays BUILD-HISTORY
      *>   warnings/errors the counts compile-report last filed in
      *>                   COMPILE-BASELINE
      *>   idle days       since the last build, or the creation
      *>                   date for a project never built -- the
      *>                   reckoning stale-projects ranks by
      *>   disk            du -sk of the project, as chargeback
      *>                   measures it
      *>   drift           generated files edited or gone since
      *>                   birth, as gen-drift judges PROJFILES
      *>   alerts          open alerts in alerts/ naming the project
      *>
      *> Each statement is its own file,
      *> statements/STATEMENT.<owner>.<yyyymmdd> under the business
      *> date, handed to report-deliver for an owner active in
      *> OWNERS with a contact. An owner with none of those
      *> projects gets no statement at all.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "owner-statement".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNERS-FILE
               ASSIGN TO DYNAMIC ws-owners-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owners-status.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.
           SELECT BASELINE-FILE
               ASSIGN TO DYNAMIC ws-baseline-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-baseline-status.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.
           SELECT WORK-FILE
               ASSIGN TO DYNAMIC ws-work-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-work-status.
           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC ws-statement-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statement-status.

       DATA DIVISION.
         FILE SECTION.
         FD  OWNERS-FILE.
         01 OWNERS-RECORD.
             05 own-rec-id        PIC X(30).
             05 FILLER            PIC X.
             05 own-rec-name      PIC X(40).
             05 FILLER            PIC X.
             05 own-rec-dept      PIC X(20).
             05 FILLER            PIC X.
             05 own-rec-contact   PIC X(40).
             05 FILLER            PIC X.
             05 own-rec-active    PIC X.
         FD  HISTORY-FILE.
      *>   the fixed columns build-health writes
         01 HISTORY-RECORD.
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
         FD  BASELINE-FILE.
         01 BASELINE-RECORD.
             05 base-rec-name     PIC X(48).
             05 FILLER            PIC X.
             05 base-rec-errors   PIC 9(5).
             05 FILLER            PIC X.
             05 base-rec-warnings PIC 9(5).
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project    PIC X(48).
             05 FILLER            PIC X.
             05 pf-rec-path       PIC X(120).
             05 FILLER            PIC X.
             05 pf-rec-checksum   PIC 9(9).
             05 FILLER            PIC X.
             05 pf-rec-date       PIC X(8).
         FD  WORK-FILE.
         01 WORK-RECORD PIC X(300).
         FD  STATEMENT-FILE.
         01 STATEMENT-RECORD PIC X(132).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "owner-statement".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-owners-path      PIC X(300) VALUE "OWNERS".
           01 ws-owners-status    PIC XX.
           01 ws-owners-eof       PIC X VALUE "N".
           01 ws-history-path     PIC X(300) VALUE "BUILD-HISTORY".
           01 ws-history-status   PIC XX.
           01 ws-history-eof      PIC X VALUE "N".
           01 ws-baseline-path    PIC X(300)
               VALUE "COMPILE-BASELINE".
           01 ws-baseline-status  PIC XX.
           01 ws-baseline-eof     PIC X VALUE "N".
           01 ws-projfiles-path   PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.
           01 ws-projfiles-eof    PIC X VALUE "N".
      *>   du and grep captures, one at a time
           01 ws-work-path        PIC X(300)
               VALUE "OWNER-STATEMENT.TMP".
           01 ws-work-status      PIC XX.
           01 ws-work-eof         PIC X.
           01 ws-statement-path   PIC X(300).
           01 ws-statement-status PIC XX.
           01 ws-shell-command    PIC X(600).
           01 ws-mkdir-rc         PIC 9(9) COMP-5.

           01 ws-projects-io-op PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
               05 ws-proj-owner         PIC X(30).
               05 ws-proj-create-date   PIC X(8).
               05 ws-proj-create-time   PIC X(8).
               05 ws-proj-template      PIC X(12).
               05 ws-proj-status        PIC X(10).
               05 ws-proj-cloned-from   PIC X(48).
               05 ws-proj-module-type   PIC X(4).
               05 ws-proj-verified      PIC X(8).
           01 ws-projects-io-status PIC 99.

      *>   the OWNERS master loaded whole
           78 ws-own-max VALUE 500.
           01 ws-own-count      PIC 9(4) VALUE 0.
           01 ws-own-idx        PIC 9(4).
           01 ws-own-table.
               05 ws-own-entry OCCURS 500 TIMES.
                   10 ws-own-id       PIC X(30).
                   10 ws-own-name     PIC X(40).
                   10 ws-own-dept     PIC X(20).
                   10 ws-own-contact  PIC X(40).
                   10 ws-own-active   PIC X.

      *>   BUILD-HISTORY replayed: latest result, its streak, and
      *>   the newest night each project was built
           78 ws-hist-max VALUE 500.
           01 ws-hist-count     PIC 9(4) VALUE 0.
           01 ws-hist-idx       PIC 9(4).
           01 ws-hist-table.
               05 ws-hist-entry OCCURS 500 TIMES.
                   10 ws-hist-name      PIC X(48).
                   10 ws-hist-latest    PIC X(4).
                   10 ws-hist-streak    PIC 9(4).
                   10 ws-hist-last-date PIC X(8).
           01 ws-hist-night     PIC X(8).

      *>   COMPILE-BASELINE, compile-report's last counts
           78 ws-base-max VALUE 500.
           01 ws-base-count     PIC 9(4) VALUE 0.
           01 ws-base-idx       PIC 9(4).
           01 ws-base-table.
               05 ws-base-entry OCCURS 500 TIMES.
                   10 ws-base-name     PIC X(48).
                   10 ws-base-errors   PIC 9(5).
                   10 ws-base-warnings PIC 9(5).

      *>   the PROJFILES catalog, newest entry per path
           78 ws-cat-max VALUE 2000.
           01 ws-cat-count      PIC 9(4) VALUE 0.
           01 ws-cat-idx        PIC 9(4).
           01 ws-cat-table.
               05 ws-cat-entry OCCURS 2000 TIMES.
                   10 ws-cat-project  PIC X(48).
                   10 ws-cat-path     PIC X(120).
                   10 ws-cat-checksum PIC 9(9).

      *>   file-checksum's USING items
           01 ws-sum-path       PIC X(300).
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.

      *>   one line per project in scope, measured once
           78 ws-row-max VALUE 500.
           01 ws-row-count      PIC 9(4) VALUE 0.
           01 ws-row-idx        PIC 9(4).
           01 ws-row-table.
               05 ws-row-entry OCCURS 500 TIMES.
                   10 ws-row-name      PIC X(48).
                   10 ws-row-owner     PIC X(30).
                   10 ws-row-status    PIC X(10).
                   10 ws-row-latest    PIC X(4).
                   10 ws-row-streak    PIC 9(4).
                   10 ws-row-warn-text PIC X(5).
                   10 ws-row-err-text  PIC X(5).
                   10 ws-row-idle      PIC 9(5).
                   10 ws-row-disk-kb   PIC 9(9).
                   10 ws-row-drift     PIC 9(4).
                   10 ws-row-alerts    PIC 9(4).
           01 ws-found-flag     PIC X.
           01 ws-kb-text        PIC X(20).
           01 ws-last-ccyymmdd  PIC 9(8).
           01 ws-last-julian    PIC 9(7).
           01 ws-today-julian   PIC 9(7).
           01 ws-age-days       PIC S9(7).

      *>   one owner's statement in the making
           01 ws-owner-rows     PIC 9(4).
           01 ws-owner-failing  PIC 9(4).
           01 ws-owner-drift    PIC 9(5).
           01 ws-owner-alerts   PIC 9(5).
           01 ws-stmt-line      PIC X(132).
      *>   the counts as the statement prints them
           01 ws-ed-streak      PIC Z(3)9.
           01 ws-ed-idle        PIC Z(8)9.
           01 ws-ed-kb          PIC Z(8)9.
           01 ws-ed-drift       PIC Z(4)9.
           01 ws-ed-alerts      PIC Z(5)9.
           01 ws-ed-rows        PIC Z(3)9.
           01 ws-ed-failing     PIC Z(3)9.
           01 ws-stmt-count     PIC 9(4) VALUE 0.
           01 ws-sent-count     PIC 9(4) VALUE 0.
           01 ws-fail-count     PIC 9(4) VALUE 0.
           01 ws-now-date       PIC X(8).
           01 ws-now-time       PIC X(8).

      *>   DATE-STAMP's "PROC" answer: the business date the
      *>   statements file under
           01 ws-bus-date       PIC X(8).
           01 ws-ds-weekday     PIC 9 VALUE 1.
           01 ws-ds-date        PIC 9(6) VALUE ZERO.
           01 ws-ds-time        PIC 9(8) VALUE ZERO.
           01 ws-ds-format      PIC X(4) VALUE "PROC".
           01 ws-ds-stamp       PIC X(60).
           01 ws-ds-fiscal      PIC X(10).
           01 ws-ds-cal         PIC X(12) VALUE SPACES.

      *>   report-deliver's USING items
           01 ws-dlv-op         PIC X(5).
           01 ws-dlv-reason     PIC X(8) VALUE "WEEKLY".
           01 ws-dlv-owner      PIC X(30).
           01 ws-dlv-contact    PIC X(40).
           01 ws-dlv-path       PIC X(300).
           01 ws-dlv-status     PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 010-LOAD-OWNERS.
           perform 020-LOAD-BUILD-HISTORY.
           perform 030-LOAD-BASELINE.
           perform 040-LOAD-PROJFILES.
           perform 100-WALK-PROJECTS.
           perform 200-WRITE-STATEMENTS.
           perform 400-SHOW-SUMMARY.
           perform 900-TERMINATE.

      *>   a clock-only shop (no control record) gets today's
      *>   calendar date back
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
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
      *>   idle days count back from the business date, the night
      *>   the builds were filed under, not from the clock
           COMPUTE ws-today-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-bus-date)).

      *>   no OWNERS master is no one to write to -- said so, and
      *>   nothing else to do
       010-LOAD-OWNERS SECTION.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               DISPLAY "OWS010W owner-statement: no OWNERS master -- "
                 "no statements written" UPON SYSERR
               END-DISPLAY
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-owners-eof = "Y"
               OR ws-own-count >= ws-own-max
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO ws-owners-eof
                   NOT AT END
                       IF OWNERS-RECORD NOT = SPACES
                           ADD 1 TO ws-own-count
                           MOVE own-rec-id
                             TO ws-own-id(ws-own-count)
                           MOVE own-rec-name
                             TO ws-own-name(ws-own-count)
                           MOVE own-rec-dept
                             TO ws-own-dept(ws-own-count)
                           MOVE own-rec-contact
                             TO ws-own-contact(ws-own-count)
                           MOVE own-rec-active
                             TO ws-own-active(ws-own-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNERS-FILE.

      *>   '*' lines -- comments and history-rollup's monthly lines
      *>   -- carry no single night's result, so no streak
       020-LOAD-BUILD-HISTORY SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               GO TO 020-LOAD-BUILD-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF HISTORY-RECORD NOT = SPACES
                           AND HISTORY-RECORD(1:1) NOT = "*"
                           AND hist-date IS NUMERIC
                           PERFORM 021-REPLAY-ONE-BUILD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       020-LOAD-BUILD-HISTORY-EXIT.
           EXIT.

      *>   a result matching the streak in progress extends it; a
      *>   flip starts a new streak of one -- build-trend's rule
       021-REPLAY-ONE-BUILD SECTION.
           IF hist-bus-date IS NUMERIC
               MOVE hist-bus-date TO ws-hist-night
           ELSE
               MOVE hist-date TO ws-hist-night
           END-IF.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-hist-idx FROM 1 BY 1
               UNTIL ws-hist-idx > ws-hist-count
               OR ws-found-flag = "Y"
               IF ws-hist-name(ws-hist-idx) = hist-name
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-hist-idx
           ELSE
               IF ws-hist-count >= ws-hist-max
                   GO TO 021-REPLAY-ONE-BUILD-EXIT
               END-IF
               ADD 1 TO ws-hist-count
               MOVE ws-hist-count TO ws-hist-idx
               MOVE hist-name TO ws-hist-name(ws-hist-idx)
               MOVE SPACES TO ws-hist-latest(ws-hist-idx)
               MOVE 0 TO ws-hist-streak(ws-hist-idx)
               MOVE SPACES TO ws-hist-last-date(ws-hist-idx)
           END-IF.
           IF hist-result = ws-hist-latest(ws-hist-idx)
               ADD 1 TO ws-hist-streak(ws-hist-idx)
           ELSE
               MOVE 1 TO ws-hist-streak(ws-hist-idx)
           END-IF.
           MOVE hist-result TO ws-hist-latest(ws-hist-idx).
           IF ws-hist-night > ws-hist-last-date(ws-hist-idx)
               OR ws-hist-last-date(ws-hist-idx) = SPACES
               MOVE ws-hist-night TO ws-hist-last-date(ws-hist-idx)
           END-IF.
       021-REPLAY-ONE-BUILD-EXIT.
           EXIT.

      *>   no baseline is no compile-report run yet: the counts show
      *>   as not known rather than as a clean zero
       030-LOAD-BASELINE SECTION.
           OPEN INPUT BASELINE-FILE.
           IF ws-baseline-status NOT = "00"
               GO TO 030-LOAD-BASELINE-EXIT
           END-IF.
           PERFORM UNTIL ws-baseline-eof = "Y"
               OR ws-base-count >= ws-base-max
               READ BASELINE-FILE
                   AT END
                       MOVE "Y" TO ws-baseline-eof
                   NOT AT END
                       IF BASELINE-RECORD NOT = SPACES
                           ADD 1 TO ws-base-count
                           MOVE base-rec-name
                             TO ws-base-name(ws-base-count)
                           MOVE base-rec-errors
                             TO ws-base-errors(ws-base-count)
                           MOVE base-rec-warnings
                             TO ws-base-warnings(ws-base-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BASELINE-FILE.
       030-LOAD-BASELINE-EXIT.
           EXIT.

      *>   a later record for the same path overwrites the earlier
      *>   slot -- a --force regeneration's checksum is the one to
      *>   judge by, as gen-drift does
       040-LOAD-PROJFILES SECTION.
           OPEN INPUT PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               GO TO 040-LOAD-PROJFILES-EXIT
           END-IF.
           PERFORM UNTIL ws-projfiles-eof = "Y"
               READ PROJFILES-FILE
                   AT END
                       MOVE "Y" TO ws-projfiles-eof
                   NOT AT END
                       IF PROJFILES-RECORD NOT = SPACES
                           PERFORM 041-KEEP-NEWEST-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJFILES-FILE.
       040-LOAD-PROJFILES-EXIT.
           EXIT.

       041-KEEP-NEWEST-ENTRY SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-path(ws-cat-idx) = pf-rec-path
                   MOVE pf-rec-checksum
                     TO ws-cat-checksum(ws-cat-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND ws-cat-count < ws-cat-max
               ADD 1 TO ws-cat-count
               MOVE pf-rec-project
                 TO ws-cat-project(ws-cat-count)
               MOVE pf-rec-path
                 TO ws-cat-path(ws-cat-count)
               MOVE pf-rec-checksum
                 TO ws-cat-checksum(ws-cat-count)
           END-IF.

       100-WALK-PROJECTS SECTION.
           MOVE "BROWSE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           MOVE "NEXT" TO ws-projects-io-op.
      *>   priming call -- BROWSE only opens the file, it does not
      *>   hand back a record
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           PERFORM UNTIL ws-projects-io-status NOT = 0
               IF (FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   OR FUNCTION TRIM(ws-proj-status) = "ON-HOLD"
                   OR FUNCTION TRIM(ws-proj-status) = "FROZEN")
                   AND ws-row-count < ws-row-max
                   PERFORM 110-MEASURE-ONE-PROJECT
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.

       110-MEASURE-ONE-PROJECT SECTION.
           ADD 1 TO ws-row-count.
           MOVE ws-row-count TO ws-row-idx.
           MOVE ws-proj-name   TO ws-row-name(ws-row-idx).
           MOVE ws-proj-owner  TO ws-row-owner(ws-row-idx).
           MOVE ws-proj-status TO ws-row-status(ws-row-idx).
           MOVE "----" TO ws-row-latest(ws-row-idx).
           MOVE 0 TO ws-row-streak(ws-row-idx).
           MOVE ws-proj-create-date TO ws-last-ccyymmdd.
           PERFORM VARYING ws-hist-idx FROM 1 BY 1
               UNTIL ws-hist-idx > ws-hist-count
               IF ws-hist-name(ws-hist-idx) = ws-proj-name
                   MOVE ws-hist-latest(ws-hist-idx)
                     TO ws-row-latest(ws-row-idx)
                   MOVE ws-hist-streak(ws-hist-idx)
                     TO ws-row-streak(ws-row-idx)
                   IF ws-hist-last-date(ws-hist-idx)
                        > ws-proj-create-date
                       MOVE ws-hist-last-date(ws-hist-idx)
                         TO ws-last-ccyymmdd
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 120-IDLE-DAYS.
           MOVE "    -" TO ws-row-warn-text(ws-row-idx)
             ws-row-err-text(ws-row-idx).
           PERFORM VARYING ws-base-idx FROM 1 BY 1
               UNTIL ws-base-idx > ws-base-count
               IF ws-base-name(ws-base-idx) = ws-proj-name
                   MOVE ws-base-warnings(ws-base-idx) TO ws-ed-drift
                   MOVE ws-ed-drift TO ws-row-warn-text(ws-row-idx)
                   MOVE ws-base-errors(ws-base-idx) TO ws-ed-drift
                   MOVE ws-ed-drift TO ws-row-err-text(ws-row-idx)
               END-IF
           END-PERFORM.
           PERFORM 130-RUN-DU.
           PERFORM 140-COUNT-DRIFT.
           PERFORM 150-COUNT-OPEN-ALERTS.

      *>   the newest build night, or the creation date for a
      *>   project the nightly has never touched
       120-IDLE-DAYS SECTION.
           MOVE 0 TO ws-row-idle(ws-row-idx).
           IF ws-last-ccyymmdd IS NOT NUMERIC
               OR ws-last-ccyymmdd = 0
               GO TO 120-IDLE-DAYS-EXIT
           END-IF.
           COMPUTE ws-last-julian = FUNCTION INTEGER-OF-DATE
             (ws-last-ccyymmdd).
           COMPUTE ws-age-days = ws-today-julian - ws-last-julian.
           IF ws-age-days > 0
               MOVE ws-age-days TO ws-row-idle(ws-row-idx)
           END-IF.
       120-IDLE-DAYS-EXIT.
           EXIT.

      *>   du -sk prints one "KB<tab>path" line -- the same capture
      *>   chargeback's 130-RUN-DU reads
       130-RUN-DU SECTION.
           MOVE 0 TO ws-row-disk-kb(ws-row-idx).
           MOVE SPACES TO ws-shell-command.
           STRING "du -sk " FUNCTION TRIM(ws-proj-name)
             " > " FUNCTION TRIM(ws-work-path) " 2>/dev/null"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO ws-work-eof.
           OPEN INPUT WORK-FILE.
           IF ws-work-status NOT = "00"
               GO TO 130-RUN-DU-EXIT
           END-IF.
           PERFORM UNTIL ws-work-eof = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO ws-work-eof
                   NOT AT END
                       IF WORK-RECORD NOT = SPACES
                           MOVE SPACES TO ws-kb-text
                           UNSTRING WORK-RECORD DELIMITED BY X"09"
                             INTO ws-kb-text
                           END-UNSTRING
                           ADD FUNCTION NUMVAL(ws-kb-text)
                             TO ws-row-disk-kb(ws-row-idx)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
       130-RUN-DU-EXIT.
           EXIT.

      *>   a generated file edited or gone since birth, judged as
      *>   gen-drift judges it
       140-COUNT-DRIFT SECTION.
           MOVE 0 TO ws-row-drift(ws-row-idx).
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-project(ws-cat-idx) = ws-proj-name
                   MOVE SPACES TO ws-sum-path
                   MOVE ws-cat-path(ws-cat-idx) TO ws-sum-path
                   CALL "file-checksum" USING ws-sum-path
                     ws-sum-value ws-sum-status
                   END-CALL
                   IF ws-sum-status NOT = 0
                       OR ws-sum-value NOT = ws-cat-checksum(ws-cat-idx)
                       ADD 1 TO ws-row-drift(ws-row-idx)
                   END-IF
               END-IF
           END-PERFORM.

      *>   whatever still sits in alerts/ is open, as alert-console
      *>   counts it; an alert is the project's when its text names
      *>   the project as a whole word
       150-COUNT-OPEN-ALERTS SECTION.
           MOVE 0 TO ws-row-alerts(ws-row-idx).
           MOVE SPACES TO ws-shell-command.
           STRING "grep -l -w -F -- '" FUNCTION TRIM(ws-proj-name)
             "' alerts/ALERT-*.txt > " FUNCTION TRIM(ws-work-path)
             " 2>/dev/null"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO ws-work-eof.
           OPEN INPUT WORK-FILE.
           IF ws-work-status NOT = "00"
               GO TO 150-COUNT-OPEN-ALERTS-EXIT
           END-IF.
           PERFORM UNTIL ws-work-eof = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO ws-work-eof
                   NOT AT END
                       IF WORK-RECORD NOT = SPACES
                           ADD 1 TO ws-row-alerts(ws-row-idx)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
       150-COUNT-OPEN-ALERTS-EXIT.
           EXIT.

       200-WRITE-STATEMENTS SECTION.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-work-path)
           END-CALL.
           CALL "CBL_CREATE_DIR" USING "statements"
             RETURNING ws-mkdir-rc
           END-CALL.
           PERFORM VARYING ws-own-idx FROM 1 BY 1
               UNTIL ws-own-idx > ws-own-count
               PERFORM 210-COUNT-OWNER-PROJECTS
               IF ws-owner-rows > 0
                   PERFORM 220-WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM.

      *>   PROJ-OWNER matched as chargeback matches it: trimmed and
      *>   folded, so "jsmith" and "JSMITH " are the same owner
       210-COUNT-OWNER-PROJECTS SECTION.
           MOVE 0 TO ws-owner-rows ws-owner-failing ws-owner-drift
             ws-owner-alerts.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
               UNTIL ws-row-idx > ws-row-count
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-row-owner(ws-row-idx)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-own-id(ws-own-idx)))
                   ADD 1 TO ws-owner-rows
                   IF ws-row-latest(ws-row-idx) = "FAIL"
                       ADD 1 TO ws-owner-failing
                   END-IF
                   ADD ws-row-drift(ws-row-idx) TO ws-owner-drift
                   ADD ws-row-alerts(ws-row-idx) TO ws-owner-alerts
               END-IF
           END-PERFORM.

       220-WRITE-ONE-STATEMENT SECTION.
           MOVE SPACES TO ws-statement-path.
           STRING "statements/STATEMENT."
             FUNCTION TRIM(ws-own-id(ws-own-idx)) "." ws-bus-date
             DELIMITED BY SIZE INTO ws-statement-path
           END-STRING.
           OPEN OUTPUT STATEMENT-FILE.
           IF ws-statement-status NOT = "00"
               ADD 1 TO ws-fail-count
               DISPLAY "OWS011E owner-statement: could not write '"
                 FUNCTION TRIM(ws-statement-path) "'" UPON SYSERR
               END-DISPLAY
               GO TO 220-WRITE-ONE-STATEMENT-EXIT
           END-IF.
           ADD 1 TO ws-stmt-count.
           MOVE SPACES TO ws-stmt-line.
           STRING "WEEKLY PROJECT STATEMENT for "
             FUNCTION TRIM(ws-own-id(ws-own-idx)) " -- "
             FUNCTION TRIM(ws-own-name(ws-own-idx)) ", "
             FUNCTION TRIM(ws-own-dept(ws-own-idx))
             DELIMITED BY SIZE INTO ws-stmt-line
           END-STRING.
           PERFORM 230-WRITE-STATEMENT-LINE.
           MOVE SPACES TO ws-stmt-line.
           STRING "business date " ws-bus-date ", produced "
             ws-now-date " " ws-now-time(1:4)
             DELIMITED BY SIZE INTO ws-stmt-line
           END-STRING.
           PERFORM 230-WRITE-STATEMENT-LINE.
           MOVE SPACES TO ws-stmt-line.
           PERFORM 230-WRITE-STATEMENT-LINE.
           MOVE SPACES TO ws-stmt-line.
           STRING "Project                        Status     "
             "Last build  Warn  Errs  Idle days  Disk KB    "
             "Drift Alerts"
             DELIMITED BY SIZE INTO ws-stmt-line
           END-STRING.
           PERFORM 230-WRITE-STATEMENT-LINE.
           MOVE SPACES TO ws-stmt-line.
           STRING "------------------------------ ---------- "
             "----------  ----- ----- ---------  ---------  "
             "----- ------"
             DELIMITED BY SIZE INTO ws-stmt-line
           END-STRING.
           PERFORM 230-WRITE-STATEMENT-LINE.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
               UNTIL ws-row-idx > ws-row-count
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-row-owner(ws-row-idx)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-own-id(ws-own-idx)))
                   PERFORM 240-WRITE-PROJECT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-stmt-line.
           STRING "------------------------------ ---------- "
             "----------  ----- ----- ---------  ---------  "
             "----- ------"
             DELIMITED BY SIZE INTO ws-stmt-line
           END-STRING.
           PERFORM 230-WRITE-STATEMENT-LINE.
           MOVE ws-owner-rows    TO ws-ed-rows.
           MOVE ws-owner-failing TO ws-ed-failing.
           MOVE ws-owner-drift   TO ws-ed-drift.
           MOVE ws-owner-alerts  TO ws-ed-alerts.
           MOVE SPACES TO ws-stmt-line.
           STRING FUNCTION TRIM(ws-ed-rows) " project(s), "
             FUNCTION TRIM(ws-ed-failing)
             " failing their last build, "
             FUNCTION TRIM(ws-ed-drift) " hand-edited file(s), "
             FUNCTION TRIM(ws-ed-alerts) " open alert(s)"
             DELIMITED BY SIZE INTO ws-stmt-line
           END-STRING.
           PERFORM 230-WRITE-STATEMENT-LINE.
           CLOSE STATEMENT-FILE.
           DISPLAY "owner-statement: "
             FUNCTION TRIM(ws-own-id(ws-own-idx)) " -- "
             FUNCTION TRIM(ws-statement-path)
           END-DISPLAY.
           IF ws-own-active(ws-own-idx) = "Y"
               AND ws-own-contact(ws-own-idx) NOT = SPACES
               PERFORM 250-DELIVER-STATEMENT
           END-IF.
       220-WRITE-ONE-STATEMENT-EXIT.
           EXIT.

       230-WRITE-STATEMENT-LINE SECTION.
           MOVE ws-stmt-line TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       240-WRITE-PROJECT-LINE SECTION.
           MOVE ws-row-streak(ws-row-idx) TO ws-ed-streak.
           MOVE ws-row-idle(ws-row-idx)   TO ws-ed-idle.
           MOVE ws-row-disk-kb(ws-row-idx) TO ws-ed-kb.
           MOVE ws-row-drift(ws-row-idx)  TO ws-ed-drift.
           MOVE ws-row-alerts(ws-row-idx) TO ws-ed-alerts.
           MOVE SPACES TO ws-stmt-line.
           STRING ws-row-name(ws-row-idx)(1:30) " "
             ws-row-status(ws-row-idx) " "
             ws-row-latest(ws-row-idx) " x" ws-ed-streak
             "  " ws-row-warn-text(ws-row-idx)
             " " ws-row-err-text(ws-row-idx)
             " " ws-ed-idle "  " ws-ed-kb
             "  " ws-ed-drift ws-ed-alerts
             DELIMITED BY SIZE INTO ws-stmt-line
           END-STRING.
           PERFORM 230-WRITE-STATEMENT-LINE.

      *>   one statement, one delivery: the bundle report-deliver
      *>   writes and hands to the notification command
       250-DELIVER-STATEMENT SECTION.
           MOVE ws-own-id(ws-own-idx)      TO ws-dlv-owner.
           MOVE ws-own-contact(ws-own-idx) TO ws-dlv-contact.
           MOVE "BEGIN" TO ws-dlv-op.
           PERFORM 260-CALL-REPORT-DELIVER.
           IF ws-dlv-status = 0
               MOVE "ADD  " TO ws-dlv-op
               MOVE ws-statement-path TO ws-dlv-path
               PERFORM 260-CALL-REPORT-DELIVER
           END-IF.
           IF ws-dlv-status = 0
               MOVE "SEND " TO ws-dlv-op
               PERFORM 260-CALL-REPORT-DELIVER
           END-IF.
           IF ws-dlv-status NOT = 0
               ADD 1 TO ws-fail-count
               DISPLAY "OWS012E owner-statement: the statement for "
                 FUNCTION TRIM(ws-own-id(ws-own-idx))
                 " could not be delivered -- it is in "
                 FUNCTION TRIM(ws-statement-path) UPON SYSERR
               END-DISPLAY
               GO TO 250-DELIVER-STATEMENT-EXIT
           END-IF.
           ADD 1 TO ws-sent-count.
       250-DELIVER-STATEMENT-EXIT.
           EXIT.

       260-CALL-REPORT-DELIVER SECTION.
           CALL "report-deliver" USING ws-dlv-op ws-dlv-reason
             ws-dlv-owner ws-dlv-contact ws-dlv-path ws-dlv-status
           END-CALL.

       400-SHOW-SUMMARY SECTION.
           DISPLAY "owner-statement: " ws-row-count
             " project(s) in scope, " ws-stmt-count
             " statement(s) written, " ws-sent-count " delivered"
           END-DISPLAY.
           IF ws-fail-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "OWS001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "OWS002E owner statements failed, see SYSERR"
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

       END PROGRAM "owner-statement".
