      *> -------------------------------------------
      *> health-scorecard.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the month-end project health scorecard handed to the team
      *> leads for remediation planning: every nightly signal that
      *> says something about one project, put side by side and
      *> boiled down to one figure per ACTIVE project --
      *>   build pass rate      BUILD-HISTORY, last BUILD-DAYS
      *>   compile warnings     COMPILE-BASELINE (compile-report)
      *>   staleness            newest build on the snapshot
      *>   Makefile drift       the stamp makefile-drift reads
      *>   hand-edit drift      PROJFILES checksums, as gen-drift
      *>   missing callees      DEPENDS callees no longer ACTIVE
      *>   birth compile        PROJ-VERIFIED
      *> Each signal scores 0 (clean) to 100; the health score is
      *> 100 less their average weighted by SCOREWEIGHTS, so the
      *> weighting is the team leads' to change, not the code's.
      *> Projects are ranked worst first with the change since the
      *> last scorecard filed in an earlier month, and rolled up by
      *> their owners' OWNERS department. Every run files its
      *> scores to SCORE-HISTORY, which is where next month's trend
      *> comes from. Read-only against everything else.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "health-scorecard".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHTS-FILE
               ASSIGN TO DYNAMIC ws-weights-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-weights-status.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.
           SELECT BASELINE-FILE
               ASSIGN TO DYNAMIC ws-baseline-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-baseline-status.
           SELECT MAKEFILE-IN
               ASSIGN TO DYNAMIC ws-makefile-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-makefile-status.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.
           SELECT DEPENDS-FILE
               ASSIGN TO DYNAMIC ws-depends-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-depends-status.
           SELECT SCORES-FILE
               ASSIGN TO DYNAMIC ws-scores-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-scores-status.

       DATA DIVISION.
         FILE SECTION.
         FD  WEIGHTS-FILE.
         01 WEIGHTS-RECORD PIC X(80).
         FD  HISTORY-FILE.
         01 HISTORY-RECORD.
             05 hist-rec-name     PIC X(48).
             05 FILLER            PIC X.
             05 hist-rec-date     PIC X(8).
             05 FILLER            PIC X.
             05 hist-rec-time     PIC X(8).
             05 FILLER            PIC X.
             05 hist-rec-result   PIC X(4).
             05 FILLER            PIC X.
             05 hist-rec-rc       PIC X(9).
             05 FILLER            PIC X(8).
             05 hist-rec-bus-date PIC X(8).
             05 FILLER            PIC X(3).
         FD  BASELINE-FILE.
         01 BASELINE-RECORD.
             05 base-rec-name     PIC X(48).
             05 FILLER            PIC X.
             05 base-rec-errors   PIC 9(5).
             05 FILLER            PIC X.
             05 base-rec-warnings PIC 9(5).
         FD  MAKEFILE-IN.
         01 MAKEFILE-RECORD PIC X(120).
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project    PIC X(48).
             05 FILLER            PIC X.
             05 pf-rec-path       PIC X(120).
             05 FILLER            PIC X.
             05 pf-rec-checksum   PIC 9(9).
             05 FILLER            PIC X.
             05 pf-rec-date       PIC X(8).
         FD  DEPENDS-FILE.
         01 DEPENDS-RECORD.
             05 dep-rec-caller    PIC X(48).
             05 FILLER            PIC X.
             05 dep-rec-callee    PIC X(48).
      *>   one line per project per scorecard run: the date it was
      *>   scored, the project, its score and its department then
         FD  SCORES-FILE.
         01 SCORES-RECORD.
             05 scr-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 scr-rec-name      PIC X(48).
             05 FILLER            PIC X.
             05 scr-rec-score     PIC 9(3).
             05 FILLER            PIC X.
             05 scr-rec-dept      PIC X(20).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "health-scorecard".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   chain's timeline shows it
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

           01 ws-weights-path    PIC X(300) VALUE "SCOREWEIGHTS".
           01 ws-weights-status  PIC XX.
           01 ws-weights-eof     PIC X VALUE "N".
           01 ws-config-key      PIC X(20).
           01 ws-config-value    PIC X(60).
           01 ws-history-path    PIC X(300) VALUE "BUILD-HISTORY".
           01 ws-history-status  PIC XX.
           01 ws-history-eof     PIC X VALUE "N".
           01 ws-baseline-path   PIC X(300) VALUE "COMPILE-BASELINE".
           01 ws-baseline-status PIC XX.
           01 ws-baseline-eof    PIC X VALUE "N".
           01 ws-makefile-path   PIC X(300).
           01 ws-makefile-status PIC XX.
           01 ws-makefile-eof    PIC X.
           01 ws-projfiles-path  PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.
           01 ws-projfiles-eof   PIC X VALUE "N".
           01 ws-depends-path    PIC X(300) VALUE "DEPENDS".
           01 ws-depends-status  PIC XX.
           01 ws-depends-eof     PIC X VALUE "N".
           01 ws-scores-path     PIC X(300) VALUE "SCORE-HISTORY".
           01 ws-scores-status   PIC XX.
           01 ws-scores-eof      PIC X VALUE "N".

      *>   the weights and thresholds, SCOREWEIGHTS overriding these
           01 ws-wt-build        PIC 9(3) VALUE 25.
           01 ws-wt-warnings     PIC 9(3) VALUE 15.
           01 ws-wt-stale        PIC 9(3) VALUE 10.
           01 ws-wt-makefile     PIC 9(3) VALUE 10.
           01 ws-wt-handedit     PIC 9(3) VALUE 15.
           01 ws-wt-depends      PIC 9(3) VALUE 15.
           01 ws-wt-verified     PIC 9(3) VALUE 10.
           01 ws-wt-total        PIC 9(5).
           01 ws-build-days      PIC 9(5) VALUE 30.
           01 ws-stale-days      PIC 9(5) VALUE 180.
           01 ws-warning-points  PIC 9(3) VALUE 5.
           01 ws-edit-points     PIC 9(3) VALUE 25.

      *>   the stamp a current Makefile carries -- the same copybook
      *>   create-makefile writes it from
           COPY "toolkit-version.cpy".
           78 ws-stamp-prefix VALUE
               "# generated by cobol-project-maker v".
           78 ws-stamp-prefix-len VALUE 36.
           01 ws-this-version    PIC X(10).

      *>   projects-snap's USING items; each project read off the
      *>   snapshot is moved into ws-projects-record
           01 ws-snap-op        PIC X(6).
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
           COPY "projects-snap-rec.cpy".
           01 ws-snap-status    PIC 99.

      *>   one row per ACTIVE project: the raw signals gathered for
      *>   it, its score, and last month's score when there was one
           78 ws-row-max VALUE 300.
           01 ws-row-count      PIC 9(4) VALUE 0.
           01 ws-row-idx        PIC 9(4).
           01 ws-row-table.
               05 ws-row-entry OCCURS 300 TIMES.
                   10 ws-row-name      PIC X(48).
                   10 ws-row-dept      PIC X(20).
                   10 ws-row-verified  PIC X(8).
                   10 ws-row-idle      PIC 9(5).
                   10 ws-row-pass      PIC 9(5).
                   10 ws-row-fail      PIC 9(5).
                   10 ws-row-errors    PIC 9(5).
                   10 ws-row-warnings  PIC 9(5).
                   10 ws-row-make      PIC X(4).
                   10 ws-row-edits     PIC 9(3).
                   10 ws-row-missing   PIC 9(3).
                   10 ws-row-score     PIC 9(3).
                   10 ws-row-old-score PIC 9(3).
                   10 ws-row-old-flag  PIC X.
           01 ws-find-name      PIC X(48).
           01 ws-find-idx       PIC 9(4).
           01 ws-found-flag     PIC X.
           01 ws-overflow-count PIC 9(5) VALUE 0.

      *>   selection-sort work fields, swapping whole entries in
      *>   place, the same sort stale-projects uses
           01 ws-sort-outer     PIC 9(4).
           01 ws-sort-inner     PIC 9(4).
           01 ws-sort-low       PIC 9(4).
           01 ws-sort-temp      PIC X(118).
           01 ws-sort-dept-temp PIC X(45).

      *>   the catalog held in storage, newest entry per path kept,
      *>   as gen-drift holds it
           78 ws-cat-max VALUE 500.
           01 ws-cat-count      PIC 9(4) VALUE 0.
           01 ws-cat-idx        PIC 9(4).
           01 ws-cat-table.
               05 ws-cat-entry OCCURS 500 TIMES.
                   10 ws-cat-project  PIC X(48).
                   10 ws-cat-path     PIC X(120).
                   10 ws-cat-checksum PIC 9(9).
           01 ws-cat-full       PIC X VALUE "N".

      *>   file-checksum's USING items
           01 ws-sum-path       PIC X(300).
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.

      *>   last month's scorecard: the newest SCORE-HISTORY date
      *>   before this month, and every project scored on it --
      *>   a rerun that filed the day twice leaves one entry each
           01 ws-trend-date     PIC X(8) VALUE SPACES.
           78 ws-old-max VALUE 300.
           01 ws-old-count      PIC 9(4) VALUE 0.
           01 ws-old-idx        PIC 9(4).
           01 ws-old-table.
               05 ws-old-entry OCCURS 300 TIMES.
                   10 ws-old-name     PIC X(48).
                   10 ws-old-dept     PIC X(20).
                   10 ws-old-score    PIC 9(3).

      *>   the department rollup, worst average first
           78 ws-dept-max VALUE 50.
           01 ws-dept-count     PIC 9(3) VALUE 0.
           01 ws-dept-idx       PIC 9(3).
           01 ws-dept-table.
               05 ws-dept-entry OCCURS 50 TIMES.
                   10 ws-dept-name      PIC X(20).
                   10 ws-dept-projects  PIC 9(4).
                   10 ws-dept-total     PIC 9(7).
                   10 ws-dept-avg       PIC 9(3).
                   10 ws-dept-old-count PIC 9(4).
                   10 ws-dept-old-total PIC 9(7).
           01 ws-find-dept      PIC X(20).

      *>   today is the business date off the processing-date
      *>   control record through DATE-STAMP, the date the build
      *>   history is filed under -- a run past midnight, or a rerun
      *>   the next morning, still counts from the night it is for
           01 ws-today          PIC X(8).
           01 ws-today-julian   PIC 9(7).
           01 ws-ds-weekday     PIC 9 VALUE 1.
           01 ws-ds-date        PIC 9(6) VALUE ZERO.
           01 ws-ds-time        PIC 9(8) VALUE ZERO.
           01 ws-ds-format      PIC X(4) VALUE "PROC".
           01 ws-ds-stamp       PIC X(60).
           01 ws-ds-fiscal      PIC X(10).
           01 ws-ds-cal         PIC X(12) VALUE SPACES.
           01 ws-from-date      PIC 9(8).
           01 ws-last-ccyymmdd  PIC 9(8).
           01 ws-age-days       PIC S9(7).
           01 ws-night          PIC X(8).

      *>   one project's signals on the 0-100 scale, and the sum
      *>   they are weighted into
           01 ws-pen-build      PIC 9(3).
           01 ws-pen-warnings   PIC 9(5).
           01 ws-pen-stale      PIC 9(5).
           01 ws-pen-makefile   PIC 9(3).
           01 ws-pen-handedit   PIC 9(5).
           01 ws-pen-depends    PIC 9(3).
           01 ws-pen-verified   PIC 9(3).
           01 ws-pen-weighted   PIC 9(7).
           01 ws-shop-total     PIC 9(7) VALUE 0.
           01 ws-shop-avg       PIC 9(3) VALUE 0.
           01 ws-shop-old-total PIC 9(7) VALUE 0.
           01 ws-shop-old-avg   PIC 9(3) VALUE 0.
           01 ws-old-avg        PIC 9(3).
           01 ws-delta          PIC S9(3).
           01 ws-red-flag       PIC X VALUE "N".

      *>   the printed rows, the way ticket-report lays out its own
           01 ws-head-line.
               05 FILLER PIC X(6)  VALUE "Rank".
               05 FILLER PIC X(5)  VALUE "Scr".
               05 FILLER PIC X(6)  VALUE "Trnd".
               05 FILLER PIC X(6)  VALUE "Pas%".
               05 FILLER PIC X(6)  VALUE "Warn".
               05 FILLER PIC X(7)  VALUE " Idle".
               05 FILLER PIC X(6)  VALUE "Make".
               05 FILLER PIC X(5)  VALUE "Edt".
               05 FILLER PIC X(5)  VALUE "Dep".
               05 FILLER PIC X(6)  VALUE "Vrfy".
               05 FILLER PIC X(22) VALUE "Department".
               05 FILLER PIC X(7)  VALUE "Project".
           01 ws-print-line.
               05 ws-prt-rank       PIC ZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-score      PIC ZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-trend      PIC X(4).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-pass       PIC X(4).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-warn       PIC X(4).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-idle       PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-make       PIC X(4).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-edits      PIC ZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-deps       PIC ZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-vrfy       PIC X(4).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-dept       PIC X(20).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-prt-name       PIC X(48).
           01 ws-dept-head-line.
               05 FILLER PIC X(22) VALUE "Department".
               05 FILLER PIC X(10) VALUE "Projects".
               05 FILLER PIC X(5)  VALUE "Avg".
               05 FILLER PIC X(7)  VALUE "Prior".
               05 FILLER PIC X(5)  VALUE "Trnd".
           01 ws-dept-line.
               05 ws-dpt-name       PIC X(20).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-projects   PIC ZZZZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-avg        PIC ZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-prior      PIC X(5).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-trend      PIC X(4).
           01 ws-ed-3           PIC ZZ9.
           01 ws-ed-4           PIC ZZZ9.
           01 ws-ed-trend       PIC +++9.

      *>   report-writer's USING items; the scorecard is one
      *>   paginated, filed report like every other in the shop
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "SCORECARD project health, worst first".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-ACTIVE-PROJECTS.
           perform 200-TALLY-BUILDS.
           perform 300-LOAD-WARNINGS.
           perform 400-CHECK-MAKEFILES.
           perform 500-CHECK-HAND-EDITS.
           perform 600-CHECK-CALLEES.
           perform 700-SCORE-PROJECTS.
           perform 750-LOAD-LAST-MONTH.
           perform 800-PRINT-SCORECARD.
           perform 850-FILE-SCORES.
           IF ws-red-flag = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
      *>   a clock-only shop (no control record) gets today's
      *>   calendar date back
           ACCEPT ws-today FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF ws-ds-stamp(1:8) IS NUMERIC
               MOVE ws-ds-stamp(1:8) TO ws-today
           END-IF.
           COMPUTE ws-today-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-today)).
           PERFORM 010-READ-WEIGHTS.
           COMPUTE ws-wt-total = ws-wt-build + ws-wt-warnings
             + ws-wt-stale + ws-wt-makefile + ws-wt-handedit
             + ws-wt-depends + ws-wt-verified.
           IF ws-wt-total = 0
               DISPLAY "HSC011E health-scorecard: every weight in "
                 FUNCTION TRIM(ws-weights-path)
                 " is zero -- nothing to score on" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-stale-days = 0
               MOVE 180 TO ws-stale-days
           END-IF.
           COMPUTE ws-from-date = FUNCTION DATE-OF-INTEGER
             (ws-today-julian - ws-build-days).

      *>   a missing SCOREWEIGHTS is no error -- the weights shipped
      *>   with the program stand until somebody sets their own
       010-READ-WEIGHTS SECTION.
           OPEN INPUT WEIGHTS-FILE.
           IF ws-weights-status NOT = "00"
               DISPLAY "HSC010I health-scorecard: no "
                 FUNCTION TRIM(ws-weights-path)
                 " found -- scoring on the standard weights"
               END-DISPLAY
               GO TO 010-READ-WEIGHTS-EXIT
           END-IF.
           PERFORM UNTIL ws-weights-eof = "Y"
               READ WEIGHTS-FILE
                   AT END
                       MOVE "Y" TO ws-weights-eof
                   NOT AT END
                       IF WEIGHTS-RECORD NOT = SPACES
                           AND WEIGHTS-RECORD(1:1) NOT = "*"
                           PERFORM 020-TAKE-WEIGHT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WEIGHTS-FILE.
       010-READ-WEIGHTS-EXIT.
           EXIT.

       020-TAKE-WEIGHT-LINE SECTION.
           MOVE SPACES TO ws-config-key.
           MOVE SPACES TO ws-config-value.
           UNSTRING WEIGHTS-RECORD DELIMITED BY "="
             INTO ws-config-key ws-config-value
           END-UNSTRING.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-config-key))
               WHEN "BUILD"
                   COMPUTE ws-wt-build =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "WARNINGS"
                   COMPUTE ws-wt-warnings =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "STALE"
                   COMPUTE ws-wt-stale =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "MAKEFILE"
                   COMPUTE ws-wt-makefile =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "HANDEDIT"
                   COMPUTE ws-wt-handedit =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "DEPENDS"
                   COMPUTE ws-wt-depends =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "VERIFIED"
                   COMPUTE ws-wt-verified =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "BUILD-DAYS"
                   COMPUTE ws-build-days =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "STALE-DAYS"
                   COMPUTE ws-stale-days =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "WARNING-POINTS"
                   COMPUTE ws-warning-points =
                     FUNCTION NUMVAL(ws-config-value)
               WHEN "EDIT-POINTS"
                   COMPUTE ws-edit-points =
                     FUNCTION NUMVAL(ws-config-value)
           END-EVALUATE.

      *>   the ACTIVE projects off the cycle's snapshot, with the
      *>   department and newest build projects-snap joined on;
      *>   idle days are reckoned as stale-projects reckons them
       100-LOAD-ACTIVE-PROJECTS SECTION.
           MOVE "OPEN" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               DISPLAY "HSC012E health-scorecard: no PROJECTS "
                 "snapshot to score from" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "NEXT" TO ws-snap-op.
      *>   priming call -- OPEN hands back the snapshot's trailer,
      *>   not a project
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   PERFORM 110-TAKE-ONE-PROJECT
               END-IF
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.
           IF ws-overflow-count > 0
               DISPLAY "HSC013W health-scorecard: "
                 ws-overflow-count " ACTIVE project(s) past the "
                 "first " ws-row-max " left off the scorecard"
                 UPON SYSERR
               END-DISPLAY
           END-IF.

       110-TAKE-ONE-PROJECT SECTION.
           IF ws-row-count >= ws-row-max
               ADD 1 TO ws-overflow-count
               GO TO 110-TAKE-ONE-PROJECT-EXIT
           END-IF.
           ADD 1 TO ws-row-count.
           INITIALIZE ws-row-entry(ws-row-count).
           MOVE ws-proj-name TO ws-row-name(ws-row-count).
           MOVE snap-owner-dept TO ws-row-dept(ws-row-count).
           IF snap-owner-dept = SPACES
               MOVE "(no department)" TO ws-row-dept(ws-row-count)
           END-IF.
           MOVE ws-proj-verified TO ws-row-verified(ws-row-count).
           MOVE "N" TO ws-row-old-flag(ws-row-count).
           MOVE ws-proj-create-date TO ws-last-ccyymmdd.
           IF snap-build-bus-date IS NUMERIC
               AND snap-build-bus-date > ws-proj-create-date
               MOVE snap-build-bus-date TO ws-last-ccyymmdd
           END-IF.
           IF ws-last-ccyymmdd IS NUMERIC
               COMPUTE ws-age-days = ws-today-julian
                 - FUNCTION INTEGER-OF-DATE(ws-last-ccyymmdd)
               IF ws-age-days > 0
                   MOVE ws-age-days TO ws-row-idle(ws-row-count)
               END-IF
           END-IF.
       110-TAKE-ONE-PROJECT-EXIT.
           EXIT.

      *>   each build line belongs to the night of its business date,
      *>   or its calendar date on a line older than that column
       200-TALLY-BUILDS SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               GO TO 200-TALLY-BUILDS-EXIT
           END-IF.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF HISTORY-RECORD(1:1) NOT = "*"
                           AND hist-rec-date IS NUMERIC
                           PERFORM 210-TAKE-ONE-BUILD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       200-TALLY-BUILDS-EXIT.
           EXIT.

       210-TAKE-ONE-BUILD SECTION.
           MOVE hist-rec-date TO ws-night.
           IF hist-rec-bus-date IS NUMERIC
               MOVE hist-rec-bus-date TO ws-night
           END-IF.
           IF ws-night < ws-from-date
               GO TO 210-TAKE-ONE-BUILD-EXIT
           END-IF.
           MOVE hist-rec-name TO ws-find-name.
           PERFORM 910-FIND-ROW.
           IF ws-found-flag = "N"
               GO TO 210-TAKE-ONE-BUILD-EXIT
           END-IF.
           EVALUATE hist-rec-result
               WHEN "PASS"
                   ADD 1 TO ws-row-pass(ws-find-idx)
               WHEN "FAIL"
                   ADD 1 TO ws-row-fail(ws-find-idx)
           END-EVALUATE.
       210-TAKE-ONE-BUILD-EXIT.
           EXIT.

      *>   COMPILE-BASELINE holds compile-report's latest counts;
      *>   a project it has never built simply shows none
       300-LOAD-WARNINGS SECTION.
           OPEN INPUT BASELINE-FILE.
           IF ws-baseline-status NOT = "00"
               GO TO 300-LOAD-WARNINGS-EXIT
           END-IF.
           PERFORM UNTIL ws-baseline-eof = "Y"
               READ BASELINE-FILE
                   AT END
                       MOVE "Y" TO ws-baseline-eof
                   NOT AT END
                       MOVE base-rec-name TO ws-find-name
                       PERFORM 910-FIND-ROW
                       IF ws-found-flag = "Y"
                           AND base-rec-errors IS NUMERIC
                           AND base-rec-warnings IS NUMERIC
                           MOVE base-rec-errors
                             TO ws-row-errors(ws-find-idx)
                           MOVE base-rec-warnings
                             TO ws-row-warnings(ws-find-idx)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BASELINE-FILE.
       300-LOAD-WARNINGS-EXIT.
           EXIT.

       400-CHECK-MAKEFILES SECTION.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
               UNTIL ws-row-idx > ws-row-count
               PERFORM 410-CHECK-ONE-MAKEFILE
           END-PERFORM.

      *>   CUR when the stamp is the toolkit's own, OLD behind it,
      *>   UNST with no stamp at all, NONE with no Makefile
       410-CHECK-ONE-MAKEFILE SECTION.
           MOVE SPACES TO ws-this-version.
           MOVE "N" TO ws-makefile-eof.
           MOVE SPACES TO ws-makefile-path.
           STRING FUNCTION TRIM(ws-row-name(ws-row-idx))
             DELIMITED BY SIZE
             "/Makefile" DELIMITED BY SIZE
             INTO ws-makefile-path
           END-STRING.
           OPEN INPUT MAKEFILE-IN.
           IF ws-makefile-status NOT = "00"
               MOVE "NONE" TO ws-row-make(ws-row-idx)
               GO TO 410-CHECK-ONE-MAKEFILE-EXIT
           END-IF.
           PERFORM UNTIL ws-makefile-eof = "Y"
               READ MAKEFILE-IN
                   AT END
                       MOVE "Y" TO ws-makefile-eof
                   NOT AT END
                       IF MAKEFILE-RECORD(1:ws-stamp-prefix-len)
                            = ws-stamp-prefix
                           UNSTRING MAKEFILE-RECORD(37:)
                             DELIMITED BY " "
                             INTO ws-this-version
                           END-UNSTRING
                           MOVE "Y" TO ws-makefile-eof
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAKEFILE-IN.
           EVALUATE TRUE
               WHEN ws-this-version = SPACES
                   MOVE "UNST" TO ws-row-make(ws-row-idx)
               WHEN ws-this-version = WS-TOOLKIT-VERSION
                   MOVE "CUR" TO ws-row-make(ws-row-idx)
               WHEN OTHER
                   MOVE "OLD" TO ws-row-make(ws-row-idx)
           END-EVALUATE.
       410-CHECK-ONE-MAKEFILE-EXIT.
           EXIT.

      *>   every cataloged file of an ACTIVE project, judged against
      *>   its newest catalog entry the way gen-drift judges it; an
      *>   edited file and a lost one count alike
       500-CHECK-HAND-EDITS SECTION.
           OPEN INPUT PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               GO TO 500-CHECK-HAND-EDITS-EXIT
           END-IF.
           PERFORM UNTIL ws-projfiles-eof = "Y"
               READ PROJFILES-FILE
                   AT END
                       MOVE "Y" TO ws-projfiles-eof
                   NOT AT END
                       IF PROJFILES-RECORD NOT = SPACES
                           PERFORM 510-KEEP-NEWEST-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJFILES-FILE.
           IF ws-cat-full = "Y"
               DISPLAY "HSC016W health-scorecard: PROJFILES holds "
                 "more than " ws-cat-max " files -- the rest are "
                 "not checked for hand edits" UPON SYSERR
               END-DISPLAY
           END-IF.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count
               PERFORM 520-CHECK-ONE-FILE
           END-PERFORM.
       500-CHECK-HAND-EDITS-EXIT.
           EXIT.

       510-KEEP-NEWEST-ENTRY SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-path(ws-cat-idx) = pf-rec-path
                   MOVE pf-rec-checksum
                     TO ws-cat-checksum(ws-cat-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N"
               IF ws-cat-count < ws-cat-max
                   ADD 1 TO ws-cat-count
                   MOVE pf-rec-project
                     TO ws-cat-project(ws-cat-count)
                   MOVE pf-rec-path
                     TO ws-cat-path(ws-cat-count)
                   MOVE pf-rec-checksum
                     TO ws-cat-checksum(ws-cat-count)
               ELSE
                   MOVE "Y" TO ws-cat-full
               END-IF
           END-IF.

       520-CHECK-ONE-FILE SECTION.
           MOVE ws-cat-project(ws-cat-idx) TO ws-find-name.
           PERFORM 910-FIND-ROW.
           IF ws-found-flag = "N"
               GO TO 520-CHECK-ONE-FILE-EXIT
           END-IF.
           MOVE SPACES TO ws-sum-path.
           MOVE ws-cat-path(ws-cat-idx) TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               OR ws-sum-value NOT = ws-cat-checksum(ws-cat-idx)
               ADD 1 TO ws-row-edits(ws-find-idx)
           END-IF.
       520-CHECK-ONE-FILE-EXIT.
           EXIT.

      *>   a registered link whose callee is retired, archived or
      *>   gone leaves the caller calling nothing
       600-CHECK-CALLEES SECTION.
           OPEN INPUT DEPENDS-FILE.
           IF ws-depends-status NOT = "00"
               GO TO 600-CHECK-CALLEES-EXIT
           END-IF.
           PERFORM UNTIL ws-depends-eof = "Y"
               READ DEPENDS-FILE
                   AT END
                       MOVE "Y" TO ws-depends-eof
                   NOT AT END
                       IF DEPENDS-RECORD NOT = SPACES
                           AND DEPENDS-RECORD(1:1) NOT = "*"
                           PERFORM 610-CHECK-ONE-LINK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPENDS-FILE.
       600-CHECK-CALLEES-EXIT.
           EXIT.

       610-CHECK-ONE-LINK SECTION.
           MOVE dep-rec-callee TO ws-find-name.
           PERFORM 910-FIND-ROW.
           IF ws-found-flag = "Y"
               GO TO 610-CHECK-ONE-LINK-EXIT
           END-IF.
           MOVE dep-rec-caller TO ws-find-name.
           PERFORM 910-FIND-ROW.
           IF ws-found-flag = "Y"
               ADD 1 TO ws-row-missing(ws-find-idx)
           END-IF.
       610-CHECK-ONE-LINK-EXIT.
           EXIT.

       700-SCORE-PROJECTS SECTION.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
               UNTIL ws-row-idx > ws-row-count
               PERFORM 710-SCORE-ONE-PROJECT
           END-PERFORM.

      *>   every signal on the same 0-100 scale before weighting, so
      *>   a weight means the same thing whichever signal it is on
       710-SCORE-ONE-PROJECT SECTION.
           MOVE 0 TO ws-pen-build.
           IF ws-row-pass(ws-row-idx) + ws-row-fail(ws-row-idx) > 0
               COMPUTE ws-pen-build ROUNDED =
                 (ws-row-fail(ws-row-idx) * 100)
                 / (ws-row-pass(ws-row-idx)
                    + ws-row-fail(ws-row-idx))
           END-IF.
           IF ws-row-errors(ws-row-idx) > 0
               MOVE 100 TO ws-pen-warnings
           ELSE
               COMPUTE ws-pen-warnings =
                 ws-row-warnings(ws-row-idx) * ws-warning-points
                 ON SIZE ERROR
                     MOVE 100 TO ws-pen-warnings
               END-COMPUTE
           END-IF.
           IF ws-pen-warnings > 100
               MOVE 100 TO ws-pen-warnings
           END-IF.
           COMPUTE ws-pen-stale =
             (ws-row-idle(ws-row-idx) * 100) / ws-stale-days
             ON SIZE ERROR
                 MOVE 100 TO ws-pen-stale
           END-COMPUTE.
           IF ws-pen-stale > 100
               MOVE 100 TO ws-pen-stale
           END-IF.
           MOVE 100 TO ws-pen-makefile.
           IF ws-row-make(ws-row-idx) = "CUR"
               MOVE 0 TO ws-pen-makefile
           END-IF.
           COMPUTE ws-pen-handedit =
             ws-row-edits(ws-row-idx) * ws-edit-points
             ON SIZE ERROR
                 MOVE 100 TO ws-pen-handedit
           END-COMPUTE.
           IF ws-pen-handedit > 100
               MOVE 100 TO ws-pen-handedit
           END-IF.
           MOVE 0 TO ws-pen-depends.
           IF ws-row-missing(ws-row-idx) > 0
               MOVE 100 TO ws-pen-depends
           END-IF.
           MOVE 0 TO ws-pen-verified.
           IF ws-row-verified(ws-row-idx) = "FAILED"
               MOVE 100 TO ws-pen-verified
           END-IF.
           COMPUTE ws-pen-weighted =
               (ws-pen-build * ws-wt-build)
             + (ws-pen-warnings * ws-wt-warnings)
             + (ws-pen-stale * ws-wt-stale)
             + (ws-pen-makefile * ws-wt-makefile)
             + (ws-pen-handedit * ws-wt-handedit)
             + (ws-pen-depends * ws-wt-depends)
             + (ws-pen-verified * ws-wt-verified).
           COMPUTE ws-row-score(ws-row-idx) ROUNDED =
             100 - (ws-pen-weighted / ws-wt-total).
           ADD ws-row-score(ws-row-idx) TO ws-shop-total.

      *>   two passes over SCORE-HISTORY: the first finds the last
      *>   scorecard filed before this month, the second takes its
      *>   scores -- nothing on file yet just means no trend
       750-LOAD-LAST-MONTH SECTION.
           OPEN INPUT SCORES-FILE.
           IF ws-scores-status NOT = "00"
               GO TO 750-LOAD-LAST-MONTH-EXIT
           END-IF.
           PERFORM UNTIL ws-scores-eof = "Y"
               READ SCORES-FILE
                   AT END
                       MOVE "Y" TO ws-scores-eof
                   NOT AT END
                       IF scr-rec-date IS NUMERIC
                           AND scr-rec-date(1:6) < ws-today(1:6)
                           AND scr-rec-date > ws-trend-date
                           MOVE scr-rec-date TO ws-trend-date
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.
           IF ws-trend-date = SPACES
               GO TO 750-LOAD-LAST-MONTH-EXIT
           END-IF.
           MOVE "N" TO ws-scores-eof.
           OPEN INPUT SCORES-FILE.
           PERFORM UNTIL ws-scores-eof = "Y"
               READ SCORES-FILE
                   AT END
                       MOVE "Y" TO ws-scores-eof
                   NOT AT END
                       IF scr-rec-date = ws-trend-date
                           AND scr-rec-score IS NUMERIC
                           PERFORM 760-TAKE-OLD-SCORE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.
           PERFORM VARYING ws-old-idx FROM 1 BY 1
               UNTIL ws-old-idx > ws-old-count
               ADD ws-old-score(ws-old-idx) TO ws-shop-old-total
               MOVE ws-old-name(ws-old-idx) TO ws-find-name
               PERFORM 910-FIND-ROW
               IF ws-found-flag = "Y"
                   MOVE ws-old-score(ws-old-idx)
                     TO ws-row-old-score(ws-find-idx)
                   MOVE "Y" TO ws-row-old-flag(ws-find-idx)
               END-IF
           END-PERFORM.
       750-LOAD-LAST-MONTH-EXIT.
           EXIT.

       760-TAKE-OLD-SCORE SECTION.
           PERFORM VARYING ws-old-idx FROM 1 BY 1
               UNTIL ws-old-idx > ws-old-count
               OR ws-old-name(ws-old-idx) = scr-rec-name
               CONTINUE
           END-PERFORM.
           IF ws-old-idx > ws-old-count
               IF ws-old-count >= ws-old-max
                   GO TO 760-TAKE-OLD-SCORE-EXIT
               END-IF
               ADD 1 TO ws-old-count
               MOVE ws-old-count TO ws-old-idx
           END-IF.
           MOVE scr-rec-name  TO ws-old-name(ws-old-idx).
           MOVE scr-rec-dept  TO ws-old-dept(ws-old-idx).
           MOVE scr-rec-score TO ws-old-score(ws-old-idx).
       760-TAKE-OLD-SCORE-EXIT.
           EXIT.

       800-PRINT-SCORECARD SECTION.
           PERFORM 810-RANK-PROJECTS.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "HSC014E health-scorecard: could not open the "
                 "scorecard report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 800-PRINT-SCORECARD-EXIT
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "Weights: build " ws-wt-build
             "  warnings " ws-wt-warnings
             "  stale " ws-wt-stale
             "  makefile " ws-wt-makefile
             "  hand-edit " ws-wt-handedit
             "  depends " ws-wt-depends
             "  verified " ws-wt-verified
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-trend-date = SPACES
               MOVE "Trend: no scorecard on file from an earlier month"
                 TO ws-rpt-line
           ELSE
               STRING "Trend: against the scorecard of "
                 ws-trend-date DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACE TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "-- projects --" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-head-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
               UNTIL ws-row-idx > ws-row-count
               PERFORM 820-PRINT-ONE-PROJECT
           END-PERFORM.
           PERFORM 830-ROLL-UP-DEPARTMENTS.
           MOVE SPACE TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "-- departments --" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-dept-head-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count
               PERFORM 840-PRINT-ONE-DEPARTMENT
           END-PERFORM.
           IF ws-row-count > 0
               COMPUTE ws-shop-avg ROUNDED =
                 ws-shop-total / ws-row-count
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           IF ws-old-count > 0
               COMPUTE ws-shop-old-avg ROUNDED =
                 ws-shop-old-total / ws-old-count
               STRING ws-row-count " project(s) scored, shop average "
                 ws-shop-avg " (prior " ws-shop-old-avg ")"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING ws-row-count " project(s) scored, shop average "
                 ws-shop-avg DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           DISPLAY "health-scorecard: " ws-row-count
             " project(s) scored, shop average " ws-shop-avg
           END-DISPLAY.
       800-PRINT-SCORECARD-EXIT.
           EXIT.

      *>   worst first -- the projects most in need of a remediation
      *>   plan lead the page; equal scores keep name order
       810-RANK-PROJECTS SECTION.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-row-count
               MOVE ws-sort-outer TO ws-sort-low
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-row-count
                   IF ws-row-score(ws-sort-inner)
                        < ws-row-score(ws-sort-low)
                       MOVE ws-sort-inner TO ws-sort-low
                   END-IF
               END-PERFORM
               IF ws-sort-low NOT = ws-sort-outer
                   MOVE ws-row-entry(ws-sort-outer) TO ws-sort-temp
                   MOVE ws-row-entry(ws-sort-low)
                     TO ws-row-entry(ws-sort-outer)
                   MOVE ws-sort-temp TO ws-row-entry(ws-sort-low)
               END-IF
           END-PERFORM.

       820-PRINT-ONE-PROJECT SECTION.
           MOVE ws-row-idx TO ws-prt-rank.
           MOVE ws-row-score(ws-row-idx) TO ws-prt-score.
           IF ws-row-old-flag(ws-row-idx) = "Y"
               COMPUTE ws-delta = ws-row-score(ws-row-idx)
                 - ws-row-old-score(ws-row-idx)
               MOVE ws-delta TO ws-ed-trend
               MOVE ws-ed-trend TO ws-prt-trend
           ELSE
               MOVE " new" TO ws-prt-trend
           END-IF.
           IF ws-row-pass(ws-row-idx) + ws-row-fail(ws-row-idx) > 0
               COMPUTE ws-ed-3 ROUNDED =
                 (ws-row-pass(ws-row-idx) * 100)
                 / (ws-row-pass(ws-row-idx)
                    + ws-row-fail(ws-row-idx))
               MOVE ws-ed-3 TO ws-prt-pass
           ELSE
               MOVE "  --" TO ws-prt-pass
           END-IF.
           IF ws-row-errors(ws-row-idx) > 0
               MOVE " ERR" TO ws-prt-warn
           ELSE
               MOVE ws-row-warnings(ws-row-idx) TO ws-ed-4
               MOVE ws-ed-4 TO ws-prt-warn
           END-IF.
           MOVE ws-row-idle(ws-row-idx) TO ws-prt-idle.
           MOVE ws-row-make(ws-row-idx) TO ws-prt-make.
           MOVE ws-row-edits(ws-row-idx) TO ws-prt-edits.
           MOVE ws-row-missing(ws-row-idx) TO ws-prt-deps.
           EVALUATE ws-row-verified(ws-row-idx)
               WHEN "VERIFIED"
                   MOVE "OK" TO ws-prt-vrfy
               WHEN "FAILED"
                   MOVE "FAIL" TO ws-prt-vrfy
               WHEN OTHER
                   MOVE "--" TO ws-prt-vrfy
           END-EVALUATE.
           MOVE ws-row-dept(ws-row-idx) TO ws-prt-dept.
           MOVE ws-row-name(ws-row-idx) TO ws-prt-name.
           MOVE ws-print-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   this month's departments come from the scored projects,
      *>   last month's from the department each score was filed
      *>   under, so a project since retired or moved still counts
      *>   where it stood then
       830-ROLL-UP-DEPARTMENTS SECTION.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
               UNTIL ws-row-idx > ws-row-count
               MOVE ws-row-dept(ws-row-idx) TO ws-find-dept
               PERFORM 920-FIND-DEPT
               IF ws-found-flag = "Y"
                   ADD 1 TO ws-dept-projects(ws-dept-idx)
                   ADD ws-row-score(ws-row-idx)
                     TO ws-dept-total(ws-dept-idx)
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-old-idx FROM 1 BY 1
               UNTIL ws-old-idx > ws-old-count
               MOVE ws-old-dept(ws-old-idx) TO ws-find-dept
               PERFORM 920-FIND-DEPT
               IF ws-found-flag = "Y"
                   ADD 1 TO ws-dept-old-count(ws-dept-idx)
                   ADD ws-old-score(ws-old-idx)
                     TO ws-dept-old-total(ws-dept-idx)
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count
               IF ws-dept-projects(ws-dept-idx) > 0
                   COMPUTE ws-dept-avg(ws-dept-idx) ROUNDED =
                     ws-dept-total(ws-dept-idx)
                     / ws-dept-projects(ws-dept-idx)
               ELSE
                   MOVE 999 TO ws-dept-avg(ws-dept-idx)
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-dept-count
               MOVE ws-sort-outer TO ws-sort-low
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-dept-count
                   IF ws-dept-avg(ws-sort-inner)
                        < ws-dept-avg(ws-sort-low)
                       MOVE ws-sort-inner TO ws-sort-low
                   END-IF
               END-PERFORM
               IF ws-sort-low NOT = ws-sort-outer
                   MOVE ws-dept-entry(ws-sort-outer)
                     TO ws-sort-dept-temp
                   MOVE ws-dept-entry(ws-sort-low)
                     TO ws-dept-entry(ws-sort-outer)
                   MOVE ws-sort-dept-temp
                     TO ws-dept-entry(ws-sort-low)
               END-IF
           END-PERFORM.

      *>   a department with no ACTIVE project left is shown by its
      *>   prior figure alone
       840-PRINT-ONE-DEPARTMENT SECTION.
           MOVE ws-dept-name(ws-dept-idx) TO ws-dpt-name.
           MOVE ws-dept-projects(ws-dept-idx) TO ws-dpt-projects.
           MOVE 0 TO ws-dpt-avg.
           IF ws-dept-projects(ws-dept-idx) > 0
               MOVE ws-dept-avg(ws-dept-idx) TO ws-dpt-avg
           END-IF.
           MOVE "   --" TO ws-dpt-prior.
           MOVE " new" TO ws-dpt-trend.
           IF ws-dept-old-count(ws-dept-idx) > 0
               COMPUTE ws-old-avg ROUNDED =
                 ws-dept-old-total(ws-dept-idx)
                 / ws-dept-old-count(ws-dept-idx)
               MOVE ws-old-avg TO ws-ed-3
               MOVE SPACES TO ws-dpt-prior
               MOVE ws-ed-3 TO ws-dpt-prior(3:3)
               IF ws-dept-projects(ws-dept-idx) > 0
                   COMPUTE ws-delta = ws-dept-avg(ws-dept-idx)
                     - ws-old-avg
                   MOVE ws-delta TO ws-ed-trend
                   MOVE ws-ed-trend TO ws-dpt-trend
               ELSE
                   MOVE "gone" TO ws-dpt-trend
               END-IF
           END-IF.
           MOVE ws-dept-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   this run's scores, appended for next month's trend
       850-FILE-SCORES SECTION.
           OPEN EXTEND SCORES-FILE.
           IF ws-scores-status NOT = "00"
               OPEN OUTPUT SCORES-FILE
               CLOSE SCORES-FILE
               OPEN EXTEND SCORES-FILE
           END-IF.
           IF ws-scores-status NOT = "00"
               DISPLAY "HSC015E health-scorecard: could not write '"
                 FUNCTION TRIM(ws-scores-path) "', status "
                 ws-scores-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 850-FILE-SCORES-EXIT
           END-IF.
           PERFORM VARYING ws-row-idx FROM 1 BY 1
               UNTIL ws-row-idx > ws-row-count
               MOVE SPACES TO SCORES-RECORD
               MOVE ws-today TO scr-rec-date
               MOVE ws-row-name(ws-row-idx) TO scr-rec-name
               MOVE ws-row-score(ws-row-idx) TO scr-rec-score
               MOVE ws-row-dept(ws-row-idx) TO scr-rec-dept
               WRITE SCORES-RECORD
           END-PERFORM.
           CLOSE SCORES-FILE.
       850-FILE-SCORES-EXIT.
           EXIT.

      *>   ws-find-name to its row in ws-find-idx
       910-FIND-ROW SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-find-idx FROM 1 BY 1
               UNTIL ws-find-idx > ws-row-count
               OR ws-found-flag = "Y"
               IF ws-row-name(ws-find-idx) = ws-find-name
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-find-idx
           END-IF.

      *>   ws-find-dept to its rollup entry in ws-dept-idx, taking a
      *>   new entry for a department not seen yet
       920-FIND-DEPT SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count
               OR ws-dept-name(ws-dept-idx) = ws-find-dept
               CONTINUE
           END-PERFORM.
           IF ws-dept-idx <= ws-dept-count
               MOVE "Y" TO ws-found-flag
               GO TO 920-FIND-DEPT-EXIT
           END-IF.
           IF ws-dept-count >= ws-dept-max
               GO TO 920-FIND-DEPT-EXIT
           END-IF.
           ADD 1 TO ws-dept-count.
           MOVE ws-dept-count TO ws-dept-idx.
           INITIALIZE ws-dept-entry(ws-dept-idx).
           MOVE ws-find-dept TO ws-dept-name(ws-dept-idx).
           MOVE "Y" TO ws-found-flag.
       920-FIND-DEPT-EXIT.
           EXIT.

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
               DISPLAY "HSC001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "HSC002E health scorecard failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO ws-job-rc
           END-IF.
           MOVE "END" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE ws-job-rc TO RETURN-CODE.
           STOP RUN.

       END PROGRAM "health-scorecard".
