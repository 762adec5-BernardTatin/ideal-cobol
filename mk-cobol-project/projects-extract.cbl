      *> -------------------------------------------
      *> projects-extract.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the nightly snapshot step: has projects-snap take this
      *> cycle's PROJECTS.SNAP -- the PROJECTS master walked once,
      *> with each project's OWNERS department, PROJTAGS tags and
      *> newest BUILD-HISTORY line joined on, in name order behind a
      *> count and hash-total trailer -- so report-monthly,
      *> report-csv, report-owner-xtab, report-fiscal, chargeback,
      *> stale-projects, kpi-pack and projects-dashboard all read the
      *> same moment of the master instead of each walking it again.
      *> It runs in the RUNBOOK after build-health, so the snapshot
      *> carries that night's builds, and ahead of the reports.
      *> Rerun it by hand to refresh the snapshot mid-cycle.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "projects-extract".

       DATA DIVISION.
         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "projects-extract".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   projects-snap's USING items; BUILD hands back the trailer
           01 ws-snap-op          PIC X(6).
           COPY "projects-snap-rec.cpy".
           01 ws-snap-status      PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-TAKE-SNAPSHOT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.

      *>   projects-snap has already said on SYSERR what it could
      *>   not write; the step fails so the chain sees it
       100-TAKE-SNAPSHOT SECTION.
           MOVE "BUILD" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               MOVE 1 TO RETURN-CODE
               GO TO 100-TAKE-SNAPSHOT-EXIT
           END-IF.
           DISPLAY "projects-extract: " snap-trl-count
             " project(s), hash " snap-trl-hash
             ", business date " snap-trl-bus-date
           END-DISPLAY.
           IF snap-trl-owners-seen NOT = "Y"
               DISPLAY "PXT010W projects-extract: no OWNERS master"
                 " -- owner departments left blank" UPON SYSERR
               END-DISPLAY
           END-IF.
           IF snap-trl-history-seen NOT = "Y"
               DISPLAY "PXT011W projects-extract: no BUILD-HISTORY"
                 " -- last-build fields left blank" UPON SYSERR
               END-DISPLAY
           END-IF.
       100-TAKE-SNAPSHOT-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PXT001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "PXT002E projects snapshot failed, see SYSERR"
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

       END PROGRAM "projects-extract".
