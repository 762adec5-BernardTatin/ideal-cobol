      *> console-printable form, one character per twenty minutes --
      *> the page that settles "what was running at 3:40". Overlaps
      *> between steps (which should run serially in this shop) are
      *> flagged -- except between two programs a runbook SCHEDULE
      *> names puts in the same parallel GROUP=, which chain-runner
      *> runs side by side on purpose -- and so is any step still
      *> running past the ONLINE-DAY-START time MAKER.CFG defines
      *> (HHMM, 0700 when unset). JOBLOG stamps are stored UTC;
      *> the night is chosen and drawn on the local rendering
      *> DATE-STAMP's TOLC operation hands back.
      *>
      *>   joblog-timeline [YYYYMMDD]
      *> -------------------------------------------
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.
      *>   the scheduled runbooks, read for their parallel groups
           SELECT SCHEDULE-FILE
               ASSIGN TO DYNAMIC ws-schedule-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-schedule-status.
           SELECT RUNBOOK-FILE
               ASSIGN TO DYNAMIC ws-runbook-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runbook-status.

       DATA DIVISION.
         FILE SECTION.
             05 FILLER              PIC X(51).
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).
         FD  SCHEDULE-FILE.
         01 SCHEDULE-RECORD PIC X(200).
         FD  RUNBOOK-FILE.
         01 RUNBOOK-RECORD PIC X(256).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
               05 ws-sort-temp-end   PIC 9(9).

           01 ws-overlap-count  PIC 9(3) VALUE 0.
           01 ws-grouped-count  PIC 9(3) VALUE 0.

      *>   every grouped step of every scheduled runbook: two runs
      *>   may overlap when their programs share a runbook and group
           01 ws-schedule-path   PIC X(300) VALUE "SCHEDULE".
           01 ws-schedule-status PIC XX.
           01 ws-schedule-eof    PIC X VALUE "N".
           01 ws-rule-word       PIC X(10).
           01 ws-rule-detail     PIC X(10).
           01 ws-runbook-path    PIC X(300).
           01 ws-runbook-status  PIC XX.
           01 ws-runbook-eof     PIC X.
           COPY "runbook-step.cpy".
           78 ws-grp-max VALUE 200.
           01 ws-grp-count      PIC 9(3) VALUE 0.
           01 ws-grp-idx        PIC 9(3).
           01 ws-grp-jdx        PIC 9(3).
           01 ws-grp-table.
               05 ws-grp-entry OCCURS 200 TIMES.
                   10 ws-grp-runbook   PIC X(40).
                   10 ws-grp-name      PIC X(20).
                   10 ws-grp-program   PIC X(30).
           01 ws-shared-group   PIC X(20).
           01 ws-pastday-count  PIC 9(3) VALUE 0.

      *> program entry point
           perform 001-INIT.
           perform 100-COLLECT-NIGHT-RUNS.
           perform 200-DRAW-TIMELINE.
           perform 150-LOAD-RUNBOOK-GROUPS.
           perform 300-FLAG-OVERLAPS.
           perform 400-FLAG-PAST-ONLINE-DAY.
           perform 900-TERMINATE.
       100-COLLECT-NIGHT-RUNS SECTION.
           OPEN INPUT JOB-LOG-FILE.
           IF ws-job-log-status NOT = "00"
               DISPLAY "JLT010I joblog-timeline: no JOBLOG file found"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       110-TAKE-IF-THIS-NIGHT-EXIT.
           EXIT.

      *>   the runbooks SCHEDULE names, or the nightly RUNBOOK alone
      *>   on a box without one; DAILY <runbook>, else <rule>
      *>   <detail> <runbook>, the way chain-scheduler reads it
       150-LOAD-RUNBOOK-GROUPS SECTION.
           OPEN INPUT SCHEDULE-FILE.
           IF ws-schedule-status NOT = "00"
               MOVE "RUNBOOK" TO ws-runbook-path
               PERFORM 160-LOAD-ONE-RUNBOOK
               GO TO 150-LOAD-RUNBOOK-GROUPS-EXIT
           END-IF.
           PERFORM UNTIL ws-schedule-eof = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO ws-schedule-eof
                   NOT AT END
                       IF SCHEDULE-RECORD NOT = SPACES
                           AND SCHEDULE-RECORD(1:1) NOT = "*"
                           PERFORM 155-HANDLE-SCHEDULE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
       150-LOAD-RUNBOOK-GROUPS-EXIT.
           EXIT.

       155-HANDLE-SCHEDULE-ENTRY SECTION.
           MOVE SPACES TO ws-rule-word.
           MOVE SPACES TO ws-rule-detail.
           MOVE SPACES TO ws-runbook-path.
           IF FUNCTION UPPER-CASE(SCHEDULE-RECORD(1:6)) = "DAILY "
               UNSTRING SCHEDULE-RECORD DELIMITED BY ALL " "
                 INTO ws-rule-word ws-runbook-path
               END-UNSTRING
           ELSE
               UNSTRING SCHEDULE-RECORD DELIMITED BY ALL " "
                 INTO ws-rule-word ws-rule-detail ws-runbook-path
               END-UNSTRING
           END-IF.
           IF ws-runbook-path NOT = SPACES
               PERFORM 160-LOAD-ONE-RUNBOOK
           END-IF.

      *>   a runbook that cannot be read has no groups to allow
       160-LOAD-ONE-RUNBOOK SECTION.
           MOVE "N" TO ws-runbook-eof.
           OPEN INPUT RUNBOOK-FILE.
           IF ws-runbook-status NOT = "00"
               GO TO 160-LOAD-ONE-RUNBOOK-EXIT
           END-IF.
           PERFORM UNTIL ws-runbook-eof = "Y"
               READ RUNBOOK-FILE
                   AT END
                       MOVE "Y" TO ws-runbook-eof
                   NOT AT END
                       IF RUNBOOK-RECORD NOT = SPACES
                           AND RUNBOOK-RECORD(1:1) NOT = "*"
                           CALL "runbook-step" USING RUNBOOK-RECORD
                             RUNBOOK-STEP
                           END-CALL
                           IF rbs-group NOT = SPACES
                               AND rbs-program NOT = SPACES
                               AND ws-grp-count < ws-grp-max
                               ADD 1 TO ws-grp-count
                               MOVE ws-runbook-path
                                 TO ws-grp-runbook(ws-grp-count)
                               MOVE rbs-group
                                 TO ws-grp-name(ws-grp-count)
                               MOVE rbs-program
                                 TO ws-grp-program(ws-grp-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNBOOK-FILE.
       160-LOAD-ONE-RUNBOOK-EXIT.
           EXIT.

       200-DRAW-TIMELINE SECTION.
           PERFORM 210-SORT-BY-START.
           DISPLAY "Timeline for " ws-night-date

      *>   any two bars that intersect in time ran together; the
      *>   JOBLOG writers are serial by design, so every such pair
      *>   is worth the morning argument it settles -- unless the
      *>   runbook declared the two a parallel group
       300-FLAG-OVERLAPS SECTION.
           PERFORM VARYING ws-run-idx FROM 1 BY 1
               UNTIL ws-run-idx >= ws-run-count
                         < ws-run-end(ws-run-idx)
                       AND ws-run-end(ws-run-jdx)
                         > ws-run-start(ws-run-idx)
                       PERFORM 310-FIND-SHARED-GROUP
                       IF ws-shared-group NOT = SPACES
                           ADD 1 TO ws-grouped-count
                           DISPLAY "PARALLEL: "
                             FUNCTION TRIM(ws-run-name(ws-run-idx))
                             " and "
                             FUNCTION TRIM(ws-run-name(ws-run-jdx))
                             " ran together in group "
                             FUNCTION TRIM(ws-shared-group)
                           END-DISPLAY
                       ELSE
                           ADD 1 TO ws-overlap-count
                           DISPLAY "OVERLAP: "
                             FUNCTION TRIM(ws-run-name(ws-run-idx))
                             " and "
                             FUNCTION TRIM(ws-run-name(ws-run-jdx))
                             " ran at the same time"
                           END-DISPLAY
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
               DISPLAY "no overlapping runs" END-DISPLAY
           END-IF.

      *>   the group, if any, both programs of the pair in hand sit
      *>   in within one runbook; blank when they share none
       310-FIND-SHARED-GROUP SECTION.
           MOVE SPACES TO ws-shared-group.
           PERFORM VARYING ws-grp-idx FROM 1 BY 1
               UNTIL ws-grp-idx > ws-grp-count
               OR ws-shared-group NOT = SPACES
               IF ws-grp-program(ws-grp-idx) = ws-run-name(ws-run-idx)
                   PERFORM VARYING ws-grp-jdx FROM 1 BY 1
                       UNTIL ws-grp-jdx > ws-grp-count
                       IF ws-grp-program(ws-grp-jdx)
                           = ws-run-name(ws-run-jdx)
                           AND ws-grp-runbook(ws-grp-jdx)
                             = ws-grp-runbook(ws-grp-idx)
                           AND ws-grp-name(ws-grp-jdx)
                             = ws-grp-name(ws-grp-idx)
                           MOVE ws-grp-name(ws-grp-idx)
                             TO ws-shared-group
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       400-FLAG-PAST-ONLINE-DAY SECTION.
           PERFORM VARYING ws-run-idx FROM 1 BY 1
               UNTIL ws-run-idx > ws-run-count
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "JLT001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "JLT002E timeline report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
