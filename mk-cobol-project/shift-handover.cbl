      *> directory for anything red that fired, and ERROR.LOG for
      *> error counts by program. A clean night comes out as one
      *> line, so shift handover is a read, not an investigation.
      *> Any change-freeze emergency override used in the window is
      *> listed by name -- tool, operator and reason, off the
      *> FRZ011W lines freeze-check writes to ERROR.LOG -- and chain
      *> steps stood down by a freeze are counted apart from the
      *> failures. Below the night's page, always, the three worst
      *> offenders of source-lint's latest sweep off LINT-HISTORY --
      *> a standards backlog is not a night failure, so it never
      *> turns a green night red, but it is handed over every day.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC ws-alert-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alert-list-status.
           SELECT LINT-HISTORY-FILE
               ASSIGN TO DYNAMIC ws-lint-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lint-history-status.

       DATA DIVISION.
         FILE SECTION.
             05 chain-rec-elapsed PIC X(6).
             05 FILLER            PIC X.
             05 chain-rec-command PIC X(95).
             05 FILLER            PIC X.
             05 chain-rec-bus-date PIC X(8).
      *>   the runbook the step ran under, for sla-report; not read
      *>   here, only carried so the whole line is one record
             05 FILLER            PIC X.
             05 chain-rec-runbook PIC X(40).
         FD  JOB-LOG-FILE.
         01 JOB-LOG-RECORD.
             05 log-rec-program     PIC X(30).
             05 err-rec-rest      PIC X(123).
         FD  ALERT-LIST-FILE.
         01 ALERT-LIST-RECORD PIC X(200).
         FD  LINT-HISTORY-FILE.
         01 LINT-HISTORY-RECORD.
             05 lnh-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 lnh-rec-kind      PIC X(4).
             05 FILLER            PIC X.
             05 lnh-rec-key       PIC X(48).
             05 FILLER            PIC X.
             05 lnh-rec-count     PIC 9(5).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   chain outcomes inside the window
           01 ws-chain-ok       PIC 9(4) VALUE 0.
           01 ws-chain-fail     PIC 9(4) VALUE 0.
           01 ws-chain-frozen   PIC 9(4) VALUE 0.

      *>   per-program JOBLOG tallies: full-history average held
      *>   beside the latest in-window run, so "slow against its own

           01 ws-alert-count    PIC 9(4) VALUE 0.

      *>   change-freeze overrides inside the window, kept as the
      *>   log-error message text ("FRZ011W <tool> freeze override
      *>   by <operator>: <reason>")
           78 ws-ovr-max VALUE 20.
           01 ws-ovr-count     PIC 9(4) VALUE 0.
           01 ws-ovr-idx       PIC 9(4).
           01 ws-ovr-table.
               05 ws-ovr-text OCCURS 20 TIMES PIC X(80).
           01 ws-err-message    PIC X(80).

      *>   source-lint's latest sweep: a RUN line starts a sweep, so
      *>   the PROJ lines after the last one are the current counts
           01 ws-lint-history-path   PIC X(300) VALUE "LINT-HISTORY".
           01 ws-lint-history-status PIC XX.
           01 ws-lint-history-eof    PIC X VALUE "N".
           01 ws-lint-run-date  PIC X(8) VALUE SPACES.
           78 ws-lint-max VALUE 300.
           01 ws-lint-count     PIC 9(4) VALUE 0.
           01 ws-lint-idx       PIC 9(4).
           01 ws-lint-table.
               05 ws-lint-entry OCCURS 300 TIMES.
                   10 ws-lint-project  PIC X(48).
                   10 ws-lint-hits     PIC 9(5).
                   10 ws-lint-shown    PIC X.
           01 ws-lint-rank      PIC 9.
           01 ws-lint-best      PIC 9(4).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 200-DIGEST-JOBLOG.
           perform 300-DIGEST-ALERTS.
           perform 400-DIGEST-ERROR-LOG.
           perform 450-DIGEST-LINT-HISTORY.
           perform 500-PRINT-PAGE.
           perform 550-PRINT-LINT-OFFENDERS.
           perform 900-TERMINATE.

       001-INIT SECTION.
                               * 1000000)
                             + FUNCTION NUMVAL(chain-rec-time(1:6))
                           IF ws-entry-stamp >= ws-cutoff-stamp
                               EVALUATE chain-rec-outcome
                                   WHEN "OK  "
                                       ADD 1 TO ws-chain-ok
                                   WHEN "FRZN"
                                       ADD 1 TO ws-chain-frozen
                                   WHEN OTHER
                                       ADD 1 TO ws-chain-fail
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           ELSE
               MOVE err-rec-rest(1:30) TO ws-err-program
           END-IF.
      *>   an override is only ever logged on a current-layout line,
      *>   its message past the program column
           IF err-rec-rest(1:1) = "+" OR err-rec-rest(1:1) = "-"
               MOVE err-rec-rest(44:80) TO ws-err-message
               IF ws-err-message(1:8) = "FRZ011W "
                   AND ws-ovr-count < ws-ovr-max
                   ADD 1 TO ws-ovr-count
                   MOVE ws-err-message(9:) TO ws-ovr-text(ws-ovr-count)
               END-IF
           END-IF.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-errp-idx FROM 1 BY 1
               UNTIL ws-errp-idx > ws-errp-count
               MOVE 1 TO ws-errp-hits(ws-errp-count)
           END-IF.

       450-DIGEST-LINT-HISTORY SECTION.
           OPEN INPUT LINT-HISTORY-FILE.
           IF ws-lint-history-status NOT = "00"
               GO TO 450-DIGEST-LINT-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL ws-lint-history-eof = "Y"
               READ LINT-HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-lint-history-eof
                   NOT AT END
                       EVALUATE lnh-rec-kind
                           WHEN "RUN "
                               MOVE lnh-rec-date TO ws-lint-run-date
                               MOVE 0 TO ws-lint-count
                           WHEN "PROJ"
                               IF ws-lint-count < ws-lint-max
                                   AND lnh-rec-count IS NUMERIC
                                   ADD 1 TO ws-lint-count
                                   MOVE lnh-rec-key
                                     TO ws-lint-project(ws-lint-count)
                                   MOVE lnh-rec-count
                                     TO ws-lint-hits(ws-lint-count)
                                   MOVE "N"
                                     TO ws-lint-shown(ws-lint-count)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE LINT-HISTORY-FILE.
       450-DIGEST-LINT-HISTORY-EXIT.
           EXIT.

       500-PRINT-PAGE SECTION.
           DISPLAY "=== SHIFT HANDOVER " ws-now-date " "
             ws-now-time(1:6) " (last 24 hours) ==="
               GO TO 500-PRINT-PAGE-EXIT
           END-IF.
           DISPLAY "Chain    : " ws-chain-ok " step(s) OK, "
             ws-chain-fail " failed, " ws-chain-frozen
             " stood down by a change freeze"
           END-DISPLAY.
           DISPLAY "Alerts   : " ws-alert-count
             " open in alerts/ from the window"
               DISPLAY "  (none ran slower than their norm)"
               END-DISPLAY
           END-IF.
           DISPLAY "Overrides: " ws-ovr-count
             " change-freeze emergency override(s) used"
           END-DISPLAY.
           PERFORM VARYING ws-ovr-idx FROM 1 BY 1
               UNTIL ws-ovr-idx > ws-ovr-count
               DISPLAY "  " FUNCTION TRIM(ws-ovr-text(ws-ovr-idx))
               END-DISPLAY
           END-PERFORM.
       500-PRINT-PAGE-EXIT.
           EXIT.

       510-JUDGE-ONE-PROGRAM-EXIT.
           EXIT.

      *>   no sweep on file yet prints nothing; a sweep with no
      *>   exceptions says so
       550-PRINT-LINT-OFFENDERS SECTION.
           IF ws-lint-run-date = SPACES
               GO TO 550-PRINT-LINT-OFFENDERS-EXIT
           END-IF.
           DISPLAY "Standards: worst offenders of the "
             ws-lint-run-date " source-lint sweep"
           END-DISPLAY.
           IF ws-lint-count = 0
               DISPLAY "  (every scanned project met the standards)"
               END-DISPLAY
               GO TO 550-PRINT-LINT-OFFENDERS-EXIT
           END-IF.
           PERFORM VARYING ws-lint-rank FROM 1 BY 1
               UNTIL ws-lint-rank > 3
               PERFORM 560-SHOW-NEXT-OFFENDER
           END-PERFORM.
       550-PRINT-LINT-OFFENDERS-EXIT.
           EXIT.

       560-SHOW-NEXT-OFFENDER SECTION.
           MOVE 0 TO ws-lint-best.
           PERFORM VARYING ws-lint-idx FROM 1 BY 1
               UNTIL ws-lint-idx > ws-lint-count
               IF ws-lint-shown(ws-lint-idx) = "N"
                   IF ws-lint-best = 0
                       MOVE ws-lint-idx TO ws-lint-best
                   ELSE
                       IF ws-lint-hits(ws-lint-idx)
                          > ws-lint-hits(ws-lint-best)
                           MOVE ws-lint-idx TO ws-lint-best
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-lint-best = 0
               GO TO 560-SHOW-NEXT-OFFENDER-EXIT
           END-IF.
           MOVE "Y" TO ws-lint-shown(ws-lint-best).
           DISPLAY "  " ws-lint-project(ws-lint-best) " "
             ws-lint-hits(ws-lint-best) " exception(s)"
           END-DISPLAY.
       560-SHOW-NEXT-OFFENDER-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "SHO001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "SHO002E handover digest failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
