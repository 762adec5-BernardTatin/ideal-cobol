      *> -------------------------------------------
      *> template-migration.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the migration worklist for retired templates: every ACTIVE
      *> project whose PROJ-TEMPLATE the TEMPLATES catalog now marks
      *> DEPRECATED or WITHDRAWN, grouped by template and, within
      *> each template, by owner -- so the skeletons that predate
      *> the job-log and log-error standards can be planned off
      *> project by project. Each template's count is appended to
      *> TEMPLATE-MIGRATION-HISTORY and shown against the last
      *> run's, so the list can be tracked to zero; a deprecated
      *> template with nothing left on it is flagged ready to be
      *> WITHDRAWN with template-certify.
      *>
      *>   template-migration
      *>
      *> The return code is nonzero only when the report itself
      *> could not be made.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "template-migration".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC ws-catalog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalog-status.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.

       DATA DIVISION.
         FILE SECTION.
         FD  CATALOG-FILE.
         COPY "templates-rec.cpy".
         FD  HISTORY-FILE.
         01 HISTORY-RECORD.
             05 tmh-rec-date        PIC X(8).
             05 FILLER              PIC X.
             05 tmh-rec-template    PIC X(12).
             05 FILLER              PIC X.
             05 tmh-rec-state       PIC X(10).
             05 FILLER              PIC X.
             05 tmh-rec-projects    PIC 9(5).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "template-migration".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

           01 ws-catalog-path   PIC X(300) VALUE "TEMPLATES".
           01 ws-catalog-status PIC XX.
           01 ws-catalog-eof    PIC X VALUE "N".
           01 ws-history-path   PIC X(300)
               VALUE "TEMPLATE-MIGRATION-HISTORY".
           01 ws-history-status PIC XX.
           01 ws-history-eof    PIC X VALUE "N".

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

      *>   every template the catalog knows, at its newest line's
      *>   standing, with the last run's count beside it
           78 ws-tpl-max VALUE 100.
           01 ws-tpl-count      PIC 9(3) VALUE 0.
           01 ws-tpl-idx        PIC 9(3).
           01 ws-tpl-table.
               05 ws-tpl-entry OCCURS 100 TIMES.
                   10 ws-tpl-name        PIC X(12).
                   10 ws-tpl-state       PIC X(10).
                   10 ws-tpl-since       PIC X(8).
                   10 ws-tpl-replacement PIC X(12).
                   10 ws-tpl-projects    PIC 9(5).
                   10 ws-tpl-prior       PIC 9(5).
                   10 ws-tpl-prior-date  PIC X(8).
           01 ws-found-flag     PIC X.
           01 ws-template-upper PIC X(12).

      *>   the ACTIVE projects still on a retired template, held in
      *>   template, owner, project order as they are found
           78 ws-aff-max VALUE 500.
           01 ws-aff-count      PIC 9(4) VALUE 0.
           01 ws-aff-idx        PIC 9(4).
           01 ws-aff-pos        PIC 9(4).
           01 ws-aff-scan       PIC 9(4).
           01 ws-aff-table.
               05 ws-aff-entry OCCURS 500 TIMES.
                   10 ws-aff-key.
                       15 ws-aff-template PIC X(12).
                       15 ws-aff-owner    PIC X(30).
                       15 ws-aff-name     PIC X(48).
                   10 ws-aff-created      PIC X(8).
           01 ws-new-key.
               05 ws-new-template   PIC X(12).
               05 ws-new-owner      PIC X(30).
               05 ws-new-name       PIC X(48).
           01 ws-owner-projects PIC 9(4).
           01 ws-last-owner     PIC X(30).

           01 ws-retired-count  PIC 9(3) VALUE 0.
           01 ws-total-projects PIC 9(5) VALUE 0.
           01 ws-total-prior    PIC 9(5) VALUE 0.
           01 ws-show-count     PIC Z(4)9.
           01 ws-show-prior     PIC Z(4)9.
           01 ws-show-templates PIC ZZ9.
           01 ws-prior-seen     PIC X VALUE "N".

      *>   the shop processing date off the control record, so the
      *>   history files under the night it reports on
           01 ws-bus-date       PIC X(8).
           01 ws-ds-weekday     PIC 9 VALUE 1.
           01 ws-ds-date        PIC 9(6) VALUE ZERO.
           01 ws-ds-time        PIC 9(8) VALUE ZERO.
           01 ws-ds-format      PIC X(4) VALUE "PROC".
           01 ws-ds-stamp       PIC X(60).
           01 ws-ds-fiscal      PIC X(10).
           01 ws-ds-cal         PIC X(12) VALUE SPACES.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "TEMPLATE migration worklist".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-CATALOG.
           perform 150-READ-LAST-COUNTS.
           perform 200-COLLECT-PROJECTS.
           perform 050-OPEN-REPORT.
           perform 300-PRINT-TEMPLATES.
           perform 400-SHOW-TOTALS.
           perform 500-APPEND-HISTORY.
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

       050-OPEN-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "TMG010E template-migration: could not open "
                 "the migration report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   the newest line for a name is its standing; a line from
      *>   before the lifecycle, with no state on it, is CERTIFIED
       100-LOAD-CATALOG SECTION.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               GO TO 100-LOAD-CATALOG-EXIT
           END-IF.
           PERFORM UNTIL ws-catalog-eof = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO ws-catalog-eof
                   NOT AT END
                       IF tcat-rec-name NOT = SPACES
                           PERFORM 110-TAKE-CATALOG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       100-LOAD-CATALOG-EXIT.
           EXIT.

       110-TAKE-CATALOG-LINE SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-tpl-idx FROM 1 BY 1
               UNTIL ws-tpl-idx > ws-tpl-count OR ws-found-flag = "Y"
               IF ws-tpl-name(ws-tpl-idx) = tcat-rec-name
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-tpl-idx
           ELSE
               IF ws-tpl-count >= ws-tpl-max
                   GO TO 110-TAKE-CATALOG-LINE-EXIT
               END-IF
               ADD 1 TO ws-tpl-count
               MOVE ws-tpl-count TO ws-tpl-idx
               MOVE tcat-rec-name TO ws-tpl-name(ws-tpl-idx)
               MOVE 0 TO ws-tpl-projects(ws-tpl-idx)
                 ws-tpl-prior(ws-tpl-idx)
               MOVE SPACES TO ws-tpl-prior-date(ws-tpl-idx)
           END-IF.
           MOVE tcat-rec-state TO ws-tpl-state(ws-tpl-idx).
           IF tcat-rec-state = SPACES
               MOVE "CERTIFIED" TO ws-tpl-state(ws-tpl-idx)
           END-IF.
           MOVE tcat-rec-date TO ws-tpl-since(ws-tpl-idx).
           MOVE tcat-rec-replacement
             TO ws-tpl-replacement(ws-tpl-idx).
       110-TAKE-CATALOG-LINE-EXIT.
           EXIT.

      *>   each template's count from the newest earlier night; a
      *>   rerun the same night compares against the night before,
      *>   not against itself
       150-READ-LAST-COUNTS SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               GO TO 150-READ-LAST-COUNTS-EXIT
           END-IF.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF tmh-rec-date < ws-bus-date
                           AND tmh-rec-projects IS NUMERIC
                           PERFORM 155-TAKE-PRIOR-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       150-READ-LAST-COUNTS-EXIT.
           EXIT.

       155-TAKE-PRIOR-COUNT SECTION.
           PERFORM VARYING ws-tpl-idx FROM 1 BY 1
               UNTIL ws-tpl-idx > ws-tpl-count
               IF ws-tpl-name(ws-tpl-idx) = tmh-rec-template
                   MOVE tmh-rec-projects TO ws-tpl-prior(ws-tpl-idx)
                   MOVE tmh-rec-date TO ws-tpl-prior-date(ws-tpl-idx)
                   MOVE "Y" TO ws-prior-seen
               END-IF
           END-PERFORM.

       200-COLLECT-PROJECTS SECTION.
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
               IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   PERFORM 210-JUDGE-PROJECT
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE "BREND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.

       210-JUDGE-PROJECT SECTION.
           MOVE FUNCTION UPPER-CASE(ws-proj-template)
             TO ws-template-upper.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-tpl-idx FROM 1 BY 1
               UNTIL ws-tpl-idx > ws-tpl-count OR ws-found-flag = "Y"
               IF ws-tpl-name(ws-tpl-idx) = ws-template-upper
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag NOT = "Y"
               GO TO 210-JUDGE-PROJECT-EXIT
           END-IF.
           SUBTRACT 1 FROM ws-tpl-idx.
           IF ws-tpl-state(ws-tpl-idx) NOT = "DEPRECATED"
               AND ws-tpl-state(ws-tpl-idx) NOT = "WITHDRAWN"
               GO TO 210-JUDGE-PROJECT-EXIT
           END-IF.
           ADD 1 TO ws-tpl-projects(ws-tpl-idx).
           IF ws-aff-count >= ws-aff-max
               GO TO 210-JUDGE-PROJECT-EXIT
           END-IF.
           MOVE ws-template-upper TO ws-new-template.
           MOVE ws-proj-owner TO ws-new-owner.
           MOVE ws-proj-name TO ws-new-name.
           PERFORM 220-INSERT-IN-ORDER.
       210-JUDGE-PROJECT-EXIT.
           EXIT.

      *>   the entries after the new one's place move down one
       220-INSERT-IN-ORDER SECTION.
           MOVE 1 TO ws-aff-pos.
           PERFORM UNTIL ws-aff-pos > ws-aff-count
               OR ws-aff-key(ws-aff-pos) > ws-new-key
               ADD 1 TO ws-aff-pos
           END-PERFORM.
           PERFORM VARYING ws-aff-idx FROM ws-aff-count BY -1
               UNTIL ws-aff-idx < ws-aff-pos
               MOVE ws-aff-entry(ws-aff-idx)
                 TO ws-aff-entry(ws-aff-idx + 1)
           END-PERFORM.
           ADD 1 TO ws-aff-count.
           MOVE ws-new-key TO ws-aff-key(ws-aff-pos).
           MOVE ws-proj-create-date TO ws-aff-created(ws-aff-pos).

      *>   WITHDRAWN before DEPRECATED: a project on a withdrawn
      *>   template cannot even be regenerated, so it leads the list
       300-PRINT-TEMPLATES SECTION.
           PERFORM VARYING ws-tpl-idx FROM 1 BY 1
               UNTIL ws-tpl-idx > ws-tpl-count
               IF ws-tpl-state(ws-tpl-idx) = "WITHDRAWN"
                   PERFORM 310-PRINT-ONE-TEMPLATE
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-tpl-idx FROM 1 BY 1
               UNTIL ws-tpl-idx > ws-tpl-count
               IF ws-tpl-state(ws-tpl-idx) = "DEPRECATED"
                   PERFORM 310-PRINT-ONE-TEMPLATE
               END-IF
           END-PERFORM.
           IF ws-retired-count = 0
               MOVE "  (no template is DEPRECATED or WITHDRAWN)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       310-PRINT-ONE-TEMPLATE SECTION.
           ADD 1 TO ws-retired-count.
           ADD ws-tpl-projects(ws-tpl-idx) TO ws-total-projects.
           ADD ws-tpl-prior(ws-tpl-idx) TO ws-total-prior.
           MOVE ws-tpl-projects(ws-tpl-idx) TO ws-show-count.
           MOVE SPACES TO ws-rpt-line.
           IF ws-tpl-replacement(ws-tpl-idx) = SPACES
               STRING ws-tpl-name(ws-tpl-idx) " "
                 ws-tpl-state(ws-tpl-idx) " since "
                 ws-tpl-since(ws-tpl-idx)
                 ", no replacement named"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING ws-tpl-name(ws-tpl-idx) " "
                 ws-tpl-state(ws-tpl-idx) " since "
                 ws-tpl-since(ws-tpl-idx) ", migrate to "
                 FUNCTION TRIM(ws-tpl-replacement(ws-tpl-idx))
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-tpl-prior-date(ws-tpl-idx) = SPACES
               STRING "  " ws-show-count " ACTIVE project(s) left"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               MOVE ws-tpl-prior(ws-tpl-idx) TO ws-show-prior
               STRING "  " ws-show-count
                 " ACTIVE project(s) left (was "
                 FUNCTION TRIM(ws-show-prior) " on "
                 ws-tpl-prior-date(ws-tpl-idx) ")"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-tpl-projects(ws-tpl-idx) = 0
               IF ws-tpl-state(ws-tpl-idx) = "DEPRECATED"
                   MOVE "  migration complete -- ready to be WITHDRAWN"
                     TO ws-rpt-line
               ELSE
                   MOVE "  migration complete" TO ws-rpt-line
               END-IF
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO ws-last-owner.
           PERFORM VARYING ws-aff-idx FROM 1 BY 1
               UNTIL ws-aff-idx > ws-aff-count
               IF ws-aff-template(ws-aff-idx) = ws-tpl-name(ws-tpl-idx)
                   IF ws-aff-owner(ws-aff-idx) NOT = ws-last-owner
                       OR ws-last-owner = SPACES
                       PERFORM 320-PRINT-OWNER-LINE
                   END-IF
                   MOVE SPACES TO ws-rpt-line
                   STRING "        " ws-aff-name(ws-aff-idx)
                     " created " ws-aff-created(ws-aff-idx)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   the owner's count is read ahead off the ordered table
       320-PRINT-OWNER-LINE SECTION.
           MOVE ws-aff-owner(ws-aff-idx) TO ws-last-owner.
           MOVE 0 TO ws-owner-projects.
           PERFORM VARYING ws-aff-scan FROM ws-aff-idx BY 1
               UNTIL ws-aff-scan > ws-aff-count
               OR ws-aff-template(ws-aff-scan)
                 NOT = ws-aff-template(ws-aff-idx)
               OR ws-aff-owner(ws-aff-scan) NOT = ws-last-owner
               ADD 1 TO ws-owner-projects
           END-PERFORM.
           MOVE ws-owner-projects TO ws-show-count.
           MOVE SPACES TO ws-rpt-line.
           STRING "    owner " ws-last-owner ws-show-count
             " project(s)"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

       400-SHOW-TOTALS SECTION.
           MOVE ws-total-projects TO ws-show-count.
           MOVE ws-total-prior TO ws-show-prior.
           MOVE ws-retired-count TO ws-show-templates.
           MOVE SPACES TO ws-rpt-line.
           IF ws-prior-seen = "Y"
               STRING FUNCTION TRIM(ws-show-count)
                 " ACTIVE project(s) to migrate off "
                 FUNCTION TRIM(ws-show-templates)
                 " deprecated or withdrawn template(s), was "
                 FUNCTION TRIM(ws-show-prior)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING FUNCTION TRIM(ws-show-count)
                 " ACTIVE project(s) to migrate off "
                 FUNCTION TRIM(ws-show-templates)
                 " deprecated or withdrawn template(s)"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

      *>   one line per retired template every run, zero counts
      *>   included, so the history shows the count reaching zero;
      *>   same create-then-extend open portability-sweep uses
       500-APPEND-HISTORY SECTION.
           IF ws-retired-count = 0
               GO TO 500-APPEND-HISTORY-EXIT
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF ws-history-status NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           IF ws-history-status NOT = "00"
               DISPLAY "TMG011E template-migration: cannot append to "
                 FUNCTION TRIM(ws-history-path) ", status "
                 ws-history-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 500-APPEND-HISTORY-EXIT
           END-IF.
           PERFORM VARYING ws-tpl-idx FROM 1 BY 1
               UNTIL ws-tpl-idx > ws-tpl-count
               IF ws-tpl-state(ws-tpl-idx) = "DEPRECATED"
                   OR ws-tpl-state(ws-tpl-idx) = "WITHDRAWN"
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE ws-bus-date TO tmh-rec-date
                   MOVE ws-tpl-name(ws-tpl-idx) TO tmh-rec-template
                   MOVE ws-tpl-state(ws-tpl-idx) TO tmh-rec-state
                   MOVE ws-tpl-projects(ws-tpl-idx)
                     TO tmh-rec-projects
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
       500-APPEND-HISTORY-EXIT.
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
               DISPLAY "TMG001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "TMG002E template migration report failed, see "
                 & "SYSERR" TO ws-log-error-msg
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

       END PROGRAM "template-migration".
