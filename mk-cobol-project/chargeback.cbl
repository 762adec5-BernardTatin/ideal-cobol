      *> the quarterly cost memo's numbers without the spreadsheet:
      *> walks every PROJECTS record, measures its directory (or its
      *> archive, for RETIRED records) with the same du -sk capture
      *> disk-usage runs, takes each project's department from the
      *> OWNERS entry the cycle's PROJECTS snapshot joined on, and
      *> prints department totals with per-project detail. Projects
      *> whose owner the OWNERS master cannot place land in an
      *> UNATTRIBUTED
      *> remainder, out loud, instead of quietly vanishing from the
      *> memo. The report goes through report-writer and is filed
      *> as REPORT.CHARGEBACK.<date> like every other in the shop.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC ws-du-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-du-status.

       DATA DIVISION.
         FILE SECTION.
         FD  DU-FILE.
         01 DU-RECORD PIC X(200).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   projects-snap's USING items; each project read off the
      *>   snapshot is moved into ws-projects-record
           01 ws-snap-op        PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
               05 ws-proj-owner         PIC X(30).
               05 ws-proj-cloned-from   PIC X(48).
               05 ws-proj-module-type   PIC X(4).
               05 ws-proj-verified      PIC X(8).
           COPY "projects-snap-rec.cpy".
           01 ws-snap-status    PIC 99.

      *>   the du capture, the same redirect-and-scan disk-usage runs
           01 ws-du-path        PIC X(300) VALUE "CHARGEBACK.TMP".
           01 ws-kb-text        PIC X(20).
           01 ws-du-kb          PIC 9(9).

      *>   one slot per department seen, UNATTRIBUTED included
           78 ws-dept-max VALUE 50.
           01 ws-dept-count     PIC 9(4) VALUE 0.
           01 ws-found-flag     PIC X.
           01 ws-grand-total-kb PIC 9(9) VALUE 0.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "CHARGEBACK disk usage by department".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *>   selection-sort work fields, swapping whole entries in
      *>   place, descending by kilobytes
           01 ws-sort-outer     PIC 9(4).
      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 100-WALK-PROJECTS.
           perform 200-SHOW-DEPARTMENT-TOTALS.
           perform 900-TERMINATE.

       100-WALK-PROJECTS SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "Dept                 Size        Project"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "-------------------- ----------  -------"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "OPEN" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   a shop without an OWNERS master gets one UNATTRIBUTED
      *>   department and a report that says so, not a failure
           IF snap-trl-owners-seen NOT = "Y"
               DISPLAY "CHG010W "
                 "chargeback: no OWNERS master -- everything "
                 "will land in UNATTRIBUTED" UPON SYSERR
               END-DISPLAY
           END-IF.
           MOVE "NEXT" TO ws-snap-op.
      *>   priming call -- OPEN hands back the snapshot's trailer,
      *>   not a project
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               PERFORM 110-CHARGE-ONE-PROJECT
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.

           PERFORM 120-RESOLVE-DEPARTMENT.
           ADD ws-du-kb TO ws-grand-total-kb.
           PERFORM 140-ADD-TO-DEPARTMENT.
           MOVE SPACES TO ws-rpt-line.
      *>   two spaces between the columns, so the HTML copy puts
      *>   each in its own cell
           STRING ws-this-dept " " ws-du-kb "K  "
             FUNCTION TRIM(ws-proj-name)
             " (" FUNCTION TRIM(ws-proj-owner) ")"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

       120-RESOLVE-DEPARTMENT SECTION.
           MOVE "UNATTRIBUTED" TO ws-this-dept.
           IF snap-owner-dept NOT = SPACES
               MOVE snap-owner-dept TO ws-this-dept
           END-IF.

      *>   du -sk prints one "KB<tab>path" line per argument; sum
      *>   them -- the same capture disk-usage's 130-RUN-DU reads
                   MOVE ws-sort-temp TO ws-dept-entry(ws-sort-high)
               END-IF
           END-PERFORM.
           MOVE "-----------------------------------" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "Department totals (largest first):" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count
               MOVE SPACES TO ws-rpt-line
               STRING "  " ws-dept-name(ws-dept-idx) " "
                 ws-dept-kb(ws-dept-idx) "K over "
                 ws-dept-projects(ws-dept-idx) " project(s)"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO ws-rpt-line.
           STRING "grand total: " ws-grand-total-kb "K"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       940-EMIT-REPORT-LINE SECTION.
           MOVE "LINE " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       950-CALL-REPORT-WRITER SECTION.
           CALL "report-writer" USING ws-rpt-op ws-rpt-title
             ws-rpt-line ws-rpt-status
           END-CALL.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CHG001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "CHG002E chargeback report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
