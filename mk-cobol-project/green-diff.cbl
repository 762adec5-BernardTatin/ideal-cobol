      *> -------------------------------------------
      *> green-diff.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the morning triage's suspect list: for every project
      *> build-trend would call NEWLY BROKEN -- its latest
      *> BUILD-HISTORY result FAIL, the one before it PASS -- what
      *> changed since its last green run. build-health leaves a
      *> checksum snapshot in snapshots/<project>.green after every
      *> PASS; this takes a fresh one through the same
      *> green-snapshot and lists every file ADDED, REMOVED or
      *> MODIFIED in between, the project's own sources first, then
      *> its DEPENDS callees' and its shared-library copybooks'.
      *>
      *>   green-diff              every newly broken project
      *>   green-diff <project>    one project, whatever its history
      *>                           says -- a project still red after
      *>                           a week is asked about the same way
      *>
      *> A project with no snapshot (it has not passed since the
      *> snapshots began) is listed as such. Findings are the report
      *> itself: the run ends 0 unless the report cannot be written.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "green-diff".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.
           SELECT SNAP-FILE
               ASSIGN TO DYNAMIC ws-snap-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-snap-status.

       DATA DIVISION.
         FILE SECTION.
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
         FD  SNAP-FILE.
             COPY "green-snapshot-rec.cpy".

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "green-diff".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-history-path   PIC X(300) VALUE "BUILD-HISTORY".
           01 ws-history-status PIC XX.
           01 ws-history-eof    PIC X VALUE "N".
           01 ws-snap-path      PIC X(300).
           01 ws-snap-status    PIC XX.
           01 ws-snap-eof       PIC X.
           01 ws-now-path       PIC X(300) VALUE "GREEN-DIFF.NOW".
           01 ws-green-path     PIC X(300).

           01 ws-cmdline        PIC X(300).
           01 ws-arg-project    PIC X(48).

      *>   each project's two most recent nightly results
           78 ws-proj-max VALUE 500.
           01 ws-proj-count     PIC 9(4) VALUE 0.
           01 ws-proj-idx       PIC 9(4).
           01 ws-proj-table.
               05 ws-proj-entry OCCURS 500 TIMES.
                   10 ws-proj-key       PIC X(48).
                   10 ws-proj-latest    PIC X(4).
                   10 ws-proj-previous  PIC X(4).
           01 ws-found-flag     PIC X.
           01 ws-project        PIC X(48).

      *>   the last green snapshot and tonight's view, side by side
           78 ws-file-max VALUE 1000.
           01 ws-old-count      PIC 9(4).
           01 ws-old-idx        PIC 9(4).
           01 ws-old-table.
               05 ws-old-entry OCCURS 1000 TIMES.
                   10 ws-old-kind     PIC X(7).
                   10 ws-old-path     PIC X(120).
                   10 ws-old-checksum PIC 9(9).
                   10 ws-old-matched  PIC X.
           01 ws-new-count      PIC 9(4).
           01 ws-new-idx        PIC 9(4).
           01 ws-new-table.
               05 ws-new-entry OCCURS 1000 TIMES.
                   10 ws-new-kind     PIC X(7).
                   10 ws-new-path     PIC X(120).
                   10 ws-new-checksum PIC 9(9).
           01 ws-green-date     PIC X(8).
           01 ws-show-kind      PIC X(7).
           01 ws-change-word    PIC X(8).
           01 ws-change-kind    PIC X(7).
           01 ws-change-path    PIC X(120).

           01 ws-bus-date       PIC X(8).
           01 ws-snap-call-status PIC 99.

           01 ws-broken-count   PIC 9(4) VALUE 0.
           01 ws-suspect-count  PIC 9(5) VALUE 0.
           01 ws-proj-suspects  PIC 9(5).

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
                VALUE "GREEN-DIFF changes since the last green build".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 200-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-project.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-project
           END-UNSTRING.
           ACCEPT ws-bus-date FROM DATE YYYYMMDD.
           IF ws-arg-project = SPACES
               PERFORM 100-LOAD-HISTORY
           END-IF.

       100-LOAD-HISTORY SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               DISPLAY "GRD010E green-diff: no BUILD-HISTORY file "
                 "found -- run build-health first" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF HISTORY-RECORD NOT = SPACES
                           AND hist-name(1:1) NOT = "*"
                           PERFORM 110-APPLY-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       110-APPLY-ONE-RECORD SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-proj-idx FROM 1 BY 1
               UNTIL ws-proj-idx > ws-proj-count
               OR ws-found-flag = "Y"
               IF ws-proj-key(ws-proj-idx) = hist-name
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-proj-idx
           ELSE
               IF ws-proj-count >= ws-proj-max
                   GO TO 110-APPLY-ONE-RECORD-EXIT
               END-IF
               ADD 1 TO ws-proj-count
               MOVE ws-proj-count TO ws-proj-idx
               MOVE hist-name TO ws-proj-key(ws-proj-idx)
               MOVE SPACES TO ws-proj-latest(ws-proj-idx)
           END-IF.
           MOVE ws-proj-latest(ws-proj-idx)
             TO ws-proj-previous(ws-proj-idx).
           MOVE hist-result TO ws-proj-latest(ws-proj-idx).
       110-APPLY-ONE-RECORD-EXIT.
           EXIT.

       200-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "GRD011E green-diff: could not open the "
                 "report, status " ws-rpt-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-arg-project NOT = SPACES
               MOVE ws-arg-project TO ws-project
               PERFORM 300-DIFF-ONE-PROJECT
           ELSE
               PERFORM VARYING ws-proj-idx FROM 1 BY 1
                   UNTIL ws-proj-idx > ws-proj-count
                   IF ws-proj-latest(ws-proj-idx) = "FAIL"
                       AND ws-proj-previous(ws-proj-idx) = "PASS"
                       MOVE ws-proj-key(ws-proj-idx) TO ws-project
                       PERFORM 300-DIFF-ONE-PROJECT
                   END-IF
               END-PERFORM
               IF ws-broken-count = 0
                   MOVE "no newly broken projects" TO ws-rpt-line
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-broken-count " project(s), " ws-suspect-count
             " changed file(s) since their last green build"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       300-DIFF-ONE-PROJECT SECTION.
           ADD 1 TO ws-broken-count.
           MOVE 0 TO ws-proj-suspects.
           MOVE SPACES TO ws-green-path.
           STRING "snapshots/" FUNCTION TRIM(ws-project) ".green"
             DELIMITED BY SIZE INTO ws-green-path
           END-STRING.
           MOVE ws-green-path TO ws-snap-path.
           PERFORM 310-LOAD-OLD-SNAPSHOT.
           IF ws-snap-status NOT = "00"
               MOVE SPACES TO ws-rpt-line
               STRING FUNCTION TRIM(ws-project)
                 ": no green snapshot -- it has not passed since "
                 "snapshots were first taken" DELIMITED BY SIZE
                 INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               GO TO 300-DIFF-ONE-PROJECT-EXIT
           END-IF.
           CALL "green-snapshot" USING ws-project ws-now-path
             ws-bus-date ws-snap-call-status
           END-CALL.
           MOVE ws-now-path TO ws-snap-path.
           PERFORM 320-LOAD-NEW-SNAPSHOT.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-now-path)
           END-CALL.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-project) ": last green "
             ws-green-date DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
      *>   own sources first -- the likeliest suspects -- then the
      *>   callees, then the library copybooks
           MOVE "OWN" TO ws-show-kind.
           PERFORM 330-LIST-ONE-KIND.
           MOVE "CALLEE" TO ws-show-kind.
           PERFORM 330-LIST-ONE-KIND.
           MOVE "COPYLIB" TO ws-show-kind.
           PERFORM 330-LIST-ONE-KIND.
           IF ws-proj-suspects = 0
               MOVE SPACES TO ws-rpt-line
               STRING "    nothing changed -- look outside the source "
                 "(data, environment, toolkit)" DELIMITED BY SIZE
                 INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
       300-DIFF-ONE-PROJECT-EXIT.
           EXIT.

       310-LOAD-OLD-SNAPSHOT SECTION.
           MOVE 0 TO ws-old-count.
           MOVE SPACES TO ws-green-date.
           OPEN INPUT SNAP-FILE.
           IF ws-snap-status NOT = "00"
               GO TO 310-LOAD-OLD-SNAPSHOT-EXIT
           END-IF.
           MOVE "N" TO ws-snap-eof.
           PERFORM UNTIL ws-snap-eof = "Y"
               READ SNAP-FILE
                   AT END
                       MOVE "Y" TO ws-snap-eof
                   NOT AT END
                       IF ws-old-count < ws-file-max
                           ADD 1 TO ws-old-count
                           MOVE gsn-rec-kind
                             TO ws-old-kind(ws-old-count)
                           MOVE gsn-rec-path
                             TO ws-old-path(ws-old-count)
                           MOVE gsn-rec-checksum
                             TO ws-old-checksum(ws-old-count)
                           MOVE "N" TO ws-old-matched(ws-old-count)
                           MOVE gsn-rec-date TO ws-green-date
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
           MOVE "00" TO ws-snap-status.
       310-LOAD-OLD-SNAPSHOT-EXIT.
           EXIT.

       320-LOAD-NEW-SNAPSHOT SECTION.
           MOVE 0 TO ws-new-count.
           OPEN INPUT SNAP-FILE.
           IF ws-snap-status NOT = "00"
               GO TO 320-LOAD-NEW-SNAPSHOT-EXIT
           END-IF.
           MOVE "N" TO ws-snap-eof.
           PERFORM UNTIL ws-snap-eof = "Y"
               READ SNAP-FILE
                   AT END
                       MOVE "Y" TO ws-snap-eof
                   NOT AT END
                       IF ws-new-count < ws-file-max
                           ADD 1 TO ws-new-count
                           MOVE gsn-rec-kind
                             TO ws-new-kind(ws-new-count)
                           MOVE gsn-rec-path
                             TO ws-new-path(ws-new-count)
                           MOVE gsn-rec-checksum
                             TO ws-new-checksum(ws-new-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
       320-LOAD-NEW-SNAPSHOT-EXIT.
           EXIT.

      *>   tonight's files against the green ones by path: a path in
      *>   both with another checksum is MODIFIED, tonight's alone
      *>   ADDED; green paths nobody matched are REMOVED
       330-LIST-ONE-KIND SECTION.
           PERFORM VARYING ws-new-idx FROM 1 BY 1
               UNTIL ws-new-idx > ws-new-count
               IF ws-new-kind(ws-new-idx) = ws-show-kind
                   PERFORM 340-MATCH-ONE-FILE
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-old-idx FROM 1 BY 1
               UNTIL ws-old-idx > ws-old-count
               IF ws-old-kind(ws-old-idx) = ws-show-kind
                   AND ws-old-matched(ws-old-idx) = "N"
                   MOVE "REMOVED" TO ws-change-word
                   MOVE ws-old-kind(ws-old-idx) TO ws-change-kind
                   MOVE ws-old-path(ws-old-idx) TO ws-change-path
                   PERFORM 350-SHOW-CHANGE
               END-IF
           END-PERFORM.

       340-MATCH-ONE-FILE SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-old-idx FROM 1 BY 1
               UNTIL ws-old-idx > ws-old-count
               OR ws-found-flag = "Y"
               IF ws-old-path(ws-old-idx) = ws-new-path(ws-new-idx)
                   AND ws-old-matched(ws-old-idx) = "N"
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           MOVE ws-new-kind(ws-new-idx) TO ws-change-kind.
           MOVE ws-new-path(ws-new-idx) TO ws-change-path.
           IF ws-found-flag = "N"
               MOVE "ADDED" TO ws-change-word
               PERFORM 350-SHOW-CHANGE
               GO TO 340-MATCH-ONE-FILE-EXIT
           END-IF.
           SUBTRACT 1 FROM ws-old-idx.
           MOVE "Y" TO ws-old-matched(ws-old-idx).
           IF ws-old-checksum(ws-old-idx)
                NOT = ws-new-checksum(ws-new-idx)
               MOVE "MODIFIED" TO ws-change-word
               PERFORM 350-SHOW-CHANGE
           END-IF.
       340-MATCH-ONE-FILE-EXIT.
           EXIT.

       350-SHOW-CHANGE SECTION.
           ADD 1 TO ws-proj-suspects.
           ADD 1 TO ws-suspect-count.
           MOVE SPACES TO ws-rpt-line.
           STRING "    " ws-change-word " " ws-change-kind " "
             FUNCTION TRIM(ws-change-path)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

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
               DISPLAY "GRD001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "GRD002E green-diff report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "green-diff".
