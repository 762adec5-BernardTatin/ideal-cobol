      *> -------------------------------------------
      *> source-metrics.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the size of the code itself, which build-health,
      *> disk-usage and the DEPENDS registry never measured: walks
      *> every ACTIVE project's source under the projects root and
      *> counts, per project, its members (every .cbl and .cpy the
      *> PROJFILES catalog holds for it -- the generated program,
      *> its copybook, and each module add-module put in since),
      *> total, code and comment lines, paragraphs, COPY statements
      *> and CALL statements. Each night's figures are appended to
      *> METRICS-HISTORY, one line per project plus a shop-wide
      *> *TOTAL line, filed under the business date; metrics-report
      *> ranks the largest and fastest growing projects off it and
      *> kpi-pack takes the quarter's size from the *TOTAL lines.
      *> A project from before the catalog is measured through its
      *> one program, <name>/<name>.cbl, the way depends-scan reads
      *> it.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "source-metrics".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC ws-source-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-source-status.
      *>   every night's per-project figures appended here, so size
      *>   and growth are a file metrics-report reads instead of a
      *>   line count somebody takes by hand before a planning round
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SOURCE-FILE.
         01 SOURCE-RECORD PIC X(256).
         FD  HISTORY-FILE.
         01 HISTORY-RECORD.
             05 mth-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 mth-rec-project   PIC X(48).
             05 FILLER            PIC X.
             05 mth-rec-members   PIC 9(4).
             05 FILLER            PIC X.
             05 mth-rec-total     PIC 9(7).
             05 FILLER            PIC X.
             05 mth-rec-code      PIC 9(7).
             05 FILLER            PIC X.
             05 mth-rec-comment   PIC 9(7).
             05 FILLER            PIC X.
             05 mth-rec-paras     PIC 9(5).
             05 FILLER            PIC X.
             05 mth-rec-copies    PIC 9(5).
             05 FILLER            PIC X.
             05 mth-rec-calls     PIC 9(5).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "source-metrics".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-source-path    PIC X(300).
           01 ws-source-status  PIC XX.
           01 ws-source-eof     PIC X.
           01 ws-history-path   PIC X(300) VALUE "METRICS-HISTORY".
           01 ws-history-status PIC XX.

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

      *>   every ACTIVE project, collected before any source is read
      *>   so the browse and the file reads never interleave
           78 ws-name-max VALUE 300.
           01 ws-active-count   PIC 9(4) VALUE 0.
           01 ws-active-idx     PIC 9(4).
           01 ws-active-table.
               05 ws-active-name OCCURS 300 TIMES PIC X(48).

      *>   the catalog's source members, newest entry per path kept
      *>   the way gen-drift keeps them -- a --force regeneration
      *>   catalogs the same file twice and it is one member
           01 ws-cat-idx        PIC 9(4).
           COPY "catalog-members.cpy".

      *>   one project's figures, and the shop's
           01 ws-this-project   PIC X(48).
           01 ws-prj-members    PIC 9(4).
           01 ws-prj-total      PIC 9(7).
           01 ws-prj-code       PIC 9(7).
           01 ws-prj-comment    PIC 9(7).
           01 ws-prj-paras      PIC 9(5).
           01 ws-prj-copies     PIC 9(5).
           01 ws-prj-calls      PIC 9(5).
           01 ws-all-members    PIC 9(4) VALUE 0.
           01 ws-all-total      PIC 9(7) VALUE 0.
           01 ws-all-code       PIC 9(7) VALUE 0.
           01 ws-all-comment    PIC 9(7) VALUE 0.
           01 ws-all-paras      PIC 9(5) VALUE 0.
           01 ws-all-copies     PIC 9(5) VALUE 0.
           01 ws-all-calls      PIC 9(5) VALUE 0.
           01 ws-measured-count PIC 9(4) VALUE 0.

      *>   one source line taken apart: the first non-blank column
      *>   decides comment or code, and a procedure-division line
      *>   starting in Area A is a paragraph or section header
           01 ws-upper-line     PIC X(256).
           01 ws-first-col      PIC 9(3).
           01 ws-scan-idx       PIC 9(3).
           01 ws-in-procedure   PIC X.
           01 ws-line-copies    PIC 9(3).
           01 ws-line-calls     PIC 9(3).

      *>   DATE-STAMP's "PROC" answer: the business date the night's
      *>   figures file under, so a sweep that runs past midnight
      *>   still lands on the night it was for
           01 ws-bus-date       PIC X(8).
           01 ws-ds-weekday     PIC 9 VALUE 1.
           01 ws-ds-date        PIC 9(6) VALUE ZERO.
           01 ws-ds-time        PIC 9(8) VALUE ZERO.
           01 ws-ds-format      PIC X(4) VALUE "PROC".
           01 ws-ds-stamp       PIC X(60).
           01 ws-ds-fiscal      PIC X(10).
           01 ws-ds-cal         PIC X(12) VALUE SPACES.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-COLLECT-ACTIVE-NAMES.
           perform 200-LOAD-CATALOG.
           perform 300-MEASURE-ALL-PROJECTS.
           perform 400-APPEND-TOTAL.
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
           DISPLAY "source-metrics: measuring ACTIVE project source "
             "for " ws-bus-date
           END-DISPLAY.
           OPEN EXTEND HISTORY-FILE.
           IF ws-history-status NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           IF ws-history-status NOT = "00"
               DISPLAY "SMT010E source-metrics: cannot open "
                 FUNCTION TRIM(ws-history-path) " for append, status "
                 ws-history-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           DISPLAY "Project                                          "
             "Mbrs   Total    Code Comment Paras  COPY  CALL"
           END-DISPLAY.

       100-COLLECT-ACTIVE-NAMES SECTION.
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
                   AND ws-active-count < ws-name-max
                   ADD 1 TO ws-active-count
                   MOVE ws-proj-name
                     TO ws-active-name(ws-active-count)
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.

      *>   an absent catalog is a shop from before PROJFILES -- every
      *>   project falls back to its one program
       200-LOAD-CATALOG SECTION.
           CALL "catalog-members" USING CATALOG-MEMBERS
           END-CALL.

       300-MEASURE-ALL-PROJECTS SECTION.
           PERFORM VARYING ws-active-idx FROM 1 BY 1
               UNTIL ws-active-idx > ws-active-count
               MOVE ws-active-name(ws-active-idx) TO ws-this-project
               PERFORM 310-MEASURE-ONE-PROJECT
           END-PERFORM.

       310-MEASURE-ONE-PROJECT SECTION.
           MOVE 0 TO ws-prj-members ws-prj-total ws-prj-code
             ws-prj-comment ws-prj-paras ws-prj-copies ws-prj-calls.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > cat-count
               IF cat-project(ws-cat-idx) = ws-this-project
                   MOVE SPACES TO ws-source-path
                   MOVE cat-path(ws-cat-idx) TO ws-source-path
                   PERFORM 320-MEASURE-ONE-MEMBER
               END-IF
           END-PERFORM.
           IF ws-prj-members = 0
               MOVE SPACES TO ws-source-path
               STRING FUNCTION TRIM(ws-this-project) "/"
                 FUNCTION TRIM(ws-this-project) ".cbl"
                 DELIMITED BY SIZE INTO ws-source-path
               END-STRING
               PERFORM 320-MEASURE-ONE-MEMBER
           END-IF.
      *>   a record with no readable source is reconcile-projects'
      *>   complaint; it is left out of tonight's figures rather
      *>   than filed as a project that shrank to nothing
           IF ws-prj-members = 0
               DISPLAY FUNCTION TRIM(ws-this-project)
                 ": no source found, not measured"
               END-DISPLAY
               GO TO 310-MEASURE-ONE-PROJECT-EXIT
           END-IF.
           ADD 1 TO ws-measured-count.
           ADD ws-prj-members TO ws-all-members.
           ADD ws-prj-total   TO ws-all-total.
           ADD ws-prj-code    TO ws-all-code.
           ADD ws-prj-comment TO ws-all-comment.
           ADD ws-prj-paras   TO ws-all-paras.
           ADD ws-prj-copies  TO ws-all-copies.
           ADD ws-prj-calls   TO ws-all-calls.
           DISPLAY ws-this-project " " ws-prj-members " "
             ws-prj-total " " ws-prj-code " " ws-prj-comment " "
             ws-prj-paras " " ws-prj-copies " " ws-prj-calls
           END-DISPLAY.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE ws-this-project TO mth-rec-project.
           MOVE ws-prj-members  TO mth-rec-members.
           MOVE ws-prj-total    TO mth-rec-total.
           MOVE ws-prj-code     TO mth-rec-code.
           MOVE ws-prj-comment  TO mth-rec-comment.
           MOVE ws-prj-paras    TO mth-rec-paras.
           MOVE ws-prj-copies   TO mth-rec-copies.
           MOVE ws-prj-calls    TO mth-rec-calls.
           PERFORM 410-WRITE-HISTORY-LINE.
       310-MEASURE-ONE-PROJECT-EXIT.
           EXIT.

       320-MEASURE-ONE-MEMBER SECTION.
           MOVE "N" TO ws-source-eof.
           MOVE "N" TO ws-in-procedure.
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               GO TO 320-MEASURE-ONE-MEMBER-EXIT
           END-IF.
           ADD 1 TO ws-prj-members.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-prj-total
                       IF SOURCE-RECORD NOT = SPACES
                           PERFORM 330-MEASURE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
       320-MEASURE-ONE-MEMBER-EXIT.
           EXIT.

      *>   a "*" or "/" indicator in column 7 is a fixed-format
      *>   comment; a line whose first non-blank is "*>" is one in
      *>   either format. Blank lines count toward the total only.
      *>   COPY and CALL are counted as words standing on their own,
      *>   the same look depends-scan takes for CALL
       330-MEASURE-ONE-LINE SECTION.
           IF SOURCE-RECORD(7:1) = "*" OR SOURCE-RECORD(7:1) = "/"
               ADD 1 TO ws-prj-comment
               GO TO 330-MEASURE-ONE-LINE-EXIT
           END-IF.
           MOVE 0 TO ws-first-col.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 256 OR ws-first-col > 0
               IF SOURCE-RECORD(ws-scan-idx:1) NOT = SPACE
                   MOVE ws-scan-idx TO ws-first-col
               END-IF
           END-PERFORM.
           IF SOURCE-RECORD(ws-first-col:2) = "*>"
               ADD 1 TO ws-prj-comment
               GO TO 330-MEASURE-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO ws-prj-code.
           MOVE FUNCTION UPPER-CASE(SOURCE-RECORD) TO ws-upper-line.
           MOVE 0 TO ws-line-copies ws-line-calls.
           INSPECT ws-upper-line TALLYING
             ws-line-copies FOR ALL " COPY "
             ws-line-calls  FOR ALL " CALL ".
           ADD ws-line-copies TO ws-prj-copies.
           ADD ws-line-calls  TO ws-prj-calls.
           IF ws-in-procedure = "N"
               IF ws-upper-line(ws-first-col:18)
                    = "PROCEDURE DIVISION"
                   MOVE "Y" TO ws-in-procedure
               END-IF
               GO TO 330-MEASURE-ONE-LINE-EXIT
           END-IF.
      *>   a nested or following program starts its own divisions
           IF ws-upper-line(ws-first-col:14) = "IDENTIFICATION"
               OR ws-upper-line(ws-first-col:11) = "END PROGRAM"
               MOVE "N" TO ws-in-procedure
               GO TO 330-MEASURE-ONE-LINE-EXIT
           END-IF.
           IF ws-first-col >= 8 AND ws-first-col <= 11
               AND ws-upper-line(ws-first-col:4) NOT = "END "
               AND ws-upper-line(ws-first-col:12) NOT = "DECLARATIVES"
               ADD 1 TO ws-prj-paras
           END-IF.
       330-MEASURE-ONE-LINE-EXIT.
           EXIT.

      *>   the shop-wide line kpi-pack reads; a rerun of the same
      *>   night appends another, and readers take the last one
      *>   filed for a date
       400-APPEND-TOTAL SECTION.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE "*TOTAL"       TO mth-rec-project.
           MOVE ws-all-members TO mth-rec-members.
           MOVE ws-all-total   TO mth-rec-total.
           MOVE ws-all-code    TO mth-rec-code.
           MOVE ws-all-comment TO mth-rec-comment.
           MOVE ws-all-paras   TO mth-rec-paras.
           MOVE ws-all-copies  TO mth-rec-copies.
           MOVE ws-all-calls   TO mth-rec-calls.
           PERFORM 410-WRITE-HISTORY-LINE.
           CLOSE HISTORY-FILE.
           DISPLAY "-----------------------------------" END-DISPLAY.
           DISPLAY ws-measured-count " of " ws-active-count
             " ACTIVE project(s) measured: " ws-all-members
             " member(s), " ws-all-total " line(s), " ws-all-code
             " code, " ws-all-comment " comment"
           END-DISPLAY.
           DISPLAY "figures filed in " FUNCTION TRIM(ws-history-path)
             " under " ws-bus-date
           END-DISPLAY.

       410-WRITE-HISTORY-LINE SECTION.
           MOVE ws-bus-date TO mth-rec-date.
           WRITE HISTORY-RECORD.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "SMT001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "SMT002E source metrics sweep failed, see SYSERR"
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

       END PROGRAM "source-metrics".
