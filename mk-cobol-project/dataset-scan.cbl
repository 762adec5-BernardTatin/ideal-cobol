      *> -------------------------------------------
      *> dataset-scan.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the data-file side of what depends-scan does for CALLs:
      *> walks every ACTIVE project's source members (the .cbl,
      *> .cob and .cpy files PROJFILES catalogs for it, falling back
      *> to <name>/<name>.cbl) and rewrites the DATASETS registry
      *> with one line per file a project opens and the mode it
      *> opens it in -- INPUT, OUTPUT, I-O or EXTEND. The file is
      *> the SELECT's ASSIGN target: a literal as written, a data
      *> name through the VALUE literal it is declared with (the
      *> ASSIGN TO DYNAMIC ws-...-path VALUE "NAME" idiom), and a
      *> logical name as it stands. A DYNAMIC data name with no
      *> VALUE is set at run time and is recorded in parentheses,
      *> so the registry says where it cannot know. A SELECT that
      *> no OPEN names is not a dataset the project uses. The
      *> source is read by select-scan, the same reading
      *> jcl-dd-check and project-doc make. dataset-lineage reads
      *> the registry back.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "dataset-scan".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATASETS-FILE
               ASSIGN TO DYNAMIC ws-datasets-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-datasets-status.

       DATA DIVISION.
         FILE SECTION.
         FD  DATASETS-FILE.
         01 DATASETS-RECORD.
             05 dsr-rec-project   PIC X(48).
             05 FILLER            PIC X.
             05 dsr-rec-dataset   PIC X(60).
             05 FILLER            PIC X.
             05 dsr-rec-mode      PIC X(6).
             05 FILLER            PIC X.
             05 dsr-rec-file      PIC X(30).
             05 FILLER            PIC X.
             05 dsr-rec-member    PIC X(120).
             05 FILLER            PIC X.
             05 dsr-rec-date      PIC X(8).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "dataset-scan".
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

           01 ws-datasets-path   PIC X(300) VALUE "DATASETS".
           01 ws-datasets-status PIC XX.

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

      *>   every ACTIVE project, collected before any scanning so
      *>   the browse and the file reads never interleave
           78 ws-name-max VALUE 300.
           01 ws-active-count   PIC 9(4) VALUE 0.
           01 ws-active-idx     PIC 9(4).
           01 ws-active-table.
               05 ws-active-name OCCURS 300 TIMES PIC X(48).

      *>   the catalog's source members, newest entry per path kept
           01 ws-cat-idx        PIC 9(4).
           COPY "catalog-members.cpy".

      *>   one project's members, read twice: declarations first,
      *>   so a path's VALUE in a copybook is known wherever the
      *>   OPEN is
           78 ws-mem-max VALUE 50.
           01 ws-this-project   PIC X(48).
           01 ws-mem-count      PIC 9(3).
           01 ws-mem-idx        PIC 9(3).
           01 ws-mem-table.
               05 ws-mem-path OCCURS 50 TIMES PIC X(120).

      *>   the project's SELECTs, VALUEs and OPENs, as select-scan
      *>   finds them across all its members
           01 ws-scan-op        PIC X(5).
           01 ws-sel-idx        PIC 9(3).
           01 ws-open-idx       PIC 9(3).
           COPY "select-scan.cpy".

           01 ws-today          PIC X(8).
           01 ws-scanned-count  PIC 9(4) VALUE 0.
           01 ws-line-count     PIC 9(6) VALUE 0.
           01 ws-dynamic-count  PIC 9(5) VALUE 0.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-COLLECT-ACTIVE-NAMES.
           perform 200-LOAD-CATALOG.
           perform 300-SCAN-ALL-PROJECTS.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.

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

      *>   the registry is derived, not maintained: every run
      *>   rewrites it whole from the code as it stands
       300-SCAN-ALL-PROJECTS SECTION.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           OPEN OUTPUT DATASETS-FILE.
           IF ws-datasets-status NOT = "00"
               DISPLAY "DSC010E dataset-scan: could not write "
                 FUNCTION TRIM(ws-datasets-path) ", status "
                 ws-datasets-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM VARYING ws-active-idx FROM 1 BY 1
               UNTIL ws-active-idx > ws-active-count
               MOVE ws-active-name(ws-active-idx) TO ws-this-project
               PERFORM 310-SCAN-ONE-PROJECT
           END-PERFORM.
           CLOSE DATASETS-FILE.
           DISPLAY "dataset-scan: " ws-scanned-count
             " project(s) scanned, " ws-line-count
             " dataset use(s) in " FUNCTION TRIM(ws-datasets-path)
             ", " ws-dynamic-count " set at run time"
           END-DISPLAY.

       310-SCAN-ONE-PROJECT SECTION.
           MOVE 0 TO ws-mem-count.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > cat-count
               IF cat-project(ws-cat-idx) = ws-this-project
                   AND ws-mem-count < ws-mem-max
                   ADD 1 TO ws-mem-count
                   MOVE cat-path(ws-cat-idx)
                     TO ws-mem-path(ws-mem-count)
               END-IF
           END-PERFORM.
           IF ws-mem-count = 0
               MOVE 1 TO ws-mem-count
               MOVE SPACES TO ws-mem-path(1)
               STRING FUNCTION TRIM(ws-this-project) "/"
                 FUNCTION TRIM(ws-this-project) ".cbl"
                 DELIMITED BY SIZE INTO ws-mem-path(1)
               END-STRING
           END-IF.
           MOVE "START" TO ws-scan-op.
           CALL "select-scan" USING ws-scan-op SELECT-SCAN
           END-CALL.
           MOVE "DECL " TO ws-scan-op.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               PERFORM 320-SCAN-ONE-MEMBER
           END-PERFORM.
           MOVE "OPENS" TO ws-scan-op.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               PERFORM 320-SCAN-ONE-MEMBER
           END-PERFORM.
           ADD 1 TO ws-scanned-count.
           PERFORM VARYING ws-open-idx FROM 1 BY 1
               UNTIL ws-open-idx > scn-open-count
               PERFORM 380-WRITE-ONE-USE
           END-PERFORM.

      *>   a member that cannot be read is passed over -- a missing
      *>   source is reconcile-projects' complaint, not this scan's
       320-SCAN-ONE-MEMBER SECTION.
           MOVE SPACES TO scn-path.
           MOVE ws-mem-path(ws-mem-idx) TO scn-path.
           CALL "select-scan" USING ws-scan-op SELECT-SCAN
           END-CALL.

      *>   the target as select-scan resolved it: literal as
      *>   written, data name through its VALUE, logical name as it
      *>   stands, a DYNAMIC name with no VALUE in parentheses
       380-WRITE-ONE-USE SECTION.
           MOVE scn-open-sel(ws-open-idx) TO ws-sel-idx.
           IF scn-sel-runtime(ws-sel-idx) = "Y"
               ADD 1 TO ws-dynamic-count
           END-IF.
           MOVE SPACES TO DATASETS-RECORD.
           MOVE ws-this-project TO dsr-rec-project.
           MOVE FUNCTION TRIM(scn-sel-resolved(ws-sel-idx))
             TO dsr-rec-dataset.
           MOVE scn-open-mode(ws-open-idx) TO dsr-rec-mode.
           MOVE scn-sel-name(ws-sel-idx) TO dsr-rec-file.
           MOVE scn-open-member(ws-open-idx) TO dsr-rec-member.
           MOVE ws-today TO dsr-rec-date.
           WRITE DATASETS-RECORD.
           ADD 1 TO ws-line-count.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DSC001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "DSC002E dataset scan failed, see SYSERR"
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

       END PROGRAM "dataset-scan".
