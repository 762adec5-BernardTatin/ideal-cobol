      *> -------------------------------------------
      *> dataset-lineage.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the question asked before every record-layout change --
      *> "who writes this file, and who reads it?" -- answered off
      *> the DATASETS registry dataset-scan rebuilds every night,
      *> instead of by grep:
      *>
      *>   dataset-lineage FILE <dataset>     its producers (OUTPUT,
      *>                                      EXTEND, I-O) and its
      *>                                      consumers (INPUT, I-O)
      *>   dataset-lineage PROJECT <name>     everything the project
      *>                                      reads and writes
      *>   dataset-lineage                    every loose end
      *>
      *> Each way, a file something reads but no scanned project
      *> produces, and a file something writes but no scanned
      *> project reads, is flagged -- the first is a feed from
      *> outside or a dead producer, the second an output nobody
      *> looks at. Files whose name is set at run time show in
      *> parentheses and are never flagged: the scan cannot say
      *> what they are.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "dataset-lineage".

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
           01 ws-log-program-name PIC X(30) VALUE "dataset-lineage".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-datasets-path   PIC X(300) VALUE "DATASETS".
           01 ws-datasets-status PIC XX.
           01 ws-datasets-eof    PIC X VALUE "N".

           01 ws-cmdline        PIC X(300).
           01 ws-arg-kind       PIC X(10).
           01 ws-arg-name       PIC X(60).

      *>   the whole registry held in storage
           78 ws-use-max VALUE 2000.
           01 ws-use-count      PIC 9(4) VALUE 0.
           01 ws-use-idx        PIC 9(4).
           01 ws-use-table.
               05 ws-use-entry OCCURS 2000 TIMES.
                   10 ws-use-project  PIC X(48).
                   10 ws-use-dataset  PIC X(60).
                   10 ws-use-mode     PIC X(6).
                   10 ws-use-member   PIC X(120).
           01 ws-scan-date      PIC X(8) VALUE SPACES.

      *>   every distinct file, with whether anything produces it
      *>   and whether anything consumes it
           78 ws-ds-max VALUE 1000.
           01 ws-ds-count       PIC 9(4) VALUE 0.
           01 ws-ds-idx         PIC 9(4).
           01 ws-ds-table.
               05 ws-ds-entry OCCURS 1000 TIMES.
                   10 ws-ds-name      PIC X(60).
                   10 ws-ds-produced  PIC X.
                   10 ws-ds-consumed  PIC X.
           01 ws-found-flag     PIC X.

           01 ws-shown-count    PIC 9(4).
           01 ws-flag-count     PIC 9(4) VALUE 0.
           01 ws-flag-text      PIC X(40).
           01 ws-side           PIC X.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60).
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-REGISTRY.
           perform 200-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-kind ws-arg-name.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-kind ws-arg-name
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-arg-kind) TO ws-arg-kind.
           IF (ws-arg-kind NOT = SPACES AND ws-arg-kind NOT = "FILE"
                AND ws-arg-kind NOT = "PROJECT")
              OR (ws-arg-kind NOT = SPACES AND ws-arg-name = SPACES)
               DISPLAY "DLN010E usage: dataset-lineage "
                 "[FILE <dataset> | PROJECT <name>]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-LOAD-REGISTRY SECTION.
           OPEN INPUT DATASETS-FILE.
           IF ws-datasets-status NOT = "00"
               DISPLAY "DLN011E dataset-lineage: no DATASETS registry "
                 "yet -- run dataset-scan first" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-datasets-eof = "Y"
               READ DATASETS-FILE
                   AT END
                       MOVE "Y" TO ws-datasets-eof
                   NOT AT END
                       IF DATASETS-RECORD NOT = SPACES
                           AND ws-use-count < ws-use-max
                           PERFORM 110-TAKE-ONE-USE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DATASETS-FILE.

       110-TAKE-ONE-USE SECTION.
           ADD 1 TO ws-use-count.
           MOVE dsr-rec-project TO ws-use-project(ws-use-count).
           MOVE dsr-rec-dataset TO ws-use-dataset(ws-use-count).
           MOVE dsr-rec-mode    TO ws-use-mode(ws-use-count).
           MOVE dsr-rec-member  TO ws-use-member(ws-use-count).
           MOVE dsr-rec-date    TO ws-scan-date.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-ds-idx FROM 1 BY 1
               UNTIL ws-ds-idx > ws-ds-count OR ws-found-flag = "Y"
               IF ws-ds-name(ws-ds-idx) = dsr-rec-dataset
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-ds-idx
           ELSE
               IF ws-ds-count >= ws-ds-max
                   GO TO 110-TAKE-ONE-USE-EXIT
               END-IF
               ADD 1 TO ws-ds-count
               MOVE ws-ds-count TO ws-ds-idx
               MOVE dsr-rec-dataset TO ws-ds-name(ws-ds-idx)
               MOVE "N" TO ws-ds-produced(ws-ds-idx)
                 ws-ds-consumed(ws-ds-idx)
           END-IF.
           IF dsr-rec-mode NOT = "INPUT"
               MOVE "Y" TO ws-ds-produced(ws-ds-idx)
           END-IF.
           IF dsr-rec-mode = "INPUT" OR dsr-rec-mode = "I-O"
               MOVE "Y" TO ws-ds-consumed(ws-ds-idx)
           END-IF.
       110-TAKE-ONE-USE-EXIT.
           EXIT.

       200-REPORT SECTION.
           MOVE SPACES TO ws-rpt-title.
           EVALUATE ws-arg-kind
               WHEN "FILE"
                   STRING "LINEAGE of file " FUNCTION TRIM(ws-arg-name)
                     DELIMITED BY SIZE INTO ws-rpt-title
                   END-STRING
               WHEN "PROJECT"
                   STRING "LINEAGE of project "
                     FUNCTION TRIM(ws-arg-name)
                     DELIMITED BY SIZE INTO ws-rpt-title
                   END-STRING
               WHEN OTHER
                   MOVE "LINEAGE loose ends across all datasets"
                     TO ws-rpt-title
           END-EVALUATE.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.
           STRING "(DATASETS as scanned " ws-scan-date ")"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           EVALUATE ws-arg-kind
               WHEN "FILE"
                   PERFORM 300-REPORT-ONE-FILE
               WHEN "PROJECT"
                   PERFORM 400-REPORT-ONE-PROJECT
               WHEN OTHER
                   PERFORM 500-REPORT-LOOSE-ENDS
           END-EVALUATE.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       300-REPORT-ONE-FILE SECTION.
           MOVE "P" TO ws-side.
           MOVE "Producers (OUTPUT, EXTEND, I-O):" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 310-LIST-ONE-SIDE.
           MOVE "C" TO ws-side.
           MOVE "Consumers (INPUT, I-O):" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 310-LIST-ONE-SIDE.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-ds-idx FROM 1 BY 1
               UNTIL ws-ds-idx > ws-ds-count OR ws-found-flag = "Y"
               IF ws-ds-name(ws-ds-idx) = ws-arg-name
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-rpt-line.
           IF ws-found-flag = "N"
               STRING "no scanned ACTIVE project opens "
                 FUNCTION TRIM(ws-arg-name)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               SUBTRACT 1 FROM ws-ds-idx
               PERFORM 600-JUDGE-DATASET
               IF ws-flag-text = SPACES
                   MOVE "both produced and consumed in the scan"
                     TO ws-rpt-line
               ELSE
                   STRING "FLAG: " ws-flag-text
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               END-IF
           END-IF.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       310-LIST-ONE-SIDE SECTION.
           MOVE 0 TO ws-shown-count.
           PERFORM VARYING ws-use-idx FROM 1 BY 1
               UNTIL ws-use-idx > ws-use-count
               IF ws-use-dataset(ws-use-idx) = ws-arg-name
                   AND ((ws-side = "P"
                         AND ws-use-mode(ws-use-idx) NOT = "INPUT")
                     OR (ws-side = "C"
                         AND (ws-use-mode(ws-use-idx) = "INPUT"
                           OR ws-use-mode(ws-use-idx) = "I-O")))
                   ADD 1 TO ws-shown-count
                   MOVE SPACES TO ws-rpt-line
                   STRING "  " ws-use-project(ws-use-idx) " "
                     ws-use-mode(ws-use-idx) " "
                     FUNCTION TRIM(ws-use-member(ws-use-idx))
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF ws-shown-count = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   a dataset opened INPUT and OUTPUT by the one project is
      *>   listed under each; its loose-end flag rides along
       400-REPORT-ONE-PROJECT SECTION.
           MOVE "C" TO ws-side.
           MOVE "Reads (INPUT, I-O):" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 410-LIST-PROJECT-SIDE.
           MOVE "P" TO ws-side.
           MOVE "Writes (OUTPUT, EXTEND, I-O):" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 410-LIST-PROJECT-SIDE.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-flag-count " of its file use(s) flagged"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       410-LIST-PROJECT-SIDE SECTION.
           MOVE 0 TO ws-shown-count.
           PERFORM VARYING ws-use-idx FROM 1 BY 1
               UNTIL ws-use-idx > ws-use-count
               IF FUNCTION UPPER-CASE(ws-use-project(ws-use-idx))
                  = FUNCTION UPPER-CASE(ws-arg-name)
                   AND ((ws-side = "P"
                         AND ws-use-mode(ws-use-idx) NOT = "INPUT")
                     OR (ws-side = "C"
                         AND (ws-use-mode(ws-use-idx) = "INPUT"
                           OR ws-use-mode(ws-use-idx) = "I-O")))
                   ADD 1 TO ws-shown-count
                   PERFORM 420-SHOW-PROJECT-USE
               END-IF
           END-PERFORM.
           IF ws-shown-count = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       420-SHOW-PROJECT-USE SECTION.
           PERFORM VARYING ws-ds-idx FROM 1 BY 1
               UNTIL ws-ds-idx > ws-ds-count
               OR ws-ds-name(ws-ds-idx) = ws-use-dataset(ws-use-idx)
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO ws-flag-text.
           IF ws-ds-idx <= ws-ds-count
               PERFORM 600-JUDGE-DATASET
           END-IF.
           IF ws-flag-text NOT = SPACES
               ADD 1 TO ws-flag-count
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " ws-use-dataset(ws-use-idx) " "
             ws-use-mode(ws-use-idx) " " ws-flag-text
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

       500-REPORT-LOOSE-ENDS SECTION.
           MOVE "Read, but produced by no scanned project:"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "C" TO ws-side.
           PERFORM 510-LIST-LOOSE-SIDE.
           MOVE "Written, but read by no scanned project:"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "P" TO ws-side.
           PERFORM 510-LIST-LOOSE-SIDE.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-ds-count " dataset(s), " ws-use-count
             " use(s), " ws-flag-count " flagged"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

      *>   each loose end with the projects on its one side, so the
      *>   line says where to go and ask
       510-LIST-LOOSE-SIDE SECTION.
           MOVE 0 TO ws-shown-count.
           PERFORM VARYING ws-ds-idx FROM 1 BY 1
               UNTIL ws-ds-idx > ws-ds-count
               PERFORM 600-JUDGE-DATASET
               IF (ws-side = "C" AND ws-ds-produced(ws-ds-idx) = "N"
                    AND ws-flag-text NOT = SPACES)
                 OR (ws-side = "P" AND ws-ds-consumed(ws-ds-idx) = "N"
                    AND ws-flag-text NOT = SPACES)
                   ADD 1 TO ws-shown-count
                   ADD 1 TO ws-flag-count
                   MOVE SPACES TO ws-rpt-line
                   STRING "  " FUNCTION TRIM(ws-ds-name(ws-ds-idx))
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
                   PERFORM 520-LIST-LOOSE-USERS
               END-IF
           END-PERFORM.
           IF ws-shown-count = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       520-LIST-LOOSE-USERS SECTION.
           PERFORM VARYING ws-use-idx FROM 1 BY 1
               UNTIL ws-use-idx > ws-use-count
               IF ws-use-dataset(ws-use-idx) = ws-ds-name(ws-ds-idx)
                   MOVE SPACES TO ws-rpt-line
                   STRING "      " ws-use-project(ws-use-idx) " "
                     ws-use-mode(ws-use-idx) " "
                     FUNCTION TRIM(ws-use-member(ws-use-idx))
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-PERFORM.

      *>   the loose-end verdict for ws-ds-idx; a name set at run
      *>   time is never judged
       600-JUDGE-DATASET SECTION.
           MOVE SPACES TO ws-flag-text.
           IF ws-ds-name(ws-ds-idx)(1:1) = "("
               GO TO 600-JUDGE-DATASET-EXIT
           END-IF.
           IF ws-ds-produced(ws-ds-idx) = "N"
               MOVE "read, produced by no scanned project"
                 TO ws-flag-text
           END-IF.
           IF ws-ds-consumed(ws-ds-idx) = "N"
               MOVE "written, read by no scanned project"
                 TO ws-flag-text
           END-IF.
       600-JUDGE-DATASET-EXIT.
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
               DISPLAY "DLN001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "DLN002E dataset lineage report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "dataset-lineage".
