      *> -------------------------------------------
      *> metrics-report.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> capacity planning's size measure: reads the METRICS-HISTORY
      *> file source-metrics appends every night and reports the
      *> largest projects on the newest night filed -- members,
      *> total, code and comment lines, paragraphs, COPY and CALL
      *> statements -- and the fastest growing ones, ranked by the
      *> code lines gained since the first night inside the
      *> look-back (30 days unless given). A project retired since
      *> is no longer measured and drops off both lists; one added
      *> inside the look-back grows from its first night. Through
      *> the shared report-writer, like every report in the shop.
      *>
      *>   metrics-report [days]
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "metrics-report".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.

       DATA DIVISION.
         FILE SECTION.
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
           01 ws-log-program-name PIC X(30) VALUE "metrics-report".
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

           01 ws-history-path   PIC X(300) VALUE "METRICS-HISTORY".
           01 ws-history-status PIC XX.
           01 ws-history-eof    PIC X.

           01 ws-cmdline        PIC X(300).
           01 ws-arg-days       PIC X(10).
           01 ws-days           PIC 9(4) VALUE 30.

      *>   the newest night filed, and the first night the growth
      *>   ranking looks back to
           01 ws-last-date      PIC X(8) VALUE SPACES.
           01 ws-cutoff-julian  PIC 9(7).
           01 ws-cutoff-date    PIC 9(8).
           01 ws-cutoff-text    PIC X(8).

      *>   one slot per project seen inside the look-back: the first
      *>   night's code lines and the newest night's full figures
           78 ws-slot-max VALUE 300.
           78 ws-top-shown VALUE 10.
           01 ws-slot-count     PIC 9(4) VALUE 0.
           01 ws-slot-idx       PIC 9(4).
           01 ws-slot-found     PIC 9(4).
           01 ws-slot-table.
               05 ws-slot-entry OCCURS 300 TIMES.
                   10 ws-slot-name     PIC X(48).
                   10 ws-slot-base-date PIC X(8).
                   10 ws-slot-base-code PIC 9(7).
                   10 ws-slot-date     PIC X(8).
                   10 ws-slot-members  PIC 9(4).
                   10 ws-slot-total    PIC 9(7).
                   10 ws-slot-code     PIC 9(7).
                   10 ws-slot-comment  PIC 9(7).
                   10 ws-slot-paras    PIC 9(5).
                   10 ws-slot-copies   PIC 9(5).
                   10 ws-slot-calls    PIC 9(5).
                   10 ws-slot-growth   PIC S9(7).

      *>   the shop-wide *TOTAL line at each end of the look-back
           01 ws-base-all-date  PIC X(8) VALUE SPACES.
           01 ws-base-all-code  PIC 9(7) VALUE 0.
           01 ws-last-all-code  PIC 9(7) VALUE 0.
           01 ws-last-all-total PIC 9(7) VALUE 0.
           01 ws-last-all-members PIC 9(4) VALUE 0.

      *>   selection-sort work fields, swapping whole ws-slot-entry
      *>   groups in place, the same sort disk-usage uses
           01 ws-sort-outer     PIC 9(4).
           01 ws-sort-inner     PIC 9(4).
           01 ws-sort-high      PIC 9(4).
           01 ws-sort-key       PIC X.
           01 ws-sort-temp      PIC X(118).
           01 ws-shown-count    PIC 9(4).

           01 ws-growth-out     PIC -(6)9.
           01 ws-all-growth     PIC S9(7).

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "SOURCE-METRICS largest and fastest growing".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-FIND-NEWEST-NIGHT.
           perform 200-LOAD-LOOK-BACK.
           perform 300-PRINT-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-days.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-days
           END-UNSTRING.
           IF ws-arg-days NOT = SPACES
               IF FUNCTION TRIM(ws-arg-days) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(ws-arg-days) < 1
                   OR FUNCTION NUMVAL(ws-arg-days) > 3650
                   DISPLAY "MRP010E usage: metrics-report [days] -- "
                     "days is a look-back of 1 to 3650" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
               END-IF
               COMPUTE ws-days = FUNCTION NUMVAL(ws-arg-days)
           END-IF.

      *>   a first pass for the newest night, so the look-back is
      *>   measured from the figures rather than from the clock --
      *>   a report run the morning after still covers the night
       100-FIND-NEWEST-NIGHT SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               DISPLAY "MRP011E metrics-report: no METRICS-HISTORY yet "
                 "-- run source-metrics first" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "N" TO ws-history-eof.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF mth-rec-date IS NUMERIC
                           AND mth-rec-date > ws-last-date
                           MOVE mth-rec-date TO ws-last-date
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF ws-last-date = SPACES
               DISPLAY "MRP011E metrics-report: no METRICS-HISTORY yet "
                 "-- run source-metrics first" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           COMPUTE ws-cutoff-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-last-date)) - ws-days.
           COMPUTE ws-cutoff-date = FUNCTION DATE-OF-INTEGER
             (ws-cutoff-julian).
           MOVE ws-cutoff-date TO ws-cutoff-text.

      *>   the file is in night order; the first line inside the
      *>   look-back is a project's base, every later one replaces
      *>   its newest figures -- a rerun of the same night simply
      *>   replaces that night's line
       200-LOAD-LOOK-BACK SECTION.
           OPEN INPUT HISTORY-FILE.
           MOVE "N" TO ws-history-eof.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF mth-rec-date IS NUMERIC
                           AND mth-rec-date >= ws-cutoff-text
                           PERFORM 210-TAKE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       210-TAKE-ONE-LINE SECTION.
           IF mth-rec-project = "*TOTAL"
               IF ws-base-all-date = SPACES
                   MOVE mth-rec-date TO ws-base-all-date
                   MOVE mth-rec-code TO ws-base-all-code
               END-IF
               IF mth-rec-date = ws-last-date
                   MOVE mth-rec-code    TO ws-last-all-code
                   MOVE mth-rec-total   TO ws-last-all-total
                   MOVE mth-rec-members TO ws-last-all-members
               END-IF
               GO TO 210-TAKE-ONE-LINE-EXIT
           END-IF.
           MOVE 0 TO ws-slot-found.
           PERFORM VARYING ws-slot-idx FROM 1 BY 1
               UNTIL ws-slot-idx > ws-slot-count
               IF ws-slot-name(ws-slot-idx) = mth-rec-project
                   MOVE ws-slot-idx TO ws-slot-found
               END-IF
           END-PERFORM.
           IF ws-slot-found = 0
               IF ws-slot-count >= ws-slot-max
                   GO TO 210-TAKE-ONE-LINE-EXIT
               END-IF
               ADD 1 TO ws-slot-count
               MOVE ws-slot-count TO ws-slot-found
               MOVE mth-rec-project TO ws-slot-name(ws-slot-found)
               MOVE mth-rec-date TO ws-slot-base-date(ws-slot-found)
               MOVE mth-rec-code TO ws-slot-base-code(ws-slot-found)
           END-IF.
           MOVE mth-rec-date    TO ws-slot-date(ws-slot-found).
           MOVE mth-rec-members TO ws-slot-members(ws-slot-found).
           MOVE mth-rec-total   TO ws-slot-total(ws-slot-found).
           MOVE mth-rec-code    TO ws-slot-code(ws-slot-found).
           MOVE mth-rec-comment TO ws-slot-comment(ws-slot-found).
           MOVE mth-rec-paras   TO ws-slot-paras(ws-slot-found).
           MOVE mth-rec-copies  TO ws-slot-copies(ws-slot-found).
           MOVE mth-rec-calls   TO ws-slot-calls(ws-slot-found).
           COMPUTE ws-slot-growth(ws-slot-found)
             = mth-rec-code - ws-slot-base-code(ws-slot-found).
       210-TAKE-ONE-LINE-EXIT.
           EXIT.

       300-PRINT-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.
           STRING "Source measured " ws-last-date
             ", growth since " ws-cutoff-text " (" ws-days
             " day look-back)"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 310-PRINT-LARGEST.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 320-PRINT-FASTEST-GROWING.
           COMPUTE ws-all-growth = ws-last-all-code - ws-base-all-code.
           MOVE ws-all-growth TO ws-growth-out.
           MOVE SPACES TO ws-rpt-line.
           STRING "Shop-wide  " ws-last-all-members " member(s), "
             ws-last-all-total " line(s), " ws-last-all-code
             " code (" FUNCTION TRIM(ws-growth-out) " since "
             ws-base-all-date ")"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

      *>   only projects measured on the newest night are current;
      *>   the rest were retired or lost their source since
       310-PRINT-LARGEST SECTION.
           MOVE "-- largest projects (code lines) --" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "Project                                          "
             "Mbrs   Total    Code Comment Paras  COPY  CALL"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "S" TO ws-sort-key.
           PERFORM 330-SORT-SLOTS.
           MOVE 0 TO ws-shown-count.
           PERFORM VARYING ws-slot-idx FROM 1 BY 1
               UNTIL ws-slot-idx > ws-slot-count
               OR ws-shown-count >= ws-top-shown
               IF ws-slot-date(ws-slot-idx) = ws-last-date
                   ADD 1 TO ws-shown-count
                   MOVE SPACES TO ws-rpt-line
                   STRING ws-slot-name(ws-slot-idx) " "
                     ws-slot-members(ws-slot-idx) " "
                     ws-slot-total(ws-slot-idx) " "
                     ws-slot-code(ws-slot-idx) " "
                     ws-slot-comment(ws-slot-idx) " "
                     ws-slot-paras(ws-slot-idx) " "
                     ws-slot-copies(ws-slot-idx) " "
                     ws-slot-calls(ws-slot-idx)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF ws-shown-count = 0
               MOVE "  (no project measured that night)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       320-PRINT-FASTEST-GROWING SECTION.
           MOVE "-- fastest growing (code lines gained) --"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "Project                                          "
             "From        Code  Now        Code   Gained"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "G" TO ws-sort-key.
           PERFORM 330-SORT-SLOTS.
           MOVE 0 TO ws-shown-count.
           PERFORM VARYING ws-slot-idx FROM 1 BY 1
               UNTIL ws-slot-idx > ws-slot-count
               OR ws-shown-count >= ws-top-shown
               IF ws-slot-date(ws-slot-idx) = ws-last-date
                   AND ws-slot-growth(ws-slot-idx) > 0
                   ADD 1 TO ws-shown-count
                   MOVE ws-slot-growth(ws-slot-idx) TO ws-growth-out
                   MOVE SPACES TO ws-rpt-line
                   STRING ws-slot-name(ws-slot-idx) " "
                     ws-slot-base-date(ws-slot-idx) " "
                     ws-slot-base-code(ws-slot-idx) "  "
                     ws-slot-date(ws-slot-idx) " "
                     ws-slot-code(ws-slot-idx) " " ws-growth-out
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF ws-shown-count = 0
               MOVE "  (no project grew inside the look-back)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   a plain selection sort, descending, on code lines ("S")
      *>   or on code lines gained ("G")
       330-SORT-SLOTS SECTION.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-slot-count
               MOVE ws-sort-outer TO ws-sort-high
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-slot-count
                   IF ws-sort-key = "S"
                       IF ws-slot-code(ws-sort-inner)
                            > ws-slot-code(ws-sort-high)
                           MOVE ws-sort-inner TO ws-sort-high
                       END-IF
                   ELSE
                       IF ws-slot-growth(ws-sort-inner)
                            > ws-slot-growth(ws-sort-high)
                           MOVE ws-sort-inner TO ws-sort-high
                       END-IF
                   END-IF
               END-PERFORM
               IF ws-sort-high NOT = ws-sort-outer
                   MOVE ws-slot-entry(ws-sort-outer) TO ws-sort-temp
                   MOVE ws-slot-entry(ws-sort-high)
                     TO ws-slot-entry(ws-sort-outer)
                   MOVE ws-sort-temp TO ws-slot-entry(ws-sort-high)
               END-IF
           END-PERFORM.

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
               DISPLAY "MRP001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "MRP002E source metrics report failed, see SYSERR"
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

       END PROGRAM "metrics-report".
