      *> the quarterly management pack an analyst used to re-derive
      *> by hand from four reports: projects created and retired,
      *> build pass rate, error volume, and batch-window fit, for
      *> the current fiscal quarter with quarter-over-quarter deltas,
      *> plus the size of the source behind it all -- one
      *> multi-section report through the shared
      *> report-writer. Quarter boundaries come from DATE-STAMP's
      *> fiscal calendars, so the subsidiary's April-start pack
      *> lines up by naming its calendar:
      *>
      *>   kpi-pack [fiscal-calendar-name]
      *>
      *> sources: the PROJECTS snapshot (created), the PROJECTS-AUDIT
      *> journal (RETIRE operations), BUILD-HISTORY (pass rate),
      *> ERROR.LOG (error volume), JOBLOG (window fit against
      *> WINDOW-START/WINDOW-END in MAKER.CFG), METRICS-HISTORY
      *> (source size -- the last *TOTAL line source-metrics filed
      *> in each quarter).
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.
           SELECT METRICS-FILE
               ASSIGN TO DYNAMIC ws-metrics-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-metrics-status.

       DATA DIVISION.
         FILE SECTION.
             05 aud-rec-time      PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-rest      PIC X(397).
             05 FILLER            PIC X.
             05 aud-rec-bus-date  PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-ticket    PIC X(20).
             05 FILLER            PIC X.
             05 aud-rec-override  PIC X(60).
      *>   journal-seal's sequence and hash, which journal-verify
      *>   reads
             05 FILLER            PIC X(20).
         FD  HISTORY-FILE.
         01 HISTORY-RECORD PIC X(100).
         FD  ERROR-LOG-FILE.
             05 FILLER              PIC X(64).
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).
         FD  METRICS-FILE.
         01 METRICS-RECORD.
             05 mth-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 mth-rec-project   PIC X(48).
             05 FILLER            PIC X.
             05 mth-rec-members   PIC 9(4).
             05 FILLER            PIC X.
             05 mth-rec-total     PIC 9(7).
             05 FILLER            PIC X.
             05 mth-rec-code      PIC 9(7).
             05 FILLER            PIC X(26).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           01 ws-config-eof     PIC X VALUE "N".
           01 ws-config-key     PIC X(20).
           01 ws-config-value   PIC X(60).
           01 ws-metrics-path   PIC X(300) VALUE "METRICS-HISTORY".
           01 ws-metrics-status PIC XX.
           01 ws-metrics-eof    PIC X VALUE "N".

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

      *>   DATE-STAMP's USING items for the fiscal bucketing
           01 ws-ds-weekday     PIC 9 VALUE 1.
           01 ws-fit-prev-nights PIC 9(4) VALUE 0.
           01 ws-fit-prev-over  PIC 9(4) VALUE 0.

      *>   the source size each quarter closed on (so far): the
      *>   newest shop-wide *TOTAL line source-metrics filed in it
           01 ws-size-cur-date  PIC X(8) VALUE SPACES.
           01 ws-size-cur-code  PIC 9(7) VALUE 0.
           01 ws-size-cur-mbrs  PIC 9(4) VALUE 0.
           01 ws-size-prev-date PIC X(8) VALUE SPACES.
           01 ws-size-prev-code PIC 9(7) VALUE 0.
           01 ws-size-prev-mbrs PIC 9(4) VALUE 0.
           01 ws-size-delta     PIC S9(7).

      *>   report-writer's USING items; the pack is one paginated,
      *>   filed report like every other in the shop
           01 ws-rpt-op         PIC X(5).
           perform 300-TALLY-BUILD-RATE.
           perform 400-TALLY-ERRORS.
           perform 500-TALLY-WINDOW-FIT.
           perform 550-TALLY-SOURCE-SIZE.
           perform 600-PRINT-PACK.
           perform 900-TERMINATE.

           EXIT.

       100-TALLY-CREATED SECTION.
           MOVE "OPEN" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "NEXT" TO ws-snap-op.
      *>   priming call -- OPEN hands back the snapshot's trailer,
      *>   not a project
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               MOVE ws-proj-create-date TO ws-kpi-date
               PERFORM 010-FISCAL-KEY-FOR-DATE
               IF ws-kpi-fiscal = ws-cur-quarter
               IF ws-kpi-fiscal = ws-prev-quarter
                   ADD 1 TO ws-created-prev
               END-IF
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.

                 TO ws-night-seconds(ws-night-count)
           END-IF.

      *>   a rerun of the same night files a second *TOTAL line for
      *>   it; the later one wins, as metrics-report reads it
       550-TALLY-SOURCE-SIZE SECTION.
           OPEN INPUT METRICS-FILE.
           IF ws-metrics-status NOT = "00"
               GO TO 550-TALLY-SOURCE-SIZE-EXIT
           END-IF.
           PERFORM UNTIL ws-metrics-eof = "Y"
               READ METRICS-FILE
                   AT END
                       MOVE "Y" TO ws-metrics-eof
                   NOT AT END
                       IF mth-rec-project = "*TOTAL"
                           AND mth-rec-date IS NUMERIC
                           PERFORM 560-TAKE-SIZE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE METRICS-FILE.
       550-TALLY-SOURCE-SIZE-EXIT.
           EXIT.

       560-TAKE-SIZE-LINE SECTION.
           MOVE mth-rec-date TO ws-kpi-date.
           PERFORM 010-FISCAL-KEY-FOR-DATE.
           IF ws-kpi-fiscal = ws-cur-quarter
               AND mth-rec-date >= ws-size-cur-date
               MOVE mth-rec-date    TO ws-size-cur-date
               MOVE mth-rec-code    TO ws-size-cur-code
               MOVE mth-rec-members TO ws-size-cur-mbrs
           END-IF.
           IF ws-kpi-fiscal = ws-prev-quarter
               AND mth-rec-date >= ws-size-prev-date
               MOVE mth-rec-date    TO ws-size-prev-date
               MOVE mth-rec-code    TO ws-size-prev-code
               MOVE mth-rec-members TO ws-size-prev-mbrs
           END-IF.

       600-PRINT-PACK SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "-- source size --" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-size-cur-date = SPACES
               MOVE "no source-metrics figures filed this quarter"
                 TO ws-rpt-line
           ELSE
               COMPUTE ws-size-delta =
                 ws-size-cur-code - ws-size-prev-code
               STRING "code lines: " ws-size-cur-code " in "
                 ws-size-cur-mbrs " member(s) at " ws-size-cur-date
                 " (prior " ws-size-prev-code " in "
                 ws-size-prev-mbrs ", delta " ws-size-delta ")"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "end of pack for "
             FUNCTION TRIM(ws-cur-quarter)
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "KPI001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "KPI002E KPI pack failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
