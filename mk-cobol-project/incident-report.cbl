      *> -------------------------------------------
      *> incident-report.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> management's "how long are we red, on average", off the
      *> INCIDENTS register incident-io keeps: for the incidents
      *> opened in one calendar month, how many there were, the
      *> mean time to acknowledge (opened to acknowledged, by
      *> alert-console or by assignment) and the mean time to
      *> restore (opened to RESOLVED), overall, by cause category
      *> and by program. An incident not yet acknowledged or not
      *> yet resolved is counted but kept out of the mean it has
      *> no end for, and the unresolved are listed by id so the
      *> report cannot flatter a month by leaving them out. Runs in
      *> the month-end chain for the month just ended:
      *>
      *>   incident-report [yyyymm]
      *>
      *> with no argument the month before the business date's.
      *> The report goes through report-writer and is filed as
      *> REPORT.INCIDENTS.<date>.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "incident-report".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE
               ASSIGN TO DYNAMIC ws-incident-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-incident-status.

       DATA DIVISION.
         FILE SECTION.
         FD  INCIDENT-FILE.
           COPY "incident-rec.cpy".

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "incident-report".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-incident-path  PIC X(300) VALUE "INCIDENTS".
           01 ws-incident-status PIC XX.
           01 ws-incident-eof   PIC X VALUE "N".

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *>   the month reported, yyyymm, off the command line or the
      *>   month before the business date's
           01 ws-cmdline         PIC X(80).
           01 ws-month-arg       PIC X(20).
           01 ws-month           PIC X(6).
           01 ws-month-year      PIC 9(4).
           01 ws-month-mm        PIC 99.

      *>   DATE-STAMP's "PROC" answer: the month-end chain running
      *>   after midnight still reports the month it belongs to
           01 ws-bus-date        PIC X(8).
           01 ws-ds-weekday      PIC 9 VALUE 1.
           01 ws-ds-date         PIC 9(6) VALUE ZERO.
           01 ws-ds-time         PIC 9(8) VALUE ZERO.
           01 ws-ds-format       PIC X(4) VALUE "PROC".
           01 ws-ds-stamp        PIC X(60).
           01 ws-ds-fiscal       PIC X(10).
           01 ws-ds-cal          PIC X(12) VALUE SPACES.

      *>   elapsed minutes between two stamps, yyyymmddhhmmss
           01 ws-from-stamp      PIC 9(14).
           01 ws-to-stamp        PIC 9(14).
           01 ws-from-julian     PIC 9(7).
           01 ws-to-julian       PIC 9(7).
           01 ws-minutes         PIC S9(9).
           01 ws-ack-minutes     PIC 9(9).
           01 ws-res-minutes     PIC 9(9).
           01 ws-acked-flag      PIC X.
           01 ws-restored-flag   PIC X.

      *>   one tally: incidents, and the acknowledged and restored
      *>   ones with their minutes summed -- the same shape for the
      *>   month, each cause and each program
           01 ws-all-tally.
               05 ws-all-count      PIC 9(5) VALUE 0.
               05 ws-all-ack-n      PIC 9(5) VALUE 0.
               05 ws-all-ack-min    PIC 9(9) VALUE 0.
               05 ws-all-res-n      PIC 9(5) VALUE 0.
               05 ws-all-res-min    PIC 9(9) VALUE 0.
           78 ws-cause-max VALUE 40.
           01 ws-cause-count    PIC 9(4) VALUE 0.
           01 ws-cause-idx      PIC 9(4).
           01 ws-cause-table.
               05 ws-cause-entry OCCURS 40 TIMES.
                   10 ws-cause-name     PIC X(30).
                   10 ws-cause-n        PIC 9(5).
                   10 ws-cause-ack-n    PIC 9(5).
                   10 ws-cause-ack-min  PIC 9(9).
                   10 ws-cause-res-n    PIC 9(5).
                   10 ws-cause-res-min  PIC 9(9).
           78 ws-prog-max VALUE 200.
           01 ws-prog-count     PIC 9(4) VALUE 0.
           01 ws-prog-idx       PIC 9(4).
           01 ws-prog-table.
               05 ws-prog-entry OCCURS 200 TIMES.
                   10 ws-prog-name      PIC X(30).
                   10 ws-prog-n         PIC 9(5).
                   10 ws-prog-ack-n     PIC 9(5).
                   10 ws-prog-ack-min   PIC 9(9).
                   10 ws-prog-res-n     PIC 9(5).
                   10 ws-prog-res-min   PIC 9(9).
           01 ws-this-key       PIC X(30).
           01 ws-found-flag     PIC X.

      *>   the incidents of the month still unresolved, listed by id
           78 ws-open-max VALUE 100.
           01 ws-open-count     PIC 9(4) VALUE 0.
           01 ws-open-idx       PIC 9(4).
           01 ws-open-table.
               05 ws-open-entry OCCURS 100 TIMES.
                   10 ws-open-id       PIC 9(6).
                   10 ws-open-state    PIC X(8).
                   10 ws-open-program  PIC X(30).
                   10 ws-open-assignee PIC X(30).

      *>   one report row: a name, its count and its two means
           01 ws-row-name       PIC X(30).
           01 ws-row-n          PIC 9(5).
           01 ws-row-ack-n      PIC 9(5).
           01 ws-row-ack-min    PIC 9(9).
           01 ws-row-res-n      PIC 9(5).
           01 ws-row-res-min    PIC 9(9).
           01 ws-mean-min       PIC 9(9).
           01 ws-mean-text      PIC X(12).
           01 ws-ack-text       PIC X(12).
           01 ws-res-text       PIC X(12).
           01 ws-ed-hours       PIC Z(5)9.
           01 ws-ed-mins        PIC 99.
           01 ws-ed-count       PIC Z(4)9.
           01 ws-ed-count-2     PIC Z(4)9.
           01 ws-ed-count-3     PIC Z(4)9.

      *>   report-writer's USING items: every report line goes
      *>   through the shared writer, so this report pages, files
      *>   and reads the same as every other in the shop
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "INCIDENTS time to acknowledge and to restore".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *>   selection-sort work fields, swapping whole entries in
      *>   place, most incidents first
           01 ws-sort-outer     PIC 9(4).
           01 ws-sort-inner     PIC 9(4).
           01 ws-sort-high      PIC 9(4).
           01 ws-sort-temp      PIC X(63).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-TALLY-INCIDENTS.
           perform 200-SHOW-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE FUNCTION TRIM(ws-cmdline) TO ws-month-arg.
           IF ws-month-arg NOT = SPACES
               MOVE ws-month-arg TO ws-month
               IF ws-month IS NOT NUMERIC
                   OR ws-month-arg(7:) NOT = SPACES
                   OR ws-month(5:2) < "01" OR ws-month(5:2) > "12"
                   DISPLAY "IRP010E incident-report: '"
                     FUNCTION TRIM(ws-cmdline)
                     "' is not a month -- give it as yyyymm"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
               END-IF
               GO TO 001-INIT-EXIT
           END-IF.
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
           MOVE ws-bus-date(1:4) TO ws-month-year.
           MOVE ws-bus-date(5:2) TO ws-month-mm.
           IF ws-month-mm = 1
               SUBTRACT 1 FROM ws-month-year
               MOVE 12 TO ws-month-mm
           ELSE
               SUBTRACT 1 FROM ws-month-mm
           END-IF.
           MOVE ws-month-year TO ws-month(1:4).
           MOVE ws-month-mm TO ws-month(5:2).
       001-INIT-EXIT.
           EXIT.

      *>   an absent register is a month with no incidents, which
      *>   the report says rather than failing
       100-TALLY-INCIDENTS SECTION.
           OPEN INPUT INCIDENT-FILE.
           IF ws-incident-status NOT = "00"
               GO TO 100-TALLY-INCIDENTS-EXIT
           END-IF.
           PERFORM UNTIL ws-incident-eof = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO ws-incident-eof
                   NOT AT END
                       IF INCIDENT-RECORD NOT = SPACES
                           AND inc-rec-id IS NUMERIC
                           AND inc-rec-opened IS NUMERIC
                           AND inc-rec-opened(1:6) = ws-month
                           PERFORM 110-TALLY-ONE-INCIDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCIDENT-FILE.
       100-TALLY-INCIDENTS-EXIT.
           EXIT.

       110-TALLY-ONE-INCIDENT SECTION.
           MOVE "N" TO ws-acked-flag.
           MOVE "N" TO ws-restored-flag.
           MOVE 0 TO ws-ack-minutes.
           MOVE 0 TO ws-res-minutes.
           MOVE inc-rec-opened TO ws-from-stamp.
           IF inc-rec-acked IS NUMERIC AND inc-rec-acked > 0
               MOVE inc-rec-acked TO ws-to-stamp
               PERFORM 150-MINUTES-BETWEEN
               MOVE ws-minutes TO ws-ack-minutes
               MOVE "Y" TO ws-acked-flag
           END-IF.
           IF inc-rec-resolved IS NUMERIC AND inc-rec-resolved > 0
               MOVE inc-rec-resolved TO ws-to-stamp
               PERFORM 150-MINUTES-BETWEEN
               MOVE ws-minutes TO ws-res-minutes
               MOVE "Y" TO ws-restored-flag
           ELSE
               IF ws-open-count < ws-open-max
                   ADD 1 TO ws-open-count
                   MOVE inc-rec-id TO ws-open-id(ws-open-count)
                   MOVE inc-rec-state TO ws-open-state(ws-open-count)
                   MOVE inc-rec-program
                     TO ws-open-program(ws-open-count)
                   MOVE inc-rec-assignee
                     TO ws-open-assignee(ws-open-count)
               END-IF
           END-IF.
           ADD 1 TO ws-all-count.
           IF ws-acked-flag = "Y"
               ADD 1 TO ws-all-ack-n
               ADD ws-ack-minutes TO ws-all-ack-min
           END-IF.
           IF ws-restored-flag = "Y"
               ADD 1 TO ws-all-res-n
               ADD ws-res-minutes TO ws-all-res-min
           END-IF.
           MOVE inc-rec-cause TO ws-this-key.
           IF ws-this-key = SPACES
               MOVE "(no cause given)" TO ws-this-key
           END-IF.
           PERFORM 120-ADD-TO-CAUSE.
           MOVE inc-rec-program TO ws-this-key.
           IF ws-this-key = SPACES
               MOVE "(program not known)" TO ws-this-key
           END-IF.
           PERFORM 130-ADD-TO-PROGRAM.

       120-ADD-TO-CAUSE SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-cause-idx FROM 1 BY 1
               UNTIL ws-cause-idx > ws-cause-count
               OR ws-found-flag = "Y"
               IF ws-cause-name(ws-cause-idx) = ws-this-key
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-cause-idx
           ELSE
               IF ws-cause-count >= ws-cause-max
                   GO TO 120-ADD-TO-CAUSE-EXIT
               END-IF
               ADD 1 TO ws-cause-count
               MOVE ws-cause-count TO ws-cause-idx
               MOVE ws-this-key TO ws-cause-name(ws-cause-idx)
               MOVE 0 TO ws-cause-n(ws-cause-idx)
               MOVE 0 TO ws-cause-ack-n(ws-cause-idx)
               MOVE 0 TO ws-cause-ack-min(ws-cause-idx)
               MOVE 0 TO ws-cause-res-n(ws-cause-idx)
               MOVE 0 TO ws-cause-res-min(ws-cause-idx)
           END-IF.
           ADD 1 TO ws-cause-n(ws-cause-idx).
           IF ws-acked-flag = "Y"
               ADD 1 TO ws-cause-ack-n(ws-cause-idx)
               ADD ws-ack-minutes TO ws-cause-ack-min(ws-cause-idx)
           END-IF.
           IF ws-restored-flag = "Y"
               ADD 1 TO ws-cause-res-n(ws-cause-idx)
               ADD ws-res-minutes TO ws-cause-res-min(ws-cause-idx)
           END-IF.
       120-ADD-TO-CAUSE-EXIT.
           EXIT.

       130-ADD-TO-PROGRAM SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-prog-idx FROM 1 BY 1
               UNTIL ws-prog-idx > ws-prog-count
               OR ws-found-flag = "Y"
               IF ws-prog-name(ws-prog-idx) = ws-this-key
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-prog-idx
           ELSE
               IF ws-prog-count >= ws-prog-max
                   GO TO 130-ADD-TO-PROGRAM-EXIT
               END-IF
               ADD 1 TO ws-prog-count
               MOVE ws-prog-count TO ws-prog-idx
               MOVE ws-this-key TO ws-prog-name(ws-prog-idx)
               MOVE 0 TO ws-prog-n(ws-prog-idx)
               MOVE 0 TO ws-prog-ack-n(ws-prog-idx)
               MOVE 0 TO ws-prog-ack-min(ws-prog-idx)
               MOVE 0 TO ws-prog-res-n(ws-prog-idx)
               MOVE 0 TO ws-prog-res-min(ws-prog-idx)
           END-IF.
           ADD 1 TO ws-prog-n(ws-prog-idx).
           IF ws-acked-flag = "Y"
               ADD 1 TO ws-prog-ack-n(ws-prog-idx)
               ADD ws-ack-minutes TO ws-prog-ack-min(ws-prog-idx)
           END-IF.
           IF ws-restored-flag = "Y"
               ADD 1 TO ws-prog-res-n(ws-prog-idx)
               ADD ws-res-minutes TO ws-prog-res-min(ws-prog-idx)
           END-IF.
       130-ADD-TO-PROGRAM-EXIT.
           EXIT.

      *>   stamps are local time on both sides, so day numbers and
      *>   the clock difference need no offset; a stamp out of order
      *>   counts as no time at all rather than negative time
       150-MINUTES-BETWEEN SECTION.
           MOVE 0 TO ws-minutes.
           IF ws-to-stamp < ws-from-stamp
               GO TO 150-MINUTES-BETWEEN-EXIT
           END-IF.
           COMPUTE ws-from-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-from-stamp(1:8))).
           COMPUTE ws-to-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-to-stamp(1:8))).
           COMPUTE ws-minutes =
             ((ws-to-julian - ws-from-julian) * 1440)
             + (FUNCTION NUMVAL(ws-to-stamp(9:2)) * 60)
             + FUNCTION NUMVAL(ws-to-stamp(11:2))
             - (FUNCTION NUMVAL(ws-from-stamp(9:2)) * 60)
             - FUNCTION NUMVAL(ws-from-stamp(11:2)).
           IF ws-minutes < 0
               MOVE 0 TO ws-minutes
           END-IF.
       150-MINUTES-BETWEEN-EXIT.
           EXIT.

       200-SHOW-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.
           STRING "Incidents opened in " ws-month(1:4) "-"
             ws-month(5:2) DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-all-count = 0
               MOVE "(no incidents were opened this month)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               GO TO 200-SHOW-REPORT-CLOSE
           END-IF.
           MOVE ws-all-count TO ws-ed-count.
           MOVE ws-all-ack-n TO ws-ed-count-2.
           MOVE ws-all-res-n TO ws-ed-count-3.
           MOVE SPACES TO ws-rpt-line.
           STRING "opened " FUNCTION TRIM(ws-ed-count)
             "  acknowledged " FUNCTION TRIM(ws-ed-count-2)
             "  restored " FUNCTION TRIM(ws-ed-count-3)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-all-count TO ws-row-n.
           MOVE ws-all-ack-n TO ws-row-ack-n.
           MOVE ws-all-ack-min TO ws-row-ack-min.
           MOVE ws-all-res-n TO ws-row-res-n.
           MOVE ws-all-res-min TO ws-row-res-min.
           PERFORM 250-MEANS-FOR-ROW.
           MOVE SPACES TO ws-rpt-line.
           STRING "mean time to acknowledge " FUNCTION TRIM(ws-ack-text)
             "  mean time to restore " FUNCTION TRIM(ws-res-text)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 210-SORT-CAUSES.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "By cause" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 260-COLUMN-HEADINGS.
           PERFORM VARYING ws-cause-idx FROM 1 BY 1
               UNTIL ws-cause-idx > ws-cause-count
               MOVE ws-cause-name(ws-cause-idx) TO ws-row-name
               MOVE ws-cause-n(ws-cause-idx) TO ws-row-n
               MOVE ws-cause-ack-n(ws-cause-idx) TO ws-row-ack-n
               MOVE ws-cause-ack-min(ws-cause-idx) TO ws-row-ack-min
               MOVE ws-cause-res-n(ws-cause-idx) TO ws-row-res-n
               MOVE ws-cause-res-min(ws-cause-idx) TO ws-row-res-min
               PERFORM 270-EMIT-ROW
           END-PERFORM.
           PERFORM 220-SORT-PROGRAMS.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "By program" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 260-COLUMN-HEADINGS.
           PERFORM VARYING ws-prog-idx FROM 1 BY 1
               UNTIL ws-prog-idx > ws-prog-count
               MOVE ws-prog-name(ws-prog-idx) TO ws-row-name
               MOVE ws-prog-n(ws-prog-idx) TO ws-row-n
               MOVE ws-prog-ack-n(ws-prog-idx) TO ws-row-ack-n
               MOVE ws-prog-ack-min(ws-prog-idx) TO ws-row-ack-min
               MOVE ws-prog-res-n(ws-prog-idx) TO ws-row-res-n
               MOVE ws-prog-res-min(ws-prog-idx) TO ws-row-res-min
               PERFORM 270-EMIT-ROW
           END-PERFORM.
           IF ws-open-count > 0
               MOVE SPACES TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               MOVE "Not yet restored" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               PERFORM VARYING ws-open-idx FROM 1 BY 1
                   UNTIL ws-open-idx > ws-open-count
                   MOVE SPACES TO ws-rpt-line
                   STRING "  " ws-open-id(ws-open-idx) "  "
                     ws-open-state(ws-open-idx) "  "
                     ws-open-program(ws-open-idx) "  "
                     ws-open-assignee(ws-open-idx)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-PERFORM
           END-IF.
       200-SHOW-REPORT-CLOSE.
           MOVE ws-all-count TO ws-ed-count.
           MOVE ws-open-count TO ws-ed-count-2.
           MOVE SPACES TO ws-rpt-line.
           STRING "incidents: " FUNCTION TRIM(ws-ed-count)
             "  not yet restored: " FUNCTION TRIM(ws-ed-count-2)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       210-SORT-CAUSES SECTION.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-cause-count
               MOVE ws-sort-outer TO ws-sort-high
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-cause-count
                   IF ws-cause-n(ws-sort-inner)
                        > ws-cause-n(ws-sort-high)
                       MOVE ws-sort-inner TO ws-sort-high
                   END-IF
               END-PERFORM
               IF ws-sort-high NOT = ws-sort-outer
                   MOVE ws-cause-entry(ws-sort-outer) TO ws-sort-temp
                   MOVE ws-cause-entry(ws-sort-high)
                     TO ws-cause-entry(ws-sort-outer)
                   MOVE ws-sort-temp TO ws-cause-entry(ws-sort-high)
               END-IF
           END-PERFORM.

       220-SORT-PROGRAMS SECTION.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-prog-count
               MOVE ws-sort-outer TO ws-sort-high
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-prog-count
                   IF ws-prog-n(ws-sort-inner)
                        > ws-prog-n(ws-sort-high)
                       MOVE ws-sort-inner TO ws-sort-high
                   END-IF
               END-PERFORM
               IF ws-sort-high NOT = ws-sort-outer
                   MOVE ws-prog-entry(ws-sort-outer) TO ws-sort-temp
                   MOVE ws-prog-entry(ws-sort-high)
                     TO ws-prog-entry(ws-sort-outer)
                   MOVE ws-sort-temp TO ws-prog-entry(ws-sort-high)
               END-IF
           END-PERFORM.

      *>   a mean is over the incidents that reached the point it
      *>   measures to; none reached it reads "-"
       250-MEANS-FOR-ROW SECTION.
           MOVE "-" TO ws-ack-text.
           MOVE "-" TO ws-res-text.
           IF ws-row-ack-n > 0
               COMPUTE ws-mean-min ROUNDED =
                 ws-row-ack-min / ws-row-ack-n
               PERFORM 255-FORMAT-MEAN
               MOVE ws-mean-text TO ws-ack-text
           END-IF.
           IF ws-row-res-n > 0
               COMPUTE ws-mean-min ROUNDED =
                 ws-row-res-min / ws-row-res-n
               PERFORM 255-FORMAT-MEAN
               MOVE ws-mean-text TO ws-res-text
           END-IF.

      *>   hours and minutes, "12h05m"
       255-FORMAT-MEAN SECTION.
           COMPUTE ws-ed-hours = ws-mean-min / 60.
           COMPUTE ws-ed-mins = FUNCTION MOD(ws-mean-min, 60).
           MOVE SPACES TO ws-mean-text.
           STRING FUNCTION TRIM(ws-ed-hours) "h" ws-ed-mins "m"
             DELIMITED BY SIZE INTO ws-mean-text
           END-STRING.

      *>   two spaces between the columns, so the HTML copy puts
      *>   each in its own cell
       260-COLUMN-HEADINGS SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING "  name                            incidents"
             "  mean to ack   mean to restore"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

       270-EMIT-ROW SECTION.
           PERFORM 250-MEANS-FOR-ROW.
           MOVE ws-row-n TO ws-ed-count.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " ws-row-name "      " ws-ed-count "  "
             ws-ack-text "  " ws-res-text
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
               DISPLAY "IRP001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "IRP002E incident report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
           END-IF.
           MOVE "END" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE ws-job-rc TO RETURN-CODE.
           STOP RUN.

       END PROGRAM "incident-report".
