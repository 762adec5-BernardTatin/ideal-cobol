      *> -------------------------------------------
      *> dr-status.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> how far behind the DR copy is: walks DRSETS, the log of
      *> every transfer set dr-replicate has cut, against the
      *> DRACK.nnnnnn acknowledgments dr-apply sent back from the DR
      *> site. The newest set acknowledged APPLIED is what the DR
      *> copy stands at -- sets are applied strictly in order, so
      *> every one before it is in too -- and the hours from that
      *> set's cut to now are how far behind it is. Every later set
      *> is listed with what became of it: not yet acknowledged, or
      *> refused and why. DR-MAX-LAG-HOURS= in MAKER.CFG (default
      *> 36) is how far behind is too far; past it, or with a set
      *> refused, the run logs, raises a send-alert and ends red.
      *> Report REPORT.DRSTATUS; it runs nightly after dr-replicate.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "dr-status".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETLOG-FILE
               ASSIGN TO DYNAMIC ws-setlog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-setlog-status.
           SELECT ACK-FILE
               ASSIGN TO DYNAMIC ws-ack-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ack-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SETLOG-FILE.
             COPY "dr-setlog-rec.cpy".
         FD  ACK-FILE.
             COPY "dr-ack-rec.cpy".
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "dr-status".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
           01 ws-alert-counts     PIC X(80).

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

           01 ws-setlog-path    PIC X(300) VALUE "DRSETS".
           01 ws-setlog-status  PIC XX.
           01 ws-setlog-eof     PIC X.
           01 ws-ack-path       PIC X(300).
           01 ws-ack-status     PIC XX.
           01 ws-ack-found      PIC X.

           01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status  PIC XX.
           01 ws-config-eof     PIC X VALUE "N".
           01 ws-config-key     PIC X(20).
           01 ws-config-value   PIC X(60).
           01 ws-max-lag-hours  PIC 9(5) VALUE 36.

      *>   the newest set cut, and the newest the DR site applied
           01 ws-set-count      PIC 9(6) VALUE 0.
           01 ws-first-date     PIC X(8) VALUE SPACES.
           01 ws-first-time     PIC X(6) VALUE SPACES.
           01 ws-cut-seq        PIC 9(6) VALUE 0.
           01 ws-cut-date       PIC X(8) VALUE SPACES.
           01 ws-cut-time       PIC X(6) VALUE SPACES.
           01 ws-applied-seq    PIC 9(6) VALUE 0.
           01 ws-applied-date   PIC X(8) VALUE SPACES.
           01 ws-applied-time   PIC X(6) VALUE SPACES.
           01 ws-acked-date     PIC X(8) VALUE SPACES.
           01 ws-acked-time     PIC X(6) VALUE SPACES.
           01 ws-waiting-count  PIC 9(6) VALUE 0.
           01 ws-refused-count  PIC 9(6) VALUE 0.

      *>   the lag, in whole hours
           01 ws-now-date       PIC X(8).
           01 ws-now-time       PIC X(8).
           01 ws-now-julian     PIC 9(8).
           01 ws-asof-date      PIC X(8).
           01 ws-asof-time      PIC X(6).
           01 ws-asof-julian    PIC 9(8).
           01 ws-lag-minutes    PIC S9(9).
           01 ws-lag-hours      PIC 9(5) VALUE 0.
           01 ws-lag-word       PIC X(14).

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "DRSTATUS disaster-recovery copy status".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-FIND-APPLIED-SET.
           perform 200-REPORT-STANDING.
           perform 300-LIST-LATER-SETS.
           perform 500-CLOSE-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           PERFORM 010-READ-CONFIG.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "DRS010E dr-status: could not open the status "
                 "report, status " ws-rpt-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   DR-MAX-LAG-HOURS= overrides how far behind is too far
       010-READ-CONFIG SECTION.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               GO TO 010-READ-CONFIG-EXIT
           END-IF.
           PERFORM UNTIL ws-config-eof = "Y"
               READ CONFIG-FILE
                   AT END
                       MOVE "Y" TO ws-config-eof
                   NOT AT END
                       IF CONFIG-RECORD NOT = SPACES
                           AND CONFIG-RECORD(1:1) NOT = "*"
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                             INTO ws-config-key ws-config-value
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-key)) = "DR-MAX-LAG-HOURS"
                               COMPUTE ws-max-lag-hours =
                                 FUNCTION NUMVAL(ws-config-value)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       010-READ-CONFIG-EXIT.
           EXIT.

      *>   first pass: the newest set cut and the newest the DR site
      *>   says it applied
       100-FIND-APPLIED-SET SECTION.
           MOVE "N" TO ws-setlog-eof.
           OPEN INPUT SETLOG-FILE.
           IF ws-setlog-status NOT = "00"
               GO TO 100-FIND-APPLIED-SET-EXIT
           END-IF.
           PERFORM UNTIL ws-setlog-eof = "Y"
               READ SETLOG-FILE
                   AT END
                       MOVE "Y" TO ws-setlog-eof
                   NOT AT END
                       IF drl-rec-seq IS NUMERIC
                           PERFORM 110-NOTE-ONE-SET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SETLOG-FILE.
       100-FIND-APPLIED-SET-EXIT.
           EXIT.

       110-NOTE-ONE-SET SECTION.
           ADD 1 TO ws-set-count.
           IF ws-set-count = 1
               MOVE drl-rec-date TO ws-first-date
               MOVE drl-rec-time TO ws-first-time
           END-IF.
           MOVE drl-rec-seq  TO ws-cut-seq.
           MOVE drl-rec-date TO ws-cut-date.
           MOVE drl-rec-time TO ws-cut-time.
           PERFORM 150-READ-ACK.
           IF ws-ack-found = "Y"
               AND dra-rec-status = "APPLIED"
               AND drl-rec-seq > ws-applied-seq
               MOVE drl-rec-seq       TO ws-applied-seq
               MOVE dra-rec-set-date  TO ws-applied-date
               MOVE dra-rec-set-time  TO ws-applied-time
               MOVE dra-rec-done-date TO ws-acked-date
               MOVE dra-rec-done-time TO ws-acked-time
           END-IF.

      *>   DRACK.nnnnnn for the set on hand, if it has come back
       150-READ-ACK SECTION.
           MOVE "N" TO ws-ack-found.
           MOVE SPACES TO ws-ack-path.
           STRING "DRACK." drl-rec-seq
             DELIMITED BY SIZE INTO ws-ack-path
           END-STRING.
           OPEN INPUT ACK-FILE.
           IF ws-ack-status NOT = "00"
               GO TO 150-READ-ACK-EXIT
           END-IF.
           READ ACK-FILE
               NOT AT END
                   IF dra-rec-seq = drl-rec-seq
                       MOVE "Y" TO ws-ack-found
                   END-IF
           END-READ.
           CLOSE ACK-FILE.
       150-READ-ACK-EXIT.
           EXIT.

      *>   with nothing applied yet the DR copy is at least as old
      *>   as the first set ever cut
       200-REPORT-STANDING SECTION.
           IF ws-set-count = 0
               DISPLAY "DRS011W dr-status: no transfer set has been "
                 "cut yet -- DRSETS is empty or missing" UPON SYSERR
               END-DISPLAY
               MOVE "no transfer set has been cut yet" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               GO TO 200-REPORT-STANDING-EXIT
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "last set cut        " ws-cut-seq "  at "
             ws-cut-date " " ws-cut-time
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-applied-seq = 0
               MOVE ws-first-date TO ws-asof-date
               MOVE ws-first-time TO ws-asof-time
               MOVE "last set applied    none acknowledged yet"
                 TO ws-rpt-line
               MOVE "at least" TO ws-lag-word
           ELSE
               MOVE ws-applied-date TO ws-asof-date
               MOVE ws-applied-time TO ws-asof-time
               STRING "last set applied    " ws-applied-seq
                 "  as of " ws-applied-date " " ws-applied-time
                 "  (applied " ws-acked-date " " ws-acked-time ")"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               MOVE SPACES TO ws-lag-word
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM 210-COMPUTE-LAG.
           MOVE SPACES TO ws-rpt-line.
           IF ws-lag-word = SPACES
               STRING "DR copy behind      " ws-lag-hours
                 " hour(s), limit " ws-max-lag-hours
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "DR copy behind      " FUNCTION TRIM(ws-lag-word)
                 " " ws-lag-hours " hour(s), limit " ws-max-lag-hours
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
       200-REPORT-STANDING-EXIT.
           EXIT.

       210-COMPUTE-LAG SECTION.
           MOVE 0 TO ws-lag-hours.
           IF ws-asof-date IS NOT NUMERIC
               OR ws-asof-time IS NOT NUMERIC
               GO TO 210-COMPUTE-LAG-EXIT
           END-IF.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           COMPUTE ws-now-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-now-date)).
           COMPUTE ws-asof-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-asof-date)).
           COMPUTE ws-lag-minutes =
             ((ws-now-julian - ws-asof-julian) * 1440)
             + (FUNCTION NUMVAL(ws-now-time(1:2)) * 60)
             + FUNCTION NUMVAL(ws-now-time(3:2))
             - (FUNCTION NUMVAL(ws-asof-time(1:2)) * 60)
             - FUNCTION NUMVAL(ws-asof-time(3:2)).
           IF ws-lag-minutes > 0
               COMPUTE ws-lag-hours = ws-lag-minutes / 60
           END-IF.
       210-COMPUTE-LAG-EXIT.
           EXIT.

      *>   second pass: every set after the applied one, and what
      *>   became of it at the DR site
       300-LIST-LATER-SETS SECTION.
           IF ws-set-count = 0
               GO TO 300-LIST-LATER-SETS-EXIT
           END-IF.
           MOVE "N" TO ws-setlog-eof.
           OPEN INPUT SETLOG-FILE.
           IF ws-setlog-status NOT = "00"
               GO TO 300-LIST-LATER-SETS-EXIT
           END-IF.
           PERFORM UNTIL ws-setlog-eof = "Y"
               READ SETLOG-FILE
                   AT END
                       MOVE "Y" TO ws-setlog-eof
                   NOT AT END
                       IF drl-rec-seq IS NUMERIC
                           AND drl-rec-seq > ws-applied-seq
                           PERFORM 310-LIST-ONE-SET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SETLOG-FILE.
       300-LIST-LATER-SETS-EXIT.
           EXIT.

       310-LIST-ONE-SET SECTION.
           PERFORM 150-READ-ACK.
           MOVE SPACES TO ws-rpt-line.
           IF ws-ack-found = "Y"
               AND dra-rec-status = "REFUSED"
               ADD 1 TO ws-refused-count
               DISPLAY "DRS013E dr-status: set " drl-rec-seq
                 " refused at the DR site: "
                 FUNCTION TRIM(dra-rec-reason) UPON SYSERR
               END-DISPLAY
               STRING "    set " drl-rec-seq "  cut " drl-rec-date
                 " " drl-rec-time "  REFUSED  "
                 FUNCTION TRIM(dra-rec-reason)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               ADD 1 TO ws-waiting-count
               STRING "    set " drl-rec-seq "  cut " drl-rec-date
                 " " drl-rec-time "  not yet acknowledged"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   too far behind, or a set refused, is a red run: logged,
      *>   alerted, RC 1
       500-CLOSE-REPORT SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-set-count " set(s) cut, " ws-applied-seq
             " applied, " ws-waiting-count " awaiting, "
             ws-refused-count " refused"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-set-count = 0
               GO TO 500-CLOSE-REPORT-EXIT
           END-IF.
           IF ws-lag-hours NOT > ws-max-lag-hours
               AND ws-refused-count = 0
               GO TO 500-CLOSE-REPORT-EXIT
           END-IF.
           MOVE SPACES TO ws-log-error-msg.
           STRING "DRS012E DR copy " ws-lag-hours
             " hour(s) behind, " ws-refused-count " set(s) refused"
             DELIMITED BY SIZE INTO ws-log-error-msg
           END-STRING.
           DISPLAY FUNCTION TRIM(ws-log-error-msg) UPON SYSERR
           END-DISPLAY.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
           MOVE SPACES TO ws-alert-counts.
           STRING "behind " ws-lag-hours "h limit " ws-max-lag-hours
             "h refused " ws-refused-count " -- see REPORT.DRSTATUS"
             DELIMITED BY SIZE INTO ws-alert-counts
           END-STRING.
           CALL "send-alert" USING ws-log-program-name
             ws-log-error-msg ws-alert-counts
           END-CALL.
           MOVE 1 TO RETURN-CODE.
       500-CLOSE-REPORT-EXIT.
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
               DISPLAY "DRS001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "DRS002E DR status check ended red, see SYSERR"
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

       END PROGRAM "dr-status".
