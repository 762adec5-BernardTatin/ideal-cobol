      *> -------------------------------------------
      *> journal-verify.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the attestation that the audit trail is complete: walks
      *> PROJECTS-AUDIT, FILEAID-AUDIT, PRODQUEUE.AUDIT,
      *> ALERTS.ACKLOG and RECERT-HISTORY line by line and checks
      *> the chain seal journal-seal puts on every line -- each
      *> sequence one more than the last, each hash refolded from
      *> the line before's hash and the line's own columns -- and
      *> the last line against the <journal>.SEAL head kept beside
      *> the journal.
      *> For each journal the report gives the first broken link
      *> (a line edited, a line slipped in, a seal missing) and
      *> every gap where lines were removed, the end of the journal
      *> included. Lines a journal held before it was first sealed
      *> are counted and left alone. Any broken journal logs,
      *> raises a send-alert and ends the run red; it runs weekly
      *> from RUNBOOK.WEEKLY.
      *>
      *>   journal-verify [journal]
      *>
      *> naming one of the five checks that one alone.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "journal-verify".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC ws-journal-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT SEAL-FILE
               ASSIGN TO DYNAMIC ws-seal-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seal-status.

       DATA DIVISION.
         FILE SECTION.
         FD  JOURNAL-FILE.
         01 JOURNAL-RECORD PIC X(640).
      *>   the chain's head as journal-seal keeps it
         FD  SEAL-FILE.
         01 SEAL-RECORD.
             05 seal-rec-seq      PIC 9(9).
             05 FILLER            PIC X.
             05 seal-rec-hash     PIC 9(9).
             05 FILLER            PIC X.
             05 seal-rec-date     PIC X(8).
             05 FILLER            PIC X.
             05 seal-rec-time     PIC X(6).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "journal-verify".
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

           01 ws-cmdline        PIC X(300).
           01 ws-arg-1          PIC X(60).

      *>   the sealed journals, each with the width of its own
      *>   columns -- the seal starts one blank past them
           78 ws-jnl-max VALUE 5.
           01 ws-jnl-idx        PIC 9.
           01 ws-jnl-table.
               05 ws-jnl-entry OCCURS 5 TIMES.
                   10 ws-jnl-name     PIC X(30).
                   10 ws-jnl-len      PIC 9(4).

           01 ws-journal-path   PIC X(300).
           01 ws-journal-status PIC XX.
           01 ws-journal-eof    PIC X.
           01 ws-seal-path      PIC X(300).
           01 ws-seal-status    PIC XX.

      *>   one journal's walk
           01 ws-line-len       PIC 9(4).
           01 ws-line-no        PIC 9(7).
           01 ws-sealed-count   PIC 9(7).
           01 ws-prechain-count PIC 9(7).
           01 ws-break-count    PIC 9(5).
           01 ws-gap-count      PIC 9(5).
           01 ws-last-seq       PIC 9(9).
           01 ws-last-hash      PIC 9(9).
           01 ws-this-seq       PIC 9(9).
           01 ws-this-hash      PIC 9(9).
           01 ws-expect-seq     PIC 9(9).
           01 ws-gap-to         PIC 9(9).
           01 ws-gap-where      PIC X(30).
           01 ws-break-reason   PIC X(60).
           01 ws-jnl-verdict    PIC X(6).

      *>   journal-seal's USING items, for refolding a line's hash
           01 ws-seal-op        PIC X(6) VALUE "HASH".
           01 ws-seal-line      PIC X(600).
           01 ws-seal-line-len  PIC 9(4).
           01 ws-seal-seq       PIC 9(9).
           01 ws-seal-hash      PIC 9(9).
           01 ws-seal-call-status PIC 99.

           01 ws-checked-count  PIC 9 VALUE 0.
           01 ws-failed-count   PIC 9 VALUE 0.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "JOURNALS audit journal chain verification".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-VERIFY-JOURNALS.
           perform 500-CLOSE-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE "PROJECTS-AUDIT"  TO ws-jnl-name(1).
           MOVE 506               TO ws-jnl-len(1).
           MOVE "FILEAID-AUDIT"   TO ws-jnl-name(2).
           MOVE 220               TO ws-jnl-len(2).
           MOVE "PRODQUEUE.AUDIT" TO ws-jnl-name(3).
           MOVE 178               TO ws-jnl-len(3).
           MOVE "ALERTS.ACKLOG"   TO ws-jnl-name(4).
           MOVE 167               TO ws-jnl-len(4).
           MOVE "RECERT-HISTORY"  TO ws-jnl-name(5).
           MOVE 269               TO ws-jnl-len(5).
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-1.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-1
           END-UNSTRING.
           IF ws-arg-1 NOT = SPACES
               MOVE "N" TO ws-jnl-verdict
               PERFORM VARYING ws-jnl-idx FROM 1 BY 1
                   UNTIL ws-jnl-idx > ws-jnl-max
                   IF FUNCTION UPPER-CASE(ws-arg-1)
                      = ws-jnl-name(ws-jnl-idx)
                       MOVE "Y" TO ws-jnl-verdict
                   END-IF
               END-PERFORM
               IF ws-jnl-verdict NOT = "Y"
                   DISPLAY "JVF010E journal-verify: '"
                     FUNCTION TRIM(ws-arg-1)
                     "' is not a sealed journal -- PROJECTS-AUDIT, "
                     "FILEAID-AUDIT, PRODQUEUE.AUDIT, ALERTS.ACKLOG "
                     "or RECERT-HISTORY"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
               END-IF
           END-IF.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "JVF011E journal-verify: could not open the "
                 "verification report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-VERIFY-JOURNALS SECTION.
           PERFORM VARYING ws-jnl-idx FROM 1 BY 1
               UNTIL ws-jnl-idx > ws-jnl-max
               IF ws-arg-1 = SPACES
                   OR FUNCTION UPPER-CASE(ws-arg-1)
                      = ws-jnl-name(ws-jnl-idx)
                   PERFORM 200-VERIFY-ONE-JOURNAL
               END-IF
           END-PERFORM.

      *>   the walk, then the last line against the .SEAL head; a
      *>   journal that is not there at all is fine only when no
      *>   head says it ever had sealed lines
       200-VERIFY-ONE-JOURNAL SECTION.
           ADD 1 TO ws-checked-count.
           MOVE ws-jnl-name(ws-jnl-idx) TO ws-journal-path.
           MOVE ws-jnl-len(ws-jnl-idx) TO ws-line-len.
           MOVE SPACES TO ws-seal-path.
           STRING FUNCTION TRIM(ws-journal-path) ".SEAL"
             DELIMITED BY SIZE INTO ws-seal-path
           END-STRING.
           MOVE 0 TO ws-line-no ws-sealed-count ws-prechain-count
             ws-break-count ws-gap-count ws-last-seq ws-last-hash.
           MOVE "N" TO ws-journal-eof.
           OPEN INPUT JOURNAL-FILE.
           IF ws-journal-status = "00"
               PERFORM UNTIL ws-journal-eof = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO ws-journal-eof
                       NOT AT END
                           ADD 1 TO ws-line-no
                           PERFORM 210-CHECK-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM 230-CHECK-SEAL-HEAD.
           MOVE "INTACT" TO ws-jnl-verdict.
           IF ws-break-count > 0 OR ws-gap-count > 0
               MOVE "BROKEN" TO ws-jnl-verdict
               ADD 1 TO ws-failed-count
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-jnl-name(ws-jnl-idx)(1:16) " lines "
             ws-line-no "  sealed " ws-sealed-count
             "  before the chain " ws-prechain-count "  "
             ws-jnl-verdict
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-break-count > 1
               MOVE SPACES TO ws-rpt-line
               STRING "    " ws-break-count
                 " broken link(s) in all, the first shown above"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   a line whose seal columns do not read as two numbers
      *>   carries none: before the chain starts it is an old line,
      *>   after it one slipped in or stripped
       210-CHECK-ONE-LINE SECTION.
           IF JOURNAL-RECORD(ws-line-len + 2:9) IS NOT NUMERIC
               OR JOURNAL-RECORD(ws-line-len + 12:9) IS NOT NUMERIC
               IF ws-sealed-count = 0
                   ADD 1 TO ws-prechain-count
               ELSE
                   MOVE "carries no seal" TO ws-break-reason
                   MOVE 0 TO ws-this-seq
                   PERFORM 250-NOTE-BREAK
               END-IF
               GO TO 210-CHECK-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO ws-sealed-count.
           MOVE JOURNAL-RECORD(ws-line-len + 2:9) TO ws-this-seq.
           MOVE JOURNAL-RECORD(ws-line-len + 12:9) TO ws-this-hash.
           COMPUTE ws-expect-seq = ws-last-seq + 1.
           EVALUATE TRUE
      *>       lines taken out: the hash cannot follow across the
      *>       hole, so the gap is the finding, not a broken link
               WHEN ws-this-seq > ws-expect-seq
                   COMPUTE ws-gap-to = ws-this-seq - 1
                   MOVE SPACES TO ws-gap-where
                   STRING "before line " ws-line-no
                     DELIMITED BY SIZE INTO ws-gap-where
                   END-STRING
                   PERFORM 260-NOTE-GAP
               WHEN ws-this-seq < ws-expect-seq
                   MOVE "sequence out of order or repeated"
                     TO ws-break-reason
                   PERFORM 250-NOTE-BREAK
               WHEN OTHER
                   PERFORM 220-REFOLD-HASH
           END-EVALUATE.
           MOVE ws-this-seq TO ws-last-seq.
           MOVE ws-this-hash TO ws-last-hash.
       210-CHECK-ONE-LINE-EXIT.
           EXIT.

       220-REFOLD-HASH SECTION.
           MOVE SPACES TO ws-seal-line.
           MOVE JOURNAL-RECORD(1:ws-line-len) TO ws-seal-line.
           MOVE ws-line-len TO ws-seal-line-len.
           MOVE ws-this-seq TO ws-seal-seq.
           MOVE ws-last-hash TO ws-seal-hash.
           CALL "journal-seal" USING ws-seal-op ws-journal-path
             ws-seal-line ws-seal-line-len ws-seal-seq ws-seal-hash
             ws-seal-call-status
           END-CALL.
           IF ws-seal-hash NOT = ws-this-hash
               MOVE "hash does not follow -- the line was changed"
                 TO ws-break-reason
               PERFORM 250-NOTE-BREAK
           END-IF.

      *>   the head says how far the chain got: sequences past the
      *>   last line are lines cut off the end
       230-CHECK-SEAL-HEAD SECTION.
           OPEN INPUT SEAL-FILE.
           IF ws-seal-status NOT = "00"
               IF ws-sealed-count > 0
                   MOVE "no .SEAL head beside the sealed journal"
                     TO ws-break-reason
                   MOVE ws-last-seq TO ws-this-seq
                   PERFORM 250-NOTE-BREAK
               END-IF
               GO TO 230-CHECK-SEAL-HEAD-EXIT
           END-IF.
           MOVE SPACES TO SEAL-RECORD.
           READ SEAL-FILE
               AT END
                   MOVE SPACES TO SEAL-RECORD
           END-READ.
           CLOSE SEAL-FILE.
           IF seal-rec-seq IS NOT NUMERIC
               OR seal-rec-hash IS NOT NUMERIC
               MOVE "the .SEAL head is unreadable" TO ws-break-reason
               MOVE ws-last-seq TO ws-this-seq
               PERFORM 250-NOTE-BREAK
               GO TO 230-CHECK-SEAL-HEAD-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN seal-rec-seq > ws-last-seq
                   COMPUTE ws-expect-seq = ws-last-seq + 1
                   MOVE seal-rec-seq TO ws-gap-to
                   MOVE "off the end of the journal" TO ws-gap-where
                   PERFORM 260-NOTE-GAP
               WHEN seal-rec-seq < ws-last-seq
                   OR seal-rec-hash NOT = ws-last-hash
                   MOVE "the last line does not match the .SEAL head"
                     TO ws-break-reason
                   MOVE ws-last-seq TO ws-this-seq
                   PERFORM 250-NOTE-BREAK
           END-EVALUATE.
       230-CHECK-SEAL-HEAD-EXIT.
           EXIT.

      *>   only the first broken link is reported line by line --
      *>   every line after an edit refolds against it regardless
       250-NOTE-BREAK SECTION.
           ADD 1 TO ws-break-count.
           IF ws-break-count > 1
               GO TO 250-NOTE-BREAK-EXIT
           END-IF.
           DISPLAY "JVF012E journal-verify: "
             FUNCTION TRIM(ws-journal-path) " line " ws-line-no
             " (sequence " ws-this-seq "): "
             FUNCTION TRIM(ws-break-reason) UPON SYSERR
           END-DISPLAY.
           MOVE SPACES TO ws-rpt-line.
           STRING "    first broken link: line " ws-line-no
             "  sequence " ws-this-seq "  "
             FUNCTION TRIM(ws-break-reason)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
       250-NOTE-BREAK-EXIT.
           EXIT.

       260-NOTE-GAP SECTION.
           ADD 1 TO ws-gap-count.
           DISPLAY "JVF013E journal-verify: "
             FUNCTION TRIM(ws-journal-path) " sequence "
             ws-expect-seq " to " ws-gap-to " missing" UPON SYSERR
           END-DISPLAY.
           MOVE SPACES TO ws-rpt-line.
           STRING "    gap: sequence " ws-expect-seq " to "
             ws-gap-to " removed, " FUNCTION TRIM(ws-gap-where)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   a broken trail is a red run: logged, alerted, RC 1
       500-CLOSE-REPORT SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-checked-count " journal(s) verified, "
             ws-failed-count " broken"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-failed-count = 0
               GO TO 500-CLOSE-REPORT-EXIT
           END-IF.
           MOVE SPACES TO ws-log-error-msg.
           STRING "JVF014E " ws-failed-count
             " audit journal(s) failed chain verification"
             DELIMITED BY SIZE INTO ws-log-error-msg
           END-STRING.
           DISPLAY FUNCTION TRIM(ws-log-error-msg) UPON SYSERR
           END-DISPLAY.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
           MOVE SPACES TO ws-alert-counts.
           STRING "journals " ws-checked-count " broken "
             ws-failed-count " -- see REPORT.JOURNALS"
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
               DISPLAY "JVF001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "JVF002E journal chain check ended red, see SYSERR"
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

       END PROGRAM "journal-verify".
