      *> -------------------------------------------
      *> report-dist.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the distribution step at the end of each chain: every
      *> report filed since the last distribution (REPORT-INDEX,
      *> past the high-water mark in REPORT-DIST.MARK) goes to the
      *> recipients REPORT-DIST names for it, one bundle per
      *> recipient through report-deliver -- instead of operations
      *> mailing REPORT.* files out one by one on request.
      *>
      *> REPORT-DIST, one route per line, '*' lines comments:
      *>
      *>   <report> OWNER <owner-id>     one owner
      *>   <report> DEPT <department>    every active owner in it
      *>
      *> <report> is the report's name -- its title's first word, as
      *> in REPORT.<name>.<date> -- or ALL for every report that
      *> is not restricted; a restricted report goes only where a
      *> route names it. Contacts come from the OWNERS master; an
      *> owner inactive there or with no contact gets nothing, and
      *> a route that reaches nobody is warned about. A report
      *> filed twice in the night goes once, whole.
      *>
      *> A delivery that cannot be written ends the run 1 -- the
      *> mark still moves on, and report-reprint re-delivers.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "report-dist".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-FILE
               ASSIGN TO DYNAMIC ws-dist-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dist-status.
           SELECT OWNERS-FILE
               ASSIGN TO DYNAMIC ws-owners-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owners-status.
           SELECT INDEX-FILE
               ASSIGN TO DYNAMIC ws-index-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-index-status.
           SELECT MARK-FILE
               ASSIGN TO DYNAMIC ws-mark-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-mark-status.

       DATA DIVISION.
         FILE SECTION.
         FD  DIST-FILE.
         01 DIST-RECORD PIC X(120).
         FD  OWNERS-FILE.
         01 OWNERS-RECORD.
             05 own-rec-id        PIC X(30).
             05 FILLER            PIC X.
             05 own-rec-name      PIC X(40).
             05 FILLER            PIC X.
             05 own-rec-dept      PIC X(20).
             05 FILLER            PIC X.
             05 own-rec-contact   PIC X(40).
             05 FILLER            PIC X.
             05 own-rec-active    PIC X.
         FD  INDEX-FILE.
             COPY "report-index-rec.cpy".
         FD  MARK-FILE.
         01 MARK-RECORD PIC 9(9).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "report-dist".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-dist-path      PIC X(300) VALUE "REPORT-DIST".
           01 ws-dist-status    PIC XX.
           01 ws-dist-eof       PIC X VALUE "N".
           01 ws-owners-path    PIC X(300) VALUE "OWNERS".
           01 ws-owners-status  PIC XX.
           01 ws-owners-eof     PIC X VALUE "N".
           01 ws-index-path     PIC X(300) VALUE "REPORT-INDEX".
           01 ws-index-status   PIC XX.
           01 ws-index-eof      PIC X VALUE "N".
           01 ws-mark-path      PIC X(300) VALUE "REPORT-DIST.MARK".
           01 ws-mark-status    PIC XX.

      *>   the routes, report name folded upper
           78 ws-route-max VALUE 500.
           01 ws-route-count    PIC 9(4) VALUE 0.
           01 ws-route-idx      PIC 9(4).
           01 ws-route-table.
               05 ws-route-entry OCCURS 500 TIMES.
                   10 ws-route-report  PIC X(20).
                   10 ws-route-kind    PIC X(5).
                   10 ws-route-id      PIC X(30).
                   10 ws-route-reach   PIC 9(4).
           01 ws-route-word-1   PIC X(20).
           01 ws-route-word-2   PIC X(10).
           01 ws-route-word-3   PIC X(30).

      *>   the OWNERS master loaded whole
           78 ws-own-max VALUE 500.
           01 ws-own-count      PIC 9(4) VALUE 0.
           01 ws-own-idx        PIC 9(4).
           01 ws-own-table.
               05 ws-own-entry OCCURS 500 TIMES.
                   10 ws-own-id       PIC X(30).
                   10 ws-own-dept     PIC X(20).
                   10 ws-own-contact  PIC X(40).
                   10 ws-own-active   PIC X.

      *>   the filings since the mark, one entry per report file
           78 ws-filing-max VALUE 1000.
           01 ws-filing-count   PIC 9(4) VALUE 0.
           01 ws-filing-idx     PIC 9(4).
           01 ws-filing-table.
               05 ws-filing-entry OCCURS 1000 TIMES.
                   10 ws-filing-name       PIC X(20).
                   10 ws-filing-path       PIC X(120).
                   10 ws-filing-restricted PIC X.
                   10 ws-filing-sent       PIC X.
           01 ws-mark-value     PIC 9(9) VALUE 0.
           01 ws-index-lines    PIC 9(9) VALUE 0.
           01 ws-found-flag     PIC X.
           01 ws-routed-flag    PIC X.

      *>   report-deliver's USING items
           01 ws-dlv-op         PIC X(5).
           01 ws-dlv-reason     PIC X(8) VALUE "NIGHTLY".
           01 ws-dlv-owner      PIC X(30).
           01 ws-dlv-contact    PIC X(40).
           01 ws-dlv-path       PIC X(300).
           01 ws-dlv-status     PIC 99.
           01 ws-bundle-open    PIC X.
           01 ws-bundle-failed  PIC X.

           01 ws-bundle-count   PIC 9(5) VALUE 0.
           01 ws-delivered-count PIC 9(5) VALUE 0.
           01 ws-unsent-count   PIC 9(5) VALUE 0.
           01 ws-fail-count     PIC 9(5) VALUE 0.

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-NEW-FILINGS.
           perform 200-DELIVER-BY-RECIPIENT.
           perform 300-ADVANCE-MARK.
           perform 400-SHOW-SUMMARY.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           PERFORM 010-LOAD-OWNERS.
           PERFORM 020-LOAD-ROUTES.
           OPEN INPUT MARK-FILE.
           IF ws-mark-status = "00"
               READ MARK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MARK-RECORD IS NUMERIC
                           MOVE MARK-RECORD TO ws-mark-value
                       END-IF
               END-READ
               CLOSE MARK-FILE
           END-IF.

       010-LOAD-OWNERS SECTION.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               GO TO 010-LOAD-OWNERS-EXIT
           END-IF.
           PERFORM UNTIL ws-owners-eof = "Y"
               OR ws-own-count >= ws-own-max
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO ws-owners-eof
                   NOT AT END
                       IF OWNERS-RECORD NOT = SPACES
                           ADD 1 TO ws-own-count
                           MOVE own-rec-id
                             TO ws-own-id(ws-own-count)
                           MOVE own-rec-dept
                             TO ws-own-dept(ws-own-count)
                           MOVE own-rec-contact
                             TO ws-own-contact(ws-own-count)
                           MOVE own-rec-active
                             TO ws-own-active(ws-own-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNERS-FILE.
       010-LOAD-OWNERS-EXIT.
           EXIT.

      *>   no REPORT-DIST is no routes: the mark still moves on, so
      *>   a list set up later starts from that night's reports
       020-LOAD-ROUTES SECTION.
           OPEN INPUT DIST-FILE.
           IF ws-dist-status NOT = "00"
               DISPLAY "RDS010W report-dist: no REPORT-DIST list -- "
                 "nothing is distributed" UPON SYSERR
               END-DISPLAY
               GO TO 020-LOAD-ROUTES-EXIT
           END-IF.
           PERFORM UNTIL ws-dist-eof = "Y"
               OR ws-route-count >= ws-route-max
               READ DIST-FILE
                   AT END
                       MOVE "Y" TO ws-dist-eof
                   NOT AT END
                       IF DIST-RECORD NOT = SPACES
                           AND DIST-RECORD(1:1) NOT = "*"
                           PERFORM 021-TAKE-ONE-ROUTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-FILE.
       020-LOAD-ROUTES-EXIT.
           EXIT.

      *>   a route nobody can receive is kept out and said so, so
      *>   the list's owner hears of a departed recipient
       021-TAKE-ONE-ROUTE SECTION.
           MOVE SPACES TO ws-route-word-1 ws-route-word-2
             ws-route-word-3.
           UNSTRING DIST-RECORD DELIMITED BY ALL " "
             INTO ws-route-word-1 ws-route-word-2 ws-route-word-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-route-word-1)
             TO ws-route-word-1.
           MOVE FUNCTION UPPER-CASE(ws-route-word-2)
             TO ws-route-word-2.
           IF (ws-route-word-2 NOT = "OWNER"
               AND ws-route-word-2 NOT = "DEPT")
               OR ws-route-word-3 = SPACES
               DISPLAY "RDS011W report-dist: REPORT-DIST line not "
                 "understood -- '" FUNCTION TRIM(DIST-RECORD) "'"
                 UPON SYSERR
               END-DISPLAY
               GO TO 021-TAKE-ONE-ROUTE-EXIT
           END-IF.
           ADD 1 TO ws-route-count.
           MOVE ws-route-word-1 TO ws-route-report(ws-route-count).
           MOVE ws-route-word-2 TO ws-route-kind(ws-route-count).
           MOVE ws-route-word-3 TO ws-route-id(ws-route-count).
           MOVE 0 TO ws-route-reach(ws-route-count).
           PERFORM VARYING ws-own-idx FROM 1 BY 1
               UNTIL ws-own-idx > ws-own-count
               IF ws-own-active(ws-own-idx) = "Y"
                   AND ws-own-contact(ws-own-idx) NOT = SPACES
                   IF (ws-route-word-2 = "OWNER"
                       AND ws-own-id(ws-own-idx) = ws-route-word-3)
                       OR (ws-route-word-2 = "DEPT"
                       AND ws-own-dept(ws-own-idx) = ws-route-word-3)
                       ADD 1 TO ws-route-reach(ws-route-count)
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-route-reach(ws-route-count) = 0
               DISPLAY "RDS012W report-dist: "
                 FUNCTION TRIM(ws-route-word-1) " to "
                 FUNCTION TRIM(ws-route-word-2) " "
                 FUNCTION TRIM(ws-route-word-3)
                 " reaches no active owner with a contact"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
       021-TAKE-ONE-ROUTE-EXIT.
           EXIT.

      *>   the index only grows, so the lines past the mark are
      *>   exactly what was filed since the last distribution
       100-LOAD-NEW-FILINGS SECTION.
           OPEN INPUT INDEX-FILE.
           IF ws-index-status NOT = "00"
               GO TO 100-LOAD-NEW-FILINGS-EXIT
           END-IF.
           PERFORM UNTIL ws-index-eof = "Y"
               READ INDEX-FILE
                   AT END
                       MOVE "Y" TO ws-index-eof
                   NOT AT END
                       ADD 1 TO ws-index-lines
                       IF ws-index-lines > ws-mark-value
                           AND REPORT-INDEX-RECORD NOT = SPACES
                           PERFORM 110-TAKE-ONE-FILING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEX-FILE.
       100-LOAD-NEW-FILINGS-EXIT.
           EXIT.

       110-TAKE-ONE-FILING SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-filing-idx FROM 1 BY 1
               UNTIL ws-filing-idx > ws-filing-count
               OR ws-found-flag = "Y"
               IF ws-filing-path(ws-filing-idx) = rpi-rec-path
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               SUBTRACT 1 FROM ws-filing-idx
               IF rpi-rec-restricted = "Y"
                   MOVE "Y" TO ws-filing-restricted(ws-filing-idx)
               END-IF
               GO TO 110-TAKE-ONE-FILING-EXIT
           END-IF.
           IF ws-filing-count >= ws-filing-max
               GO TO 110-TAKE-ONE-FILING-EXIT
           END-IF.
           ADD 1 TO ws-filing-count.
           MOVE rpi-rec-name TO ws-filing-name(ws-filing-count).
           MOVE rpi-rec-path TO ws-filing-path(ws-filing-count).
           MOVE rpi-rec-restricted
             TO ws-filing-restricted(ws-filing-count).
           MOVE "N" TO ws-filing-sent(ws-filing-count).
       110-TAKE-ONE-FILING-EXIT.
           EXIT.

      *>   one bundle per owner, whichever routes brought each
      *>   report to them
       200-DELIVER-BY-RECIPIENT SECTION.
           IF ws-filing-count = 0 OR ws-route-count = 0
               GO TO 200-DELIVER-BY-RECIPIENT-EXIT
           END-IF.
           PERFORM VARYING ws-own-idx FROM 1 BY 1
               UNTIL ws-own-idx > ws-own-count
               IF ws-own-active(ws-own-idx) = "Y"
                   AND ws-own-contact(ws-own-idx) NOT = SPACES
                   PERFORM 210-DELIVER-TO-ONE-OWNER
               END-IF
           END-PERFORM.
       200-DELIVER-BY-RECIPIENT-EXIT.
           EXIT.

       210-DELIVER-TO-ONE-OWNER SECTION.
           MOVE "N" TO ws-bundle-open ws-bundle-failed.
           PERFORM VARYING ws-filing-idx FROM 1 BY 1
               UNTIL ws-filing-idx > ws-filing-count
               OR ws-bundle-failed = "Y"
               PERFORM 220-CHECK-ROUTED
               IF ws-routed-flag = "Y"
                   PERFORM 230-ADD-TO-BUNDLE
               END-IF
           END-PERFORM.
           IF ws-bundle-open = "N" OR ws-bundle-failed = "Y"
               GO TO 210-DELIVER-TO-ONE-OWNER-EXIT
           END-IF.
           MOVE "SEND " TO ws-dlv-op.
           PERFORM 950-CALL-REPORT-DELIVER.
           IF ws-dlv-status NOT = 0
               PERFORM 240-DELIVERY-FAILED
               GO TO 210-DELIVER-TO-ONE-OWNER-EXIT
           END-IF.
           ADD 1 TO ws-bundle-count.
           DISPLAY "report-dist: "
             FUNCTION TRIM(ws-own-id(ws-own-idx)) " -- "
             FUNCTION TRIM(ws-dlv-path)
           END-DISPLAY.
       210-DELIVER-TO-ONE-OWNER-EXIT.
           EXIT.

      *>   ALL carries every report but a restricted one, which goes
      *>   only where a route names it
       220-CHECK-ROUTED SECTION.
           MOVE "N" TO ws-routed-flag.
           PERFORM VARYING ws-route-idx FROM 1 BY 1
               UNTIL ws-route-idx > ws-route-count
               OR ws-routed-flag = "Y"
               IF ws-route-report(ws-route-idx)
                    = ws-filing-name(ws-filing-idx)
                   OR (ws-route-report(ws-route-idx) = "ALL"
                   AND ws-filing-restricted(ws-filing-idx) NOT = "Y")
                   IF (ws-route-kind(ws-route-idx) = "OWNER"
                       AND ws-route-id(ws-route-idx)
                         = ws-own-id(ws-own-idx))
                       OR (ws-route-kind(ws-route-idx) = "DEPT"
                       AND ws-route-id(ws-route-idx)
                         = ws-own-dept(ws-own-idx))
                       MOVE "Y" TO ws-routed-flag
                   END-IF
               END-IF
           END-PERFORM.

       230-ADD-TO-BUNDLE SECTION.
           IF ws-bundle-open = "N"
               MOVE "BEGIN" TO ws-dlv-op
               PERFORM 950-CALL-REPORT-DELIVER
               IF ws-dlv-status NOT = 0
                   PERFORM 240-DELIVERY-FAILED
                   GO TO 230-ADD-TO-BUNDLE-EXIT
               END-IF
               MOVE "Y" TO ws-bundle-open
           END-IF.
           MOVE "ADD  " TO ws-dlv-op.
           MOVE ws-filing-path(ws-filing-idx) TO ws-dlv-path.
           PERFORM 950-CALL-REPORT-DELIVER.
           IF ws-dlv-status NOT = 0
               DISPLAY "RDS013W report-dist: "
                 FUNCTION TRIM(ws-filing-path(ws-filing-idx))
                 " could not be read -- left out of the delivery to "
                 FUNCTION TRIM(ws-own-id(ws-own-idx)) UPON SYSERR
               END-DISPLAY
               GO TO 230-ADD-TO-BUNDLE-EXIT
           END-IF.
           ADD 1 TO ws-delivered-count.
           MOVE "Y" TO ws-filing-sent(ws-filing-idx).
       230-ADD-TO-BUNDLE-EXIT.
           EXIT.

       240-DELIVERY-FAILED SECTION.
           ADD 1 TO ws-fail-count.
           DISPLAY "RDS014E report-dist: the delivery to "
             FUNCTION TRIM(ws-own-id(ws-own-idx))
             " could not be written -- resend with report-reprint"
             UPON SYSERR
           END-DISPLAY.
           MOVE "Y" TO ws-bundle-failed.

      *>   written last, so a run that dies part way sends the
      *>   night's reports again rather than never
       300-ADVANCE-MARK SECTION.
           OPEN OUTPUT MARK-FILE.
           IF ws-mark-status NOT = "00"
               DISPLAY "RDS015E report-dist: could not write '"
                 FUNCTION TRIM(ws-mark-path)
                 "' -- tonight's reports will go again next run"
                 UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-fail-count
               GO TO 300-ADVANCE-MARK-EXIT
           END-IF.
           MOVE ws-index-lines TO MARK-RECORD.
           WRITE MARK-RECORD.
           CLOSE MARK-FILE.
       300-ADVANCE-MARK-EXIT.
           EXIT.

       400-SHOW-SUMMARY SECTION.
           PERFORM VARYING ws-filing-idx FROM 1 BY 1
               UNTIL ws-filing-idx > ws-filing-count
               IF ws-filing-sent(ws-filing-idx) = "N"
                   ADD 1 TO ws-unsent-count
               END-IF
           END-PERFORM.
           DISPLAY "report-dist: " ws-filing-count
             " report file(s) filed since the last run, "
             ws-bundle-count " bundle(s) carrying "
             ws-delivered-count " report(s), " ws-unsent-count
             " routed to nobody"
           END-DISPLAY.
           IF ws-fail-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   the CALL comes back with report-deliver's RETURN-CODE
       950-CALL-REPORT-DELIVER SECTION.
           MOVE ws-own-id(ws-own-idx)      TO ws-dlv-owner.
           MOVE ws-own-contact(ws-own-idx) TO ws-dlv-contact.
           CALL "report-deliver" USING ws-dlv-op ws-dlv-reason
             ws-dlv-owner ws-dlv-contact ws-dlv-path ws-dlv-status
           END-CALL.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RDS001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "RDS002E report distribution failed, see SYSERR"
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

       END PROGRAM "report-dist".
