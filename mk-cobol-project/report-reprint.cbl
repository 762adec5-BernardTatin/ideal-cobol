      *> -------------------------------------------
      *> report-reprint.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the reprint inquiry over REPORT-INDEX: what was produced,
      *> by report name and business-date range, and a re-delivery
      *> of one chosen report when a recipient lost theirs or a new
      *> one needs last month's.
      *>
      *>   report-reprint LIST [<name>|*] [<from>] [<to>]
      *>       every report file filed, oldest first: its date,
      *>       name, lines, whether it is still on disk or has
      *>       rolled off, how many deliveries carried it, and
      *>       whether it is restricted; dates are yyyymmdd
      *>   report-reprint SEND <name> <yyyymmdd> [<owner-id>]
      *>       the report goes again, to the one owner named or
      *>       else to everyone REPORT-DIST routes it to
      *>
      *> A reprint follows the same rules as the nightly bundle: the
      *> owner must be active in OWNERS with a contact, and a
      *> restricted report goes only to an owner a REPORT-DIST route
      *> names it for -- never by ALL. SEND is gated by the OPERS
      *> UPDATE class.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "report-reprint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE
               ASSIGN TO DYNAMIC ws-index-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-index-status.
           SELECT DIST-LOG-FILE
               ASSIGN TO DYNAMIC ws-dist-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dist-log-status.
           SELECT DIST-FILE
               ASSIGN TO DYNAMIC ws-dist-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dist-status.
           SELECT OWNERS-FILE
               ASSIGN TO DYNAMIC ws-owners-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owners-status.

       DATA DIVISION.
         FILE SECTION.
         FD  INDEX-FILE.
             COPY "report-index-rec.cpy".
         FD  DIST-LOG-FILE.
             COPY "report-dist-log-rec.cpy".
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

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "report-reprint".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-index-path     PIC X(300) VALUE "REPORT-INDEX".
           01 ws-index-status   PIC XX.
           01 ws-index-eof      PIC X VALUE "N".
           01 ws-dist-log-path  PIC X(300) VALUE "REPORT-DIST.LOG".
           01 ws-dist-log-status PIC XX.
           01 ws-dist-log-eof   PIC X VALUE "N".
           01 ws-dist-path      PIC X(300) VALUE "REPORT-DIST".
           01 ws-dist-status    PIC XX.
           01 ws-dist-eof       PIC X VALUE "N".
           01 ws-owners-path    PIC X(300) VALUE "OWNERS".
           01 ws-owners-status  PIC XX.
           01 ws-owners-eof     PIC X VALUE "N".

           01 ws-cmdline        PIC X(300).
           01 ws-op-word        PIC X(10).
           01 ws-arg-1          PIC X(30).
           01 ws-arg-2          PIC X(30).
           01 ws-arg-3          PIC X(30).
           01 ws-want-name      PIC X(20).
           01 ws-want-from      PIC X(8).
           01 ws-want-to        PIC X(8).
           01 ws-want-owner     PIC X(30).

      *>   the index, one entry per report file, its last filing
           78 ws-filing-max VALUE 3000.
           01 ws-filing-count   PIC 9(4) VALUE 0.
           01 ws-filing-idx     PIC 9(4).
           01 ws-filing-found   PIC 9(4).
           01 ws-filing-table.
               05 ws-filing-entry OCCURS 3000 TIMES.
                   10 ws-filing-name       PIC X(20).
                   10 ws-filing-bus-date   PIC X(8).
                   10 ws-filing-path       PIC X(120).
                   10 ws-filing-lines      PIC 9(7).
                   10 ws-filing-restricted PIC X.
                   10 ws-filing-deliveries PIC 9(5).
           01 ws-listed-count   PIC 9(4) VALUE 0.
           01 ws-disk-edit      PIC X(10).
           01 ws-restrict-edit  PIC X(10).
           01 ws-file-info      PIC X(16).
           01 ws-file-rc        PIC 9(9) COMP-5.
           01 ws-rc-save        PIC 9(9).

      *>   the routes, report name folded upper
           78 ws-route-max VALUE 500.
           01 ws-route-count    PIC 9(4) VALUE 0.
           01 ws-route-idx      PIC 9(4).
           01 ws-route-table.
               05 ws-route-entry OCCURS 500 TIMES.
                   10 ws-route-report  PIC X(20).
                   10 ws-route-kind    PIC X(5).
                   10 ws-route-id      PIC X(30).
           01 ws-route-word-1   PIC X(20).
           01 ws-route-word-2   PIC X(10).
           01 ws-route-word-3   PIC X(30).

      *>   the OWNERS master loaded whole
           78 ws-own-max VALUE 500.
           01 ws-own-count      PIC 9(4) VALUE 0.
           01 ws-own-idx        PIC 9(4).
           01 ws-own-found      PIC 9(4).
           01 ws-own-table.
               05 ws-own-entry OCCURS 500 TIMES.
                   10 ws-own-id       PIC X(30).
                   10 ws-own-dept     PIC X(20).
                   10 ws-own-contact  PIC X(40).
                   10 ws-own-active   PIC X.
           01 ws-routed-flag    PIC X.
           01 ws-sent-count     PIC 9(4) VALUE 0.

      *>   report-deliver's USING items
           01 ws-dlv-op         PIC X(5).
           01 ws-dlv-reason     PIC X(8) VALUE "REPRINT".
           01 ws-dlv-owner      PIC X(30).
           01 ws-dlv-contact    PIC X(40).
           01 ws-dlv-path       PIC X(300).
           01 ws-dlv-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-DISPATCH.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-op-word ws-arg-1 ws-arg-2 ws-arg-3.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-op-word ws-arg-1 ws-arg-2 ws-arg-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.
           MOVE FUNCTION UPPER-CASE(ws-arg-1) TO ws-want-name.
           IF ws-op-word = "SEND"
               PERFORM 020-CHECK-PERMISSION
           END-IF.
           PERFORM 010-LOAD-INDEX.

       010-LOAD-INDEX SECTION.
           OPEN INPUT INDEX-FILE.
           IF ws-index-status NOT = "00"
               DISPLAY "RRE011E report-reprint: no REPORT-INDEX -- "
                 "no report has been filed yet" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-index-eof = "Y"
               READ INDEX-FILE
                   AT END
                       MOVE "Y" TO ws-index-eof
                   NOT AT END
                       IF REPORT-INDEX-RECORD NOT = SPACES
                           PERFORM 011-TAKE-ONE-FILING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEX-FILE.

      *>   a file filed again the same day keeps its first place in
      *>   the list but takes the later line count
       011-TAKE-ONE-FILING SECTION.
           MOVE 0 TO ws-filing-found.
           PERFORM VARYING ws-filing-idx FROM 1 BY 1
               UNTIL ws-filing-idx > ws-filing-count
               OR ws-filing-found > 0
               IF ws-filing-path(ws-filing-idx) = rpi-rec-path
                   MOVE ws-filing-idx TO ws-filing-found
               END-IF
           END-PERFORM.
           IF ws-filing-found = 0
               IF ws-filing-count >= ws-filing-max
                   GO TO 011-TAKE-ONE-FILING-EXIT
               END-IF
               ADD 1 TO ws-filing-count
               MOVE ws-filing-count TO ws-filing-found
               MOVE "N" TO ws-filing-restricted(ws-filing-found)
               MOVE 0 TO ws-filing-deliveries(ws-filing-found)
           END-IF.
           MOVE rpi-rec-name TO ws-filing-name(ws-filing-found).
           MOVE rpi-rec-bus-date
             TO ws-filing-bus-date(ws-filing-found).
           MOVE rpi-rec-path TO ws-filing-path(ws-filing-found).
           MOVE rpi-rec-lines TO ws-filing-lines(ws-filing-found).
           IF rpi-rec-restricted = "Y"
               MOVE "Y" TO ws-filing-restricted(ws-filing-found)
           END-IF.
       011-TAKE-ONE-FILING-EXIT.
           EXIT.

       020-CHECK-PERMISSION SECTION.
           MOVE "UPDATE" TO ws-opers-class.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "RRE018E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-DISPATCH SECTION.
           EVALUATE ws-op-word
               WHEN "LIST"
                   PERFORM 200-LIST-REPORTS
               WHEN "SEND"
                   PERFORM 300-SEND-REPORT
               WHEN OTHER
                   DISPLAY "RRE010E usage: report-reprint "
                     "LIST [<name>|*] [<from>] [<to>] | "
                     "SEND <name> <yyyymmdd> [<owner>]" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *>   a date left off is open at that end of the range
       200-LIST-REPORTS SECTION.
           MOVE "00000000" TO ws-want-from.
           MOVE "99999999" TO ws-want-to.
           IF ws-arg-2 NOT = SPACES
               MOVE ws-arg-2 TO ws-want-from
           END-IF.
           IF ws-arg-3 NOT = SPACES
               MOVE ws-arg-3 TO ws-want-to
           END-IF.
           IF ws-want-from IS NOT NUMERIC
               OR ws-want-to IS NOT NUMERIC
               DISPLAY "RRE010E usage: report-reprint LIST "
                 "[<name>|*] [<from>] [<to>] -- dates are yyyymmdd"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-LIST-REPORTS-EXIT
           END-IF.
           PERFORM 210-COUNT-DELIVERIES.
           PERFORM VARYING ws-filing-idx FROM 1 BY 1
               UNTIL ws-filing-idx > ws-filing-count
               IF (ws-want-name = SPACES OR ws-want-name = "*"
                   OR ws-filing-name(ws-filing-idx) = ws-want-name)
                   AND ws-filing-bus-date(ws-filing-idx)
                     >= ws-want-from
                   AND ws-filing-bus-date(ws-filing-idx)
                     <= ws-want-to
                   PERFORM 220-LIST-ONE-REPORT
               END-IF
           END-PERFORM.
           DISPLAY "report-reprint: " ws-listed-count
             " report file(s) between " ws-want-from " and "
             ws-want-to
           END-DISPLAY.
       200-LIST-REPORTS-EXIT.
           EXIT.

      *>   no REPORT-DIST.LOG is no deliveries yet
       210-COUNT-DELIVERIES SECTION.
           OPEN INPUT DIST-LOG-FILE.
           IF ws-dist-log-status NOT = "00"
               GO TO 210-COUNT-DELIVERIES-EXIT
           END-IF.
           PERFORM UNTIL ws-dist-log-eof = "Y"
               READ DIST-LOG-FILE
                   AT END
                       MOVE "Y" TO ws-dist-log-eof
                   NOT AT END
                       PERFORM VARYING ws-filing-idx FROM 1 BY 1
                           UNTIL ws-filing-idx > ws-filing-count
                           IF ws-filing-path(ws-filing-idx)
                                = rdl-rec-report
                               ADD 1
                                 TO ws-filing-deliveries(ws-filing-idx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE DIST-LOG-FILE.
       210-COUNT-DELIVERIES-EXIT.
           EXIT.

       220-LIST-ONE-REPORT SECTION.
           ADD 1 TO ws-listed-count.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-filing-path(ws-filing-idx))
             ws-file-info
             RETURNING ws-file-rc
           END-CALL.
           IF ws-file-rc = 0
               MOVE "on disk" TO ws-disk-edit
           ELSE
               MOVE "rolled off" TO ws-disk-edit
           END-IF.
           IF ws-filing-restricted(ws-filing-idx) = "Y"
               MOVE "RESTRICTED" TO ws-restrict-edit
           ELSE
               MOVE SPACES TO ws-restrict-edit
           END-IF.
           DISPLAY "  " ws-filing-bus-date(ws-filing-idx) " "
             ws-filing-name(ws-filing-idx) " "
             ws-filing-lines(ws-filing-idx) " line(s)  "
             ws-disk-edit " " ws-filing-deliveries(ws-filing-idx)
             " delivery(ies)  " ws-restrict-edit
           END-DISPLAY.
           DISPLAY "      " FUNCTION TRIM(ws-filing-path(ws-filing-idx))
           END-DISPLAY.

      *>   the report goes whole, as the nightly bundle would carry
      *>   it, with REPRINT on its WHY: line
       300-SEND-REPORT SECTION.
           MOVE ws-arg-2 TO ws-want-from.
           MOVE ws-arg-3 TO ws-want-owner.
           IF ws-want-name = SPACES OR ws-want-name = "*"
               OR ws-want-from IS NOT NUMERIC
               DISPLAY "RRE010E usage: report-reprint "
                 "SEND <name> <yyyymmdd> [<owner>]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SEND-REPORT-EXIT
           END-IF.
           MOVE 0 TO ws-filing-found.
           PERFORM VARYING ws-filing-idx FROM 1 BY 1
               UNTIL ws-filing-idx > ws-filing-count
               IF ws-filing-name(ws-filing-idx) = ws-want-name
                   AND ws-filing-bus-date(ws-filing-idx)
                     = ws-want-from
                   MOVE ws-filing-idx TO ws-filing-found
               END-IF
           END-PERFORM.
           IF ws-filing-found = 0
               DISPLAY "RRE012E report-reprint: no "
                 FUNCTION TRIM(ws-want-name) " report was filed for "
                 ws-want-from UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SEND-REPORT-EXIT
           END-IF.
           MOVE ws-filing-found TO ws-filing-idx.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-filing-path(ws-filing-idx))
             ws-file-info
             RETURNING ws-file-rc
           END-CALL.
           IF ws-file-rc NOT = 0
               DISPLAY "RRE015E report-reprint: "
                 FUNCTION TRIM(ws-filing-path(ws-filing-idx))
                 " has rolled off -- restore it before a reprint"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SEND-REPORT-EXIT
           END-IF.
           PERFORM 310-LOAD-OWNERS.
           PERFORM 320-LOAD-ROUTES.
           IF ws-want-owner NOT = SPACES
               PERFORM 330-SEND-TO-NAMED-OWNER
           ELSE
               PERFORM 340-SEND-TO-DIST-LIST
           END-IF.
           IF RETURN-CODE = 0
               DISPLAY "report-reprint: "
                 FUNCTION TRIM(ws-filing-path(ws-filing-idx))
                 " re-delivered to " ws-sent-count " recipient(s)"
               END-DISPLAY
           END-IF.
       300-SEND-REPORT-EXIT.
           EXIT.

       310-LOAD-OWNERS SECTION.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               GO TO 310-LOAD-OWNERS-EXIT
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
       310-LOAD-OWNERS-EXIT.
           EXIT.

      *>   the same reading report-dist gives REPORT-DIST; a line it
      *>   does not understand is warned about there, each night
       320-LOAD-ROUTES SECTION.
           OPEN INPUT DIST-FILE.
           IF ws-dist-status NOT = "00"
               GO TO 320-LOAD-ROUTES-EXIT
           END-IF.
           PERFORM UNTIL ws-dist-eof = "Y"
               OR ws-route-count >= ws-route-max
               READ DIST-FILE
                   AT END
                       MOVE "Y" TO ws-dist-eof
                   NOT AT END
                       IF DIST-RECORD NOT = SPACES
                           AND DIST-RECORD(1:1) NOT = "*"
                           PERFORM 321-TAKE-ONE-ROUTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-FILE.
       320-LOAD-ROUTES-EXIT.
           EXIT.

       321-TAKE-ONE-ROUTE SECTION.
           MOVE SPACES TO ws-route-word-1 ws-route-word-2
             ws-route-word-3.
           UNSTRING DIST-RECORD DELIMITED BY ALL " "
             INTO ws-route-word-1 ws-route-word-2 ws-route-word-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-route-word-1)
             TO ws-route-word-1.
           MOVE FUNCTION UPPER-CASE(ws-route-word-2)
             TO ws-route-word-2.
           IF (ws-route-word-2 = "OWNER" OR ws-route-word-2 = "DEPT")
               AND ws-route-word-3 NOT = SPACES
               ADD 1 TO ws-route-count
               MOVE ws-route-word-1 TO ws-route-report(ws-route-count)
               MOVE ws-route-word-2 TO ws-route-kind(ws-route-count)
               MOVE ws-route-word-3 TO ws-route-id(ws-route-count)
           END-IF.

      *>   a named owner needs no route unless the report is
      *>   restricted -- then one must name the report for them
       330-SEND-TO-NAMED-OWNER SECTION.
           MOVE 0 TO ws-own-found.
           PERFORM VARYING ws-own-idx FROM 1 BY 1
               UNTIL ws-own-idx > ws-own-count
               IF ws-own-id(ws-own-idx) = ws-want-owner
                   AND ws-own-active(ws-own-idx) = "Y"
                   AND ws-own-contact(ws-own-idx) NOT = SPACES
                   MOVE ws-own-idx TO ws-own-found
               END-IF
           END-PERFORM.
           IF ws-own-found = 0
               DISPLAY "RRE013E report-reprint: "
                 FUNCTION TRIM(ws-want-owner)
                 " is not an active owner with a contact in OWNERS"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 330-SEND-TO-NAMED-OWNER-EXIT
           END-IF.
           MOVE ws-own-found TO ws-own-idx.
           IF ws-filing-restricted(ws-filing-idx) = "Y"
               PERFORM 350-CHECK-ROUTED
               IF ws-routed-flag NOT = "Y"
                   DISPLAY "RRE014E report-reprint: "
                     FUNCTION TRIM(ws-want-name)
                     " is restricted and REPORT-DIST does not route"
                     " it to " FUNCTION TRIM(ws-want-owner)
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   GO TO 330-SEND-TO-NAMED-OWNER-EXIT
               END-IF
           END-IF.
           PERFORM 360-DELIVER-TO-OWNER.
       330-SEND-TO-NAMED-OWNER-EXIT.
           EXIT.

       340-SEND-TO-DIST-LIST SECTION.
           PERFORM VARYING ws-own-idx FROM 1 BY 1
               UNTIL ws-own-idx > ws-own-count
               IF ws-own-active(ws-own-idx) = "Y"
                   AND ws-own-contact(ws-own-idx) NOT = SPACES
                   PERFORM 350-CHECK-ROUTED
                   IF ws-routed-flag = "Y"
                       PERFORM 360-DELIVER-TO-OWNER
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-sent-count = 0 AND RETURN-CODE = 0
               DISPLAY "RRE017E report-reprint: REPORT-DIST routes "
                 FUNCTION TRIM(ws-want-name)
                 " to nobody -- name an owner to send it to"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   ALL carries every report but a restricted one, which goes
      *>   only where a route names it
       350-CHECK-ROUTED SECTION.
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

      *>   report-deliver comes back with its own RETURN-CODE, so
      *>   a failure is kept in ws-dlv-status and set after
       360-DELIVER-TO-OWNER SECTION.
           MOVE ws-own-id(ws-own-idx)      TO ws-dlv-owner.
           MOVE ws-own-contact(ws-own-idx) TO ws-dlv-contact.
           MOVE "BEGIN" TO ws-dlv-op.
           PERFORM 370-CALL-REPORT-DELIVER.
           IF ws-dlv-status = 0
               MOVE "ADD  " TO ws-dlv-op
               MOVE ws-filing-path(ws-filing-idx) TO ws-dlv-path
               PERFORM 370-CALL-REPORT-DELIVER
           END-IF.
           IF ws-dlv-status = 0
               MOVE "SEND " TO ws-dlv-op
               PERFORM 370-CALL-REPORT-DELIVER
           END-IF.
           IF ws-dlv-status NOT = 0
               DISPLAY "RRE016E report-reprint: the delivery to "
                 FUNCTION TRIM(ws-own-id(ws-own-idx))
                 " could not be written" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 360-DELIVER-TO-OWNER-EXIT
           END-IF.
           ADD 1 TO ws-sent-count.
           DISPLAY "report-reprint: "
             FUNCTION TRIM(ws-own-id(ws-own-idx)) " -- "
             FUNCTION TRIM(ws-dlv-path)
           END-DISPLAY.
       360-DELIVER-TO-OWNER-EXIT.
           EXIT.

       370-CALL-REPORT-DELIVER SECTION.
           MOVE RETURN-CODE TO ws-rc-save.
           CALL "report-deliver" USING ws-dlv-op ws-dlv-reason
             ws-dlv-owner ws-dlv-contact ws-dlv-path ws-dlv-status
           END-CALL.
           MOVE ws-rc-save TO RETURN-CODE.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RRE001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "RRE002E report reprint failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "report-reprint".
