      *> -------------------------------------------
      *> ticket-report.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the change-management side of the change tickets the
      *> updating tools now journal: everything done under one
      *> ticket, or everything done within a date range grouped by
      *> the ticket it was done under, drawn from the three places
      *> a ticket is recorded -- the PROJECTS-AUDIT journal (retire,
      *> rename, transfer, purge: every master-record change
      *> projects-io journals), the PROMOTIONS history, and the
      *> ARCHIVE-CATALOG. In a date range, changes made without a
      *> ticket are listed last under "(no ticket)", since those
      *> are the ones change management asks about.
      *>
      *>   ticket-report <ticket>
      *>   ticket-report <from-YYYYMMDD> [to-YYYYMMDD]
      *>
      *> An 8-digit first word is a date range, the same test
      *> audit-inquiry applies; anything else is a ticket number.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "ticket-report".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC ws-audit-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT PROMOTIONS-FILE
               ASSIGN TO DYNAMIC ws-promotions-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-promotions-status.
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC ws-catalog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalog-status.

       DATA DIVISION.
         FILE SECTION.
      *>   the stamp columns first, then the body raw: the journal
      *>   grew a zone-offset column between the time and the user,
      *>   so the body is peeled off in 115-PARSE-AUDIT the way
      *>   audit-inquiry does it
         FD  AUDIT-FILE.
         01 AUDIT-RECORD.
             05 aud-date          PIC X(8).
             05 FILLER            PIC X.
             05 aud-time          PIC X(8).
             05 FILLER            PIC X.
             05 aud-rest          PIC X(397).
             05 FILLER            PIC X.
             05 aud-bus-date      PIC X(8).
             05 FILLER            PIC X.
             05 aud-ticket        PIC X(20).
             05 FILLER            PIC X.
             05 aud-override      PIC X(60).
      *>   journal-seal's sequence and hash, which journal-verify
      *>   reads
             05 FILLER            PIC X(20).
         FD  PROMOTIONS-FILE.
         01 PROMOTIONS-RECORD.
             05 promo-rec-name     PIC X(48).
             05 FILLER             PIC X.
             05 promo-rec-date     PIC X(8).
             05 FILLER             PIC X.
             05 promo-rec-time     PIC X(8).
             05 FILLER             PIC X.
             05 promo-rec-operator PIC X(30).
             05 FILLER             PIC X.
             05 promo-rec-from     PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-to       PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-outcome  PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-ticket   PIC X(20).
         FD  CATALOG-FILE.
         01 CATALOG-RECORD.
             05 cat-rec-name      PIC X(48).
             05 FILLER            PIC X.
             05 cat-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 cat-rec-time      PIC X(8).
             05 FILLER            PIC X.
             05 cat-rec-operator  PIC X(30).
             05 FILLER            PIC X.
             05 cat-rec-moved     PIC X(120).
             05 FILLER            PIC X.
             05 cat-rec-missing   PIC X(120).
             05 FILLER            PIC X.
             05 cat-rec-container PIC X(60).
             05 FILLER            PIC X.
             05 cat-rec-ticket    PIC X(20).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "ticket-report".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-audit-path        PIC X(300) VALUE "PROJECTS-AUDIT".
           01 ws-audit-file-status PIC XX.
           01 ws-promotions-path   PIC X(300) VALUE "PROMOTIONS".
           01 ws-promotions-status PIC XX.
           01 ws-catalog-path      PIC X(300) VALUE "ARCHIVE-CATALOG".
           01 ws-catalog-status    PIC XX.
           01 ws-eof-flag          PIC X.

      *>   selection: either one ticket or a from/to date range
           01 ws-full-cmdline     PIC X(256).
           01 ws-first-word       PIC X(48).
           01 ws-second-word      PIC X(48).
           01 ws-select-mode      PIC X VALUE "T".
               88 select-by-ticket VALUE "T".
               88 select-by-date   VALUE "D".
           01 ws-want-ticket      PIC X(20).
           01 ws-from-date        PIC X(8).
           01 ws-to-date          PIC X(8).

      *>   the journal entry's body, laid out the same whichever
      *>   vintage the record came from
           01 ws-aud-body.
               05 aud-user          PIC X(30).
               05 FILLER            PIC X.
               05 aud-op            PIC X(6).
               05 FILLER            PIC X.
               05 aud-before.
                   10 aud-before-name     PIC X(48).
                   10 aud-before-owner    PIC X(30).
                   10 FILLER              PIC X(28).
                   10 aud-before-status   PIC X(10).
                   10 FILLER              PIC X(60).
               05 FILLER            PIC X.
               05 aud-after.
                   10 aud-after-name      PIC X(48).
                   10 aud-after-owner     PIC X(30).
                   10 FILLER              PIC X(28).
                   10 aud-after-status    PIC X(10).
                   10 FILLER              PIC X(60).

      *>   local rendering of the journal's stored UTC stamp, via
      *>   DATE-STAMP's TOLC operation, so the journal's lines sort
      *>   in with the PROMOTIONS and catalog lines, which are local
           01 ws-ds-weekday       PIC 9    VALUE 1.
           01 ws-ds-date          PIC 9(6) VALUE ZERO.
           01 ws-ds-time          PIC 9(8) VALUE ZERO.
           01 ws-ds-format        PIC X(4).
           01 ws-ds-stamp         PIC X(60).
           01 ws-ds-fiscal        PIC X(10).
           01 ws-ds-cal           PIC X(12).

      *>   the change in hand, built by whichever source read it and
      *>   then kept or dropped by 190-KEEP-IF-SELECTED
           01 ws-hit.
               05 ws-hit-ticket     PIC X(20).
               05 ws-hit-date       PIC X(8).
               05 ws-hit-time       PIC X(8).
               05 ws-hit-what       PIC X(8).
               05 ws-hit-project    PIC X(48).
               05 ws-hit-operator   PIC X(30).
               05 ws-hit-detail     PIC X(40).

      *>   every kept change, sorted on ticket, date and time before
      *>   printing; a blank ticket keys as HIGH-VALUES so the
      *>   untracked changes come out last
           78 ws-chg-max VALUE 500.
           01 ws-chg-count        PIC 9(4) VALUE 0.
           01 ws-chg-idx          PIC 9(4).
           01 ws-chg-full-flag    PIC X VALUE "N".
           01 ws-chg-table.
               05 ws-chg-entry OCCURS 500 TIMES.
                   10 ws-chg-key.
                       15 ws-chg-key-ticket PIC X(20).
                       15 ws-chg-key-date   PIC X(8).
                       15 ws-chg-key-time   PIC X(8).
                   10 ws-chg-ticket     PIC X(20).
                   10 ws-chg-what       PIC X(8).
                   10 ws-chg-project    PIC X(48).
                   10 ws-chg-operator   PIC X(30).
                   10 ws-chg-detail     PIC X(40).
           01 ws-chg-sort-temp    PIC X(182).

      *>   selection-sort work fields, swapping whole entries in
      *>   place, same as error-log-report's day sort
           01 ws-sort-outer       PIC 9(4).
           01 ws-sort-inner       PIC 9(4).
           01 ws-sort-low         PIC 9(4).

      *>   the ticket group being printed, for the range report's
      *>   group headings and counts
           01 ws-group-ticket     PIC X(20).
           01 ws-group-count      PIC 9(4).
           01 ws-ticket-count     PIC 9(4) VALUE 0.

      *>   one printed change, fixed columns
           01 ws-print-line.
               05 ws-prt-date       PIC X(8).
               05 FILLER            PIC X VALUE SPACE.
               05 ws-prt-time       PIC X(8).
               05 FILLER            PIC X VALUE SPACE.
               05 ws-prt-what       PIC X(8).
               05 FILLER            PIC X VALUE SPACE.
               05 ws-prt-project    PIC X(30).
               05 FILLER            PIC X VALUE SPACE.
               05 ws-prt-operator   PIC X(15).
               05 FILLER            PIC X VALUE SPACE.
               05 ws-prt-detail     PIC X(40).

      *>   report-writer's USING items: every report line goes
      *>   through the shared writer, so this report pages, files
      *>   and reads the same as every other in the shop
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "TICKETS changes by change ticket".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-SCAN-AUDIT.
           perform 120-SCAN-PROMOTIONS.
           perform 130-SCAN-CATALOG.
           perform 200-SORT-CHANGES.
           perform 300-SHOW-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-first-word.
           MOVE SPACES TO ws-second-word.
           UNSTRING ws-full-cmdline DELIMITED BY ALL " "
             INTO ws-first-word ws-second-word
           END-UNSTRING.
           IF ws-first-word = SPACES
               DISPLAY "TKR010E usage: ticket-report <ticket> | "
                 "<from-YYYYMMDD> [to-YYYYMMDD]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   an 8-digit first word selects by date range; anything else
      *>   is a ticket number, matched the way change-ticket stores
      *>   it, upper-cased
           IF ws-first-word(1:8) IS NUMERIC
               AND ws-first-word(9:40) = SPACES
               SET select-by-date TO TRUE
               MOVE ws-first-word(1:8) TO ws-from-date
               IF ws-second-word NOT = SPACES
                   MOVE ws-second-word(1:8) TO ws-to-date
               ELSE
                   MOVE ws-from-date TO ws-to-date
               END-IF
               IF ws-to-date IS NOT NUMERIC
                   OR ws-to-date < ws-from-date
                   DISPLAY "TKR011E ticket-report: '"
                     FUNCTION TRIM(ws-second-word)
                     "' is not a YYYYMMDD date on or after the "
                     "from-date" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
               END-IF
           ELSE
               SET select-by-ticket TO TRUE
               MOVE FUNCTION UPPER-CASE(ws-first-word)
                 TO ws-want-ticket
           END-IF.

      *>   an absent journal or history file is one with nothing in
      *>   it -- a finding, not an error
       100-SCAN-AUDIT SECTION.
           OPEN INPUT AUDIT-FILE.
           IF ws-audit-file-status NOT = "00"
               GO TO 100-SCAN-AUDIT-EXIT
           END-IF.
           MOVE "N" TO ws-eof-flag.
           PERFORM UNTIL ws-eof-flag = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO ws-eof-flag
                   NOT AT END
                       IF AUDIT-RECORD NOT = SPACES
                           PERFORM 115-PARSE-AUDIT
                           PERFORM 190-KEEP-IF-SELECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       100-SCAN-AUDIT-EXIT.
           EXIT.

      *>   the project is the after image's, or the before image's
      *>   for a DELETE, which has no after; the detail is whatever
      *>   the change moved -- status, owner, or name -- or, for a
      *>   change-freeze override, the emergency reason given
       115-PARSE-AUDIT SECTION.
           IF aud-rest(1:1) = "+" OR aud-rest(1:1) = "-"
               MOVE aud-rest(7:391) TO ws-aud-body
           ELSE
               MOVE aud-rest(1:391) TO ws-aud-body
           END-IF.
           MOVE SPACES TO ws-hit.
           MOVE aud-ticket TO ws-hit-ticket.
           MOVE aud-date TO ws-hit-date.
           MOVE aud-time TO ws-hit-time.
           IF aud-date IS NUMERIC
               MOVE SPACES TO ws-ds-stamp
               MOVE aud-date      TO ws-ds-stamp(1:8)
               MOVE aud-time(1:6) TO ws-ds-stamp(10:6)
               MOVE "TOLC" TO ws-ds-format
               CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
                 ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
                 ws-ds-cal
                 ON EXCEPTION
                     CONTINUE
               END-CALL
               MOVE ws-ds-stamp(1:8)  TO ws-hit-date
               MOVE ws-ds-stamp(10:6) TO ws-hit-time(1:6)
           END-IF.
           MOVE aud-op TO ws-hit-what.
           MOVE aud-user TO ws-hit-operator.
           IF aud-after-name = SPACES
               MOVE aud-before-name TO ws-hit-project
               MOVE "record deleted" TO ws-hit-detail
               GO TO 115-PARSE-AUDIT-EXIT
           END-IF.
           MOVE aud-after-name TO ws-hit-project.
           EVALUATE TRUE
               WHEN aud-op = "OVRIDE"
                   STRING "freeze override: "
                     FUNCTION TRIM(aud-override)
                     DELIMITED BY SIZE INTO ws-hit-detail
                   END-STRING
               WHEN aud-before-name = SPACES
                   STRING "new, " FUNCTION TRIM(aud-after-status)
                     DELIMITED BY SIZE INTO ws-hit-detail
                   END-STRING
               WHEN aud-before-name NOT = aud-after-name
                   STRING "was " FUNCTION TRIM(aud-before-name)
                     DELIMITED BY SIZE INTO ws-hit-detail
                   END-STRING
               WHEN aud-before-owner NOT = aud-after-owner
                   STRING "owner " FUNCTION TRIM(aud-before-owner)
                     " -> " FUNCTION TRIM(aud-after-owner)
                     DELIMITED BY SIZE INTO ws-hit-detail
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(aud-before-status)
                     " -> " FUNCTION TRIM(aud-after-status)
                     DELIMITED BY SIZE INTO ws-hit-detail
                   END-STRING
           END-EVALUATE.
       115-PARSE-AUDIT-EXIT.
           EXIT.

       120-SCAN-PROMOTIONS SECTION.
           OPEN INPUT PROMOTIONS-FILE.
           IF ws-promotions-status NOT = "00"
               GO TO 120-SCAN-PROMOTIONS-EXIT
           END-IF.
           MOVE "N" TO ws-eof-flag.
           PERFORM UNTIL ws-eof-flag = "Y"
               READ PROMOTIONS-FILE
                   AT END
                       MOVE "Y" TO ws-eof-flag
                   NOT AT END
                       IF PROMOTIONS-RECORD NOT = SPACES
                           MOVE SPACES TO ws-hit
                           MOVE promo-rec-ticket   TO ws-hit-ticket
                           MOVE promo-rec-date     TO ws-hit-date
                           MOVE promo-rec-time     TO ws-hit-time
                           MOVE "PROMOTE"          TO ws-hit-what
                           MOVE promo-rec-name     TO ws-hit-project
                           MOVE promo-rec-operator TO ws-hit-operator
                           STRING FUNCTION TRIM(promo-rec-from) " -> "
                             FUNCTION TRIM(promo-rec-to) ", build "
                             FUNCTION TRIM(promo-rec-outcome)
                             DELIMITED BY SIZE INTO ws-hit-detail
                           END-STRING
                           PERFORM 190-KEEP-IF-SELECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMOTIONS-FILE.
       120-SCAN-PROMOTIONS-EXIT.
           EXIT.

       130-SCAN-CATALOG SECTION.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               GO TO 130-SCAN-CATALOG-EXIT
           END-IF.
           MOVE "N" TO ws-eof-flag.
           PERFORM UNTIL ws-eof-flag = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO ws-eof-flag
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                           MOVE SPACES TO ws-hit
                           MOVE cat-rec-ticket   TO ws-hit-ticket
                           MOVE cat-rec-date     TO ws-hit-date
                           MOVE cat-rec-time     TO ws-hit-time
                           MOVE "ARCHIVE"        TO ws-hit-what
                           MOVE cat-rec-name     TO ws-hit-project
                           MOVE cat-rec-operator TO ws-hit-operator
                           IF cat-rec-missing = SPACES
                               MOVE "files archived" TO ws-hit-detail
                           ELSE
                               MOVE "files archived, some missing"
                                 TO ws-hit-detail
                           END-IF
                           PERFORM 190-KEEP-IF-SELECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       130-SCAN-CATALOG-EXIT.
           EXIT.

      *>   the one selection rule every source goes through: the
      *>   ticket asked for, or a date inside the range asked for
       190-KEEP-IF-SELECTED SECTION.
           IF select-by-ticket
               IF ws-hit-ticket NOT = ws-want-ticket
                   GO TO 190-KEEP-IF-SELECTED-EXIT
               END-IF
           ELSE
               IF ws-hit-date < ws-from-date
                   OR ws-hit-date > ws-to-date
                   GO TO 190-KEEP-IF-SELECTED-EXIT
               END-IF
           END-IF.
           IF ws-chg-count >= ws-chg-max
               IF ws-chg-full-flag = "N"
                   DISPLAY "TKR012W ticket-report: more than "
                     ws-chg-max " changes -- only the first "
                     ws-chg-max " read are listed; narrow the range"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE "Y" TO ws-chg-full-flag
               END-IF
               GO TO 190-KEEP-IF-SELECTED-EXIT
           END-IF.
           ADD 1 TO ws-chg-count.
           MOVE ws-hit-ticket TO ws-chg-key-ticket(ws-chg-count).
           IF ws-hit-ticket = SPACES
               MOVE HIGH-VALUES TO ws-chg-key-ticket(ws-chg-count)
           END-IF.
           MOVE ws-hit-date     TO ws-chg-key-date(ws-chg-count).
           MOVE ws-hit-time     TO ws-chg-key-time(ws-chg-count).
           MOVE ws-hit-ticket   TO ws-chg-ticket(ws-chg-count).
           MOVE ws-hit-what     TO ws-chg-what(ws-chg-count).
           MOVE ws-hit-project  TO ws-chg-project(ws-chg-count).
           MOVE ws-hit-operator TO ws-chg-operator(ws-chg-count).
           MOVE ws-hit-detail   TO ws-chg-detail(ws-chg-count).
       190-KEEP-IF-SELECTED-EXIT.
           EXIT.

      *>   the three sources were read one after another; sort the
      *>   changes kept into ticket, date and time order, the same
      *>   plain selection sort error-log-report uses
       200-SORT-CHANGES SECTION.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-chg-count
               MOVE ws-sort-outer TO ws-sort-low
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-chg-count
                   IF ws-chg-key(ws-sort-inner)
                        < ws-chg-key(ws-sort-low)
                       MOVE ws-sort-inner TO ws-sort-low
                   END-IF
               END-PERFORM
               IF ws-sort-low NOT = ws-sort-outer
                   MOVE ws-chg-entry(ws-sort-outer) TO ws-chg-sort-temp
                   MOVE ws-chg-entry(ws-sort-low)
                     TO ws-chg-entry(ws-sort-outer)
                   MOVE ws-chg-sort-temp TO ws-chg-entry(ws-sort-low)
               END-IF
           END-PERFORM.

       300-SHOW-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.
           IF select-by-ticket
               STRING "Changes made under change ticket "
                 FUNCTION TRIM(ws-want-ticket)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "Changes made " ws-from-date " to " ws-to-date
                 ", by change ticket"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "Date     Time     Change   Project                "
             "        Operator        Detail"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "-------- -------- -------- -----------------------"
             "------- --------------- ------"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE LOW-VALUES TO ws-group-ticket.
           MOVE 0 TO ws-group-count.
           PERFORM VARYING ws-chg-idx FROM 1 BY 1
               UNTIL ws-chg-idx > ws-chg-count
               IF select-by-date
                   AND ws-chg-ticket(ws-chg-idx) NOT = ws-group-ticket
                   PERFORM 320-CLOSE-GROUP
                   PERFORM 310-OPEN-GROUP
               END-IF
               PERFORM 330-SHOW-ONE-CHANGE
           END-PERFORM.
           IF select-by-date
               PERFORM 320-CLOSE-GROUP
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           IF ws-chg-count = 0
               IF select-by-ticket
                   STRING "No changes recorded under ticket "
                     FUNCTION TRIM(ws-want-ticket)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               ELSE
                   MOVE "No changes recorded in that date range"
                     TO ws-rpt-line
               END-IF
           ELSE
               IF select-by-ticket
                   STRING "Changes under the ticket: " ws-chg-count
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               ELSE
                   STRING "Changes in the range: " ws-chg-count
                     "   tickets: " ws-ticket-count
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               END-IF
           END-IF.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-chg-count = 0
               MOVE 1 TO RETURN-CODE
           END-IF.

       310-OPEN-GROUP SECTION.
           MOVE ws-chg-ticket(ws-chg-idx) TO ws-group-ticket.
           MOVE 0 TO ws-group-count.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-group-ticket = SPACES
               MOVE "(no ticket)" TO ws-rpt-line
           ELSE
               ADD 1 TO ws-ticket-count
               STRING "Ticket " FUNCTION TRIM(ws-group-ticket)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.

       320-CLOSE-GROUP SECTION.
           IF ws-group-count = 0
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " ws-group-count " change(s)"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

       330-SHOW-ONE-CHANGE SECTION.
           ADD 1 TO ws-group-count.
           MOVE ws-chg-key-date(ws-chg-idx) TO ws-prt-date.
           MOVE ws-chg-key-time(ws-chg-idx) TO ws-prt-time.
           MOVE ws-chg-what(ws-chg-idx)     TO ws-prt-what.
           MOVE ws-chg-project(ws-chg-idx)  TO ws-prt-project.
           MOVE ws-chg-operator(ws-chg-idx) TO ws-prt-operator.
           MOVE ws-chg-detail(ws-chg-idx)   TO ws-prt-detail.
           MOVE ws-print-line TO ws-rpt-line.
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
               DISPLAY "TKR001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0 AND ws-chg-count = 0
               MOVE "TKR002E ticket report found nothing, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "ticket-report".
