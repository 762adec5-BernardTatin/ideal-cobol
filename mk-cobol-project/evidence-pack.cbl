      *> -------------------------------------------
      *> evidence-pack.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the audit evidence pack: everything the shop holds on record
      *> about a project, gathered out of the trails audit-inquiry,
      *> promotion-inquiry, archive-inquiry, archive-hold and gen-drift
      *> each show a piece of, into one paginated report an auditor
      *> can be handed instead of an afternoon of screenshots --
      *>
      *>   evidence-pack <project-name>
      *>   evidence-pack <from-YYYYMMDD> [to-YYYYMMDD]
      *>
      *> For one project the whole history is taken; for a date
      *> range, every project touched in it -- a PROJECTS-AUDIT,
      *> PRODQUEUE.AUDIT, PROMOTIONS, ARCHIVE-CATALOG or
      *> ARCHIVE-HOLDS entry dated in the range -- with its events
      *> held to the range. Each project starts a new page, in
      *> seven parts:
      *>   1  the master record now and its creation
      *>   2  every master change, before and after images, with
      *>      the change ticket and any freeze override
      *>   3  approvals and approvers, PRODQUEUE.AUDIT
      *>   4  promotions, PROMOTIONS
      *>   5  retirements: RETIRE/RESTOR/DELETE, ARCHIVE-CATALOG
      *>   6  holds: HOLD/RESUME/FREEZE/THAW, and the legal holds
      *>      in force in ARCHIVE-HOLDS
      *>   7  the file checksums PROJFILES keeps -- as first
      *>      cataloged and as last -- and the drift status now
      *> The creation, the holds in force and the file checksums are
      *> the record as it stands and are shown whatever the range.
      *> An index of the page every part starts on follows, and a
      *> control page last: the records on file in every source
      *> against the records taken into the pack, so the pack can be
      *> shown complete. Read-only throughout; the report is
      *> REPORT.EVIDENCE.<date>.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "evidence-pack".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC ws-audit-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT APPROVALS-FILE
               ASSIGN TO DYNAMIC ws-approvals-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-approvals-status.
           SELECT PROMOTIONS-FILE
               ASSIGN TO DYNAMIC ws-promotions-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-promotions-status.
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC ws-catalog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalog-status.
           SELECT HOLDS-FILE
               ASSIGN TO DYNAMIC ws-holds-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-holds-status.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.

       DATA DIVISION.
         FILE SECTION.
      *>   the stamp columns first, then the rest of the line raw,
      *>   peeled in 105-PARSE-ENTRY the way audit-inquiry does it
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
             05 FILLER            PIC X(20).
      *>   prod-approve's and prod-execute's decision lines, with
      *>   journal-seal's sequence and hash past them
         FD  APPROVALS-FILE.
         01 APPROVALS-RECORD.
             05 apr-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 apr-rec-time      PIC X(8).
             05 FILLER            PIC X.
             05 apr-rec-op        PIC X(8).
             05 FILLER            PIC X.
             05 apr-rec-name      PIC X(48).
             05 FILLER            PIC X.
             05 apr-rec-requester PIC X(30).
             05 FILLER            PIC X.
             05 apr-rec-approver  PIC X(30).
             05 FILLER            PIC X.
             05 apr-rec-note      PIC X(40).
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
             05 cat-rec-name       PIC X(48).
             05 FILLER             PIC X.
             05 cat-rec-date       PIC X(8).
             05 FILLER             PIC X.
             05 cat-rec-time       PIC X(8).
             05 FILLER             PIC X.
             05 cat-rec-operator   PIC X(30).
             05 FILLER             PIC X.
             05 cat-rec-moved      PIC X(120).
             05 FILLER             PIC X.
             05 cat-rec-missing    PIC X(120).
             05 FILLER             PIC X.
             05 cat-rec-container  PIC X(60).
             05 FILLER             PIC X.
             05 cat-rec-ticket     PIC X(20).
         FD  HOLDS-FILE.
         01 HOLDS-RECORD.
             05 hold-rec-name      PIC X(48).
             05 FILLER             PIC X.
             05 hold-rec-holder    PIC X(30).
             05 FILLER             PIC X.
             05 hold-rec-ref       PIC X(20).
             05 FILLER             PIC X.
             05 hold-rec-date      PIC X(8).
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project     PIC X(48).
             05 FILLER             PIC X.
             05 pf-rec-path        PIC X(120).
             05 FILLER             PIC X.
             05 pf-rec-checksum    PIC 9(9).
             05 FILLER             PIC X.
             05 pf-rec-date        PIC X(8).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "evidence-pack".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

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

           01 ws-audit-path       PIC X(300) VALUE "PROJECTS-AUDIT".
           01 ws-audit-status     PIC XX.
           01 ws-audit-eof        PIC X.
           01 ws-approvals-path   PIC X(300) VALUE "PRODQUEUE.AUDIT".
           01 ws-approvals-status PIC XX.
           01 ws-approvals-eof    PIC X.
           01 ws-promotions-path  PIC X(300) VALUE "PROMOTIONS".
           01 ws-promotions-status PIC XX.
           01 ws-promotions-eof   PIC X.
           01 ws-catalog-path     PIC X(300) VALUE "ARCHIVE-CATALOG".
           01 ws-catalog-status   PIC XX.
           01 ws-catalog-eof      PIC X.
           01 ws-holds-path       PIC X(300) VALUE "ARCHIVE-HOLDS".
           01 ws-holds-status     PIC XX.
           01 ws-holds-eof        PIC X.
           01 ws-projfiles-path   PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.
           01 ws-projfiles-eof    PIC X.

      *>   the journal entry's body, laid out the same whichever
      *>   journal vintage the record came from
           01 ws-aud-offset       PIC X(5).
           01 ws-aud-body.
               05 aud-user          PIC X(30).
               05 FILLER            PIC X.
               05 aud-op            PIC X(6).
               05 FILLER            PIC X.
               05 aud-before.
                   10 aud-before-name     PIC X(48).
                   10 FILLER              PIC X(128).
               05 FILLER            PIC X.
               05 aud-after.
                   10 aud-after-name      PIC X(48).
                   10 FILLER              PIC X(128).

      *>   one image, before or after, for 250-SHOW-IMAGE
           01 ws-image-label      PIC X(8).
           01 ws-image.
               05 img-name          PIC X(48).
               05 img-owner         PIC X(30).
               05 img-cdate         PIC X(8).
               05 img-ctime         PIC X(8).
               05 img-template      PIC X(12).
               05 img-status        PIC X(10).
               05 img-cloned        PIC X(48).
               05 img-modtype       PIC X(4).
               05 img-verify        PIC X(8).

      *>   local rendering of the stored UTC stamp, via DATE-STAMP's
      *>   TOLC operation; a runtime without DATE-STAMP on the path
      *>   shows the stored UTC unchanged
           01 ws-show-date        PIC X(8).
           01 ws-show-time        PIC X(8).
           01 ws-ds-weekday       PIC 9    VALUE 1.
           01 ws-ds-date          PIC 9(6) VALUE ZERO.
           01 ws-ds-time          PIC 9(8) VALUE ZERO.
           01 ws-ds-format        PIC X(4).
           01 ws-ds-stamp         PIC X(60).
           01 ws-ds-fiscal        PIC X(10).
           01 ws-ds-cal           PIC X(12).

      *>   selection: either a project name or a from/to date range,
      *>   told apart by whether the first argument is an 8-digit date
           01 ws-full-cmdline     PIC X(256).
           01 ws-first-word       PIC X(48).
           01 ws-second-word      PIC X(48).
           01 ws-select-mode      PIC X VALUE "N".
           01 ws-from-date        PIC X(8).
           01 ws-to-date          PIC X(8).
           01 ws-event-date       PIC X(8).
           01 ws-in-window        PIC X.
           01 ws-known-count      PIC 9(7) VALUE 0.
           01 ws-user             PIC X(30).
           01 ws-now-date         PIC X(8).
           01 ws-now-time         PIC X(8).

      *>   the projects in the pack, in name order, and the page each
      *>   of their seven parts starts on for the index
           78 ws-pack-max VALUE 500.
           01 ws-pack-count       PIC 9(4) VALUE 0.
           01 ws-pack-idx         PIC 9(4).
           01 ws-pack-pos         PIC 9(4).
           01 ws-pack-table.
               05 ws-pack-entry OCCURS 500 TIMES.
                   10 ws-pack-name    PIC X(48).
                   10 ws-pack-page    PIC 9(4) OCCURS 7 TIMES.
           01 ws-touch-name       PIC X(48).
           01 ws-pack-full        PIC X VALUE "N".
           01 ws-cur-name         PIC X(48).

      *>   the seven parts' headings
           01 ws-part-names.
               05 FILLER PIC X(32) VALUE "MASTER RECORD AND CREATION".
               05 FILLER PIC X(32) VALUE "MASTER CHANGES".
               05 FILLER PIC X(32) VALUE "APPROVALS".
               05 FILLER PIC X(32) VALUE "PROMOTIONS".
               05 FILLER PIC X(32) VALUE "RETIREMENTS".
               05 FILLER PIC X(32) VALUE "HOLDS".
               05 FILLER PIC X(32) VALUE "FILE CHECKSUMS AND DRIFT".
           01 FILLER REDEFINES ws-part-names.
               05 ws-part-name PIC X(32) OCCURS 7 TIMES.
           01 ws-part-no          PIC 9.
           01 ws-part-lines       PIC 9(5).

      *>   the control page's sources: the records on file in each,
      *>   and the records the pack took from it
           78 ws-src-journal   VALUE 1.
           78 ws-src-approvals VALUE 2.
           78 ws-src-promos    VALUE 3.
           78 ws-src-catalog   VALUE 4.
           78 ws-src-holds     VALUE 5.
           78 ws-src-projfiles VALUE 6.
           01 ws-source-table.
               05 ws-src-entry OCCURS 6 TIMES.
                   10 ws-src-name     PIC X(16).
                   10 ws-src-present  PIC X.
                   10 ws-src-on-file  PIC 9(7).
                   10 ws-src-in-pack  PIC 9(7).
           01 ws-src-idx          PIC 9.
           01 ws-master-found     PIC 9(4) VALUE 0.
           01 ws-master-missing   PIC 9(4) VALUE 0.
           01 ws-relisted-count   PIC 9(7) VALUE 0.

      *>   which journal pass 230-SCAN-JOURNAL is making: C the
      *>   creation, M the master changes, R the retirement edges,
      *>   H the hold edges
           01 ws-scan-kind        PIC X.
           01 ws-create-found     PIC X.

      *>   projects-io's USING items; FIND fills the master part
           01 ws-projects-io-op      PIC X(6).
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
           01 ws-projects-io-status  PIC 99.

      *>   the project's cataloged files: the checksum each was
      *>   first cataloged with and its newest, and the verdict now
           78 ws-pf-max VALUE 200.
           01 ws-pf-count         PIC 9(3).
           01 ws-pf-idx           PIC 9(3).
           01 ws-pf-found         PIC X.
           01 ws-pf-table.
               05 ws-pf-entry OCCURS 200 TIMES.
                   10 ws-pf-path        PIC X(120).
                   10 ws-pf-first-sum   PIC 9(9).
                   10 ws-pf-first-date  PIC X(8).
                   10 ws-pf-last-sum    PIC 9(9).
                   10 ws-pf-last-date   PIC X(8).
                   10 ws-pf-state       PIC X(6).
           01 ws-ok-count         PIC 9(3).
           01 ws-edited-count     PIC 9(3).
           01 ws-gone-count       PIC 9(3).
      *>   file-checksum's USING items
           01 ws-sum-path         PIC X(300).
           01 ws-sum-value        PIC 9(9).
           01 ws-sum-status       PIC 99.

      *>   report-writer's USING items, and a mirror of its page
      *>   mechanics -- a 60-line body, a new page on the first line
      *>   past it, a totals line taking two -- so the index can say
      *>   which page every part landed on
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "EVIDENCE audit evidence pack".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.
           78 ws-page-body VALUE 60.
           01 ws-page-no        PIC 9(4) VALUE 0.
           01 ws-line-no        PIC 9(2) VALUE 99.
           01 ws-pack-lines     PIC 9(7) VALUE 0.
           01 ws-index-page     PIC 9(4) VALUE 0.

           01 ws-show-count     PIC Z(6)9.
           01 ws-show-count-2   PIC Z(6)9.
           01 ws-show-count-3   PIC Z(6)9.
           01 ws-show-page      PIC Z(4)9.
           01 ws-show-col       PIC 9(3).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-READ-SOURCES.
           perform 050-OPEN-REPORT.
           perform 060-COVER-PAGE.
           perform 200-PACK-PROJECTS.
           perform 700-SHOW-INDEX.
           perform 750-CONTROL-PAGE.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-user FROM ENVIRONMENT "USER".
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           IF ws-full-cmdline = SPACES
               PERFORM 010-SHOW-USAGE
           END-IF.
           MOVE SPACES TO ws-first-word ws-second-word.
           UNSTRING ws-full-cmdline DELIMITED BY ALL " "
             INTO ws-first-word ws-second-word
           END-UNSTRING.
      *>   an 8-digit first word selects by date range; anything else
      *>   is a project name
           IF ws-first-word(1:8) IS NUMERIC
               AND ws-first-word(9:40) = SPACES
               MOVE "D" TO ws-select-mode
               MOVE ws-first-word(1:8) TO ws-from-date
               IF ws-second-word NOT = SPACES
                   MOVE ws-second-word(1:8) TO ws-to-date
               ELSE
                   MOVE ws-from-date TO ws-to-date
               END-IF
               IF ws-to-date IS NOT NUMERIC
                   OR ws-second-word(9:40) NOT = SPACES
                   OR ws-to-date < ws-from-date
                   DISPLAY "EVP015E evidence-pack: '"
                     FUNCTION TRIM(ws-second-word)
                     "' is not a YYYYMMDD date on or after "
                     ws-from-date UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
               END-IF
           ELSE
               MOVE "N" TO ws-select-mode
               IF ws-second-word NOT = SPACES
                   PERFORM 010-SHOW-USAGE
               END-IF
               MOVE ws-first-word TO ws-touch-name
               PERFORM 150-NOTE-TOUCHED
           END-IF.
           MOVE "PROJECTS-AUDIT"  TO ws-src-name(ws-src-journal).
           MOVE "PRODQUEUE.AUDIT" TO ws-src-name(ws-src-approvals).
           MOVE "PROMOTIONS"      TO ws-src-name(ws-src-promos).
           MOVE "ARCHIVE-CATALOG" TO ws-src-name(ws-src-catalog).
           MOVE "ARCHIVE-HOLDS"   TO ws-src-name(ws-src-holds).
           MOVE "PROJFILES"       TO ws-src-name(ws-src-projfiles).
           PERFORM VARYING ws-src-idx FROM 1 BY 1
               UNTIL ws-src-idx > 6
               MOVE "Y" TO ws-src-present(ws-src-idx)
               MOVE 0 TO ws-src-on-file(ws-src-idx)
                 ws-src-in-pack(ws-src-idx)
           END-PERFORM.

       010-SHOW-USAGE SECTION.
           DISPLAY "EVP010E usage: evidence-pack <project-name> | "
             "<from-YYYYMMDD> [to-YYYYMMDD]" UPON SYSERR
           END-DISPLAY.
           MOVE 1 TO RETURN-CODE.
           perform 900-TERMINATE.

       050-OPEN-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "EVP014E evidence-pack: could not open the "
                 "evidence pack report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   what was asked for, by whom and when, on a page of its own
       060-COVER-PAGE SECTION.
           MOVE "AUDIT EVIDENCE PACK" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "===================" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-select-mode = "D"
               STRING "Selection : every project touched from "
                 ws-from-date " to " ws-to-date
                 ", events held to the range"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "Selection : project "
                 FUNCTION TRIM(ws-first-word)
                 ", its whole history"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-pack-count TO ws-show-count.
           MOVE SPACES TO ws-rpt-line.
           STRING "Projects  : " FUNCTION TRIM(ws-show-count)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "Run by    : " FUNCTION TRIM(ws-user)
             " on " ws-now-date " at " ws-now-time(1:2) ":"
             ws-now-time(3:2) ":" ws-now-time(5:2)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "Each project starts a new page. An index of the "
             & "page every part starts on follows the last project,"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "and the control page of record counts per source "
             & "file closes the pack." TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-pack-count = 0
               MOVE SPACES TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               MOVE "No project was touched in the range." TO
                 ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   one pass over every source: the records on file for the
      *>   control page and, for a date range, the projects touched
      *>   in it. A source that is not there has simply never been
      *>   written, and says so on the control page
       100-READ-SOURCES SECTION.
           PERFORM 110-READ-JOURNAL.
           PERFORM 115-READ-APPROVALS.
           PERFORM 120-READ-PROMOTIONS.
           PERFORM 125-READ-CATALOG.
           PERFORM 130-READ-HOLDS.
           PERFORM 135-READ-PROJFILES.
           IF ws-pack-full = "Y"
               DISPLAY "EVP013E evidence-pack: more than "
                 ws-pack-max " projects were touched from "
                 ws-from-date " to " ws-to-date
                 " -- narrow the range" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   a name nothing has ever been recorded against is a typing
      *>   mistake, not a project with a clean record
           IF ws-select-mode = "N"
               MOVE "FIND" TO ws-projects-io-op
               MOVE ws-first-word TO ws-proj-name
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
               IF ws-projects-io-status NOT = 0
                   AND ws-known-count = 0
                   DISPLAY "EVP011E evidence-pack: nothing is on "
                     "record for project '"
                     FUNCTION TRIM(ws-first-word) "'" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
               END-IF
           END-IF.
           IF ws-select-mode = "D" AND ws-pack-count = 0
               DISPLAY "EVP012W evidence-pack: no project was "
                 "touched from " ws-from-date " to " ws-to-date
               END-DISPLAY
           END-IF.

       110-READ-JOURNAL SECTION.
           MOVE ws-src-journal TO ws-src-idx.
           OPEN INPUT AUDIT-FILE.
           IF ws-audit-status NOT = "00"
               MOVE "N" TO ws-src-present(ws-src-idx)
               GO TO 110-READ-JOURNAL-EXIT
           END-IF.
           MOVE "N" TO ws-audit-eof.
           PERFORM UNTIL ws-audit-eof = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO ws-audit-eof
                   NOT AT END
                       ADD 1 TO ws-src-on-file(ws-src-idx)
                       PERFORM 105-PARSE-ENTRY
      *>               an OVRIDE entry names a tool, not a project
                       IF aud-op NOT = "OVRIDE"
                           MOVE ws-show-date TO ws-event-date
                           MOVE aud-after-name TO ws-touch-name
                           IF ws-touch-name = SPACES
                               MOVE aud-before-name TO ws-touch-name
                           END-IF
                           PERFORM 140-TAKE-TOUCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       110-READ-JOURNAL-EXIT.
           EXIT.

       115-READ-APPROVALS SECTION.
           MOVE ws-src-approvals TO ws-src-idx.
           OPEN INPUT APPROVALS-FILE.
           IF ws-approvals-status NOT = "00"
               MOVE "N" TO ws-src-present(ws-src-idx)
               GO TO 115-READ-APPROVALS-EXIT
           END-IF.
           MOVE "N" TO ws-approvals-eof.
           PERFORM UNTIL ws-approvals-eof = "Y"
               READ APPROVALS-FILE
                   AT END
                       MOVE "Y" TO ws-approvals-eof
                   NOT AT END
                       ADD 1 TO ws-src-on-file(ws-src-idx)
                       MOVE apr-rec-date TO ws-event-date
                       MOVE apr-rec-name TO ws-touch-name
                       PERFORM 140-TAKE-TOUCH
               END-READ
           END-PERFORM.
           CLOSE APPROVALS-FILE.
       115-READ-APPROVALS-EXIT.
           EXIT.

       120-READ-PROMOTIONS SECTION.
           MOVE ws-src-promos TO ws-src-idx.
           OPEN INPUT PROMOTIONS-FILE.
           IF ws-promotions-status NOT = "00"
               MOVE "N" TO ws-src-present(ws-src-idx)
               GO TO 120-READ-PROMOTIONS-EXIT
           END-IF.
           MOVE "N" TO ws-promotions-eof.
           PERFORM UNTIL ws-promotions-eof = "Y"
               READ PROMOTIONS-FILE
                   AT END
                       MOVE "Y" TO ws-promotions-eof
                   NOT AT END
                       ADD 1 TO ws-src-on-file(ws-src-idx)
                       MOVE promo-rec-date TO ws-event-date
                       MOVE promo-rec-name TO ws-touch-name
                       PERFORM 140-TAKE-TOUCH
               END-READ
           END-PERFORM.
           CLOSE PROMOTIONS-FILE.
       120-READ-PROMOTIONS-EXIT.
           EXIT.

       125-READ-CATALOG SECTION.
           MOVE ws-src-catalog TO ws-src-idx.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               MOVE "N" TO ws-src-present(ws-src-idx)
               GO TO 125-READ-CATALOG-EXIT
           END-IF.
           MOVE "N" TO ws-catalog-eof.
           PERFORM UNTIL ws-catalog-eof = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO ws-catalog-eof
                   NOT AT END
                       ADD 1 TO ws-src-on-file(ws-src-idx)
                       MOVE cat-rec-date TO ws-event-date
                       MOVE cat-rec-name TO ws-touch-name
                       PERFORM 140-TAKE-TOUCH
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       125-READ-CATALOG-EXIT.
           EXIT.

       130-READ-HOLDS SECTION.
           MOVE ws-src-holds TO ws-src-idx.
           OPEN INPUT HOLDS-FILE.
           IF ws-holds-status NOT = "00"
               MOVE "N" TO ws-src-present(ws-src-idx)
               GO TO 130-READ-HOLDS-EXIT
           END-IF.
           MOVE "N" TO ws-holds-eof.
           PERFORM UNTIL ws-holds-eof = "Y"
               READ HOLDS-FILE
                   AT END
                       MOVE "Y" TO ws-holds-eof
                   NOT AT END
                       ADD 1 TO ws-src-on-file(ws-src-idx)
                       MOVE hold-rec-date TO ws-event-date
                       MOVE hold-rec-name TO ws-touch-name
                       PERFORM 140-TAKE-TOUCH
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
       130-READ-HOLDS-EXIT.
           EXIT.

      *>   a generated file is not a change anyone made to the
      *>   project, so PROJFILES is counted but touches nothing
       135-READ-PROJFILES SECTION.
           MOVE ws-src-projfiles TO ws-src-idx.
           OPEN INPUT PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               MOVE "N" TO ws-src-present(ws-src-idx)
               GO TO 135-READ-PROJFILES-EXIT
           END-IF.
           MOVE "N" TO ws-projfiles-eof.
           PERFORM UNTIL ws-projfiles-eof = "Y"
               READ PROJFILES-FILE
                   AT END
                       MOVE "Y" TO ws-projfiles-eof
                   NOT AT END
                       ADD 1 TO ws-src-on-file(ws-src-idx)
                       IF ws-select-mode = "N"
                           AND pf-rec-project = ws-first-word
                           ADD 1 TO ws-known-count
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJFILES-FILE.
       135-READ-PROJFILES-EXIT.
           EXIT.

      *>   a dated entry: for one project it only shows the name is
      *>   known; for a range it touches its project when it falls
      *>   inside the range
       140-TAKE-TOUCH SECTION.
           IF ws-select-mode = "N"
               IF ws-touch-name = ws-first-word
                   ADD 1 TO ws-known-count
               END-IF
               GO TO 140-TAKE-TOUCH-EXIT
           END-IF.
           PERFORM 160-CHECK-WINDOW.
           IF ws-in-window = "Y" AND ws-touch-name NOT = SPACES
               PERFORM 150-NOTE-TOUCHED
           END-IF.
       140-TAKE-TOUCH-EXIT.
           EXIT.

      *>   into the pack table in name order, once
       150-NOTE-TOUCHED SECTION.
           MOVE 1 TO ws-pack-pos.
           PERFORM UNTIL ws-pack-pos > ws-pack-count
               OR ws-pack-name(ws-pack-pos) >= ws-touch-name
               ADD 1 TO ws-pack-pos
           END-PERFORM.
           IF ws-pack-pos <= ws-pack-count
               AND ws-pack-name(ws-pack-pos) = ws-touch-name
               GO TO 150-NOTE-TOUCHED-EXIT
           END-IF.
           IF ws-pack-count >= ws-pack-max
               MOVE "Y" TO ws-pack-full
               GO TO 150-NOTE-TOUCHED-EXIT
           END-IF.
           PERFORM VARYING ws-pack-idx FROM ws-pack-count BY -1
               UNTIL ws-pack-idx < ws-pack-pos
               MOVE ws-pack-entry(ws-pack-idx)
                 TO ws-pack-entry(ws-pack-idx + 1)
           END-PERFORM.
           ADD 1 TO ws-pack-count.
           MOVE ws-touch-name TO ws-pack-name(ws-pack-pos).
           PERFORM VARYING ws-part-no FROM 1 BY 1
               UNTIL ws-part-no > 7
               MOVE 0 TO ws-pack-page(ws-pack-pos, ws-part-no)
           END-PERFORM.
       150-NOTE-TOUCHED-EXIT.
           EXIT.

      *>   ws-event-date against the range; one project's pack takes
      *>   its whole history
       160-CHECK-WINDOW SECTION.
           MOVE "Y" TO ws-in-window.
           IF ws-select-mode = "D"
               IF ws-event-date < ws-from-date
                   OR ws-event-date > ws-to-date
                   MOVE "N" TO ws-in-window
               END-IF
           END-IF.

      *>   peel the body off the raw record whichever vintage it is
      *>   (the zone-offset column announces itself with its sign
      *>   byte), then render the stored UTC stamp as local time
       105-PARSE-ENTRY SECTION.
           IF aud-rest(1:1) = "+" OR aud-rest(1:1) = "-"
               MOVE aud-rest(1:5)   TO ws-aud-offset
               MOVE aud-rest(7:391) TO ws-aud-body
           ELSE
               MOVE "+0000"         TO ws-aud-offset
               MOVE aud-rest(1:391) TO ws-aud-body
           END-IF.
           MOVE aud-date TO ws-show-date.
           MOVE aud-time TO ws-show-time.
           IF aud-date(1:8) IS NUMERIC
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
               MOVE ws-ds-stamp(1:8)  TO ws-show-date
               MOVE ws-ds-stamp(10:6) TO ws-show-time(1:6)
           END-IF.

       200-PACK-PROJECTS SECTION.
           PERFORM VARYING ws-pack-idx FROM 1 BY 1
               UNTIL ws-pack-idx > ws-pack-count
               MOVE ws-pack-name(ws-pack-idx) TO ws-cur-name
               PERFORM 920-NEW-PAGE
               MOVE SPACES TO ws-rpt-line
               STRING "PROJECT " FUNCTION TRIM(ws-cur-name)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               MOVE ALL "=" TO ws-rpt-line(1:60)
               PERFORM 940-EMIT-REPORT-LINE
               PERFORM 300-PART-MASTER
               PERFORM 320-PART-CHANGES
               PERFORM 340-PART-APPROVALS
               PERFORM 360-PART-PROMOTIONS
               PERFORM 380-PART-RETIREMENTS
               PERFORM 400-PART-HOLDS
               PERFORM 420-PART-FILES
           END-PERFORM.

      *>   1: the record as it stands, then the entry that made it
       300-PART-MASTER SECTION.
           MOVE 1 TO ws-part-no.
           PERFORM 930-PART-HEADING.
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-cur-name TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               ADD 1 TO ws-master-missing
               MOVE "  not on the PROJECTS master -- see its "
                 & "retirements and master changes" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           ELSE
               ADD 1 TO ws-master-found
               MOVE SPACES TO ws-rpt-line
               STRING "  Status     : " ws-proj-status
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               MOVE SPACES TO ws-rpt-line
               STRING "  Owner      : " ws-proj-owner
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               MOVE SPACES TO ws-rpt-line
               STRING "  Created    : " ws-proj-create-date " "
                 ws-proj-create-time
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               MOVE SPACES TO ws-rpt-line
               STRING "  Template   : " ws-proj-template
                 "  module " ws-proj-module-type
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               IF ws-proj-cloned-from NOT = SPACES
                   MOVE SPACES TO ws-rpt-line
                   STRING "  Cloned from: " ws-proj-cloned-from
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
               MOVE SPACES TO ws-rpt-line
               STRING "  Verified   : " ws-proj-verified
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           MOVE "  Creation   :" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "N" TO ws-create-found.
           MOVE "C" TO ws-scan-kind.
           PERFORM 230-SCAN-JOURNAL.
           IF ws-create-found = "N"
               MOVE "    no creating entry in PROJECTS-AUDIT -- made "
                 & "before the journal was kept" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   2: every entry the journal holds for the project, with
      *>   both images whole
       320-PART-CHANGES SECTION.
           MOVE 2 TO ws-part-no.
           PERFORM 930-PART-HEADING.
           MOVE "                status     owner                   "
             & "       template     mod  verified cloned from"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "M" TO ws-scan-kind.
           PERFORM 230-SCAN-JOURNAL.
           PERFORM 910-NOTE-IF-NONE.

       340-PART-APPROVALS SECTION.
           MOVE 3 TO ws-part-no.
           PERFORM 930-PART-HEADING.
           OPEN INPUT APPROVALS-FILE.
           IF ws-approvals-status = "00"
               MOVE "N" TO ws-approvals-eof
               PERFORM UNTIL ws-approvals-eof = "Y"
                   READ APPROVALS-FILE
                       AT END
                           MOVE "Y" TO ws-approvals-eof
                       NOT AT END
                           MOVE apr-rec-date TO ws-event-date
                           PERFORM 160-CHECK-WINDOW
                           IF apr-rec-name = ws-cur-name
                               AND ws-in-window = "Y"
                               PERFORM 345-SHOW-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVALS-FILE
           END-IF.
           PERFORM 910-NOTE-IF-NONE.

       345-SHOW-APPROVAL SECTION.
           ADD 1 TO ws-src-in-pack(ws-src-approvals).
           ADD 1 TO ws-part-lines.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " apr-rec-date " " apr-rec-time(1:6) " "
             apr-rec-op " requested by " apr-rec-requester
             " decided by " apr-rec-approver
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           IF apr-rec-note NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "    note: " apr-rec-note
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       360-PART-PROMOTIONS SECTION.
           MOVE 4 TO ws-part-no.
           PERFORM 930-PART-HEADING.
           OPEN INPUT PROMOTIONS-FILE.
           IF ws-promotions-status = "00"
               MOVE "N" TO ws-promotions-eof
               PERFORM UNTIL ws-promotions-eof = "Y"
                   READ PROMOTIONS-FILE
                       AT END
                           MOVE "Y" TO ws-promotions-eof
                       NOT AT END
                           MOVE promo-rec-date TO ws-event-date
                           PERFORM 160-CHECK-WINDOW
                           IF promo-rec-name = ws-cur-name
                               AND ws-in-window = "Y"
                               PERFORM 365-SHOW-PROMOTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMOTIONS-FILE
           END-IF.
           PERFORM 910-NOTE-IF-NONE.

       365-SHOW-PROMOTION SECTION.
           ADD 1 TO ws-src-in-pack(ws-src-promos).
           ADD 1 TO ws-part-lines.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " promo-rec-date " " promo-rec-time(1:6) " "
             promo-rec-from " -> " promo-rec-to " "
             promo-rec-outcome " by " promo-rec-operator
             " ticket " promo-rec-ticket
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   5: the journal's retirement edges, re-listed from part 2,
      *>   then what archive-project cataloged when it moved the
      *>   project out
       380-PART-RETIREMENTS SECTION.
           MOVE 5 TO ws-part-no.
           PERFORM 930-PART-HEADING.
           MOVE "R" TO ws-scan-kind.
           PERFORM 230-SCAN-JOURNAL.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status = "00"
               MOVE "N" TO ws-catalog-eof
               PERFORM UNTIL ws-catalog-eof = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO ws-catalog-eof
                       NOT AT END
                           MOVE cat-rec-date TO ws-event-date
                           PERFORM 160-CHECK-WINDOW
                           IF cat-rec-name = ws-cur-name
                               AND ws-in-window = "Y"
                               PERFORM 385-SHOW-ARCHIVING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           PERFORM 910-NOTE-IF-NONE.

       385-SHOW-ARCHIVING SECTION.
           ADD 1 TO ws-src-in-pack(ws-src-catalog).
           ADD 1 TO ws-part-lines.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " cat-rec-date " " cat-rec-time(1:6)
             " ARCHIVED by " cat-rec-operator " ticket "
             cat-rec-ticket
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           IF cat-rec-container NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "    container: " cat-rec-container
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           IF cat-rec-moved NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "    moved    : " cat-rec-moved
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           IF cat-rec-missing NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "    missing  : " cat-rec-missing
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   6: the journal's hold and freeze edges, re-listed from
      *>   part 2, then any legal hold in force whatever its date --
      *>   a hold still standing is the record as it is now
       400-PART-HOLDS SECTION.
           MOVE 6 TO ws-part-no.
           PERFORM 930-PART-HEADING.
           MOVE "H" TO ws-scan-kind.
           PERFORM 230-SCAN-JOURNAL.
           OPEN INPUT HOLDS-FILE.
           IF ws-holds-status = "00"
               MOVE "N" TO ws-holds-eof
               PERFORM UNTIL ws-holds-eof = "Y"
                   READ HOLDS-FILE
                       AT END
                           MOVE "Y" TO ws-holds-eof
                       NOT AT END
                           IF hold-rec-name = ws-cur-name
                               PERFORM 405-SHOW-LEGAL-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           PERFORM 910-NOTE-IF-NONE.

       405-SHOW-LEGAL-HOLD SECTION.
           ADD 1 TO ws-src-in-pack(ws-src-holds).
           ADD 1 TO ws-part-lines.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " hold-rec-date "        LEGAL HOLD in force, "
             "placed by " hold-rec-holder " reference "
             hold-rec-ref
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   7: every path PROJFILES has cataloged for the project,
      *>   its first and its newest checksum, and gen-drift's
      *>   verdict on the file as it is on disk now
       420-PART-FILES SECTION.
           MOVE 7 TO ws-part-no.
           PERFORM 930-PART-HEADING.
           MOVE 0 TO ws-pf-count ws-ok-count ws-edited-count
             ws-gone-count.
           OPEN INPUT PROJFILES-FILE.
           IF ws-projfiles-status = "00"
               MOVE "N" TO ws-projfiles-eof
               PERFORM UNTIL ws-projfiles-eof = "Y"
                   READ PROJFILES-FILE
                       AT END
                           MOVE "Y" TO ws-projfiles-eof
                       NOT AT END
                           IF pf-rec-project = ws-cur-name
                               ADD 1 TO
                                 ws-src-in-pack(ws-src-projfiles)
                               PERFORM 425-TAKE-FILE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJFILES-FILE
           END-IF.
           IF ws-pf-count = 0
               MOVE "  Drift  : no files cataloged in PROJFILES"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               GO TO 420-PART-FILES-EXIT
           END-IF.
           MOVE "  verdict first sum  cataloged newest sum cataloged"
             & " path" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-pf-idx FROM 1 BY 1
               UNTIL ws-pf-idx > ws-pf-count
               PERFORM 430-CHECK-ONE-FILE
               MOVE SPACES TO ws-rpt-line
               STRING "  " ws-pf-state(ws-pf-idx) "  "
                 ws-pf-first-sum(ws-pf-idx) " "
                 ws-pf-first-date(ws-pf-idx) " "
                 ws-pf-last-sum(ws-pf-idx) "  "
                 ws-pf-last-date(ws-pf-idx) " "
                 ws-pf-path(ws-pf-idx)(1:75)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.
           MOVE ws-pf-count TO ws-show-count.
           MOVE ws-edited-count TO ws-show-count-2.
           MOVE ws-gone-count TO ws-show-count-3.
           MOVE SPACES TO ws-rpt-line.
           STRING "  Drift  : " FUNCTION TRIM(ws-show-count)
             " cataloged, " FUNCTION TRIM(ws-show-count-2)
             " edited, " FUNCTION TRIM(ws-show-count-3) " gone"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
       420-PART-FILES-EXIT.
           EXIT.

       425-TAKE-FILE-ENTRY SECTION.
           MOVE "N" TO ws-pf-found.
           PERFORM VARYING ws-pf-idx FROM 1 BY 1
               UNTIL ws-pf-idx > ws-pf-count
               IF ws-pf-path(ws-pf-idx) = pf-rec-path
                   MOVE pf-rec-checksum TO ws-pf-last-sum(ws-pf-idx)
                   MOVE pf-rec-date TO ws-pf-last-date(ws-pf-idx)
                   MOVE "Y" TO ws-pf-found
               END-IF
           END-PERFORM.
           IF ws-pf-found = "N" AND ws-pf-count < ws-pf-max
               ADD 1 TO ws-pf-count
               MOVE pf-rec-path TO ws-pf-path(ws-pf-count)
               MOVE pf-rec-checksum TO ws-pf-first-sum(ws-pf-count)
                 ws-pf-last-sum(ws-pf-count)
               MOVE pf-rec-date TO ws-pf-first-date(ws-pf-count)
                 ws-pf-last-date(ws-pf-count)
           END-IF.

      *>   gen-drift's three verdicts: as generated, edited by hand
      *>   since, or no longer there at all
       430-CHECK-ONE-FILE SECTION.
           MOVE SPACES TO ws-sum-path.
           MOVE ws-pf-path(ws-pf-idx) TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           EVALUATE TRUE
               WHEN ws-sum-status NOT = 0
                   ADD 1 TO ws-gone-count
                   MOVE "GONE" TO ws-pf-state(ws-pf-idx)
               WHEN ws-sum-value NOT = ws-pf-last-sum(ws-pf-idx)
                   ADD 1 TO ws-edited-count
                   MOVE "EDITED" TO ws-pf-state(ws-pf-idx)
               WHEN OTHER
                   ADD 1 TO ws-ok-count
                   MOVE "OK" TO ws-pf-state(ws-pf-idx)
           END-EVALUATE.

      *>   one pass of the journal for the current project, the kind
      *>   of pass in ws-scan-kind
       230-SCAN-JOURNAL SECTION.
           OPEN INPUT AUDIT-FILE.
           IF ws-audit-status NOT = "00"
               GO TO 230-SCAN-JOURNAL-EXIT
           END-IF.
           MOVE "N" TO ws-audit-eof.
           PERFORM UNTIL ws-audit-eof = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO ws-audit-eof
                   NOT AT END
                       PERFORM 235-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       230-SCAN-JOURNAL-EXIT.
           EXIT.

       235-JOURNAL-ENTRY SECTION.
           PERFORM 105-PARSE-ENTRY.
           IF aud-op = "OVRIDE"
               GO TO 235-JOURNAL-ENTRY-EXIT
           END-IF.
           IF aud-after-name NOT = ws-cur-name
               AND aud-before-name NOT = ws-cur-name
               GO TO 235-JOURNAL-ENTRY-EXIT
           END-IF.
      *>   the creation is shown whatever the range
           IF ws-scan-kind = "C"
               IF aud-before = SPACES AND ws-create-found = "N"
                   MOVE "Y" TO ws-create-found
                   PERFORM 245-SHOW-EVENT
                   MOVE "as made" TO ws-image-label
                   MOVE aud-after TO ws-image
                   PERFORM 250-SHOW-IMAGE
               END-IF
               GO TO 235-JOURNAL-ENTRY-EXIT
           END-IF.
           MOVE ws-show-date TO ws-event-date.
           PERFORM 160-CHECK-WINDOW.
           IF ws-in-window = "N"
               GO TO 235-JOURNAL-ENTRY-EXIT
           END-IF.
           EVALUATE ws-scan-kind
               WHEN "M"
                   ADD 1 TO ws-src-in-pack(ws-src-journal)
                   PERFORM 240-SHOW-CHANGE
               WHEN "R"
                   IF aud-op = "RETIRE" OR aud-op = "RESTOR"
                       OR aud-op = "DELETE"
                       ADD 1 TO ws-relisted-count
                       PERFORM 245-SHOW-EVENT
                   END-IF
               WHEN "H"
                   IF aud-op = "HOLD" OR aud-op = "RESUME"
                       OR aud-op = "FREEZE" OR aud-op = "THAW"
                       ADD 1 TO ws-relisted-count
                       PERFORM 245-SHOW-EVENT
                   END-IF
           END-EVALUATE.
       235-JOURNAL-ENTRY-EXIT.
           EXIT.

       240-SHOW-CHANGE SECTION.
           PERFORM 245-SHOW-EVENT.
           MOVE "before" TO ws-image-label.
           MOVE aud-before TO ws-image.
           PERFORM 250-SHOW-IMAGE.
           MOVE "after" TO ws-image-label.
           MOVE aud-after TO ws-image.
           PERFORM 250-SHOW-IMAGE.

      *>   who did what when, under which ticket, and the freeze
      *>   override that let it through where there was one
       245-SHOW-EVENT SECTION.
           ADD 1 TO ws-part-lines.
           MOVE SPACES TO ws-rpt-line.
           STRING "  " ws-show-date " " ws-show-time(1:6) " "
             aud-op " by " aud-user
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           IF aud-ticket NOT = SPACES
               MOVE "ticket" TO ws-rpt-line(87:6)
               MOVE aud-ticket TO ws-rpt-line(94:20)
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           IF aud-override NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "    freeze override: " aud-override
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   an ADD has no before image and a DELETE no after one
       250-SHOW-IMAGE SECTION.
           MOVE SPACES TO ws-rpt-line.
           IF ws-image = SPACES
               STRING "    " ws-image-label "    (none)"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "    " ws-image-label "    " img-status " "
                 img-owner " " img-template " " img-modtype " "
                 img-verify " " img-cloned
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   the page every part of every project starts on
       700-SHOW-INDEX SECTION.
           PERFORM 920-NEW-PAGE.
           MOVE "INDEX -- the page each part starts on" TO
             ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-page-no TO ws-index-page.
           MOVE ALL "=" TO ws-rpt-line(1:37).
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "Project                                          "
             & "   Master  Changes  Approve  Promote  Retired"
             & "    Holds    Files" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-pack-idx FROM 1 BY 1
               UNTIL ws-pack-idx > ws-pack-count
               MOVE SPACES TO ws-rpt-line
               MOVE ws-pack-name(ws-pack-idx) TO ws-rpt-line(1:48)
               PERFORM VARYING ws-part-no FROM 1 BY 1
                   UNTIL ws-part-no > 7
                   MOVE ws-pack-page(ws-pack-idx, ws-part-no)
                     TO ws-show-page
                   COMPUTE ws-show-col = 45 + ws-part-no * 9
                   MOVE ws-show-page TO ws-rpt-line(ws-show-col:5)
               END-PERFORM
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.

      *>   every source's records on file against the records the
      *>   pack took from it; what is on file and not in the pack is
      *>   another project's, outside the range, or an OVRIDE entry
       750-CONTROL-PAGE SECTION.
           PERFORM 920-NEW-PAGE.
           MOVE "CONTROL -- records read and included, per source "
             & "file" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ALL "=" TO ws-rpt-line(1:54).
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "Source file        on file  in pack" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-src-idx FROM 1 BY 1
               UNTIL ws-src-idx > 6
               MOVE SPACES TO ws-rpt-line
               MOVE ws-src-name(ws-src-idx) TO ws-rpt-line(1:16)
               IF ws-src-present(ws-src-idx) = "N"
                   MOVE "not present -- never written" TO
                     ws-rpt-line(20:28)
               ELSE
                   MOVE ws-src-on-file(ws-src-idx) TO ws-show-count
                   MOVE ws-show-count TO ws-rpt-line(18:7)
                   MOVE ws-src-in-pack(ws-src-idx) TO ws-show-count
                   MOVE ws-show-count TO ws-rpt-line(27:7)
               END-IF
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.
           MOVE ws-master-found TO ws-show-count.
           MOVE ws-master-missing TO ws-show-count-2.
           MOVE SPACES TO ws-rpt-line.
           STRING "PROJECTS master   " FUNCTION TRIM(ws-show-count)
             " in the pack found on it, "
             FUNCTION TRIM(ws-show-count-2) " no longer on it"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-relisted-count TO ws-show-count.
           MOVE SPACES TO ws-rpt-line.
           STRING "(" FUNCTION TRIM(ws-show-count)
             " PROJECTS-AUDIT entr(ies) are shown again under "
             "retirements and holds, and counted once)"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-pack-count TO ws-show-count.
           MOVE ws-page-no TO ws-show-count-2.
           MOVE ws-index-page TO ws-show-page.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-show-count) " project(s), "
             FUNCTION TRIM(ws-show-count-2)
             " page(s) -- index on page "
             FUNCTION TRIM(ws-show-page)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 945-EMIT-TOTAL-LINE.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

      *>   a part that found nothing says so, rather than leave the
      *>   reader to wonder whether it was looked for
       910-NOTE-IF-NONE SECTION.
           IF ws-part-lines = 0
               IF ws-select-mode = "D"
                   MOVE "  none in the range" TO ws-rpt-line
               ELSE
                   MOVE "  none on record" TO ws-rpt-line
               END-IF
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   pad out the page so the next line starts a fresh one; a
      *>   report not yet begun starts one anyway
       920-NEW-PAGE SECTION.
           PERFORM UNTIL ws-line-no >= ws-page-body
               MOVE SPACES TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.

      *>   a part heading is not left alone at the foot of a page;
      *>   the page it lands on goes into the index
       930-PART-HEADING SECTION.
           MOVE 0 TO ws-part-lines.
           IF ws-line-no < ws-page-body
               IF ws-line-no > ws-page-body - 5
                   PERFORM 920-NEW-PAGE
               ELSE
                   MOVE SPACES TO ws-rpt-line
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-part-no ". " ws-part-name(ws-part-no)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-page-no TO ws-pack-page(ws-pack-idx, ws-part-no).

       940-EMIT-REPORT-LINE SECTION.
           IF ws-line-no >= ws-page-body
               ADD 1 TO ws-page-no
               MOVE 0 TO ws-line-no
           END-IF.
           ADD 1 TO ws-line-no.
           ADD 1 TO ws-pack-lines.
           MOVE "LINE " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       945-EMIT-TOTAL-LINE SECTION.
           IF ws-line-no >= ws-page-body - 1
               ADD 1 TO ws-page-no
               MOVE 0 TO ws-line-no
           END-IF.
           ADD 2 TO ws-line-no.
           ADD 1 TO ws-pack-lines.
           MOVE "TOTAL" TO ws-rpt-op.
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
               DISPLAY "EVP001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "EVP002E audit evidence pack failed, see SYSERR"
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

       END PROGRAM "evidence-pack".
