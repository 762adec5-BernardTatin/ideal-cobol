      *> -------------------------------------------
      *> mass-update.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> control-card driven mass update of the PROJECTS master, for
      *> a department reorganisation or a reclassification that
      *> would otherwise be a day of project-state, transfer-owner
      *> and tags-maint runs one record at a time. A card file says
      *> which records and what to do to them:
      *>
      *>   SELECT <field> EQ|NE|LIKE <value>
      *>       field NAME, OWNER, STATUS, TEMPLATE, MODULE or TAG;
      *>       LIKE takes "*" for any run of characters and "?" for
      *>       any one; values compare case-blind; every SELECT
      *>       card must hold for a record to be picked
      *>   SET OWNER TO <owner>
      *>   SET MODULE TO EXE|DLL
      *>   SET STATUS TO ACTIVE|ON-HOLD|FROZEN
      *>   SET STATUS HOLD|RESUME|FREEZE|THAW
      *>   SET TAG ADD|REMOVE <tag>
      *>
      *> with "*" comment lines and blank lines skipped. A run is a
      *> dry run unless told otherwise: every record the cards would
      *> change is listed with its before and after values, the
      *> plan goes to MASS-UPDATE.PLAN, and the plan's checksum is
      *> issued as the run's token. Only a run given that token
      *> changes anything, and only while the cards and the records
      *> still make the very same plan -- a record changed in
      *> between means a new dry run. A token is good for one apply.
      *>
      *>   mass-update <card-file> [--apply <token>]
      *>               [--ticket <ref>] [--emergency <reason>]
      *>
      *> Every record change goes through projects-io -- the state
      *> edges through its HOLD/RESUME/FREEZE/THAW, owner and module
      *> through the FIND-and-FORCE rewrite transfer-owner uses -- so
      *> the journal and the lifecycle table see each one; tags are
      *> kept in PROJTAGS the way tags-maint keeps them. An apply
      *> needs UPDATE in OPERS, a change ticket under PROD, and an
      *> emergency override in a change freeze; the dry run needs
      *> none of them. A new owner must be active in OWNERS and is
      *> held to the department quota record by record, as
      *> transfer-owner holds it. A FROZEN record is not touched
      *> unless the cards THAW it.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "mass-update".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO DYNAMIC ws-card-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-card-status.
           SELECT PROJTAGS-FILE
               ASSIGN TO DYNAMIC ws-projtags-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projtags-status.
           SELECT PLAN-FILE
               ASSIGN TO DYNAMIC ws-plan-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-plan-status.
           SELECT TOKEN-FILE
               ASSIGN TO DYNAMIC ws-token-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-token-status.

       DATA DIVISION.
         FILE SECTION.
         FD  CARD-FILE.
         01 CARD-RECORD PIC X(80).
         FD  PROJTAGS-FILE.
         01 PROJTAGS-RECORD.
             05 tag-rec-project   PIC X(48).
             05 FILLER            PIC X.
             05 tag-rec-tag       PIC X(20).
         FD  PLAN-FILE.
         01 PLAN-RECORD PIC X(256).
      *>   one line per dry run issued and per apply made of one
         FD  TOKEN-FILE.
         01 TOKEN-RECORD.
             05 mut-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 mut-rec-time      PIC X(6).
             05 FILLER            PIC X.
             05 mut-rec-token     PIC 9(9).
             05 FILLER            PIC X.
             05 mut-rec-state     PIC X(7).
             05 FILLER            PIC X.
             05 mut-rec-user      PIC X(30).
             05 FILLER            PIC X.
             05 mut-rec-cards     PIC X(100).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "mass-update".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.
      *>   change-ticket's USING items: the ticket an apply is done
      *>   under, journaled with each record by projects-io
           01 ws-ticket-profile  PIC X(4).
           01 ws-ticket-ref      PIC X(20).
           01 ws-ticket-status   PIC 99.
      *>   freeze-check's USING items: the change-freeze calendar,
      *>   and the emergency override that lets an apply through
           01 ws-freeze-check    PIC X.
           01 ws-freeze-reason   PIC X(60).
           01 ws-freeze-status   PIC 99.

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

           01 ws-full-cmdline   PIC X(256).
           01 ws-arg-1          PIC X(100).
           01 ws-arg-2          PIC X(48).
           01 ws-arg-3          PIC X(48).
           01 ws-apply-mode     PIC X VALUE "N".
      *>   --apply may stand anywhere among the options until the
      *>   ticket and override are taken out of the line
           01 ws-cmdline-upper  PIC X(258).
           01 ws-apply-hits     PIC 9(3).
           01 ws-given-token    PIC 9(9).
           01 ws-user           PIC X(30).

           01 ws-card-path      PIC X(300).
           01 ws-card-status    PIC XX.
           01 ws-card-eof       PIC X VALUE "N".
           01 ws-card-number    PIC 9(4) VALUE 0.
           01 ws-card-errors    PIC 9(4) VALUE 0.
           01 ws-card-word-1    PIC X(10).
           01 ws-card-word-2    PIC X(10).
           01 ws-card-word-3    PIC X(10).
           01 ws-card-word-4    PIC X(48).
           01 ws-card-word-5    PIC X(48).
           01 ws-card-reason    PIC X(70).

      *>   the SELECT cards, every one of which a record must meet
           78 ws-sel-max VALUE 10.
           01 ws-sel-count      PIC 99 VALUE 0.
           01 ws-sel-idx        PIC 99.
           01 ws-sel-table.
               05 ws-sel-entry OCCURS 10 TIMES.
                   10 ws-sel-field PIC X(10).
                   10 ws-sel-op    PIC X(4).
                   10 ws-sel-value PIC X(48).

      *>   the SET cards: one value each for owner, module and
      *>   status, any number of tag cards up to the table
           01 ws-set-owner      PIC X(30) VALUE SPACES.
           01 ws-set-module     PIC X(4)  VALUE SPACES.
           01 ws-set-status     PIC X(10) VALUE SPACES.
           78 ws-tset-max VALUE 10.
           01 ws-tset-count     PIC 99 VALUE 0.
           01 ws-tset-idx       PIC 99.
           01 ws-tset-table.
               05 ws-tset-entry OCCURS 10 TIMES.
                   10 ws-tset-action PIC X(6).
                   10 ws-tset-tag    PIC X(20).

      *>   owner-check's answer on the new owner, and on each old
      *>   owner's department for the quota arithmetic
           01 ws-owner-check-status PIC 99.
           01 ws-owner-dept       PIC X(20).
           01 ws-old-owner-dept   PIC X(20).
      *>   quota-check's USING items; a dry run also counts the
      *>   live projects it has already planned into the new
      *>   owner's department, since the master does not see them
      *>   moved until the apply
           01 ws-quota-dept     PIC X(20).
           01 ws-quota-in-use   PIC 9(5).
           01 ws-quota-limit    PIC 9(5).
           01 ws-quota-status   PIC 99.
           01 ws-quota-planned  PIC 9(5) VALUE 0.

           01 ws-projects-io-op PIC X(6).
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
           01 ws-projects-io-status PIC 99.

      *>   PROJTAGS held whole in storage, the same shape tags-maint
      *>   gives it, and written back once if an apply changed it
           01 ws-projtags-path   PIC X(300) VALUE "PROJTAGS".
           01 ws-projtags-status PIC XX.
           01 ws-projtags-eof    PIC X VALUE "N".
           01 ws-tags-changed    PIC X VALUE "N".
           78 ws-pair-max VALUE 500.
           01 ws-pair-count     PIC 9(4) VALUE 0.
           01 ws-pair-idx       PIC 9(4).
           01 ws-pair-keep      PIC 9(4).
           01 ws-pair-table.
               05 ws-pair-entry OCCURS 500 TIMES.
                   10 ws-pair-project PIC X(48).
                   10 ws-pair-tag     PIC X(20).

      *>   the plan: every record the SELECT cards picked that the
      *>   SET cards would change (or that a rule refuses), its
      *>   before image, and what is to be done to it
           78 ws-plan-max VALUE 500.
           01 ws-plan-count     PIC 9(4) VALUE 0.
           01 ws-plan-idx       PIC 9(4).
           01 ws-plan-keep      PIC 9(4).
           01 ws-plan-full      PIC X VALUE "N".
           01 ws-plan-table.
               05 ws-plan-entry OCCURS 500 TIMES.
                   10 ws-plan-image      PIC X(176).
                   10 ws-plan-state-op   PIC X(6).
                   10 ws-plan-new-status PIC X(10).
                   10 ws-plan-chg-owner  PIC X.
                   10 ws-plan-chg-module PIC X.
                   10 ws-plan-tag-flags  PIC X(10).
                   10 ws-plan-outcome    PIC X.
                   10 ws-plan-reason     PIC X(50).
                   10 ws-plan-io-status  PIC 99.
      *>   the before image taken apart for the listing
           01 ws-before-record.
               05 ws-bef-name           PIC X(48).
               05 ws-bef-owner          PIC X(30).
               05 ws-bef-create-date    PIC X(8).
               05 ws-bef-create-time    PIC X(8).
               05 ws-bef-template       PIC X(12).
               05 ws-bef-status         PIC X(10).
               05 ws-bef-cloned-from    PIC X(48).
               05 ws-bef-module-type    PIC X(4).
               05 ws-bef-verified       PIC X(8).

      *>   the record in hand while it is judged
           01 ws-picked         PIC X.
           01 ws-state-op       PIC X(6).
           01 ws-new-status     PIC X(10).
           01 ws-chg-owner      PIC X.
           01 ws-chg-module     PIC X.
           01 ws-tag-flags      PIC X(10).
           01 ws-refuse-reason  PIC X(50).
           01 ws-has-tag        PIC X.
           01 ws-field-value    PIC X(48).
           01 ws-value-upper    PIC X(48).
           01 ws-check-tag      PIC X(20).
           01 ws-live-flag      PIC X.

      *>   the LIKE matcher: "*" any run, "?" any one character
           01 ws-like-pattern   PIC X(48).
           01 ws-like-text      PIC X(48).
           01 ws-like-answer    PIC X.
           01 ws-like-plen      PIC 99.
           01 ws-like-tlen      PIC 99.
           01 ws-like-p         PIC 99.
           01 ws-like-t         PIC 99.
           01 ws-like-star      PIC 99.
           01 ws-like-mark      PIC 99.
           01 ws-like-done      PIC X.

           01 ws-selected-count PIC 9(5) VALUE 0.
           01 ws-same-count     PIC 9(5) VALUE 0.
           01 ws-change-count   PIC 9(5) VALUE 0.
           01 ws-refused-count  PIC 9(5) VALUE 0.
           01 ws-applied-count  PIC 9(5) VALUE 0.
           01 ws-failed-count   PIC 9(5) VALUE 0.
           01 ws-show-count     PIC Z(4)9.
           01 ws-show-count-2   PIC Z(4)9.
           01 ws-show-count-3   PIC Z(4)9.
           01 ws-show-card      PIC Z(3)9.

      *>   the plan file, its checksum -- the token -- and the token
      *>   file the dry runs are issued into
           01 ws-plan-path      PIC X(300) VALUE "MASS-UPDATE.PLAN".
           01 ws-plan-status    PIC XX.
           01 ws-plan-token     PIC 9(9) VALUE 0.
           01 ws-sum-status     PIC 99.
           01 ws-token-path     PIC X(300)
               VALUE "MASS-UPDATE-TOKENS".
           01 ws-token-status   PIC XX.
           01 ws-token-eof      PIC X VALUE "N".
           01 ws-token-issued   PIC X VALUE "N".
           01 ws-token-used     PIC X VALUE "N".
           01 ws-token-state    PIC X(7).

           01 ws-now-date       PIC X(8).
           01 ws-now-time       PIC X(8).

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "MASS-UPDATE control-card update of PROJECTS".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.
           01 ws-rpt-ptr        PIC 9(3).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-READ-CARDS.
           perform 150-CHECK-NEW-OWNER.
           perform 200-LOAD-TAGS.
           perform 300-BUILD-PLAN.
           perform 400-WRITE-PLAN.
           IF ws-apply-mode = "Y"
               perform 450-CHECK-TOKEN
               perform 600-APPLY-PLAN
           END-IF.
           perform 050-OPEN-REPORT.
           perform 500-LIST-PLAN.
           perform 550-SHOW-TOTALS.
           perform 700-RECORD-TOKEN.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-user FROM ENVIRONMENT "USER".
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-1 ws-arg-2 ws-arg-3.
           UNSTRING ws-full-cmdline DELIMITED BY ALL " "
             INTO ws-arg-1 ws-arg-2 ws-arg-3
           END-UNSTRING.
           MOVE SPACES TO ws-cmdline-upper.
           STRING " " FUNCTION UPPER-CASE(ws-full-cmdline)
             DELIMITED BY SIZE INTO ws-cmdline-upper
           END-STRING.
           MOVE 0 TO ws-apply-hits.
           INSPECT ws-cmdline-upper TALLYING ws-apply-hits
             FOR ALL " --APPLY ".
           IF ws-apply-hits > 0
               MOVE "Y" TO ws-apply-mode
           END-IF.
      *>   a dry run changes nothing, so it is held to the DEV rule,
      *>   needs no ticket, is never stopped by a change freeze and
      *>   is open to an operator allowed to INQUIRE
           MOVE "UPDATE" TO ws-opers-class.
           IF ws-apply-mode = "N"
               MOVE "INQUIRE" TO ws-opers-class
           END-IF.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "MUP010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-ticket-profile.
           IF ws-apply-mode = "N"
               MOVE "DEV" TO ws-ticket-profile
           END-IF.
           CALL "change-ticket" USING ws-full-cmdline
             ws-ticket-profile ws-ticket-ref ws-ticket-status
           END-CALL.
           IF ws-ticket-status = 15
               DISPLAY "MUP011E mass-update: '"
                 FUNCTION TRIM(ws-ticket-ref)
                 "' is not a valid change ticket number" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-ticket-status = 10
               DISPLAY "MUP012E mass-update: the PROD profile needs "
                 "a change ticket -- rerun with --ticket <ref>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "Y" TO ws-freeze-check.
           IF ws-apply-mode = "N"
               MOVE "N" TO ws-freeze-check
           END-IF.
           CALL "freeze-check" USING ws-full-cmdline
             ws-log-program-name ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status = 10
               DISPLAY "MUP013E mass-update: change freeze in "
                 "force (" FUNCTION TRIM(ws-freeze-reason)
                 ") -- rerun with --emergency <reason> to override"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-freeze-status = 5
               DISPLAY "MUP014W mass-update: running under a "
                 "change-freeze override" UPON SYSERR
               END-DISPLAY
           END-IF.
      *>   the ticket and override options are out of the line now
           MOVE SPACES TO ws-arg-1 ws-arg-2 ws-arg-3.
           UNSTRING ws-full-cmdline DELIMITED BY ALL " "
             INTO ws-arg-1 ws-arg-2 ws-arg-3
           END-UNSTRING.
           MOVE ws-arg-1 TO ws-card-path.
           IF ws-card-path = SPACES
               PERFORM 010-SHOW-USAGE
           END-IF.
      *>   what is left must read <card-file> --apply <token>
           IF ws-apply-mode = "Y"
               AND FUNCTION UPPER-CASE(ws-arg-2) NOT = "--APPLY"
               PERFORM 010-SHOW-USAGE
           END-IF.
           IF ws-apply-mode = "Y"
               IF ws-arg-3(1:9) IS NOT NUMERIC
                   OR ws-arg-3(10:) NOT = SPACES
                   PERFORM 010-SHOW-USAGE
               END-IF
               MOVE ws-arg-3(1:9) TO ws-given-token
           ELSE
               IF ws-arg-2 NOT = SPACES
                   PERFORM 010-SHOW-USAGE
               END-IF
           END-IF.

       010-SHOW-USAGE SECTION.
           DISPLAY "MUP015E usage: mass-update <card-file> "
             "[--apply <token>] [--ticket <ref>] "
             "[--emergency <reason>]" UPON SYSERR
           END-DISPLAY.
           MOVE 1 TO RETURN-CODE.
           perform 900-TERMINATE.

       050-OPEN-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "MUP016E mass-update: could not open the "
                 "update listing, status " ws-rpt-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           IF ws-apply-mode = "Y"
               STRING "APPLY of token " ws-given-token
                 " -- cards " FUNCTION TRIM(ws-card-path)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "DRY RUN -- nothing changed -- cards "
                 FUNCTION TRIM(ws-card-path)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   every card is checked before any record is looked at, and
      *>   every bad card is reported, not just the first
       100-READ-CARDS SECTION.
           OPEN INPUT CARD-FILE.
           IF ws-card-status NOT = "00"
               DISPLAY "MUP017E mass-update: could not open card "
                 "file '" FUNCTION TRIM(ws-card-path) "'"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-card-eof = "Y"
               READ CARD-FILE
                   AT END
                       MOVE "Y" TO ws-card-eof
                   NOT AT END
                       ADD 1 TO ws-card-number
                       IF CARD-RECORD NOT = SPACES
                           AND FUNCTION TRIM(CARD-RECORD)(1:1)
                               NOT = "*"
                           PERFORM 110-TAKE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARD-FILE.
           IF ws-card-errors = 0
               AND (ws-sel-count = 0
                 OR (ws-set-owner = SPACES AND ws-set-module = SPACES
                     AND ws-set-status = SPACES
                     AND ws-tset-count = 0))
               DISPLAY "MUP019E mass-update: the cards need at least "
                 "one SELECT and one SET -- use SELECT NAME LIKE * "
                 "to mean every record" UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-card-errors
           END-IF.
           IF ws-card-errors > 0
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       110-TAKE-CARD SECTION.
           MOVE SPACES TO ws-card-word-1 ws-card-word-2
             ws-card-word-3 ws-card-word-4 ws-card-word-5.
           MOVE SPACES TO ws-card-reason.
           UNSTRING FUNCTION TRIM(CARD-RECORD) DELIMITED BY ALL " "
             INTO ws-card-word-1 ws-card-word-2 ws-card-word-3
               ws-card-word-4 ws-card-word-5
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-card-word-1) TO ws-card-word-1.
           MOVE FUNCTION UPPER-CASE(ws-card-word-2) TO ws-card-word-2.
           MOVE FUNCTION UPPER-CASE(ws-card-word-3) TO ws-card-word-3.
           IF ws-card-word-5 NOT = SPACES
               MOVE "too many words" TO ws-card-reason
               GO TO 110-TAKE-CARD-EXIT
           END-IF.
           EVALUATE ws-card-word-1
               WHEN "SELECT"
                   PERFORM 120-TAKE-SELECT-CARD
               WHEN "SET"
                   PERFORM 130-TAKE-SET-CARD
               WHEN OTHER
                   MOVE "not a SELECT or SET card" TO ws-card-reason
           END-EVALUATE.
       110-TAKE-CARD-EXIT.
           IF ws-card-reason NOT = SPACES
               ADD 1 TO ws-card-errors
               MOVE ws-card-number TO ws-show-card
               DISPLAY "MUP018E mass-update: card "
                 FUNCTION TRIM(ws-show-card) " -- "
                 FUNCTION TRIM(ws-card-reason) ": "
                 FUNCTION TRIM(CARD-RECORD) UPON SYSERR
               END-DISPLAY
           END-IF.

       120-TAKE-SELECT-CARD SECTION.
           IF ws-card-word-2 NOT = "NAME"
               AND ws-card-word-2 NOT = "OWNER"
               AND ws-card-word-2 NOT = "STATUS"
               AND ws-card-word-2 NOT = "TEMPLATE"
               AND ws-card-word-2 NOT = "MODULE"
               AND ws-card-word-2 NOT = "TAG"
               MOVE "SELECT field is not NAME, OWNER, STATUS, "
                 & "TEMPLATE, MODULE or TAG" TO ws-card-reason
               GO TO 120-TAKE-SELECT-CARD-EXIT
           END-IF.
           IF ws-card-word-3 NOT = "EQ"
               AND ws-card-word-3 NOT = "NE"
               AND ws-card-word-3 NOT = "LIKE"
               MOVE "SELECT needs EQ, NE or LIKE" TO ws-card-reason
               GO TO 120-TAKE-SELECT-CARD-EXIT
           END-IF.
           IF ws-card-word-4 = SPACES
               MOVE "SELECT needs a value" TO ws-card-reason
               GO TO 120-TAKE-SELECT-CARD-EXIT
           END-IF.
           IF ws-sel-count >= ws-sel-max
               MOVE "more SELECT cards than one run takes"
                 TO ws-card-reason
               GO TO 120-TAKE-SELECT-CARD-EXIT
           END-IF.
           ADD 1 TO ws-sel-count.
           MOVE ws-card-word-2 TO ws-sel-field(ws-sel-count).
           MOVE ws-card-word-3 TO ws-sel-op(ws-sel-count).
           MOVE FUNCTION UPPER-CASE(ws-card-word-4)
             TO ws-sel-value(ws-sel-count).
       120-TAKE-SELECT-CARD-EXIT.
           EXIT.

      *>   a record leaves RETIRED only through restore-project and
      *>   reaches it only through retire-project, since both move
      *>   the project's files as well as its status
       130-TAKE-SET-CARD SECTION.
           EVALUATE ws-card-word-2
               WHEN "OWNER"
                   IF ws-card-word-3 NOT = "TO"
                       OR ws-card-word-4 = SPACES
                       MOVE "SET OWNER TO <owner>" TO ws-card-reason
                   ELSE
                       IF ws-set-owner NOT = SPACES
                           MOVE "second SET OWNER card"
                             TO ws-card-reason
                       ELSE
                           MOVE ws-card-word-4 TO ws-set-owner
                       END-IF
                   END-IF
               WHEN "MODULE"
                   MOVE FUNCTION UPPER-CASE(ws-card-word-4)
                     TO ws-card-word-4
                   IF ws-card-word-3 NOT = "TO"
                       OR (ws-card-word-4 NOT = "EXE"
                           AND ws-card-word-4 NOT = "DLL")
                       MOVE "SET MODULE TO EXE or DLL"
                         TO ws-card-reason
                   ELSE
                       IF ws-set-module NOT = SPACES
                           MOVE "second SET MODULE card"
                             TO ws-card-reason
                       ELSE
                           MOVE ws-card-word-4 TO ws-set-module
                       END-IF
                   END-IF
               WHEN "STATUS"
                   PERFORM 135-TAKE-SET-STATUS
               WHEN "TAG"
                   MOVE FUNCTION UPPER-CASE(ws-card-word-4)
                     TO ws-card-word-4
                   IF (ws-card-word-3 NOT = "ADD"
                       AND ws-card-word-3 NOT = "REMOVE")
                       OR ws-card-word-4 = SPACES
                       OR ws-card-word-4(21:) NOT = SPACES
                       MOVE "SET TAG ADD or REMOVE <tag>"
                         TO ws-card-reason
                   ELSE
                       IF ws-tset-count >= ws-tset-max
                           MOVE "more SET TAG cards than one run takes"
                             TO ws-card-reason
                       ELSE
                           ADD 1 TO ws-tset-count
                           MOVE ws-card-word-3
                             TO ws-tset-action(ws-tset-count)
                           MOVE ws-card-word-4
                             TO ws-tset-tag(ws-tset-count)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "SET field is not OWNER, MODULE, STATUS or TAG"
                     TO ws-card-reason
           END-EVALUATE.

      *>   a transition word is taken as the state it leads to; the
      *>   edge actually taken is chosen record by record
       135-TAKE-SET-STATUS SECTION.
           MOVE FUNCTION UPPER-CASE(ws-card-word-4) TO ws-card-word-4.
           IF ws-set-status NOT = SPACES
               MOVE "second SET STATUS card" TO ws-card-reason
               GO TO 135-TAKE-SET-STATUS-EXIT
           END-IF.
           IF ws-card-word-3 = "TO"
               IF ws-card-word-4 = "ACTIVE"
                   OR ws-card-word-4 = "ON-HOLD"
                   OR ws-card-word-4 = "FROZEN"
                   MOVE ws-card-word-4 TO ws-set-status
               ELSE
                   IF ws-card-word-4 = "RETIRED"
                       MOVE "RETIRED is retire-project's to set"
                         TO ws-card-reason
                   ELSE
                       MOVE "SET STATUS TO ACTIVE, ON-HOLD or FROZEN"
                         TO ws-card-reason
                   END-IF
               END-IF
               GO TO 135-TAKE-SET-STATUS-EXIT
           END-IF.
           IF ws-card-word-4 NOT = SPACES
               MOVE "SET STATUS HOLD, RESUME, FREEZE or THAW"
                 TO ws-card-reason
               GO TO 135-TAKE-SET-STATUS-EXIT
           END-IF.
           EVALUATE ws-card-word-3
               WHEN "HOLD"
                   MOVE "ON-HOLD" TO ws-set-status
               WHEN "FREEZE"
                   MOVE "FROZEN" TO ws-set-status
               WHEN "RESUME"
                   MOVE "ACTIVE" TO ws-set-status
               WHEN "THAW"
                   MOVE "ACTIVE" TO ws-set-status
               WHEN OTHER
                   MOVE "SET STATUS HOLD, RESUME, FREEZE or THAW"
                     TO ws-card-reason
           END-EVALUATE.
       135-TAKE-SET-STATUS-EXIT.
           EXIT.

      *>   once an OWNERS master exists, nothing moves to an id it
      *>   does not carry active -- the rule transfer-owner applies;
      *>   a shop without the master (status 20) moves as it always
      *>   has
       150-CHECK-NEW-OWNER SECTION.
           IF ws-set-owner = SPACES
               GO TO 150-CHECK-NEW-OWNER-EXIT
           END-IF.
           CALL "owner-check" USING ws-set-owner
             ws-owner-check-status ws-owner-dept
           END-CALL.
           IF ws-owner-check-status = 10
               OR ws-owner-check-status = 15
               DISPLAY "MUP020E mass-update: '"
                 FUNCTION TRIM(ws-set-owner)
                 "' is not active in the OWNERS master -- nothing "
                 "planned" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
       150-CHECK-NEW-OWNER-EXIT.
           EXIT.

      *>   an absent tags file is simply an empty one
       200-LOAD-TAGS SECTION.
           MOVE 0 TO ws-pair-count.
           OPEN INPUT PROJTAGS-FILE.
           IF ws-projtags-status NOT = "00"
               GO TO 200-LOAD-TAGS-EXIT
           END-IF.
           PERFORM UNTIL ws-projtags-eof = "Y"
               READ PROJTAGS-FILE
                   AT END
                       MOVE "Y" TO ws-projtags-eof
                   NOT AT END
                       IF PROJTAGS-RECORD NOT = SPACES
                           AND ws-pair-count < ws-pair-max
                           ADD 1 TO ws-pair-count
                           MOVE tag-rec-project
                             TO ws-pair-project(ws-pair-count)
                           MOVE tag-rec-tag
                             TO ws-pair-tag(ws-pair-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJTAGS-FILE.
       200-LOAD-TAGS-EXIT.
           EXIT.

      *>   the whole master in key order; a dry run and the apply
      *>   that follows it walk the same order, so the same records
      *>   make the same plan. The picked records are collected
      *>   first and judged once the browse is closed -- quota-check
      *>   browses the master itself, and must not do it under this
      *>   scan
       300-BUILD-PLAN SECTION.
           MOVE "BROWSE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           MOVE "NEXT" TO ws-projects-io-op.
      *>   priming call -- BROWSE only opens the file, it does not
      *>   hand back a record
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           PERFORM UNTIL ws-projects-io-status NOT = 0
               PERFORM 310-APPLY-SELECTS
               IF ws-picked = "Y"
                   ADD 1 TO ws-selected-count
                   IF ws-plan-count >= ws-plan-max
                       MOVE "Y" TO ws-plan-full
                   ELSE
                       ADD 1 TO ws-plan-count
                       MOVE ws-projects-record
                         TO ws-plan-image(ws-plan-count)
                   END-IF
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE "BREND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
      *>   a mass update is all or nothing: a plan cut short at the
      *>   table would apply to some of the records asked for
           IF ws-plan-full = "Y"
               DISPLAY "MUP021E mass-update: the cards pick more "
                 "than " ws-plan-max " records -- narrow the SELECT "
                 "cards and run again" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   judged in place; a record already as the cards ask drops
      *>   out and the rest close up behind it
           MOVE 0 TO ws-plan-keep.
           PERFORM VARYING ws-plan-idx FROM 1 BY 1
               UNTIL ws-plan-idx > ws-plan-count
               MOVE ws-plan-image(ws-plan-idx) TO ws-projects-record
               PERFORM 330-JUDGE-RECORD
           END-PERFORM.
           MOVE ws-plan-keep TO ws-plan-count.

       310-APPLY-SELECTS SECTION.
           MOVE "Y" TO ws-picked.
           PERFORM VARYING ws-sel-idx FROM 1 BY 1
               UNTIL ws-sel-idx > ws-sel-count OR ws-picked = "N"
               IF ws-sel-field(ws-sel-idx) = "TAG"
                   PERFORM 320-SELECT-ON-TAG
               ELSE
                   EVALUATE ws-sel-field(ws-sel-idx)
                       WHEN "NAME"
                           MOVE ws-proj-name TO ws-field-value
                       WHEN "OWNER"
                           MOVE ws-proj-owner TO ws-field-value
                       WHEN "STATUS"
                           MOVE ws-proj-status TO ws-field-value
                       WHEN "TEMPLATE"
                           MOVE ws-proj-template TO ws-field-value
                       WHEN OTHER
                           MOVE ws-proj-module-type TO ws-field-value
                   END-EVALUATE
                   MOVE FUNCTION UPPER-CASE(ws-field-value)
                     TO ws-value-upper
                   EVALUATE ws-sel-op(ws-sel-idx)
                       WHEN "EQ"
                           IF ws-value-upper
                                NOT = ws-sel-value(ws-sel-idx)
                               MOVE "N" TO ws-picked
                           END-IF
                       WHEN "NE"
                           IF ws-value-upper = ws-sel-value(ws-sel-idx)
                               MOVE "N" TO ws-picked
                           END-IF
                       WHEN OTHER
                           MOVE ws-sel-value(ws-sel-idx)
                             TO ws-like-pattern
                           MOVE ws-value-upper TO ws-like-text
                           PERFORM 800-MATCH-LIKE
                           IF ws-like-answer = "N"
                               MOVE "N" TO ws-picked
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>   EQ: carries the tag; NE: does not; LIKE: carries one
      *>   that matches
       320-SELECT-ON-TAG SECTION.
           MOVE "N" TO ws-has-tag.
           PERFORM VARYING ws-pair-idx FROM 1 BY 1
               UNTIL ws-pair-idx > ws-pair-count OR ws-has-tag = "Y"
               IF ws-pair-project(ws-pair-idx) = ws-proj-name
                   IF ws-sel-op(ws-sel-idx) = "LIKE"
                       MOVE ws-sel-value(ws-sel-idx)
                         TO ws-like-pattern
                       MOVE ws-pair-tag(ws-pair-idx) TO ws-like-text
                       PERFORM 800-MATCH-LIKE
                       MOVE ws-like-answer TO ws-has-tag
                   ELSE
                       IF ws-pair-tag(ws-pair-idx)
                            = ws-sel-value(ws-sel-idx)
                           MOVE "Y" TO ws-has-tag
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-sel-op(ws-sel-idx) = "NE"
               IF ws-has-tag = "Y"
                   MOVE "N" TO ws-picked
               END-IF
           ELSE
               IF ws-has-tag = "N"
                   MOVE "N" TO ws-picked
               END-IF
           END-IF.

      *>   what the SET cards would do to the record in hand, and
      *>   whether a rule refuses it; a record already as the cards
      *>   ask is only counted
       330-JUDGE-RECORD SECTION.
           MOVE SPACES TO ws-state-op ws-new-status ws-refuse-reason.
           MOVE "N" TO ws-chg-owner ws-chg-module.
           MOVE ALL "N" TO ws-tag-flags.
           IF ws-set-owner NOT = SPACES
               AND ws-proj-owner NOT = ws-set-owner
               MOVE "Y" TO ws-chg-owner
           END-IF.
           IF ws-set-module NOT = SPACES
               AND ws-proj-module-type NOT = ws-set-module
               MOVE "Y" TO ws-chg-module
           END-IF.
           PERFORM VARYING ws-tset-idx FROM 1 BY 1
               UNTIL ws-tset-idx > ws-tset-count
               MOVE ws-tset-tag(ws-tset-idx) TO ws-check-tag
               PERFORM 340-LOOK-FOR-TAG
               IF (ws-tset-action(ws-tset-idx) = "ADD"
                   AND ws-has-tag = "N")
                 OR (ws-tset-action(ws-tset-idx) = "REMOVE"
                   AND ws-has-tag = "Y")
                   MOVE "Y" TO ws-tag-flags(ws-tset-idx:1)
               END-IF
           END-PERFORM.
           IF ws-set-status NOT = SPACES
               AND ws-proj-status NOT = ws-set-status
               PERFORM 350-CHOOSE-STATE-EDGE
           END-IF.
           IF ws-state-op = SPACES AND ws-refuse-reason = SPACES
               AND ws-chg-owner = "N" AND ws-chg-module = "N"
               AND ws-tag-flags = ALL "N"
               ADD 1 TO ws-same-count
               GO TO 330-JUDGE-RECORD-EXIT
           END-IF.
      *>   a record frozen pending audit cannot be touched until it
      *>   is thawed -- unless thawing it is what the cards ask
           IF ws-refuse-reason = SPACES
               AND ws-proj-status = "FROZEN"
               AND ws-state-op NOT = "THAW"
               AND (ws-chg-owner = "Y" OR ws-chg-module = "Y"
                    OR ws-tag-flags NOT = ALL "N")
               MOVE "FROZEN pending audit -- THAW it first"
                 TO ws-refuse-reason
           END-IF.
           IF ws-refuse-reason = SPACES AND ws-chg-owner = "Y"
               PERFORM 360-CHECK-QUOTA
           END-IF.
           ADD 1 TO ws-plan-keep.
           MOVE ws-projects-record TO ws-plan-image(ws-plan-keep).
           MOVE ws-state-op TO ws-plan-state-op(ws-plan-keep).
           MOVE ws-new-status TO ws-plan-new-status(ws-plan-keep).
           MOVE ws-chg-owner TO ws-plan-chg-owner(ws-plan-keep).
           MOVE ws-chg-module TO ws-plan-chg-module(ws-plan-keep).
           MOVE ws-tag-flags TO ws-plan-tag-flags(ws-plan-keep).
           MOVE ws-refuse-reason TO ws-plan-reason(ws-plan-keep).
           MOVE 0 TO ws-plan-io-status(ws-plan-keep).
           IF ws-refuse-reason = SPACES
               MOVE "C" TO ws-plan-outcome(ws-plan-keep)
               ADD 1 TO ws-change-count
           ELSE
               MOVE "R" TO ws-plan-outcome(ws-plan-keep)
               ADD 1 TO ws-refused-count
           END-IF.
       330-JUDGE-RECORD-EXIT.
           EXIT.

       340-LOOK-FOR-TAG SECTION.
           MOVE "N" TO ws-has-tag.
           PERFORM VARYING ws-pair-idx FROM 1 BY 1
               UNTIL ws-pair-idx > ws-pair-count OR ws-has-tag = "Y"
               IF ws-pair-project(ws-pair-idx) = ws-proj-name
                   AND ws-pair-tag(ws-pair-idx) = ws-check-tag
                   MOVE "Y" TO ws-has-tag
               END-IF
           END-PERFORM.

      *>   the legal edges are projects-io's own table: ACTIVE to
      *>   ON-HOLD, ON-HOLD back to ACTIVE, ACTIVE or ON-HOLD to
      *>   FROZEN, FROZEN back to ACTIVE; anything else is refused
      *>   here rather than left for projects-io to refuse mid-run
       350-CHOOSE-STATE-EDGE SECTION.
           MOVE ws-set-status TO ws-new-status.
           EVALUATE TRUE
               WHEN ws-set-status = "ON-HOLD"
                   AND ws-proj-status = "ACTIVE"
                   MOVE "HOLD" TO ws-state-op
               WHEN ws-set-status = "FROZEN"
                   AND (ws-proj-status = "ACTIVE"
                        OR ws-proj-status = "ON-HOLD")
                   MOVE "FREEZE" TO ws-state-op
               WHEN ws-set-status = "ACTIVE"
                   AND ws-proj-status = "ON-HOLD"
                   MOVE "RESUME" TO ws-state-op
               WHEN ws-set-status = "ACTIVE"
                   AND ws-proj-status = "FROZEN"
                   MOVE "THAW" TO ws-state-op
               WHEN OTHER
                   MOVE SPACES TO ws-new-status
                   STRING FUNCTION TRIM(ws-proj-status)
                     " cannot move to " FUNCTION TRIM(ws-set-status)
                     DELIMITED BY SIZE INTO ws-refuse-reason
                   END-STRING
           END-EVALUATE.

      *>   a live project moved into another department counts
      *>   against that department's DEPTQUOTA -- the projects this
      *>   run has already planned into it included
       360-CHECK-QUOTA SECTION.
           IF ws-proj-status NOT = "ACTIVE"
               AND ws-proj-status NOT = "ON-HOLD"
               GO TO 360-CHECK-QUOTA-EXIT
           END-IF.
           CALL "quota-check" USING ws-proj-name ws-set-owner
             ws-quota-dept ws-quota-in-use ws-quota-limit
             ws-quota-status
           END-CALL.
           IF ws-quota-status NOT = 0 AND ws-quota-status NOT = 10
               GO TO 360-CHECK-QUOTA-EXIT
           END-IF.
           IF ws-quota-status = 10
               OR ws-quota-in-use + ws-quota-planned + 1
                  > ws-quota-limit
               STRING "over " FUNCTION TRIM(ws-quota-dept)
                 "'s live-project quota"
                 DELIMITED BY SIZE INTO ws-refuse-reason
               END-STRING
               GO TO 360-CHECK-QUOTA-EXIT
           END-IF.
           MOVE SPACES TO ws-old-owner-dept.
           CALL "owner-check" USING ws-proj-owner
             ws-owner-check-status ws-old-owner-dept
           END-CALL.
           IF FUNCTION UPPER-CASE(ws-old-owner-dept)
                NOT = FUNCTION UPPER-CASE(ws-quota-dept)
               ADD 1 TO ws-quota-planned
           END-IF.
       360-CHECK-QUOTA-EXIT.
           EXIT.

      *>   the plan on file is the cards as taken and, for every
      *>   record in the plan, its before image and what is to be
      *>   done -- so its checksum changes if either does
       400-WRITE-PLAN SECTION.
           OPEN OUTPUT PLAN-FILE.
           IF ws-plan-status NOT = "00"
               DISPLAY "MUP022E mass-update: could not write "
                 FUNCTION TRIM(ws-plan-path) ", status "
                 ws-plan-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM VARYING ws-sel-idx FROM 1 BY 1
               UNTIL ws-sel-idx > ws-sel-count
               MOVE SPACES TO PLAN-RECORD
               STRING "SELECT " ws-sel-field(ws-sel-idx) " "
                 ws-sel-op(ws-sel-idx) " " ws-sel-value(ws-sel-idx)
                 DELIMITED BY SIZE INTO PLAN-RECORD
               END-STRING
               WRITE PLAN-RECORD
           END-PERFORM.
           MOVE SPACES TO PLAN-RECORD.
           STRING "SET " ws-set-owner " " ws-set-module " "
             ws-set-status DELIMITED BY SIZE INTO PLAN-RECORD
           END-STRING.
           WRITE PLAN-RECORD.
           PERFORM VARYING ws-tset-idx FROM 1 BY 1
               UNTIL ws-tset-idx > ws-tset-count
               MOVE SPACES TO PLAN-RECORD
               STRING "SET TAG " ws-tset-action(ws-tset-idx) " "
                 ws-tset-tag(ws-tset-idx)
                 DELIMITED BY SIZE INTO PLAN-RECORD
               END-STRING
               WRITE PLAN-RECORD
           END-PERFORM.
           PERFORM VARYING ws-plan-idx FROM 1 BY 1
               UNTIL ws-plan-idx > ws-plan-count
               MOVE SPACES TO PLAN-RECORD
               STRING ws-plan-image(ws-plan-idx) " "
                 ws-plan-outcome(ws-plan-idx) " "
                 ws-plan-state-op(ws-plan-idx) " "
                 ws-plan-chg-owner(ws-plan-idx)
                 ws-plan-chg-module(ws-plan-idx) " "
                 ws-plan-tag-flags(ws-plan-idx) " "
                 ws-plan-reason(ws-plan-idx)
                 DELIMITED BY SIZE INTO PLAN-RECORD
               END-STRING
               WRITE PLAN-RECORD
           END-PERFORM.
           CLOSE PLAN-FILE.
           CALL "file-checksum" USING ws-plan-path ws-plan-token
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               DISPLAY "MUP022E mass-update: could not write "
                 FUNCTION TRIM(ws-plan-path) ", status "
                 ws-sum-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   the token must be one a dry run issued, not yet applied,
      *>   and still the checksum of the plan the records make now
       450-CHECK-TOKEN SECTION.
           OPEN INPUT TOKEN-FILE.
           IF ws-token-status = "00"
               PERFORM UNTIL ws-token-eof = "Y"
                   READ TOKEN-FILE
                       AT END
                           MOVE "Y" TO ws-token-eof
                       NOT AT END
                           IF mut-rec-token IS NUMERIC
                               AND mut-rec-token = ws-given-token
                               IF mut-rec-state = "DRYRUN"
                                   MOVE "Y" TO ws-token-issued
                               END-IF
                               IF mut-rec-state = "APPLIED"
                                   MOVE "Y" TO ws-token-used
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOKEN-FILE
           END-IF.
           IF ws-token-issued = "N"
               DISPLAY "MUP023E mass-update: token " ws-given-token
                 " was not issued by a dry run -- run without "
                 "--apply first" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-token-used = "Y"
               DISPLAY "MUP024E mass-update: token " ws-given-token
                 " has already been applied" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-plan-token NOT = ws-given-token
               DISPLAY "MUP025E mass-update: token " ws-given-token
                 " does not match -- the cards or the records have "
                 "changed since that dry run; run it again"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   record by record, each through projects-io; a record
      *>   that fails is reported and the rest still go
       600-APPLY-PLAN SECTION.
           PERFORM VARYING ws-plan-idx FROM 1 BY 1
               UNTIL ws-plan-idx > ws-plan-count
               IF ws-plan-outcome(ws-plan-idx) = "C"
                   PERFORM 610-APPLY-ONE
               END-IF
           END-PERFORM.
           IF ws-tags-changed = "Y"
               PERFORM 650-REWRITE-TAGS
           END-IF.

      *>   a THAW goes first, so the record is no longer FROZEN when
      *>   the rest lands on it; a HOLD or FREEZE goes last, so the
      *>   record is still ACTIVE while its other fields change
       610-APPLY-ONE SECTION.
           MOVE ws-plan-image(ws-plan-idx) TO ws-before-record.
           MOVE 0 TO ws-projects-io-status.
           IF ws-plan-state-op(ws-plan-idx) = "THAW"
               PERFORM 620-APPLY-STATE-EDGE
               IF ws-projects-io-status NOT = 0
                   GO TO 610-APPLY-ONE-EXIT
               END-IF
           END-IF.
           IF ws-plan-chg-owner(ws-plan-idx) = "Y"
               OR ws-plan-chg-module(ws-plan-idx) = "Y"
               PERFORM 630-APPLY-REWRITE
               IF ws-projects-io-status NOT = 0
                   GO TO 610-APPLY-ONE-EXIT
               END-IF
           END-IF.
           IF ws-plan-state-op(ws-plan-idx) NOT = SPACES
               AND ws-plan-state-op(ws-plan-idx) NOT = "THAW"
               PERFORM 620-APPLY-STATE-EDGE
               IF ws-projects-io-status NOT = 0
                   GO TO 610-APPLY-ONE-EXIT
               END-IF
           END-IF.
           IF ws-plan-tag-flags(ws-plan-idx) NOT = ALL "N"
               PERFORM 640-APPLY-TAGS
           END-IF.
       610-APPLY-ONE-EXIT.
           IF ws-projects-io-status = 0
               MOVE "A" TO ws-plan-outcome(ws-plan-idx)
               ADD 1 TO ws-applied-count
           ELSE
               MOVE "F" TO ws-plan-outcome(ws-plan-idx)
               MOVE ws-projects-io-status
                 TO ws-plan-io-status(ws-plan-idx)
               ADD 1 TO ws-failed-count
               DISPLAY "MUP026E mass-update: '"
                 FUNCTION TRIM(ws-bef-name) "' not updated -- "
                 "projects-io status " ws-projects-io-status
                 UPON SYSERR
               END-DISPLAY
           END-IF.

       620-APPLY-STATE-EDGE SECTION.
           MOVE SPACES TO ws-projects-record.
           MOVE ws-bef-name TO ws-proj-name.
           MOVE ws-plan-state-op(ws-plan-idx) TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.

      *>   FIND brings the whole record back -- creation stamp and
      *>   status included, as the state edges left it -- so the
      *>   FORCE rewrite changes only owner and module; the quota
      *>   is asked again against the master as it now stands
       630-APPLY-REWRITE SECTION.
           MOVE SPACES TO ws-projects-record.
           MOVE ws-bef-name TO ws-proj-name.
           MOVE "FIND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               GO TO 630-APPLY-REWRITE-EXIT
           END-IF.
           IF ws-plan-chg-owner(ws-plan-idx) = "Y"
               IF ws-proj-status = "ACTIVE"
                   OR ws-proj-status = "ON-HOLD"
                   CALL "quota-check" USING ws-proj-name ws-set-owner
                     ws-quota-dept ws-quota-in-use ws-quota-limit
                     ws-quota-status
                   END-CALL
                   IF ws-quota-status = 10
                       MOVE 15 TO ws-projects-io-status
                       GO TO 630-APPLY-REWRITE-EXIT
                   END-IF
               END-IF
               MOVE ws-set-owner TO ws-proj-owner
           END-IF.
           IF ws-plan-chg-module(ws-plan-idx) = "Y"
               MOVE ws-set-module TO ws-proj-module-type
           END-IF.
           MOVE "FORCE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
       630-APPLY-REWRITE-EXIT.
           EXIT.

       640-APPLY-TAGS SECTION.
           MOVE ws-bef-name TO ws-proj-name.
           PERFORM VARYING ws-tset-idx FROM 1 BY 1
               UNTIL ws-tset-idx > ws-tset-count
               IF ws-plan-tag-flags(ws-plan-idx)(ws-tset-idx:1) = "Y"
                   IF ws-tset-action(ws-tset-idx) = "ADD"
                       IF ws-pair-count < ws-pair-max
                           ADD 1 TO ws-pair-count
                           MOVE ws-bef-name
                             TO ws-pair-project(ws-pair-count)
                           MOVE ws-tset-tag(ws-tset-idx)
                             TO ws-pair-tag(ws-pair-count)
                       ELSE
                           MOVE 30 TO ws-projects-io-status
                       END-IF
                   ELSE
                       PERFORM 645-DROP-TAG
                   END-IF
                   MOVE "Y" TO ws-tags-changed
               END-IF
           END-PERFORM.

      *>   close the gap by shifting everything after the removed
      *>   pair up one slot
       645-DROP-TAG SECTION.
           MOVE 0 TO ws-pair-keep.
           PERFORM VARYING ws-pair-idx FROM 1 BY 1
               UNTIL ws-pair-idx > ws-pair-count
               IF NOT (ws-pair-project(ws-pair-idx) = ws-bef-name
                   AND ws-pair-tag(ws-pair-idx)
                     = ws-tset-tag(ws-tset-idx))
                   ADD 1 TO ws-pair-keep
                   MOVE ws-pair-entry(ws-pair-idx)
                     TO ws-pair-entry(ws-pair-keep)
               END-IF
           END-PERFORM.
           MOVE ws-pair-keep TO ws-pair-count.

       650-REWRITE-TAGS SECTION.
           OPEN OUTPUT PROJTAGS-FILE.
           IF ws-projtags-status NOT = "00"
               DISPLAY "MUP027E mass-update: could not rewrite '"
                 FUNCTION TRIM(ws-projtags-path) "' -- the tag "
                 "changes were not kept" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 650-REWRITE-TAGS-EXIT
           END-IF.
           PERFORM VARYING ws-pair-idx FROM 1 BY 1
               UNTIL ws-pair-idx > ws-pair-count
               MOVE SPACES TO PROJTAGS-RECORD
               MOVE ws-pair-project(ws-pair-idx)
                 TO tag-rec-project
               MOVE ws-pair-tag(ws-pair-idx) TO tag-rec-tag
               WRITE PROJTAGS-RECORD
           END-PERFORM.
           CLOSE PROJTAGS-FILE.
       650-REWRITE-TAGS-EXIT.
           EXIT.

      *>   one block per record: the name and its outcome, then a
      *>   before -> after line for each field that changes
       500-LIST-PLAN SECTION.
           PERFORM VARYING ws-plan-idx FROM 1 BY 1
               UNTIL ws-plan-idx > ws-plan-count
               PERFORM 510-LIST-ONE
           END-PERFORM.
           IF ws-plan-count = 0
               MOVE "  (no record would change)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       510-LIST-ONE SECTION.
           MOVE ws-plan-image(ws-plan-idx) TO ws-before-record.
           MOVE SPACES TO ws-rpt-line.
           EVALUATE ws-plan-outcome(ws-plan-idx)
               WHEN "C"
                   STRING ws-bef-name "  WOULD CHANGE"
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               WHEN "A"
                   STRING ws-bef-name "  CHANGED"
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               WHEN "F"
                   STRING ws-bef-name "  FAILED -- projects-io "
                     "status " ws-plan-io-status(ws-plan-idx)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               WHEN OTHER
                   STRING ws-bef-name "  REFUSED -- "
                     ws-plan-reason(ws-plan-idx)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
           END-EVALUATE.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-plan-outcome(ws-plan-idx) = "R"
               GO TO 510-LIST-ONE-EXIT
           END-IF.
           IF ws-plan-state-op(ws-plan-idx) NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "    STATUS   " ws-bef-status " -> "
                 ws-plan-new-status(ws-plan-idx) " ("
                 FUNCTION TRIM(ws-plan-state-op(ws-plan-idx)) ")"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           IF ws-plan-chg-owner(ws-plan-idx) = "Y"
               MOVE SPACES TO ws-rpt-line
               STRING "    OWNER    " ws-bef-owner " -> "
                 ws-set-owner
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           IF ws-plan-chg-module(ws-plan-idx) = "Y"
               MOVE SPACES TO ws-rpt-line
               STRING "    MODULE   " ws-bef-module-type " -> "
                 ws-set-module
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           PERFORM VARYING ws-tset-idx FROM 1 BY 1
               UNTIL ws-tset-idx > ws-tset-count
               IF ws-plan-tag-flags(ws-plan-idx)(ws-tset-idx:1) = "Y"
                   MOVE SPACES TO ws-rpt-line
                   IF ws-tset-action(ws-tset-idx) = "ADD"
                       STRING "    TAG      + "
                         ws-tset-tag(ws-tset-idx)
                         DELIMITED BY SIZE INTO ws-rpt-line
                       END-STRING
                   ELSE
                       STRING "    TAG      - "
                         ws-tset-tag(ws-tset-idx)
                         DELIMITED BY SIZE INTO ws-rpt-line
                       END-STRING
                   END-IF
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-PERFORM.
       510-LIST-ONE-EXIT.
           EXIT.

       550-SHOW-TOTALS SECTION.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-selected-count TO ws-show-count.
           MOVE ws-same-count TO ws-show-count-2.
           MOVE ws-refused-count TO ws-show-count-3.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-show-count)
             " record(s) selected, "
             FUNCTION TRIM(ws-show-count-2)
             " already as the cards ask, "
             FUNCTION TRIM(ws-show-count-3) " refused"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.
           IF ws-apply-mode = "Y"
               MOVE ws-applied-count TO ws-show-count
               MOVE ws-failed-count TO ws-show-count-2
               STRING FUNCTION TRIM(ws-show-count)
                 " record(s) changed, "
                 FUNCTION TRIM(ws-show-count-2) " failed"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               MOVE ws-change-count TO ws-show-count
               IF ws-change-count = 0
                   STRING FUNCTION TRIM(ws-show-count)
                     " record(s) would change -- no token issued"
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(ws-show-count)
                     " record(s) would change -- apply with: "
                     "mass-update " FUNCTION TRIM(ws-card-path)
                     " --apply " ws-plan-token
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               END-IF
           END-IF.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-failed-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   a dry run with something to change issues its token; an
      *>   apply spends it, whatever became of the records, since
      *>   the plan it was the checksum of is gone. Same create-
      *>   then-extend open the history files use
       700-RECORD-TOKEN SECTION.
           IF ws-apply-mode = "Y"
               MOVE "APPLIED" TO ws-token-state
           ELSE
               IF ws-change-count = 0
                   GO TO 700-RECORD-TOKEN-EXIT
               END-IF
               MOVE "DRYRUN" TO ws-token-state
           END-IF.
           OPEN EXTEND TOKEN-FILE.
           IF ws-token-status NOT = "00"
               OPEN OUTPUT TOKEN-FILE
               CLOSE TOKEN-FILE
               OPEN EXTEND TOKEN-FILE
           END-IF.
           IF ws-token-status NOT = "00"
               DISPLAY "MUP028E mass-update: cannot append to "
                 FUNCTION TRIM(ws-token-path) ", status "
                 ws-token-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 700-RECORD-TOKEN-EXIT
           END-IF.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           MOVE SPACES TO TOKEN-RECORD.
           MOVE ws-now-date TO mut-rec-date.
           MOVE ws-now-time(1:6) TO mut-rec-time.
           MOVE ws-plan-token TO mut-rec-token.
           MOVE ws-token-state TO mut-rec-state.
           MOVE ws-user TO mut-rec-user.
           MOVE ws-card-path TO mut-rec-cards.
           WRITE TOKEN-RECORD.
           CLOSE TOKEN-FILE.
       700-RECORD-TOKEN-EXIT.
           EXIT.

      *>   a whole-value match: "*" takes any run of characters
      *>   (none included) and "?" any one; on a mismatch the last
      *>   "*" is let take one more character and the match retried
       800-MATCH-LIKE SECTION.
           MOVE 0 TO ws-like-plen ws-like-tlen.
           IF ws-like-pattern NOT = SPACES
               INSPECT FUNCTION REVERSE(ws-like-pattern)
                 TALLYING ws-like-plen FOR LEADING SPACES
               COMPUTE ws-like-plen = 48 - ws-like-plen
           END-IF.
           IF ws-like-text NOT = SPACES
               INSPECT FUNCTION REVERSE(ws-like-text)
                 TALLYING ws-like-tlen FOR LEADING SPACES
               COMPUTE ws-like-tlen = 48 - ws-like-tlen
           END-IF.
           MOVE 1 TO ws-like-p ws-like-t.
           MOVE 0 TO ws-like-star ws-like-mark.
           MOVE "N" TO ws-like-done.
           MOVE "Y" TO ws-like-answer.
           PERFORM UNTIL ws-like-done = "Y"
               OR ws-like-t > ws-like-tlen
               EVALUATE TRUE
                   WHEN ws-like-p <= ws-like-plen
                       AND (ws-like-pattern(ws-like-p:1) = "?"
                         OR ws-like-pattern(ws-like-p:1)
                            = ws-like-text(ws-like-t:1))
                       ADD 1 TO ws-like-p ws-like-t
                   WHEN ws-like-p <= ws-like-plen
                       AND ws-like-pattern(ws-like-p:1) = "*"
                       MOVE ws-like-p TO ws-like-star
                       MOVE ws-like-t TO ws-like-mark
                       ADD 1 TO ws-like-p
                   WHEN ws-like-star > 0
                       COMPUTE ws-like-p = ws-like-star + 1
                       ADD 1 TO ws-like-mark
                       MOVE ws-like-mark TO ws-like-t
                   WHEN OTHER
                       MOVE "N" TO ws-like-answer
                       MOVE "Y" TO ws-like-done
               END-EVALUATE
           END-PERFORM.
           PERFORM UNTIL ws-like-p > ws-like-plen
               OR ws-like-pattern(ws-like-p:1) NOT = "*"
               ADD 1 TO ws-like-p
           END-PERFORM.
           IF ws-like-p <= ws-like-plen
               MOVE "N" TO ws-like-answer
           END-IF.

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
               DISPLAY "MUP001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "MUP002E mass update of PROJECTS ended in error, "
                 & "see SYSERR" TO ws-log-error-msg
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

       END PROGRAM "mass-update".
