      *> --force re-add that wiped the creation stamp. Each transfer
      *> goes through projects-io's FORCE rewrite, so the journal
      *> gets its before/after audit line per record, and the count
      *> moved is reported at the end. A live (ACTIVE or ON-HOLD)
      *> project is not moved where it would take the new owner's
      *> department past its DEPTQUOTA quota.
      *>
      *>   transfer-owner <project> <new-owner>
      *>   transfer-owner --all <old-owner> <new-owner>
      *>   transfer-owner --batch <list-file>
      *>
      *> --batch moves every project in a list file, one
      *> "<project> <new-owner>" pair per line behind any "*"
      *> comment lines -- the shape owner-attest writes its
      *> ATTEST-TRANSFERS review list in. Each line is checked and
      *> moved on its own, so one bad line only costs that project.
      *> Either form takes --ticket <ref> (or CHANGE_TICKET in the
      *> environment) for the change ticket the transfer is done
      *> under; the PROD profile insists on one.
      *> Every project moved gets its technical specification filed
      *> through project-doc straight after the rewrite, so the new
      *> owner takes it over with current documentation; a
      *> specification that cannot be filed is warned about and
      *> counted, but the transfer itself stands.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "transfer-owner".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-LIST-FILE
               ASSIGN TO DYNAMIC ws-batch-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-batch-file-status.

       DATA DIVISION.
         FILE SECTION.
         FD  BATCH-LIST-FILE.
         01 BATCH-LIST-RECORD PIC X(256).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.
      *>   change-ticket's USING items: the ticket the transfer is
      *>   done under, journaled with each record by projects-io, and
      *>   required under the PROD profile
           01 ws-ticket-profile  PIC X(4).
           01 ws-ticket-ref      PIC X(20).
           01 ws-ticket-status   PIC 99.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
           01 ws-moved-count    PIC 9(4) VALUE 0.
           01 ws-fail-count     PIC 9(4) VALUE 0.
           01 ws-more-flag      PIC X VALUE "N".

      *>   --batch: the list file and, beside each collected name,
      *>   the owner that line moves it to
           01 ws-batch-mode        PIC X VALUE "N".
           01 ws-batch-file        PIC X(256).
           01 ws-batch-file-status PIC XX.
           01 ws-batch-eof-flag    PIC X VALUE "N".
           01 ws-batch-owner-table.
               05 ws-batch-owner OCCURS 300 TIMES PIC X(30).
           01 ws-line-name      PIC X(48).
           01 ws-line-owner     PIC X(30).
           01 ws-owner-refused  PIC 9(4) VALUE 0.
           01 ws-fail-before    PIC 9(4).
      *>   owner-check's answer on whether the new owner is active
      *>   in the OWNERS master
           01 ws-owner-check-status PIC 99.
           01 ws-owner-dept       PIC X(20).
      *>   quota-check's USING items: a live project moved to an
      *>   owner in another department counts against that
      *>   department's DEPTQUOTA. A refusal is a finished answer,
      *>   not a half-done transfer, so it is counted apart from
      *>   the failures that keep the intent open for recovery
           01 ws-quota-dept     PIC X(20).
           01 ws-quota-in-use   PIC 9(5).
           01 ws-quota-limit    PIC 9(5).
           01 ws-quota-status   PIC 99.
           01 ws-quota-refused  PIC 9(4) VALUE 0.
      *>   project-doc's status for the project just moved; a
      *>   specification not filed does not undo the transfer, so
      *>   it is counted apart from the failures as well
           01 ws-doc-status     PIC 99.
           01 ws-doc-missed     PIC 9(4) VALUE 0.

      *>   intent-note's USING items -- the crash-safety journal
      *>   around the transfer's per-record rewrites
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           IF ws-batch-mode = "Y"
               perform 250-COLLECT-BATCH-LIST
               perform 350-TRANSFER-BATCH
               perform 400-SHOW-SUMMARY
               perform 900-TERMINATE
           END-IF.
           perform 020-CHECK-NEW-OWNER.
           IF ws-all-mode = "Y"
               perform 200-COLLECT-OWNER-PROJECTS
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "TRO010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-ticket-profile.
           CALL "change-ticket" USING ws-cmdline(1:256)
             ws-ticket-profile ws-ticket-ref ws-ticket-status
           END-CALL.
           IF ws-ticket-status = 15
               DISPLAY "TRO018E transfer-owner: '"
                 FUNCTION TRIM(ws-ticket-ref)
                 "' is not a valid change ticket number" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-ticket-status = 10
               DISPLAY "TRO017E transfer-owner: the PROD profile needs "
                 "a change ticket -- rerun with --ticket <ref>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-arg-1.
           MOVE SPACES TO ws-arg-2.
           MOVE SPACES TO ws-arg-3.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-1 ws-arg-2 ws-arg-3
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-arg-1)) = "--BATCH"
               MOVE "Y" TO ws-batch-mode
               MOVE FUNCTION TRIM(ws-arg-2) TO ws-batch-file
               IF ws-batch-file = SPACES
                   PERFORM 010-SHOW-USAGE
               END-IF
               GO TO 001-INIT-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-arg-1)) = "--ALL"
               MOVE "Y" TO ws-all-mode
               MOVE FUNCTION TRIM(ws-arg-2) TO ws-old-owner
               MOVE 1 TO ws-name-count
               MOVE ws-target-name TO ws-name-entry(1)
           END-IF.
       001-INIT-EXIT.
           EXIT.

      *>   once an OWNERS master exists, nothing transfers to an id
      *>   it does not carry active -- the master's owner key is only
      *>   (status 20) transfers as it always has
       020-CHECK-NEW-OWNER SECTION.
           CALL "owner-check" USING ws-new-owner
             ws-owner-check-status ws-owner-dept
           END-CALL.
           IF ws-owner-check-status = 10
               OR ws-owner-check-status = 15
               DISPLAY "TRO011E transfer-owner: '"
                 FUNCTION TRIM(ws-new-owner)
                 "' is not active in the OWNERS master -- nothing "
                 "transferred" UPON SYSERR
           END-IF.

       010-SHOW-USAGE SECTION.
           DISPLAY "TRO012E "
             "usage: transfer-owner <project> <new-owner> | "
             "--all <old-owner> <new-owner> | --batch <list-file>"
             UPON SYSERR
           END-DISPLAY.
           MOVE 1 TO RETURN-CODE.
           perform 900-TERMINATE.
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-more-flag = "Y"
               DISPLAY "TRO013W transfer-owner: WARNING -- '"
                 FUNCTION TRIM(ws-old-owner) "' holds more than "
                 "the " ws-name-count " projects collected; run "
                 "--all again for the remainder" UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF ws-name-count = 0
               DISPLAY "TRO014E transfer-owner: '"
                 FUNCTION TRIM(ws-old-owner)
                 "' holds no projects" UPON SYSERR
               END-DISPLAY
               perform 900-TERMINATE
           END-IF.

      *>   the list is read whole before the first rewrite, the way
      *>   --all collects before it moves; a line without both words
      *>   is reported and skipped
       250-COLLECT-BATCH-LIST SECTION.
           OPEN INPUT BATCH-LIST-FILE.
           IF ws-batch-file-status NOT = "00"
               DISPLAY "TRO020E transfer-owner: could not open batch "
                 "list file '" FUNCTION TRIM(ws-batch-file) "'"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-batch-eof-flag = "Y"
               READ BATCH-LIST-FILE
                   AT END
                       MOVE "Y" TO ws-batch-eof-flag
                   NOT AT END
                       IF BATCH-LIST-RECORD NOT = SPACES
                           AND BATCH-LIST-RECORD(1:1) NOT = "*"
                           PERFORM 260-TAKE-BATCH-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-LIST-FILE.
           IF ws-more-flag = "Y"
               DISPLAY "TRO022W transfer-owner: WARNING -- the list "
                 "holds more than " ws-name-max " lines; only the "
                 "first " ws-name-max " were moved" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.

       260-TAKE-BATCH-LINE SECTION.
           MOVE SPACES TO ws-line-name.
           MOVE SPACES TO ws-line-owner.
           UNSTRING FUNCTION TRIM(BATCH-LIST-RECORD)
             DELIMITED BY ALL " "
             INTO ws-line-name ws-line-owner
           END-UNSTRING.
           IF ws-line-owner = SPACES
               ADD 1 TO ws-fail-count
               DISPLAY "TRO021E transfer-owner: batch line '"
                 FUNCTION TRIM(BATCH-LIST-RECORD)
                 "' needs a project and a new owner" UPON SYSERR
               END-DISPLAY
               GO TO 260-TAKE-BATCH-LINE-EXIT
           END-IF.
           IF ws-name-count >= ws-name-max
               MOVE "Y" TO ws-more-flag
               GO TO 260-TAKE-BATCH-LINE-EXIT
           END-IF.
           ADD 1 TO ws-name-count.
           MOVE ws-line-name TO ws-name-entry(ws-name-count).
           MOVE ws-line-owner TO ws-batch-owner(ws-name-count).
       260-TAKE-BATCH-LINE-EXIT.
           EXIT.

      *>   each line is its own transfer: its owner checked the way
      *>   020-CHECK-NEW-OWNER checks one, and its own XFERONE intent
      *>   around the rewrite, closed only when that rewrite landed
       350-TRANSFER-BATCH SECTION.
           PERFORM VARYING ws-name-idx FROM 1 BY 1
               UNTIL ws-name-idx > ws-name-count
               PERFORM 360-TRANSFER-BATCH-ONE
           END-PERFORM.

       360-TRANSFER-BATCH-ONE SECTION.
           MOVE ws-batch-owner(ws-name-idx) TO ws-new-owner.
           CALL "owner-check" USING ws-new-owner
             ws-owner-check-status ws-owner-dept
           END-CALL.
           IF ws-owner-check-status = 10
               OR ws-owner-check-status = 15
               ADD 1 TO ws-owner-refused
               DISPLAY "TRO023E transfer-owner: '"
                 FUNCTION TRIM(ws-name-entry(ws-name-idx))
                 "' not moved -- '" FUNCTION TRIM(ws-new-owner)
                 "' is not active in the OWNERS master" UPON SYSERR
               END-DISPLAY
               GO TO 360-TRANSFER-BATCH-ONE-EXIT
           END-IF.
           MOVE "BEGIN" TO ws-note-action.
           MOVE "XFERONE" TO ws-note-op.
           MOVE ws-name-entry(ws-name-idx) TO ws-note-arg1.
           MOVE ws-new-owner TO ws-note-arg2.
           CALL "intent-note" USING ws-note-action ws-note-op
             ws-note-arg1 ws-note-arg2 ws-note-status
           END-CALL.
           MOVE ws-fail-count TO ws-fail-before.
           PERFORM 310-TRANSFER-ONE.
           IF ws-fail-count = ws-fail-before
               MOVE "END" TO ws-note-action
               CALL "intent-note" USING ws-note-action ws-note-op
                 ws-note-arg1 ws-note-arg2 ws-note-status
               END-CALL
           END-IF.
       360-TRANSFER-BATCH-ONE-EXIT.
           EXIT.

      *>   FIND brings the whole record back -- creation date and
      *>   time included -- so the FORCE rewrite puts everything back
      *>   unchanged except the owner; projects-io journals the
           END-CALL.
           IF ws-projects-io-status NOT = 0
               ADD 1 TO ws-fail-count
               DISPLAY "TRO015E transfer-owner: '"
                 FUNCTION TRIM(ws-name-entry(ws-name-idx))
                 "' not found" UPON SYSERR
               END-DISPLAY
               GO TO 310-TRANSFER-ONE-EXIT
           END-IF.
           IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
               OR FUNCTION TRIM(ws-proj-status) = "ON-HOLD"
               CALL "quota-check" USING ws-proj-name ws-new-owner
                 ws-quota-dept ws-quota-in-use ws-quota-limit
                 ws-quota-status
               END-CALL
               IF ws-quota-status = 10
                   ADD 1 TO ws-quota-refused
                   DISPLAY "TRO019E transfer-owner: '"
                     FUNCTION TRIM(ws-proj-name) "' not moved -- "
                     FUNCTION TRIM(ws-quota-dept) " already holds "
                     ws-quota-in-use " of its " ws-quota-limit
                     " live projects" UPON SYSERR
                   END-DISPLAY
                   GO TO 310-TRANSFER-ONE-EXIT
               END-IF
           END-IF.
           MOVE ws-new-owner TO ws-proj-owner.
           MOVE "FORCE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
                 FUNCTION TRIM(ws-proj-name) " -> "
                 FUNCTION TRIM(ws-new-owner)
               END-DISPLAY
               CALL "project-doc" USING ws-proj-name ws-doc-status
               END-CALL
               IF ws-doc-status NOT = 0 AND ws-doc-status NOT = 20
                   ADD 1 TO ws-doc-missed
                   DISPLAY "TRO024W transfer-owner: WARNING -- '"
                     FUNCTION TRIM(ws-proj-name) "' moved, but its "
                     "technical specification could not be filed "
                     "(status " ws-doc-status ")" UPON SYSERR
                   END-DISPLAY
               END-IF
           ELSE
               ADD 1 TO ws-fail-count
               DISPLAY "TRO016E transfer-owner: rewrite failed for '"
                 FUNCTION TRIM(ws-proj-name) "' (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY

       400-SHOW-SUMMARY SECTION.
           DISPLAY "transfer-owner: " ws-moved-count
             " project(s) moved, " ws-fail-count " failed, "
             ws-quota-refused " refused over quota"
           END-DISPLAY.
           IF ws-batch-mode = "Y"
               DISPLAY "transfer-owner: " ws-owner-refused
                 " refused for an owner not active in OWNERS"
               END-DISPLAY
           END-IF.
           IF ws-doc-missed > 0
               DISPLAY "transfer-owner: " ws-doc-missed
                 " moved without a technical specification filed"
               END-DISPLAY
           END-IF.
           IF ws-fail-count > 0 OR ws-quota-refused > 0
               OR ws-owner-refused > 0 OR ws-doc-missed > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "TRO001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "TRO002E ownership transfer ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
