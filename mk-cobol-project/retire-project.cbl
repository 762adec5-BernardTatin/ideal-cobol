      *> happen -- for one project or, with --batch, for a whole list
      *> of them -- without moving a single file or touching the
      *> master record, so a planned round of retirements can be
      *> reviewed before it is made irreversible. --ticket <ref> (or
      *> CHANGE_TICKET in the environment) names the change ticket
      *> the retirement is done under; the PROD profile insists on one.
      *> While the FREEZE calendar has a change freeze in force a real
      *> retirement is refused unless --emergency <reason> (or
      *> FREEZE_OVERRIDE) overrides it; freeze-check logs the
      *> override and journals it in PROJECTS-AUDIT.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.
      *>   change-ticket's USING items: the ticket the retirement is
      *>   done under, journaled with it by projects-io and
      *>   archive-project, and required under the PROD profile
           01 ws-ticket-profile  PIC X(4).
           01 ws-ticket-ref      PIC X(20).
           01 ws-ticket-status   PIC 99.
      *>   freeze-check's USING items: the change-freeze calendar,
      *>   and the emergency override that lets a retirement through
      *>   while a freeze is in force
           01 ws-freeze-check    PIC X.
           01 ws-freeze-reason   PIC X(60).
           01 ws-freeze-status   PIC 99.
      *>   intent-note's USING items: archive-project BEGINs the
      *>   ARCHIVE intent, and this tool ENDs it only after the
      *>   record flip to RETIRED has landed
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "RTP010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           INSPECT ws-full-cmdline TALLYING ws-dry-run-count
             FOR ALL "--dry-run".
           IF ws-dry-run-count > 0
               MOVE "Y" TO ws-dry-run-flag
           END-IF.
      *>   "--ticket <ref>" comes off the line before anything else
      *>   reads it; a dry run changes nothing, so it is held to the
      *>   DEV rule and needs no ticket even on a PROD site
           MOVE SPACES TO ws-ticket-profile.
           IF ws-dry-run-flag = "Y"
               MOVE "DEV" TO ws-ticket-profile
           END-IF.
           CALL "change-ticket" USING ws-full-cmdline
             ws-ticket-profile ws-ticket-ref ws-ticket-status
           END-CALL.
           IF ws-ticket-status = 15
               DISPLAY "RTP020E retire-project: '"
                 FUNCTION TRIM(ws-ticket-ref)
                 "' is not a valid change ticket number" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-ticket-status = 10
               DISPLAY "RTP019E retire-project: the PROD profile needs "
                 "a change ticket -- rerun with --ticket <ref>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   then "--emergency <reason>"; a dry run changes nothing,
      *>   so a change freeze never holds it back
           MOVE "Y" TO ws-freeze-check.
           IF ws-dry-run-flag = "Y"
               MOVE "N" TO ws-freeze-check
           END-IF.
           CALL "freeze-check" USING ws-full-cmdline
             ws-log-program-name ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status = 10
               DISPLAY "RTP021E retire-project: change freeze in "
                 "force (" FUNCTION TRIM(ws-freeze-reason)
                 ") -- rerun with --emergency <reason> to override"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-freeze-status = 5
               DISPLAY "RTP022W retire-project: running under a "
                 "change-freeze override" UPON SYSERR
               END-DISPLAY
           END-IF.
           IF ws-full-cmdline = SPACES
               DISPLAY "RTP018E retire-project needs a project name"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   the project name (or, in batch mode, "--batch" and the list
      *>   file name) are whichever words are left once --dry-run is
               MOVE "Y" TO ws-batch-mode
               MOVE ws-secondary-word TO ws-batch-file
               IF FUNCTION TRIM(ws-batch-file) = SPACES
                   DISPLAY "RTP011E "
                     "retire-project: --batch needs a list "
                     "file name" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ws-primary-word TO ws-proj-name-arg
               IF ws-proj-name-arg = SPACES
                   DISPLAY "RTP012E retire-project needs a project name"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
       300-BATCH-RUN SECTION.
           OPEN INPUT BATCH-LIST-FILE.
           IF ws-batch-file-status NOT = "00"
               DISPLAY "RTP013E "
                 "retire-project: could not open batch list "
                 "file '" FUNCTION TRIM(ws-batch-file) "'"
                 UPON SYSERR
               END-DISPLAY
                   IF ws-archive-status = 0
                       perform 300-MARK-RETIRED
                   ELSE
                       DISPLAY "RTP014E "
                         "retire-project: could not archive '"
                         FUNCTION TRIM(ws-proj-name-arg)
                         "' -- PROJECTS record left ACTIVE"
                         UPON SYSERR
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "RTP015E retire-project: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
           IF ws-op-status = "Y"
               AND FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "RTP016E retire-project: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' is already "
                 FUNCTION TRIM(ws-proj-status)
                 UPON SYSERR
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "RTP017E retire-project: could not mark '"
                 FUNCTION TRIM(ws-proj-name-arg) "' retired"
                 UPON SYSERR
               END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RTP001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "RTP002E retirement failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
