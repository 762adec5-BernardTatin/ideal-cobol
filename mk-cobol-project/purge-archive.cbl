      *> year when unset), and permanently removes both the
      *> archive/<name>/ contents and the master record -- through
      *> projects-io's DELETE, so every purge lands in the
      *> PROJECTS-AUDIT journal. The project's operator notes are
      *> moved out to PROJNOTES.ARCHIVE with the record, never
      *> simply dropped. The same --dry-run convention
      *> retire-project uses lists what would go without touching
      *> anything, so the deletion list can be reviewed first.
      *>
      *>   purge-archive [--dry-run] [--ticket <ref>]
      *>                 [--emergency <reason>]
      *>
      *> The change ticket (or CHANGE_TICKET in the environment) is
      *> journaled with every DELETE; PROD insists on one for a real
      *> purge. During a change freeze in the FREEZE calendar a real
      *> purge is refused unless --emergency <reason> (or
      *> FREEZE_OVERRIDE) overrides it, the override logged and
      *> journaled.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.
      *>   change-ticket's USING items: the ticket the purge is done
      *>   under, journaled with each DELETE by projects-io, and
      *>   required under the PROD profile
           01 ws-ticket-profile  PIC X(4).
           01 ws-ticket-ref      PIC X(20).
           01 ws-ticket-status   PIC 99.
      *>   freeze-check's USING items: the change-freeze calendar,
      *>   and the emergency override that lets a purge through
      *>   while a freeze is in force
           01 ws-freeze-check    PIC X.
           01 ws-freeze-reason   PIC X(60).
           01 ws-freeze-status   PIC 99.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
           01 ws-purge-table.
               05 ws-purge-name OCCURS 200 TIMES PIC X(48).

      *>   project-notes' USING items for archiving a purged
      *>   project's operator notes
           01 ws-pn-action      PIC X(8).
           01 ws-pn-project     PIC X(48).
           01 ws-pn-new-name    PIC X(48).
           01 ws-pn-notes-area.
               05 ws-pn-text        PIC X(120).
               05 ws-pn-count       PIC 9(4).
               05 ws-pn-shown       PIC 9.
               05 ws-pn-entry OCCURS 5 TIMES.
                   10 ws-pn-date     PIC X(8).
                   10 ws-pn-time     PIC X(6).
                   10 ws-pn-operator PIC X(30).
                   10 ws-pn-line     PIC X(120).
           01 ws-pn-status      PIC 99.

           01 ws-rm-command     PIC X(360).
           01 ws-purged-count   PIC 9(4) VALUE 0.
           01 ws-failed-count   PIC 9(4) VALUE 0.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "PGA010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           IF ws-dry-run-count > 0
               MOVE "Y" TO ws-dry-run-flag
           END-IF.
      *>   a dry run deletes nothing, so it is held to the DEV rule
      *>   and needs no ticket even on a PROD site
           MOVE SPACES TO ws-ticket-profile.
           IF ws-dry-run-flag = "Y"
               MOVE "DEV" TO ws-ticket-profile
           END-IF.
           CALL "change-ticket" USING ws-full-cmdline
             ws-ticket-profile ws-ticket-ref ws-ticket-status
           END-CALL.
           IF ws-ticket-status = 15
               DISPLAY "PGA015E purge-archive: '"
                 FUNCTION TRIM(ws-ticket-ref)
                 "' is not a valid change ticket number" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-ticket-status = 10
               DISPLAY "PGA014E purge-archive: the PROD profile needs "
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
               DISPLAY "PGA016E purge-archive: change freeze in "
                 "force (" FUNCTION TRIM(ws-freeze-reason)
                 ") -- rerun with --emergency <reason> to override"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-freeze-status = 5
               DISPLAY "PGA017W purge-archive: running under a "
                 "change-freeze override" UPON SYSERR
               END-DISPLAY
           END-IF.
           perform 010-READ-CONFIG.
           perform 015-LOAD-HOLDS.
           ACCEPT ws-today FROM DATE YYYYMMDD.
               DISPLAY "[DRY RUN] archive/"
                 FUNCTION TRIM(ws-purge-name(ws-purge-idx))
                 " (directory or .PAK container) and its PROJECTS "
                 "record would be purged, its notes archived"
               END-DISPLAY
           END-PERFORM.
           DISPLAY "purge-archive: dry run complete -- "
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               ADD 1 TO ws-failed-count
               DISPLAY "PGA011E "
                 "purge-archive: could not remove archive/"
                 FUNCTION TRIM(ws-purge-name(ws-purge-idx))
                 " -- record kept" UPON SYSERR
               END-DISPLAY
               DISPLAY "PURGED "
                 FUNCTION TRIM(ws-purge-name(ws-purge-idx))
               END-DISPLAY
               PERFORM 320-ARCHIVE-NOTES
           ELSE
               ADD 1 TO ws-failed-count
               DISPLAY "PGA012E "
                 "purge-archive: files removed but record "
                 "delete failed for '"
                 FUNCTION TRIM(ws-purge-name(ws-purge-idx))
                 "' (status " ws-projects-io-status ")" UPON SYSERR
       310-PURGE-ONE-EXIT.
           EXIT.

      *>   the record is gone, so its notes go to PROJNOTES.ARCHIVE
      *>   where notes-maint ARCHIVED still finds them; notes that
      *>   could not be moved stay in PROJNOTES, nothing is lost
       320-ARCHIVE-NOTES SECTION.
           MOVE "ARCHIVE" TO ws-pn-action.
           MOVE ws-purge-name(ws-purge-idx) TO ws-pn-project.
           MOVE SPACES TO ws-pn-new-name.
           CALL "project-notes" USING ws-pn-action ws-pn-project
             ws-pn-new-name ws-pn-notes-area ws-pn-status
           END-CALL.
           IF ws-pn-status NOT = 0
               DISPLAY "PGA013W "
                 "purge-archive: operator notes for '"
                 FUNCTION TRIM(ws-purge-name(ws-purge-idx))
                 "' could not be archived -- left in PROJNOTES"
                 UPON SYSERR
               END-DISPLAY
               GO TO 320-ARCHIVE-NOTES-EXIT
           END-IF.
           IF ws-pn-count > 0
               DISPLAY "       " ws-pn-count
                 " operator note(s) moved to PROJNOTES.ARCHIVE"
               END-DISPLAY
           END-IF.
       320-ARCHIVE-NOTES-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PGA001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PGA002E archive purge failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
