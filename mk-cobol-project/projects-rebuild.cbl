      *> generation uses -- the hand-rebuild that took the shop down
      *> last spring, as one command. A read error mid-walk skips
      *> forward past the damage instead of giving up on everything
      *> behind it. The salvage is cataloged through gdg-io as the
      *> newest generation of PROJECTS.SALVAGE, so a restore can
      *> name it PROJECTS.SALVAGE(0).
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
           01 ws-projects-lit   PIC X(300) VALUE "PROJECTS".
           01 ws-rc             PIC 9(9) COMP-5.

      *>   gdg-io's USING items
           01 ws-gdg-op         PIC X(5).
           01 ws-gdg-base       PIC X(44) VALUE "PROJECTS.SALVAGE".
           01 ws-gdg-path       PIC X(300).
           01 ws-gdg-gen        PIC 9(4).
           01 ws-gdg-status     PIC 99.

      *>   the same header/trailer shapes projects-backup writes, so
      *>   projects-restore (and projects-rollfwd) can read the
      *>   salvage too if this run is interrupted after the unload
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-SALVAGE-RECORDS.
           perform 150-CATALOG-SALVAGE.
           perform 200-SET-DAMAGED-ASIDE.
           perform 300-RELOAD-FRESH-MASTER.
           perform 400-SHOW-SUMMARY.
       100-SALVAGE-RECORDS SECTION.
           OPEN INPUT PROJECTS-FILE.
           IF ws-file-status NOT = "00"
               DISPLAY "PRB010E "
                 "projects-rebuild: cannot open PROJECTS at "
                 "all (file status " ws-file-status ") -- restore "
                 "from a backup with projects-restore or "
                 "projects-rollfwd instead" UPON SYSERR
           END-IF.
           OPEN OUTPUT SALVAGE-FILE.
           IF ws-salvage-status NOT = "00"
               DISPLAY "PRB011E projects-rebuild: could not write "
                 FUNCTION TRIM(ws-salvage-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
      *>   fails too means nothing more is reachable
       110-SKIP-PAST-DAMAGE SECTION.
           ADD 1 TO ws-skipped-runs.
           DISPLAY "PRB012W projects-rebuild: read error (file status "
             ws-file-status ") after '"
             FUNCTION TRIM(ws-last-good-name)
             "' -- skipping forward" UPON SYSERR
               MOVE "Y" TO ws-eof-flag
           END-IF.

      *>   the salvage is the one copy of the master there is until
      *>   the reload is done, so it is cataloged before anything
      *>   else is touched; a catalog that cannot be written costs
      *>   the relative name, not the salvage
       150-CATALOG-SALVAGE SECTION.
           MOVE "CATLG" TO ws-gdg-op.
           MOVE ws-salvage-path TO ws-gdg-path.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.
           EVALUATE ws-gdg-status
               WHEN 0
                   DISPLAY "projects-rebuild: salvage cataloged as "
                     FUNCTION TRIM(ws-gdg-base) " G" ws-gdg-gen "V00"
                   END-DISPLAY
               WHEN 10
                   DISPLAY "PRB014W projects-rebuild: salvage written "
                     "but the generation catalog could not be updated"
                     UPON SYSERR
                   END-DISPLAY
           END-EVALUATE.

       200-SET-DAMAGED-ASIDE SECTION.
           CALL "CBL_RENAME_FILE" USING ws-projects-lit
             ws-corrupt-path
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "PRB013E "
                 "projects-rebuild: could not set the damaged "
                 "file aside -- salvage kept, master untouched"
                 UPON SYSERR
               END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PRB001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PRB002E PROJECTS rebuild did not complete clean"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
