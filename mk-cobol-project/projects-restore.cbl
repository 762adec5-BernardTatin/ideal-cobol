      *> overwritten.
      *>
      *>   projects-restore <backup-file>
      *>   projects-restore 0 | -1 | ...    the newest PROJECTS.BAK
      *>                                    generation, the one
      *>                                    before, ...
      *>   projects-restore <base>(<ref>)   a generation of another
      *>                                    group, e.g.
      *>                                    PROJECTS.SALVAGE(0)
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
           01 ws-backup-file-status PIC XX.
           01 ws-backup-eof-flag    PIC X VALUE "N".

      *>   gdg-io's USING items, to turn a relative reference into
      *>   the generation's file name
           01 ws-gdg-op             PIC X(5).
           01 ws-gdg-base           PIC X(44) VALUE "PROJECTS.BAK".
           01 ws-gdg-path           PIC X(300).
           01 ws-gdg-gen            PIC 9(4).
           01 ws-gdg-status         PIC 99.

      *>   counts verified at end of job: what the trailer claims,
      *>   what was read, what made it into the rebuilt master
           01 ws-trailer-seen       PIC X VALUE "N".
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "PRS010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           ACCEPT ws-backup-path FROM COMMAND-LINE
           END-ACCEPT.
           IF ws-backup-path = SPACES
               DISPLAY "PRS011E "
                 "projects-restore needs a backup file name"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM 010-RESOLVE-BACKUP-NAME.
           OPEN INPUT BACKUP-FILE.
           IF ws-backup-file-status NOT = "00"
               DISPLAY "PRS012E projects-restore: could not open '"
                 FUNCTION TRIM(ws-backup-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   a relative reference names a cataloged generation; any
      *>   other argument is a file name and is used as given
       010-RESOLVE-BACKUP-NAME SECTION.
           MOVE "RSLV " TO ws-gdg-op.
           MOVE ws-backup-path TO ws-gdg-path.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.
           EVALUATE ws-gdg-status
               WHEN 0
                   DISPLAY "projects-restore: "
                     FUNCTION TRIM(ws-backup-path) " is generation G"
                     ws-gdg-gen "V00, " FUNCTION TRIM(ws-gdg-path)
                   END-DISPLAY
                   MOVE ws-gdg-path TO ws-backup-path
               WHEN 8
                   DISPLAY "PRS017E projects-restore: no cataloged "
                     "generation '" FUNCTION TRIM(ws-backup-path) "'"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
           END-EVALUATE.

      *>   header and trailer lines start with "*"; everything else is
      *>   one flat record image, loaded back through the same ADD
      *>   every generation run uses
                   ADD 1 TO ws-loaded-count
               WHEN 5
                   ADD 1 TO ws-dup-count
                   DISPLAY "PRS013W projects-restore: '"
                     FUNCTION TRIM(ws-proj-name)
                     "' already in PROJECTS -- skipped" UPON SYSERR
                   END-DISPLAY
               WHEN OTHER
                   ADD 1 TO ws-fail-count
                   DISPLAY "PRS014E projects-restore: could not load '"
                     FUNCTION TRIM(ws-proj-name) "' (status "
                     ws-projects-io-status ")" UPON SYSERR
                   END-DISPLAY
             ", failed " ws-fail-count
           END-DISPLAY.
           IF ws-trailer-seen = "N"
               DISPLAY "PRS015E projects-restore: backup has no count "
                 "trailer -- it may be truncated" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           ELSE
               IF ws-trailer-count NOT = ws-read-count
                   DISPLAY "PRS016E "
                     "projects-restore: backup trailer says "
                     ws-trailer-count " record(s) but " ws-read-count
                     " were read -- backup is damaged" UPON SYSERR
                   END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PRS001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PRS002E restore failed or counts did not verify"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
