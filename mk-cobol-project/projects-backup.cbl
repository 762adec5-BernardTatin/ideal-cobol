      *> the file projects-restore rebuilds it from. The backup starts
      *> with a header line and ends with a record-count trailer, so a
      *> restore can verify it got everything the unload wrote.
      *> A dated backup is cataloged through gdg-io as the newest
      *> generation of PROJECTS.BAK, so the restore can ask for it
      *> as 0 (or the one before as -1) and the oldest past the
      *> group's limit roll off; a backup given its own name on the
      *> command line is a one-off and is left out of the group.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
           01 ws-timer-minutes      PIC 99.
           01 ws-timer-seconds      PIC 99.
           01 ws-row-count          PIC 9(5) VALUE 0.
           01 ws-named-flag         PIC X VALUE "N".

      *>   gdg-io's USING items
           01 ws-gdg-op             PIC X(5).
           01 ws-gdg-base           PIC X(44) VALUE "PROJECTS.BAK".
           01 ws-gdg-path           PIC X(300).
           01 ws-gdg-gen            PIC 9(4).
           01 ws-gdg-status         PIC 99.

      *>   header and trailer, fixed columns built as finished groups
      *>   before the WRITE, the same discipline log-error applies
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-UNLOAD-PROJECTS.
           perform 200-CATALOG-GENERATION.
           perform 900-TERMINATE.

      *>   an optional first argument overrides the dated default name;
           MOVE "00"              TO ws-backup-time(7:2).
           ACCEPT ws-backup-path FROM COMMAND-LINE
           END-ACCEPT.
           IF ws-backup-path NOT = SPACES
               MOVE "Y" TO ws-named-flag
           END-IF.
           IF ws-backup-path = SPACES
               STRING "PROJECTS.BAK." DELIMITED BY SIZE
                 ws-backup-date DELIMITED BY SIZE
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           IF ws-backup-file-status NOT = "00"
               DISPLAY "PBK010E projects-backup: could not open '"
                 FUNCTION TRIM(ws-backup-path) "' for output"
                 UPON SYSERR
               END-DISPLAY
             " record(s) to " FUNCTION TRIM(ws-backup-path)
           END-DISPLAY.

      *>   the backup is whole by now -- only a finished file is
      *>   made a generation, and only then does the oldest go; a
      *>   catalog that cannot be written costs the relative name,
      *>   not the backup
       200-CATALOG-GENERATION SECTION.
           IF ws-named-flag = "Y"
               GO TO 200-CATALOG-GENERATION-EXIT
           END-IF.
           MOVE "CATLG" TO ws-gdg-op.
           MOVE ws-backup-path TO ws-gdg-path.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.
           EVALUATE ws-gdg-status
               WHEN 0
                   DISPLAY "projects-backup: cataloged as "
                     FUNCTION TRIM(ws-gdg-base) " G" ws-gdg-gen "V00"
                   END-DISPLAY
               WHEN 10
                   DISPLAY "PBK011W projects-backup: backup written "
                     "but the generation catalog could not be updated"
                     UPON SYSERR
                   END-DISPLAY
           END-EVALUATE.
       200-CATALOG-GENERATION-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PBK001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PBK002E backup unload failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
