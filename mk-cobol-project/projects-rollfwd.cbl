      *>
      *>   projects-rollfwd <backup-file> <to-YYYYMMDD> [to-HHMMSS]
      *>
      *> the backup may be named by relative generation the way
      *> projects-restore takes it: 0 the newest PROJECTS.BAK, -1
      *> the one before, or <base>(<ref>) for another group.
      *> the recovery point is given in the same UTC clock the
      *> journal and the backup header are stamped in.
      *> -------------------------------------------
             05 aud-rec-time      PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-rest      PIC X(397).
             05 FILLER            PIC X.
             05 aud-rec-bus-date  PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-ticket    PIC X(20).
             05 FILLER            PIC X.
             05 aud-rec-override  PIC X(60).
      *>   journal-seal's sequence and hash, which journal-verify
      *>   reads
             05 FILLER            PIC X(20).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           01 ws-audit-file-status  PIC XX.
           01 ws-audit-eof-flag     PIC X VALUE "N".

      *>   gdg-io's USING items, to turn a relative reference into
      *>   the generation's file name
           01 ws-gdg-op             PIC X(5).
           01 ws-gdg-base           PIC X(44) VALUE "PROJECTS.BAK".
           01 ws-gdg-path           PIC X(300).
           01 ws-gdg-gen            PIC 9(4).
           01 ws-gdg-status         PIC 99.

           01 ws-projects-io-op PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
           END-UNSTRING.
           IF ws-backup-path = SPACES
               OR ws-arg-to-date(1:8) IS NOT NUMERIC
               DISPLAY "PRF010E usage: projects-rollfwd <backup-file> "
                 "<to-YYYYMMDD> [to-HHMMSS]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           COMPUTE ws-cutoff-stamp =
             (FUNCTION NUMVAL(ws-arg-to-date) * 1000000)
             + FUNCTION NUMVAL(ws-arg-to-time).
           PERFORM 010-RESOLVE-BACKUP-NAME.

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
                   DISPLAY "projects-rollfwd: "
                     FUNCTION TRIM(ws-backup-path) " is generation G"
                     ws-gdg-gen "V00, " FUNCTION TRIM(ws-gdg-path)
                   END-DISPLAY
                   MOVE ws-gdg-path TO ws-backup-path
               WHEN 8
                   DISPLAY "PRF016E projects-rollfwd: no cataloged "
                     "generation '" FUNCTION TRIM(ws-backup-path) "'"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
           END-EVALUATE.

      *>   the same header/record/trailer walk projects-restore does,
      *>   plus one extra catch: the header's stamp is kept, because
       100-RELOAD-FROM-BACKUP SECTION.
           OPEN INPUT BACKUP-FILE.
           IF ws-backup-file-status NOT = "00"
               DISPLAY "PRF011E projects-rollfwd: could not open '"
                 FUNCTION TRIM(ws-backup-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           CLOSE BACKUP-FILE.
           IF ws-trailer-seen = "N"
               OR ws-trailer-count NOT = ws-read-count
               DISPLAY "PRF012E projects-rollfwd: backup counts do not "
                 "verify -- the backup is truncated or damaged"
                 UPON SYSERR
               END-DISPLAY
               perform 900-TERMINATE
           END-IF.
           IF ws-backup-stamp = 0
               DISPLAY "PRF013E projects-rollfwd: backup has no header "
                 "stamp -- cannot place the replay window"
                 UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-loaded-count
           ELSE
               ADD 1 TO ws-load-fail
               DISPLAY "PRF014E projects-rollfwd: could not load '"
                 FUNCTION TRIM(ws-proj-name) "' (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-skipped-count
               GO TO 210-REPLAY-ONE-ENTRY-EXIT
           END-IF.
      *>   a change-freeze override line records who was let through,
      *>   not a change to PROJECTS -- there is nothing to replay
           IF FUNCTION TRIM(aud-rec-op) = "OVRIDE"
               ADD 1 TO ws-skipped-count
               GO TO 210-REPLAY-ONE-ENTRY-EXIT
           END-IF.
           IF FUNCTION TRIM(aud-rec-op) = "DELETE"
               MOVE aud-rec-before(1:48) TO ws-proj-name
               MOVE "DELETE" TO ws-projects-io-op
               ADD 1 TO ws-replayed-count
           ELSE
               ADD 1 TO ws-replay-fail
               DISPLAY "PRF015E projects-rollfwd: replay of "
                 FUNCTION TRIM(aud-rec-op) " at " aud-rec-date " "
                 aud-rec-time " failed (status "
                 ws-projects-io-status ")" UPON SYSERR
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PRF001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PRF002E point-in-time recovery failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
