               perform 900-TERMINATE
           END-IF.
           IF ws-file-status NOT = "00"
               DISPLAY "PVF010E "
                 "projects-verify: OPEN failed, file status "
                 ws-file-status UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-damage-count
                           END-IF
                       ELSE
                           ADD 1 TO ws-damage-count
                           DISPLAY "PVF011E "
                             "projects-verify: primary walk "
                             "hit file status " ws-file-status
                             UPON SYSERR
                           END-DISPLAY
                           ADD 1 TO ws-alt-count
                       ELSE
                           ADD 1 TO ws-damage-count
                           DISPLAY "PVF012E "
                             "projects-verify: alternate walk "
                             "hit file status " ws-file-status
                             UPON SYSERR
                           END-DISPLAY
               READ PROJECTS-FILE
                   INVALID KEY
                       ADD 1 TO ws-reread-fail
                       DISPLAY "PVF013E projects-verify: '"
                         FUNCTION TRIM(
                           ws-name-entry(ws-name-idx))
                         "' walked but will not re-read by key"
           END-DISPLAY.
           IF ws-primary-count NOT = ws-alt-count
               ADD 1 TO ws-damage-count
               DISPLAY "PVF014E "
                 "projects-verify: the two walks DISAGREE -- "
                 "the index is damaged" UPON SYSERR
               END-DISPLAY
           END-IF.
               ADD 1 TO ws-damage-count
           END-IF.
           IF ws-damage-count > 0
               DISPLAY "PVF015E projects-verify: DAMAGE FOUND -- run "
                 "projects-rebuild to salvage" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PVF001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PVF002S PROJECTS index verification found damage"
                 TO ws-log-error-msg
               MOVE "FATAL" TO ws-log-severity
               CALL "log-error" USING ws-log-program-name
