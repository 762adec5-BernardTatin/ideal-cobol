                   MOVE FUNCTION TRIM(ws-regen-name)
                     TO ws-regen-name
                   IF ws-regen-name = SPACES
                       DISPLAY "MFD010E "
                         "makefile-drift: --regen needs a "
                         "project name" UPON SYSERR
                       END-DISPLAY
                       MOVE 1 TO RETURN-CODE
           END-CALL.
           IF ws-rename-rc NOT = 0
               ADD 1 TO ws-regen-fail-count
               DISPLAY "          MFD011E could not back up "
                 FUNCTION TRIM(ws-makefile-path) " -- not touched"
                 UPON SYSERR
               END-DISPLAY
                 ws-makefile-path
                 RETURNING ws-rename-rc
               END-CALL
               DISPLAY "          MFD012E create-makefile failed for "
                 FUNCTION TRIM(ws-proj-name)
                 " -- old Makefile put back" UPON SYSERR
               END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "MFD001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "MFD002E Makefile drift sweep ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
