           CLOSE CONFIG-FILE.
           IF ws-alert-mb > 0
               AND ws-grand-total-kb > ws-alert-mb * 1024
               DISPLAY "DKU010W "
                 "disk-usage: USAGE PAST THE DISK-ALERT-MB "
                 "THRESHOLD" UPON SYSERR
               END-DISPLAY
               MOVE "scaffolding estate is past its disk threshold"
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DKU001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "DKU002E disk-usage sweep ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
