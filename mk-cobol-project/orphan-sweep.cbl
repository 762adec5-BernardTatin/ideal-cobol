               DISPLAY "REMOVED " FUNCTION TRIM(ws-dir-name) "/"
               END-DISPLAY
           ELSE
               DISPLAY "ORS010E orphan-sweep: could not remove "
                 FUNCTION TRIM(ws-dir-name) "/" UPON SYSERR
               END-DISPLAY
           END-IF.
               DISPLAY "REGISTERED " FUNCTION TRIM(ws-dir-name)
               END-DISPLAY
           ELSE
               DISPLAY "ORS011E orphan-sweep: could not register '"
                 FUNCTION TRIM(ws-dir-name) "' (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ORS001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "ORS002E orphan sweep ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
