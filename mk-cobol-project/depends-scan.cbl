           ACCEPT ws-today FROM DATE YYYYMMDD.
           OPEN OUTPUT PROPOSED-FILE.
           IF ws-proposed-status NOT = "00"
               DISPLAY "DPS010E depends-scan: could not write "
                 FUNCTION TRIM(ws-proposed-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DPS001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "DPS002E dependency scan failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
