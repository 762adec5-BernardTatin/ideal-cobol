       100-READ-HISTORY SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               DISPLAY "DKT010I disk-trend: no DISK-HISTORY yet -- run "
                 "disk-usage a few times first" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DKT001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "DKT002E disk trend report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
