               CLOSE CONFIG-FILE
           END-IF.
           IF ws-prod-tree = SPACES
               DISPLAY "RSH010E "
                 "reserved-harvest: no PROD-SOURCE-TREE= in "
                 "MAKER.CFG -- nothing to harvest from" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       200-HARVEST-PROGRAM-IDS SECTION.
           OPEN INPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               DISPLAY "RSH011E reserved-harvest: could not list '"
                 FUNCTION TRIM(ws-prod-tree) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           ACCEPT ws-today FROM DATE YYYYMMDD.
           OPEN OUTPUT PROPOSED-FILE.
           IF ws-proposed-status NOT = "00"
               DISPLAY "RSH012E reserved-harvest: could not write "
                 FUNCTION TRIM(ws-proposed-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RSH001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "RSH002E reservation harvest failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
