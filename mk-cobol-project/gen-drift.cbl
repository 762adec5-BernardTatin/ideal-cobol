       100-LOAD-CATALOG SECTION.
           OPEN INPUT PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               DISPLAY "GDR010I "
                 "gen-drift: no PROJFILES catalog found -- "
                 "nothing has been cataloged yet" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "GDR001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "GDR002E generated files have drifted from their "
                 "catalog" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
