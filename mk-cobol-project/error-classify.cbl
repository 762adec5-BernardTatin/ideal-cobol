       010-LOAD-CATALOG SECTION.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               DISPLAY "ERC010W "
                 "error-classify: no MSGCAT.CFG -- nothing to "
                 "classify against" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ERC001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "ERC002E failure classification ended red, see "
                 "SYSERR" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
