                   AND ws-op-word NOT = "RESUME"
                   AND ws-op-word NOT = "FREEZE"
                   AND ws-op-word NOT = "THAW")
               DISPLAY "PJS010E usage: project-state "
                 "HOLD|RESUME|FREEZE|THAW <name>" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
                     FUNCTION TRIM(ws-new-state)
                   END-DISPLAY
               WHEN 10
                   DISPLAY "PJS011E project-state: '"
                     FUNCTION TRIM(ws-proj-name) "' not found"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               WHEN 15
                   DISPLAY "PJS012E project-state: '"
                     FUNCTION TRIM(ws-proj-name)
                     "' is not in a state " FUNCTION TRIM(ws-op-word)
                     " can leave from" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               WHEN 20
                   DISPLAY "PJS013W project-state: PROJECTS is busy -- "
                     "try again shortly" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "PJS014E project-state: projects-io status "
                     ws-projects-io-status UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PJS001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PJS002E lifecycle-state change ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
