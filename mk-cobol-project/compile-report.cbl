             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CRP001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "CRP002E nightly compile-report run found build "
                 "errors" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
