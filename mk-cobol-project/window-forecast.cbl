       100-READ-JOBLOG SECTION.
           OPEN INPUT JOB-LOG-FILE.
           IF ws-job-log-status NOT = "00"
               DISPLAY "WFC010I "
                 "window-forecast: no JOBLOG file found -- "
                 "nothing to forecast from" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             " second(s), margin " ws-margin-secs
           END-DISPLAY.
           IF ws-margin-secs < 0
               DISPLAY "WFC011E "
                 "window-forecast: PROJECTION CROSSES THE "
                 "WINDOW" UPON SYSERR
               END-DISPLAY
               MOVE SPACES TO ws-log-error-msg
               STRING "WFC011E projected chain duration crosses batch "
                 "window" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               MOVE SPACES TO ws-alert-counts
               STRING "projected " ws-total-forecast " window "
                 ws-window-secs DELIMITED BY SIZE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "WFC001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "WFC002E window forecast ended red, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
