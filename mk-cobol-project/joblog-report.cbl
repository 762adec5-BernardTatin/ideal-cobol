       100-READ-JOBLOG SECTION.
           OPEN INPUT JOB-LOG-FILE.
           IF ws-job-log-status NOT = "00"
               DISPLAY "JLR010I joblog-report: no JOBLOG file found -- "
                 "nothing has been accounted yet" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "JLR001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "JLR002E could not read JOBLOG, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
