      *> emergency exit -- report the failure to the caller instead of
      *> stopping the whole run unit out from under it
       900-TERMINATE SECTION.
           DISPLAY "CGI010E FATAL ERROR when writing .gitignore, exit"
            UPON SYSERR
           END-DISPLAY.
           MOVE "CGI010E FATAL ERROR when writing .gitignore"
             TO ws-log-error-msg.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
