      *> emergency exit -- report the failure to the caller instead of
      *> stopping the whole run unit out from under it
       900-TERMINATE SECTION.
           DISPLAY "CTF010E FATAL ERROR when writing test file, exit"
            UPON SYSERR
           END-DISPLAY.
           MOVE "CTF010E FATAL ERROR when writing test file"
             TO ws-log-error-msg.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
