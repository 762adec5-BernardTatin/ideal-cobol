      *>   of letting COBOL truncate the line silently
       PREP-VAR-LINES-OVERFLOW.
           MOVE 1 TO call-status.
           DISPLAY "CJC010E FATAL ERROR project name too long for JCL "
             "comment line, exit"
             UPON SYSERR
           END-DISPLAY.
           MOVE SPACES TO ws-log-error-msg
           STRING "CJC010E FATAL ERROR project name too long for JCL "
             "comment" DELIMITED BY SIZE INTO ws-log-error-msg
           END-STRING.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
      *> emergency exit -- report the failure to the caller instead of
      *> stopping the whole run unit out from under it
       900-TERMINATE SECTION.
           DISPLAY "CJC011E FATAL ERROR when writing JCL, exit"
            UPON SYSERR
           END-DISPLAY.
           MOVE "CJC011E FATAL ERROR when writing JCL"
             TO ws-log-error-msg.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
