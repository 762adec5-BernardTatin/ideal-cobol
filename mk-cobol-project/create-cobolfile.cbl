           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MAN-REQUIRED))
               = "R"
               DISPLAY "CCF010E create-cobolfile: template variable "
                 FUNCTION TRIM(WS-MAN-NAME)
                 " is required (" FUNCTION TRIM(WS-MAN-PROMPT)
                 ") and no value was supplied" UPON SYSERR
      *> emergency exit -- report the failure to the caller instead of
      *> stopping the whole run unit out from under it
       900-TERMINATE SECTION.
           DISPLAY "CCF011E "
             "FATAL ERROR when writing Cobol source file, exit"
            UPON SYSERR
           END-DISPLAY.
           MOVE "CCF011E FATAL ERROR when writing Cobol source file"
             TO WS-LOG-ERROR-MSG.
           CALL "log-error" USING WS-LOG-PROGRAM-NAME
             WS-LOG-ERROR-MSG WS-LOG-SEVERITY
