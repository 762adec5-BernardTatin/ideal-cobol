             INTO ws-proj-arg ws-count-arg
           END-UNSTRING.
           IF ws-proj-arg = SPACES
               DISPLAY "TDG010E usage: testdata-gen <project> "
                 "[record-count]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       100-PARSE-COPYBOOK SECTION.
           OPEN INPUT COPYBOOK-FILE.
           IF ws-copybook-status NOT = "00"
               DISPLAY "TDG011E testdata-gen: could not read "
                 FUNCTION TRIM(ws-copybook-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           CLOSE COPYBOOK-FILE.
           SUBTRACT 1 FROM ws-record-len.
           IF ws-fld-count = 0
               DISPLAY "TDG012E "
                 "testdata-gen: no PICTUREd fields found in "
                 "the copybook" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       200-GENERATE-RECORDS SECTION.
           OPEN OUTPUT DATA-FILE.
           IF ws-data-status NOT = "00"
               DISPLAY "TDG013E testdata-gen: could not write "
                 FUNCTION TRIM(ws-data-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "TDG001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "TDG002E test-data generation failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
