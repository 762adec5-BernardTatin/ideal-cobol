             INTO ws-proj-name-arg ws-bundle-arg
           END-UNSTRING.
           IF ws-proj-name-arg = SPACES
               DISPLAY "EXP010E usage: export-project <project-name> "
                 "[bundle-file]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "EXP011E export-project: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
               perform 900-TERMINATE
           END-IF.
           IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "EXP012E export-project: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' is "
                 FUNCTION TRIM(ws-proj-status)
                 " -- only an ACTIVE project can be exported"
               PERFORM 220-MEASURE-ONE-MEMBER
           END-PERFORM.
           IF ws-toc-count = 0
               DISPLAY "EXP013E export-project: no files found under '"
                 FUNCTION TRIM(ws-proj-name-arg) "/'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN OUTPUT BUNDLE-FILE.
           IF ws-bundle-status NOT = "00"
               DISPLAY "EXP014E export-project: could not write '"
                 FUNCTION TRIM(ws-bundle-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "EXP001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "EXP002E bundle export failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
