             INTO ws-proj-arg ws-module-arg ws-template-arg
           END-UNSTRING.
           IF ws-proj-arg = SPACES OR ws-module-arg = SPACES
               DISPLAY "ADM010E "
                 "usage: add-module <project> <module-name> "
                 "[template]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "ADM011E add-module: project '"
                 FUNCTION TRIM(ws-proj-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
               GO TO 100-CONFIRM-PROJECT-EXIT
           END-IF.
           IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "ADM012E add-module: project is "
                 FUNCTION TRIM(ws-proj-status)
                 " -- only ACTIVE projects grow modules"
                 UPON SYSERR
               END-IF
           END-PERFORM.
           IF ws-valid-flag = "N"
               DISPLAY "ADM013E add-module: '"
                 FUNCTION TRIM(ws-module-arg)
                 "' is not a usable module name" UPON SYSERR
               END-DISPLAY
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-module-arg))
               = FUNCTION UPPER-CASE(FUNCTION TRIM(ws-proj-arg))
               DISPLAY "ADM014E "
                 "add-module: the module cannot carry the "
                 "project's own name" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status = 0
               DISPLAY "ADM015E add-module: '"
                 FUNCTION TRIM(ws-module-arg)
                 "' is a project in the PROJECTS master -- it "
                 "cannot double as a module name" UPON SYSERR
               END-CALL
           END-IF.
           IF ws-rc = 0
               DISPLAY "ADM016E add-module: a directory named '"
                 FUNCTION TRIM(ws-module-arg)
                 "' already holds files -- staging there would "
                 "overwrite them" UPON SYSERR
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               DISPLAY "ADM017E add-module: "
                 FUNCTION TRIM(ws-dst-path)
                 " already exists" UPON SYSERR
               END-DISPLAY
           END-CALL.
           IF ws-cobolfile-status NOT = 0
               OR ws-copybook-status NOT = 0
               DISPLAY "ADM018E add-module: skeleton generation failed"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
           END-STRING.
           OPEN INPUT IN-TEXT-FILE.
           IF ws-in-text-status NOT = "00"
               DISPLAY "ADM019E add-module: could not read "
                 FUNCTION TRIM(ws-in-text-path) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "ADM020E add-module: files are in place but the "
                 "journal touch failed (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ADM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "ADM002E add-module failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
