               WHEN "LIST"
                   PERFORM 400-LIST-LINKS
               WHEN OTHER
                   DISPLAY "DPM010E usage: depends-maint "
                     "ADD|REMOVE <caller> <callee> | LIST"
                     UPON SYSERR
                   END-DISPLAY

       200-ADD-LINK SECTION.
           IF ws-arg-caller = SPACES OR ws-arg-callee = SPACES
               DISPLAY "DPM011E "
                 "depends-maint: ADD needs a caller and a "
                 "callee" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-LINK-EXIT
           END-IF.
           IF ws-arg-caller = ws-arg-callee
               DISPLAY "DPM012E "
                 "depends-maint: a project cannot depend on "
                 "itself" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 210-FIND-LINK.
           IF ws-found-flag = "Y"
               DISPLAY "DPM013E depends-maint: that link is already "
                 "registered" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-LINK-EXIT
           END-IF.
           IF ws-edge-count >= ws-edge-max
               DISPLAY "DPM014E "
                 "depends-maint: registry is full" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-LINK-EXIT
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "DPM015E depends-maint: '"
                 FUNCTION TRIM(ws-proj-name)
                 "' is not in the PROJECTS master" UPON SYSERR
               END-DISPLAY
       300-REMOVE-LINK SECTION.
           PERFORM 210-FIND-LINK.
           IF ws-found-flag = "N"
               DISPLAY "DPM016E depends-maint: no such link registered"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       600-REWRITE-REGISTRY SECTION.
           OPEN OUTPUT DEPENDS-FILE.
           IF ws-depends-status NOT = "00"
               DISPLAY "DPM017E depends-maint: could not rewrite '"
                 FUNCTION TRIM(ws-depends-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DPM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "DPM002E dependency-registry maintenance ended "
                 "in error" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
