               WHEN "SUMMARY"
                   PERFORM 500-TAG-SUMMARY
               WHEN OTHER
                   DISPLAY "TGM010E "
                     "usage: tags-maint ADD|REMOVE <project> "
                     "<tag> | LIST <project> | SUMMARY" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE

       200-ADD-TAG SECTION.
           IF ws-arg-project = SPACES OR ws-arg-tag = SPACES
               DISPLAY "TGM011E "
                 "tags-maint: ADD needs a project and a tag"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "TGM012E tags-maint: '"
                 FUNCTION TRIM(ws-arg-project)
                 "' is not in the PROJECTS master" UPON SYSERR
               END-DISPLAY
           END-IF.
           PERFORM 210-FIND-PAIR.
           IF ws-found-flag = "Y"
               DISPLAY "TGM013E tags-maint: that tag is already on the "
                 "project" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-TAG-EXIT
           END-IF.
           IF ws-pair-count >= ws-pair-max
               DISPLAY "TGM014E tags-maint: the tags file is full"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       300-REMOVE-TAG SECTION.
           PERFORM 210-FIND-PAIR.
           IF ws-found-flag = "N"
               DISPLAY "TGM015E tags-maint: no such tag on that project"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       600-REWRITE-FILE SECTION.
           OPEN OUTPUT PROJTAGS-FILE.
           IF ws-projtags-status NOT = "00"
               DISPLAY "TGM016E tags-maint: could not rewrite '"
                 FUNCTION TRIM(ws-projtags-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "TGM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "TGM002E tag maintenance ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
