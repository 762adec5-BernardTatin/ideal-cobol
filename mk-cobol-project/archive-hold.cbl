               WHEN "LIST"
                   PERFORM 400-LIST-HOLDS
               WHEN OTHER
                   DISPLAY "ARH010E usage: archive-hold HOLD <project> "
                     "<reference> | RELEASE <project> | LIST"
                     UPON SYSERR
                   END-DISPLAY

       200-PLACE-HOLD SECTION.
           IF ws-arg-name = SPACES OR ws-arg-ref = SPACES
               DISPLAY "ARH011E "
                 "archive-hold: HOLD needs a project and a "
                 "reference number" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-CALL.
           IF ws-projects-io-status NOT = 0
               OR FUNCTION TRIM(ws-proj-status) NOT = "RETIRED"
               DISPLAY "ARH012E archive-hold: '"
                 FUNCTION TRIM(ws-arg-name)
                 "' is not a RETIRED project" UPON SYSERR
               END-DISPLAY
           END-IF.
           PERFORM 210-FIND-HOLD.
           IF ws-found-flag = "Y"
               DISPLAY "ARH013E archive-hold: '"
                 FUNCTION TRIM(ws-arg-name)
                 "' is already held" UPON SYSERR
               END-DISPLAY
               GO TO 200-PLACE-HOLD-EXIT
           END-IF.
           IF ws-hold-count >= ws-hold-max
               DISPLAY "ARH014E archive-hold: the holds file is full"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       300-RELEASE-HOLD SECTION.
           PERFORM 210-FIND-HOLD.
           IF ws-found-flag = "N"
               DISPLAY "ARH015E archive-hold: no hold on '"
                 FUNCTION TRIM(ws-arg-name) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       600-REWRITE-HOLDS SECTION.
           OPEN OUTPUT HOLDS-FILE.
           IF ws-holds-status NOT = "00"
               DISPLAY "ARH016E archive-hold: could not rewrite '"
                 FUNCTION TRIM(ws-holds-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ARH001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "ARH002E legal-hold maintenance ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
