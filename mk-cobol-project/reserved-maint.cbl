               WHEN "CHECK"
                   PERFORM 500-CROSS-CHECK
               WHEN OTHER
                   DISPLAY "RSM010E usage: reserved-maint "
                     "ADD|REMOVE|LIST|CHECK [name]" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 220-FIND-IN-LIST.
           IF ws-found-flag = "Y"
               DISPLAY "RSM011E reserved-maint: '"
                 FUNCTION TRIM(ws-upper-name)
                 "' is already reserved" UPON SYSERR
               END-DISPLAY
               GO TO 200-ADD-NAME-EXIT
           END-IF.
           IF ws-list-count >= ws-list-max
               DISPLAY "RSM012E "
                 "reserved-maint: reservation list is full"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             TO ws-name-len.
           IF ws-upper-name = SPACES
               MOVE "N" TO ws-valid-flag
               DISPLAY "RSM013E "
                 "reserved-maint: no name given" UPON SYSERR
               END-DISPLAY
               GO TO 210-VALIDATE-NAME-EXIT
           END-IF.
           MOVE ws-upper-name(1:1) TO ws-one-char.
           IF NOT (ws-one-char >= "A" AND ws-one-char <= "Z")
               MOVE "N" TO ws-valid-flag
               DISPLAY "RSM014E "
                 "reserved-maint: name must start with a letter"
                 UPON SYSERR
               END-DISPLAY
               GO TO 210-VALIDATE-NAME-EXIT
                    OR ws-one-char = "-"
                    OR ws-one-char = "_")
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "RSM015E "
                     "reserved-maint: name contains a character "
                     "not allowed in a PROGRAM-ID: '" ws-one-char "'"
                     UPON SYSERR
                   END-DISPLAY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-arg-name))
             TO ws-upper-name.
           IF ws-upper-name = SPACES
               DISPLAY "RSM016E "
                 "reserved-maint: no name given" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-REMOVE-NAME-EXIT
           END-IF.
           PERFORM 220-FIND-IN-LIST.
           IF ws-found-flag = "N"
               DISPLAY "RSM017E reserved-maint: '"
                 FUNCTION TRIM(ws-upper-name)
                 "' is not in the reservation list" UPON SYSERR
               END-DISPLAY
       600-REWRITE-LIST SECTION.
           OPEN OUTPUT RESERVED-LIST-FILE.
           IF ws-reserved-list-status NOT = "00"
               DISPLAY "RSM018E reserved-maint: could not rewrite '"
                 FUNCTION TRIM(ws-reserved-list-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RSM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "RSM002E reservation-list maintenance ended in "
                 "error" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
