      *>
      *>   RENAME old new : new directory on disk but the master
      *>     still keyed old -> re-key it forward; nothing moved yet
      *>     -> nothing to undo. Either way the intent clears, and a
      *>     completed rename gets its operator notes re-keyed too.
      *>   XFERONE proj owner / XFERALL oldowner newowner : the
      *>     owner rewrite is idempotent -> reapply it forward.
      *>   ARCHIVE name : files already in the archive but the
           01 ws-note-arg2      PIC X(48).
           01 ws-note-status    PIC 99.

      *>   project-notes' USING items: a rename rolled forward takes
      *>   its operator notes along, the same as rename-project
           01 ws-pn-action      PIC X(8).
           01 ws-pn-project     PIC X(48).
           01 ws-pn-new-name    PIC X(48).
           01 ws-pn-notes-area.
               05 ws-pn-text        PIC X(120).
               05 ws-pn-count       PIC 9(4).
               05 ws-pn-shown       PIC 9.
               05 ws-pn-entry OCCURS 5 TIMES.
                   10 ws-pn-date     PIC X(8).
                   10 ws-pn-time     PIC X(6).
                   10 ws-pn-operator PIC X(30).
                   10 ws-pn-line     PIC X(120).
           01 ws-pn-status      PIC 99.

           01 ws-fixed-count    PIC 9(2) VALUE 0.
           01 ws-left-count     PIC 9(2) VALUE 0.

               WHEN "ARCHIVE"
                   PERFORM 240-RECOVER-ARCHIVE
               WHEN OTHER
                   DISPLAY "  INR010E unknown intent -- left in place"
                     UPON SYSERR
                   END-DISPLAY
                   ADD 1 TO ws-left-count
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status = 0
               PERFORM 215-REKEY-RENAMED-NOTES
               IF ws-pn-status = 0
                   DISPLAY "  already complete -- intent cleared"
                   END-DISPLAY
                   PERFORM 205-CLEAR-THIS-INTENT
               END-IF
               GO TO 210-RECOVER-RENAME-EXIT
           END-IF.
      *>   roll forward: re-key the old record under the new name,
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "  INR011E "
                 "neither key in the master -- left for a "
                 "human" UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-left-count
               DISPLAY "  rolled forward -- master re-keyed to '"
                 FUNCTION TRIM(ws-int-arg2(ws-int-idx)) "'"
               END-DISPLAY
               PERFORM 215-REKEY-RENAMED-NOTES
               IF ws-pn-status = 0
                   PERFORM 205-CLEAR-THIS-INTENT
               END-IF
           ELSE
               DISPLAY "  INR012E re-key failed (status "
                 ws-projects-io-status ") -- left for a human"
                 UPON SYSERR
               END-DISPLAY
       210-RECOVER-RENAME-EXIT.
           EXIT.

      *>   re-keying notes is idempotent -- a rename whose notes had
      *>   already moved simply finds none left under the old name
       215-REKEY-RENAMED-NOTES SECTION.
           MOVE "RENAME" TO ws-pn-action.
           MOVE ws-int-arg1(ws-int-idx) TO ws-pn-project.
           MOVE ws-int-arg2(ws-int-idx) TO ws-pn-new-name.
           CALL "project-notes" USING ws-pn-action ws-pn-project
             ws-pn-new-name ws-pn-notes-area ws-pn-status
           END-CALL.
           IF ws-pn-status NOT = 0
               DISPLAY "  INR015E operator notes could not be "
                 "re-keyed -- left for a human" UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-left-count
               GO TO 215-REKEY-RENAMED-NOTES-EXIT
           END-IF.
           IF ws-pn-count > 0
               DISPLAY "  " ws-pn-count " operator note(s) re-keyed"
               END-DISPLAY
           END-IF.
       215-REKEY-RENAMED-NOTES-EXIT.
           EXIT.

      *>   rewriting the owner is idempotent -- apply it forward
       220-RECOVER-XFERONE SECTION.
           MOVE "FIND" TO ws-projects-io-op.
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "  INR013E "
                 "project not in the master -- left for a "
                 "human" UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-left-count
                   END-DISPLAY
                   PERFORM 205-CLEAR-THIS-INTENT
               WHEN OTHER
                   DISPLAY "  INR014E retire failed (status "
                     ws-projects-io-status ") -- left for a human"
                     UPON SYSERR
                   END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "INR001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "INR002E intent recovery left work for a human"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
