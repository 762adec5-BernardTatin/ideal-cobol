             05 aud-time          PIC X(8).
             05 FILLER            PIC X.
             05 aud-rest          PIC X(397).
             05 FILLER            PIC X.
             05 aud-bus-date      PIC X(8).
             05 FILLER            PIC X.
             05 aud-ticket        PIC X(20).
             05 FILLER            PIC X.
             05 aud-override      PIC X(60).
      *>   journal-seal's sequence and hash, which journal-verify
      *>   reads
             05 FILLER            PIC X(20).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           IF ws-full-cmdline = SPACES
               DISPLAY "AUQ010E "
                 "audit-inquiry needs a project name or a "
                 "YYYYMMDD date range" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE

      *>   one line per entry; an ADD has no before image, so only the
      *>   operations that changed an existing record show the old
      *>   status alongside the new one. A change made under a change
      *>   ticket carries it on a second line, and one let through a
      *>   change freeze carries the emergency reason on another. An
      *>   OVRIDE entry names the tool that was let through, not a
      *>   project
       120-SHOW-ONE-ENTRY SECTION.
           EVALUATE TRUE
               WHEN aud-op = "OVRIDE"
                   DISPLAY ws-show-date " " ws-show-time " "
                     aud-user(1:15) " "
                     aud-op " " FUNCTION TRIM(aud-after-name)
                     " (change-freeze override)"
                   END-DISPLAY
               WHEN aud-before = SPACES
                   DISPLAY ws-show-date " " ws-show-time " "
                     aud-user(1:15) " "
                     aud-op " " FUNCTION TRIM(aud-after-name)
                     " (new, " FUNCTION TRIM(aud-after-status) ")"
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY ws-show-date " " ws-show-time " "
                     aud-user(1:15) " "
                     aud-op " " FUNCTION TRIM(aud-after-name)
                     " " FUNCTION TRIM(aud-before-status)
                     " -> " FUNCTION TRIM(aud-after-status)
                     " (owner " FUNCTION TRIM(aud-before-owner)
                     " -> " FUNCTION TRIM(aud-after-owner) ")"
                   END-DISPLAY
           END-EVALUATE.
           IF aud-ticket NOT = SPACES
               DISPLAY "                  change ticket "
                 FUNCTION TRIM(aud-ticket)
               END-DISPLAY
           END-IF.
           IF aud-override NOT = SPACES
               DISPLAY "                  freeze override "
                 FUNCTION TRIM(aud-override)
               END-DISPLAY
           END-IF.

             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "AUQ001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "AUQ002E audit inquiry failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
