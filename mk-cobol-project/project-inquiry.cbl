      *> every matching record in the same labeled format, with a
      *> count -- "what was that project called, it started with
      *> AR..." is one command now instead of a scroll through the
      *> CSV export. An exact name displays exactly as it always has,
      *> followed by the newest operator notes project-notes holds
      *> for it -- notes-maint LIST shows the rest.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
               05 ws-proj-verified      PIC X(8).
           01 ws-projects-io-status PIC 99.

      *>   project-notes' USING items for the notes shown under an
      *>   exact lookup
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
           01 ws-pn-idx         PIC 9.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           IF ws-full-cmdline = SPACES
               DISPLAY "PJQ013E project-inquiry needs a project name"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
                     TO ws-tag-list
               END-IF
               IF ws-tag-list = SPACES
                   DISPLAY "PJQ010E "
                     "project-inquiry: --tag needs at least "
                     "one tag" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               MOVE "Y" TO ws-owner-mode
               MOVE ws-second-word(1:30) TO ws-owner-arg
               IF ws-owner-arg = SPACES
                   DISPLAY "PJQ011E "
                     "project-inquiry: --owner needs an owner "
                     "name" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "PJQ012E project-inquiry: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 150-SHOW-ONE-RECORD
               PERFORM 160-SHOW-NEWEST-NOTES
           END-IF.
       100-FIND-PROJECT-EXIT.
           EXIT.
           DISPLAY "Status........: " FUNCTION TRIM(ws-proj-status)
           END-DISPLAY.

      *>   the newest notes first, each under its date, time and
      *>   operator; a project nobody has written about says so
       160-SHOW-NEWEST-NOTES SECTION.
           MOVE "NEWEST" TO ws-pn-action.
           MOVE ws-proj-name TO ws-pn-project.
           MOVE SPACES TO ws-pn-new-name.
           CALL "project-notes" USING ws-pn-action ws-pn-project
             ws-pn-new-name ws-pn-notes-area ws-pn-status
           END-CALL.
           IF ws-pn-count = 0
               DISPLAY "Notes.........: (none)" END-DISPLAY
               GO TO 160-SHOW-NEWEST-NOTES-EXIT
           END-IF.
           DISPLAY "Notes.........: " ws-pn-count
             " on file, newest first"
           END-DISPLAY.
           PERFORM VARYING ws-pn-idx FROM 1 BY 1
               UNTIL ws-pn-idx > ws-pn-shown
               DISPLAY "  " ws-pn-date(ws-pn-idx) " "
                 ws-pn-time(ws-pn-idx) " "
                 FUNCTION TRIM(ws-pn-operator(ws-pn-idx))
               END-DISPLAY
               DISPLAY "    " FUNCTION TRIM(ws-pn-line(ws-pn-idx))
               END-DISPLAY
           END-PERFORM.
           IF ws-pn-count > ws-pn-shown
               DISPLAY "  (notes-maint LIST "
                 FUNCTION TRIM(ws-proj-name) " shows all of them)"
               END-DISPLAY
           END-IF.
       160-SHOW-NEWEST-NOTES-EXIT.
           EXIT.

      *>   position into the index at the prefix -- the same POSIT
      *>   repositioning the menu's jump rides -- and read forward
      *>   until the names move past it; the index makes this a
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PJQ001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PJQ002E lookup failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
