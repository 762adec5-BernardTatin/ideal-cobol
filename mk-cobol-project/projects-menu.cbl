      *> interactive, screen-driven maintenance menu onto the PROJECTS
      *> master file: page through it ten at a time -- forward with N,
      *> back with P, or straight to a name or name prefix by typing
      *> it -- drill into a row for the full record and its newest
      *> operator notes, add a note, or retire it on the spot,
      *> instead of chaining project-inquiry/notes-maint/
      *> retire-project by hand one name at a time. Paging rides
      *> on projects-io's POSIT repositioning, so every page load
      *> starts from a known key instead of wherever a forward-only
      *> scan happened to be.
      *> V on the drill-in hands the row to project-view, the full
      *> builds/promotions/tags/depends/alerts/journal/archive/drift
      *> screen, and comes back to the same page afterwards.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
      *>   opers-check's USING items for the RETIRE permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.
      *>   change-ticket's USING items: the menu has no command line
      *>   to carry --ticket, so the ticket comes from CHANGE_TICKET
      *>   in the clerk's environment, and PROD will not retire
      *>   without one -- the same rule retire-project applies
           01 ws-ticket-cmdline  PIC X(256).
           01 ws-ticket-profile  PIC X(4).
           01 ws-ticket-ref      PIC X(20).
           01 ws-ticket-status   PIC 99.
      *>   freeze-check's USING items: a retire from the menu is
      *>   held to the change-freeze calendar the same as
      *>   retire-project, the override coming from FREEZE_OVERRIDE
           01 ws-freeze-program  PIC X(30) VALUE "retire-project".
           01 ws-freeze-check    PIC X VALUE "Y".
           01 ws-freeze-reason   PIC X(60).
           01 ws-freeze-status   PIC 99.
      *>   intent-note's USING items: archive-project BEGINs the
      *>   ARCHIVE intent, and this screen ENDs it only after the
      *>   record flip to RETIRED has landed
           01 ws-note-arg2      PIC X(48).
           01 ws-note-status    PIC 99.

      *>   project-notes' USING items: NEWEST fills the drill-down's
      *>   notes lines, ADD journals what the clerk types on the
      *>   note screen -- two 60-character lines, one 120 note
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
           01 ws-note-entry.
               05 ws-note-entry-1   PIC X(60).
               05 ws-note-entry-2   PIC X(60).

           01 ws-archive-dir     PIC X(300) VALUE SPACES.
           01 ws-archive-status  PIC 99.

      *>   gate even though the menu loop itself recovers and keeps going
           01 ws-session-error-flag PIC X VALUE "N".

      *>   project-view's status: 0 shown, 10 no longer on the master
           01 ws-view-status        PIC 99.

       SCREEN SECTION.
       01 SC-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 6 COLUMN 14 PIC X(12) FROM ws-proj-template.
           05 LINE 7 COLUMN 1 VALUE "Status     : ".
           05 LINE 7 COLUMN 14 PIC X(10) FROM ws-proj-status.
           05 LINE 9 COLUMN 1 VALUE "Notes      : ".
           05 LINE 9 COLUMN 14 PIC ZZZ9 FROM ws-pn-count.
           05 LINE 9 COLUMN 19 VALUE "on file, newest first".
           05 LINE 10 COLUMN 3  PIC X(8)  FROM ws-pn-date(1).
           05 LINE 10 COLUMN 12 PIC X(12) FROM ws-pn-operator(1).
           05 LINE 10 COLUMN 25 PIC X(55) FROM ws-pn-line(1).
           05 LINE 11 COLUMN 3  PIC X(8)  FROM ws-pn-date(2).
           05 LINE 11 COLUMN 12 PIC X(12) FROM ws-pn-operator(2).
           05 LINE 11 COLUMN 25 PIC X(55) FROM ws-pn-line(2).
           05 LINE 12 COLUMN 3  PIC X(8)  FROM ws-pn-date(3).
           05 LINE 12 COLUMN 12 PIC X(12) FROM ws-pn-operator(3).
           05 LINE 12 COLUMN 25 PIC X(55) FROM ws-pn-line(3).
           05 LINE 14 COLUMN 1 VALUE
             "R=retire, A=note, V=full view, else back: ".
           05 LINE 14 COLUMN 56 PIC X(1) TO ws-confirm.

       01 SC-NOTE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "Add an operator note".
           05 LINE 3 COLUMN 1 VALUE "Project    : ".
           05 LINE 3 COLUMN 14 PIC X(48) FROM ws-proj-name.
           05 LINE 5 COLUMN 1 VALUE
             "Type the note; leave both lines blank to cancel.".
           05 LINE 6 COLUMN 1 PIC X(60) TO ws-note-entry-1.
           05 LINE 7 COLUMN 1 PIC X(60) TO ws-note-entry-2.

       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
               MOVE "that project is gone -- refresh the page" TO
                 ws-message
           ELSE
               MOVE "NEWEST" TO ws-pn-action
               MOVE ws-proj-name TO ws-pn-project
               MOVE SPACES TO ws-pn-new-name
               CALL "project-notes" USING ws-pn-action ws-pn-project
                 ws-pn-new-name ws-pn-notes-area ws-pn-status
               END-CALL
               MOVE SPACES TO ws-confirm
               DISPLAY SC-DETAIL-SCREEN
               ACCEPT SC-DETAIL-SCREEN
               EVALUATE FUNCTION UPPER-CASE(ws-confirm)
                   WHEN "R"
                       PERFORM 400-RETIRE-PICKED
                   WHEN "A"
                       PERFORM 500-ADD-NOTE
                   WHEN "V"
                       PERFORM 600-FULL-VIEW
               END-EVALUATE
           END-IF.

      *>   only an ACTIVE project can be retired from here -- same rule
                 TO ws-message
               GO TO 400-RETIRE-PICKED-EXIT
           END-IF.
           MOVE SPACES TO ws-ticket-cmdline.
           MOVE SPACES TO ws-ticket-profile.
           CALL "change-ticket" USING ws-ticket-cmdline
             ws-ticket-profile ws-ticket-ref ws-ticket-status
           END-CALL.
           IF ws-ticket-status = 10
               MOVE "PROD needs a change ticket -- set CHANGE_TICKET"
                 TO ws-message
               GO TO 400-RETIRE-PICKED-EXIT
           END-IF.
           IF ws-ticket-status = 15
               MOVE "CHANGE_TICKET is not a valid ticket number"
                 TO ws-message
               GO TO 400-RETIRE-PICKED-EXIT
           END-IF.
           MOVE SPACES TO ws-ticket-cmdline.
           CALL "freeze-check" USING ws-ticket-cmdline
             ws-freeze-program ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status = 10
               MOVE "change freeze in force -- set FREEZE_OVERRIDE"
                 TO ws-message
               GO TO 400-RETIRE-PICKED-EXIT
           END-IF.
           IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               MOVE "already retired -- nothing to do" TO ws-message
           ELSE
       400-RETIRE-PICKED-EXIT.
           EXIT.

      *>   the same ADD notes-maint journals through, stamped with
      *>   this clerk's USER; blank lines are a change of mind
       500-ADD-NOTE SECTION.
           MOVE SPACES TO ws-note-entry.
           DISPLAY SC-NOTE-SCREEN.
           ACCEPT SC-NOTE-SCREEN.
           IF ws-note-entry = SPACES
               MOVE "no note added" TO ws-message
               GO TO 500-ADD-NOTE-EXIT
           END-IF.
           MOVE SPACES TO ws-pn-text.
           IF ws-note-entry-1 = SPACES
               MOVE ws-note-entry-2 TO ws-pn-text
           ELSE
               IF ws-note-entry-2 = SPACES
                   MOVE ws-note-entry-1 TO ws-pn-text
               ELSE
                   STRING FUNCTION TRIM(ws-note-entry-1 TRAILING)
                     " " FUNCTION TRIM(ws-note-entry-2)
                     DELIMITED BY SIZE INTO ws-pn-text
                   END-STRING
               END-IF
           END-IF.
           MOVE "ADD" TO ws-pn-action.
           MOVE ws-proj-name TO ws-pn-project.
           CALL "project-notes" USING ws-pn-action ws-pn-project
             ws-pn-new-name ws-pn-notes-area ws-pn-status
           END-CALL.
           IF ws-pn-status = 0
               MOVE "note added" TO ws-message
           ELSE
               MOVE "note not saved -- PROJNOTES could not be written"
                 TO ws-message
               MOVE "Y" TO ws-session-error-flag
           END-IF.
       500-ADD-NOTE-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
      *>   the whole picture of the one project; project-view comes
      *>   back 10 only when the row went away since the FIND above
       600-FULL-VIEW SECTION.
           CALL "project-view" USING ws-proj-name ws-view-status
           END-CALL.
           IF ws-view-status NOT = 0
               MOVE "that project is gone -- refresh the page" TO
                 ws-message
           END-IF.

       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PMN001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PMN002E interactive session ended with errors"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
