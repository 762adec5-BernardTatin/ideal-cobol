      *> -------------------------------------------
      *> notes-maint.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> command-line side of the PROJNOTES operator-notes journal:
      *> the "owner says ignore red until 11/30" and "do not retire,
      *> audit reference 2291" remarks that used to end up on sticky
      *> notes and in chat, written down against the project they
      *> are about, dated and stamped with the operator's USER.
      *> project-inquiry and the projects-menu drill-down show the
      *> newest few under the master record; this lists them all.
      *> Operations:
      *>
      *>   notes-maint ADD <project> <note text...>
      *>   notes-maint LIST <project>       every note, oldest first
      *>   notes-maint ARCHIVED <project>   notes purge-archive moved
      *>                                    out with the record
      *>
      *> ADD checks the project against the PROJECTS master and
      *> journals through project-notes, the same as the menu.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "notes-maint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-FILE
               ASSIGN TO DYNAMIC ws-notes-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-notes-status.

       DATA DIVISION.
         FILE SECTION.
      *>   PROJNOTES and PROJNOTES.ARCHIVE share the layout; only the
      *>   archive fills the trailing archived-on date
         FD  NOTES-FILE.
         01 NOTES-RECORD.
             05 note-rec-project  PIC X(48).
             05 FILLER            PIC X.
             05 note-rec-date     PIC X(8).
             05 FILLER            PIC X.
             05 note-rec-time     PIC X(6).
             05 FILLER            PIC X.
             05 note-rec-operator PIC X(30).
             05 FILLER            PIC X.
             05 note-rec-text     PIC X(120).
             05 FILLER            PIC X.
             05 note-rec-archived PIC X(8).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "notes-maint".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-notes-path     PIC X(300) VALUE "PROJNOTES".
           01 ws-notes-status   PIC XX.
           01 ws-notes-eof      PIC X VALUE "N".
           01 ws-list-count     PIC 9(5) VALUE 0.

      *>   the note text is everything on the line after the
      *>   project name, blanks and all
           01 ws-cmdline        PIC X(300).
           01 ws-op-word        PIC X(8).
           01 ws-arg-project    PIC X(48).
           01 ws-text-ptr       PIC 9(4).
           01 ws-arg-text       PIC X(300).

      *>   project-notes' USING items
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

           01 ws-projects-io-op PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
               05 ws-proj-owner         PIC X(30).
               05 ws-proj-create-date   PIC X(8).
               05 ws-proj-create-time   PIC X(8).
               05 ws-proj-template      PIC X(12).
               05 ws-proj-status        PIC X(10).
               05 ws-proj-cloned-from   PIC X(48).
               05 ws-proj-module-type   PIC X(4).
               05 ws-proj-verified      PIC X(8).
           01 ws-projects-io-status PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-DISPATCH.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-op-word.
           MOVE SPACES TO ws-arg-project.
           MOVE SPACES TO ws-arg-text.
           MOVE 1 TO ws-text-ptr.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-op-word ws-arg-project
             WITH POINTER ws-text-ptr
           END-UNSTRING.
           IF ws-text-ptr <= 300
               MOVE ws-cmdline(ws-text-ptr:) TO ws-arg-text
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.

       100-DISPATCH SECTION.
           IF ws-arg-project = SPACES
               MOVE SPACES TO ws-op-word
           END-IF.
           EVALUATE ws-op-word
               WHEN "ADD"
                   PERFORM 200-ADD-NOTE
               WHEN "LIST"
                   MOVE "PROJNOTES" TO ws-notes-path
                   PERFORM 300-LIST-NOTES
               WHEN "ARCHIVED"
                   MOVE "PROJNOTES.ARCHIVE" TO ws-notes-path
                   PERFORM 300-LIST-NOTES
               WHEN OTHER
                   DISPLAY "NTM010E "
                     "usage: notes-maint ADD <project> <text> | "
                     "LIST <project> | ARCHIVED <project>"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       200-ADD-NOTE SECTION.
           IF ws-arg-text = SPACES
               DISPLAY "NTM011E "
                 "notes-maint: ADD needs the text of the note"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-NOTE-EXIT
           END-IF.
      *>   a note on a name PROJECTS has never heard of is a typo
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-arg-project TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "NTM012E notes-maint: '"
                 FUNCTION TRIM(ws-arg-project)
                 "' is not in the PROJECTS master" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-NOTE-EXIT
           END-IF.
           IF ws-arg-text(121:) NOT = SPACES
               DISPLAY "NTM013W notes-maint: note is longer than 120 "
                 "characters -- the rest is cut off" UPON SYSERR
               END-DISPLAY
           END-IF.
           MOVE "ADD" TO ws-pn-action.
           MOVE ws-arg-project TO ws-pn-project.
           MOVE SPACES TO ws-pn-new-name.
           MOVE ws-arg-text TO ws-pn-text.
           CALL "project-notes" USING ws-pn-action ws-pn-project
             ws-pn-new-name ws-pn-notes-area ws-pn-status
           END-CALL.
           IF ws-pn-status NOT = 0
               DISPLAY "NTM014E notes-maint: could not write '"
                 FUNCTION TRIM(ws-notes-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-NOTE-EXIT
           END-IF.
           DISPLAY "notes-maint: note added to "
             FUNCTION TRIM(ws-arg-project)
           END-DISPLAY.
       200-ADD-NOTE-EXIT.
           EXIT.

      *>   an absent file is one with no notes in it -- a finding,
      *>   not an error
       300-LIST-NOTES SECTION.
           DISPLAY "notes on " FUNCTION TRIM(ws-arg-project)
             " in " FUNCTION TRIM(ws-notes-path) ":"
           END-DISPLAY.
           OPEN INPUT NOTES-FILE.
           IF ws-notes-status = "00"
               PERFORM UNTIL ws-notes-eof = "Y"
                   READ NOTES-FILE
                       AT END
                           MOVE "Y" TO ws-notes-eof
                       NOT AT END
                           IF note-rec-project = ws-arg-project
                               PERFORM 310-SHOW-ONE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.
           IF ws-list-count = 0
               DISPLAY "  (none recorded)" END-DISPLAY
           END-IF.
           DISPLAY ws-list-count " note(s)" END-DISPLAY.

       310-SHOW-ONE-NOTE SECTION.
           ADD 1 TO ws-list-count.
           IF note-rec-archived = SPACES
               DISPLAY "  " note-rec-date " " note-rec-time " "
                 FUNCTION TRIM(note-rec-operator)
               END-DISPLAY
           ELSE
               DISPLAY "  " note-rec-date " " note-rec-time " "
                 FUNCTION TRIM(note-rec-operator)
                 " (archived " note-rec-archived ")"
               END-DISPLAY
           END-IF.
           DISPLAY "    " FUNCTION TRIM(note-rec-text)
           END-DISPLAY.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "NTM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "NTM002E notes maintenance ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "notes-maint".
