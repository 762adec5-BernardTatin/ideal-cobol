      *> -------------------------------------------
      *> project-360.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> "project-360 <name>" opens project-view on one project from
      *> the command line: its master record and, a page per letter,
      *> its last ten builds, promotions, tags, DEPENDS callers and
      *> callees, open alerts, recent audit journal entries, archive
      *> catalog entry, PROJFILES drift and disk footprint -- the
      *> answer to "tell me everything about this project" that used
      *> to take ten separate inquiries. projects-menu's drill-down
      *> (V) and projects-dashboard (type a name) open the same
      *> screen.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "project-360".

       DATA DIVISION.
         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "project-360".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   the project name, the only argument on the command line
           01 ws-full-cmdline     PIC X(256).
           01 ws-view-name        PIC X(48).
      *>   project-view's status: 0 shown, 10 not on the master
           01 ws-view-status      PIC 99.

       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-VIEW-PROJECT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-view-name.
           UNSTRING ws-full-cmdline DELIMITED BY ALL SPACE
             INTO ws-view-name
           END-UNSTRING.
           IF ws-view-name = SPACES
               DISPLAY "PVW010E project-360 needs a project name"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-VIEW-PROJECT SECTION.
           CALL "project-view" USING ws-view-name ws-view-status
           END-CALL.
           IF ws-view-status NOT = 0
               DISPLAY "PVW011E project-360: no project "
                 FUNCTION TRIM(ws-view-name)
                 " on the PROJECTS master" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PVW001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PVW002E project view failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "project-360".
