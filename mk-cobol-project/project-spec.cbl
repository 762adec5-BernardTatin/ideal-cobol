      *> -------------------------------------------
      *> project-spec.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> "project-spec <name>" writes a project's technical
      *> specification through project-doc: the purpose, paragraph
      *> and PERFORM structure, files and record layouts, CALLs and
      *> COPYs of every member, its DEPENDS callers and callees and
      *> the copybooks it uses, filed as REPORT.PROJDOC for the day.
      *> transfer-owner files the same specification with every
      *> ownership change it makes; this is the on-demand run.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "project-spec".

       DATA DIVISION.
         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "project-spec".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   the project name, the only argument on the command line
           01 ws-full-cmdline     PIC X(256).
           01 ws-spec-name        PIC X(48).
      *>   project-doc's status: 0 filed, 10 not on the master, 20
      *>   filed with no member readable, 30 report not opened
           01 ws-spec-status      PIC 99.

       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-WRITE-SPEC.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-spec-name.
           UNSTRING ws-full-cmdline DELIMITED BY ALL SPACE
             INTO ws-spec-name
           END-UNSTRING.
           IF ws-spec-name = SPACES
               DISPLAY "PSP010E project-spec needs a project name"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-WRITE-SPEC SECTION.
           CALL "project-doc" USING ws-spec-name ws-spec-status
           END-CALL.
           EVALUATE ws-spec-status
               WHEN 0
                   DISPLAY "project-spec: technical specification "
                     "for " FUNCTION TRIM(ws-spec-name)
                     " filed as REPORT.PROJDOC"
                   END-DISPLAY
                   MOVE 0 TO RETURN-CODE
               WHEN 10
                   DISPLAY "PSP011E project-spec: no project "
                     FUNCTION TRIM(ws-spec-name)
                     " on the PROJECTS master" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               WHEN 20
                   DISPLAY "PSP013W project-spec: no source member of "
                     FUNCTION TRIM(ws-spec-name)
                     " could be read, master details only filed"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "PSP012E project-spec: the specification "
                     "for " FUNCTION TRIM(ws-spec-name)
                     " could not be filed" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PSP001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PSP002E project specification failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "project-spec".
