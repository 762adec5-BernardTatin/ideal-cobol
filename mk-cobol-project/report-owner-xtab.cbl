      *> -------------------------------------------
      *> report-owner-xtab.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> cross-tabulates the PROJECTS snapshot by owner against
      *> template and status -- how many ACTIVE BATCH, ONLINE and
      *> SUBPROGRAM projects each owner holds (anything
      *> library-templated counts under OTHER), how many they have
      *> retired, with per-owner and per-template totals -- the "who
      *> owns what kind of work" answer capacity planning currently
      *> derives by pivoting the CSV export by hand. Same snapshot
      *> walk as report-monthly.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   projects-snap's USING items; each project read off the
      *>   snapshot is moved into ws-projects-record
           01 ws-snap-op        PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
               05 ws-proj-owner         PIC X(30).
               05 ws-proj-cloned-from   PIC X(48).
               05 ws-proj-module-type   PIC X(4).
               05 ws-proj-verified      PIC X(8).
           COPY "projects-snap-rec.cpy".
           01 ws-snap-status    PIC 99.

      *>   one row per owner seen in the file
           78 ws-owner-max VALUE 100.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "OPEN" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "NEXT" TO ws-snap-op.
      *>   priming call -- OPEN hands back the snapshot's trailer,
      *>   not a project
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.

       100-TALLY-PROJECTS SECTION.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               PERFORM 110-ADD-TO-OWNER
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.

             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ROX001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "ROX002E owner cross-tab report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
