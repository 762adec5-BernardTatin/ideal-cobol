      *> report-fiscal.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the fiscal companion to report-monthly: walks the PROJECTS
      *> snapshot, runs each record's creation date through DATE-STAMP's
      *> fiscal-period logic, and prints the calendar-month detail and
      *> the fiscal-year/quarter subtotals on one page -- the
      *> re-bucketing someone currently does in a spreadsheet every
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

      *>   what DATE-STAMP needs to compute a fiscal period from a
      *>   stored creation date; the weekday and time play no part in
       001-INIT SECTION.
           ACCEPT ws-fiscal-cal FROM COMMAND-LINE
           END-ACCEPT.
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
               IF ws-proj-create-date(1:8) IS NUMERIC
                   PERFORM 110-TALLY-ONE-PROJECT
               END-IF
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.

             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RFS001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "RFS002E fiscal report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
