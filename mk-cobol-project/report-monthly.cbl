      *> -------------------------------------------
      *> report-monthly.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> walks the cycle's PROJECTS snapshot and subtotals how many
      *> projects were created in each calendar month, so capacity
      *> planning doesn't have to eyeball a raw file dump.
      *> -------------------------------------------
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

      *>   one subtotal slot per distinct YYYYMM seen; 60 slots is five
      *>   years of history, well past anything this shop has generated
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
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

      *>   one pass over every project, adding each one's YYYYMM to
      *>   the matching subtotal slot (creating a new slot the first
      *>   time a given month is seen)
       100-TALLY-PROJECTS SECTION.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               MOVE ws-proj-create-date(1:6) TO ws-this-month
               PERFORM 110-ADD-TO-MONTH
               ADD 1 TO ws-total-count
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.

               MOVE 1             TO ws-month-tally(ws-month-count)
           END-IF.

      *>   the months are collected in whatever order the snapshot's
      *>   name-order walk turned them up in, not calendar order, so
      *>   sort the slots actually in use before printing
       200-SHOW-REPORT SECTION.
           PERFORM 210-SORT-MONTHS.
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RMN001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE "RMN002E monthly report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
