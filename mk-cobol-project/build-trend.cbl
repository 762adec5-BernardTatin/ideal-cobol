             05 FILLER            PIC X.
             05 hist-rc           PIC 9(9).
             05 FILLER            PIC X(7).
             05 FILLER            PIC X.
      *>   the business date the run was filed under; blank on lines
      *>   written before the processing-date control record
             05 hist-bus-date     PIC X(8).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
               MOVE 1 TO ws-proj-streak(ws-proj-idx)
           END-IF.
           MOVE hist-result TO ws-proj-latest(ws-proj-idx).
           IF hist-bus-date IS NUMERIC
               MOVE hist-bus-date TO ws-proj-last-date(ws-proj-idx)
           ELSE
               MOVE hist-date   TO ws-proj-last-date(ws-proj-idx)
           END-IF.

       200-SHOW-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
                     ws-proj-runs(ws-proj-idx) " still red"
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
      *>       ran clean but no longer prints its golden output
               WHEN ws-proj-latest(ws-proj-idx) = "OCHG"
                   STRING ws-proj-key(ws-proj-idx)(1:30) " "
                     ws-proj-latest(ws-proj-idx) " "
                     ws-proj-streak(ws-proj-idx) "  "
                     ws-proj-runs(ws-proj-idx) " OUTPUT CHANGED"
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               WHEN OTHER
                   STRING ws-proj-key(ws-proj-idx)(1:30) " "
                     ws-proj-latest(ws-proj-idx) " "
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "BLT001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "BLT002E trend report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
