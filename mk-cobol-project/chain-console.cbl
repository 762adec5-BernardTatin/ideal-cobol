      *> the operator's live view of the nightly chain, on the same
      *> SCREEN SECTION machinery projects-dashboard rides: one row
      *> per RUNBOOK step showing waiting, running (with elapsed off
      *> the CHAIN.CURRENT marker chain-runner maintains -- every
      *> step of a parallel group in flight at once gets its own
      *> RUNNING row; a WAIT step still watching for its file shows
      *> AWAITING, and MISSED once its deadline passed without it),
      *> or done with its CHAIN.LOG outcome -- and the
      *> 2 a.m. interventions
      *> as keystrokes instead of file edits under pressure:
      *>
      *>   R        refresh
             05 state-rec-steps   PIC 9(3).
             05 FILLER            PIC X.
             05 state-rec-date    PIC X(8).
      *>     "Y" per completed step; blank on an older state, when
      *>     the count is the first so many steps
             05 FILLER            PIC X.
             05 state-rec-map     PIC X(100).
         FD  CHAIN-LOG-FILE.
         01 CHAIN-LOG-RECORD.
             05 clog-rec-date     PIC X(8).
             05 clog-rec-step     PIC 9(3).
             05 FILLER            PIC X.
             05 clog-rec-outcome  PIC X(4).
             05 FILLER            PIC X(104).
      *>   the business date chain-runner filed the step under;
      *>   blank on lines from before the processing-date record
             05 clog-rec-bus-date PIC X(8).
             05 FILLER            PIC X.
      *>   the runbook the step ran under, for sla-report; not read
      *>   here, only carried so the whole line is one record
             05 clog-rec-runbook  PIC X(40).
         FD  CURRENT-FILE.
         01 CURRENT-RECORD.
             05 cur-rec-step      PIC 9(3).
                   10 ws-stp-command  PIC X(48).
                   10 ws-stp-status   PIC X(8).
                   10 ws-stp-detail   PIC X(12).
                   10 ws-stp-running  PIC X.
                   10 ws-stp-elapsed  PIC X(12).

           01 ws-completed-steps PIC 9(3).
           01 ws-state-date      PIC X(8).
           01 ws-state-map       PIC X(100).
           01 ws-map-idx         PIC 9(3).
           01 ws-today           PIC X(8).
      *>   the night the chain is running for, the date chain-runner
      *>   stamps CHAIN.STATE and CHAIN.LOG with -- off the
      *>   processing-date control record through DATE-STAMP
           01 ws-bus-date        PIC X(8).
           01 ws-ds-weekday      PIC 9 VALUE 1.
           01 ws-ds-date         PIC 9(6) VALUE ZERO.
           01 ws-ds-time         PIC 9(8) VALUE ZERO.
           01 ws-ds-format       PIC X(4) VALUE "PROC".
           01 ws-ds-stamp        PIC X(60).
           01 ws-ds-fiscal       PIC X(10).
           01 ws-ds-cal          PIC X(12) VALUE SPACES.

      *>   the running steps off CHAIN.CURRENT and their elapsed
      *>   time, the same julian-plus-seconds subtraction
      *>   elapsed-timer does
           01 ws-current-eof    PIC X.
           01 ws-run-start-jul  PIC 9(7).
           01 ws-run-start-secs PIC 9(9).
           01 ws-now-time       PIC X(8).
               MOVE "RUNBOOK" TO ws-runbook-path
           END-IF.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           MOVE ws-today TO ws-bus-date.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF ws-ds-stamp(1:8) IS NUMERIC
               MOVE ws-ds-stamp(1:8) TO ws-bus-date
           END-IF.

      *>   rebuild the whole picture from the files on every refresh
      *>   -- runbook, resume state, today's CHAIN.LOG outcomes, the
                             TO ws-stp-status(ws-step-count)
                           MOVE SPACES
                             TO ws-stp-detail(ws-step-count)
                           MOVE "N"
                             TO ws-stp-running(ws-step-count)
                       END-IF
               END-READ
           END-PERFORM.
      *>   reading chain-runner gives it
       120-LOAD-STATE SECTION.
           MOVE 0 TO ws-completed-steps.
           MOVE SPACES TO ws-state-map.
           OPEN INPUT STATE-FILE.
           IF ws-state-status NOT = "00"
               GO TO 120-LOAD-STATE-EXIT
               AT END
                   CONTINUE
               NOT AT END
                   IF state-rec-date = ws-bus-date
                       AND state-rec-steps IS NUMERIC
                       MOVE state-rec-steps TO ws-completed-steps
                       MOVE state-rec-map TO ws-state-map
                   END-IF
           END-READ.
           CLOSE STATE-FILE.
           IF ws-state-map = SPACES
               PERFORM VARYING ws-map-idx FROM 1 BY 1
                   UNTIL ws-map-idx > ws-completed-steps
                   OR ws-map-idx > 100
                   MOVE "Y" TO ws-state-map(ws-map-idx:1)
               END-PERFORM
           END-IF.
       120-LOAD-STATE-EXIT.
           EXIT.

      *>   the newest outcome today per step number becomes its
      *>   DONE detail -- OK, FAIL, HELD, SKP1 or FRZN
       130-LOAD-TODAY-OUTCOMES SECTION.
           MOVE "N" TO ws-chain-log-eof.
           OPEN INPUT CHAIN-LOG-FILE.
                   AT END
                       MOVE "Y" TO ws-chain-log-eof
                   NOT AT END
                       IF (clog-rec-bus-date = ws-bus-date
                             OR (clog-rec-bus-date = SPACES
                               AND clog-rec-date = ws-today))
                           AND clog-rec-step IS NUMERIC
                           AND clog-rec-step >= 1
                           AND clog-rec-step <= ws-step-count
       130-LOAD-TODAY-OUTCOMES-EXIT.
           EXIT.

      *>   one line per step in flight
       140-LOAD-CURRENT-MARKER SECTION.
           MOVE "N" TO ws-current-eof.
           OPEN INPUT CURRENT-FILE.
           IF ws-current-status NOT = "00"
               GO TO 140-LOAD-CURRENT-MARKER-EXIT
           END-IF.
           PERFORM UNTIL ws-current-eof = "Y"
               READ CURRENT-FILE
                   AT END
                       MOVE "Y" TO ws-current-eof
                   NOT AT END
                       IF cur-rec-step IS NUMERIC
                           AND cur-rec-step >= 1
                           AND cur-rec-step <= ws-step-count
                           PERFORM 145-COMPUTE-RUN-ELAPSED
                           MOVE "Y" TO ws-stp-running(cur-rec-step)
                           MOVE SPACES TO ws-stp-elapsed(cur-rec-step)
                           STRING ws-elapsed-min "m"
                             ws-elapsed-rem "s" DELIMITED BY SIZE
                             INTO ws-stp-elapsed(cur-rec-step)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CURRENT-FILE.
       140-LOAD-CURRENT-MARKER-EXIT.
           EXIT.
           PERFORM VARYING ws-step-idx FROM 1 BY 1
               UNTIL ws-step-idx > ws-step-count
               EVALUATE TRUE
                   WHEN ws-stp-running(ws-step-idx) = "Y"
                       IF FUNCTION UPPER-CASE
                         (ws-stp-command(ws-step-idx)(1:5)) = "WAIT "
                           MOVE "AWAITING" TO ws-stp-status(ws-step-idx)
                       ELSE
                           MOVE "RUNNING" TO ws-stp-status(ws-step-idx)
                       END-IF
                       MOVE ws-stp-elapsed(ws-step-idx)
                         TO ws-stp-detail(ws-step-idx)
                   WHEN ws-state-map(ws-step-idx:1) = "Y"
                       MOVE "DONE" TO ws-stp-status(ws-step-idx)
                   WHEN ws-stp-detail(ws-step-idx) = "FAIL"
                       OR ws-stp-detail(ws-step-idx) = "HELD"
                       MOVE "STOPPED" TO ws-stp-status(ws-step-idx)
                   WHEN ws-stp-detail(ws-step-idx) = "MISS"
                       MOVE "MISSED" TO ws-stp-status(ws-step-idx)
                   WHEN ws-stp-detail(ws-step-idx) = "SKPW"
                       MOVE "SKIPPED" TO ws-stp-status(ws-step-idx)
                   WHEN OTHER
                       MOVE "WAITING" TO ws-stp-status(ws-step-idx)
               END-EVALUATE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CHC001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "CHC002E chain console session ended with errors"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
