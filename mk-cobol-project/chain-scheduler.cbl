      *> was made here, so chain-runner's own business-day stand-down
      *> must not second-guess a WEEKLY Saturday chain.
      *>
      *> Each run is one cycle, and the first thing a cycle does is
      *> advance the shop processing date -- the PROCDATE control
      *> record every stamp writer reads through DATE-STAMP -- to
      *> the night the cycle is for. A start inside the morning half
      *> of the batch window (before MAKER.CFG's WINDOW-END) belongs
      *> to the previous evening; the date never moves backwards, so
      *> a second run the same night leaves it where it stands. The
      *> calendar rules below are judged against that business date.
      *>
      *> A change freeze in the FREEZE calendar does not stop the
      *> scheduler: the due chains run as always, chain-runner stands
      *> down any step that would run a freeze-controlled updating
      *> tool, and the read-only reports still run. The freeze in
      *> force is noted in SCHEDULE.LOG so the morning after can see
      *> why those steps did not.
      *>
      *>   chain-scheduler [schedule-file]
      *> -------------------------------------------

               ASSIGN TO DYNAMIC ws-sched-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sched-log-status.
           SELECT PROCDATE-FILE
               ASSIGN TO DYNAMIC ws-procdate-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SCHEDULE-FILE.
         01 SCHEDULE-RECORD PIC X(256).
         FD  SCHED-LOG-FILE.
         01 SCHED-LOG-RECORD PIC X(140).
      *>   the same shape DATE-STAMP reads it in
         FD  PROCDATE-FILE.
         01 PROCDATE-RECORD.
             05 pdate-rec-business PIC X(8).
             05 FILLER             PIC X.
             05 pdate-rec-set-date PIC X(8).
             05 FILLER             PIC X.
             05 pdate-rec-set-time PIC X(6).
             05 FILLER             PIC X.
             05 pdate-rec-set-by   PIC X(30).
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           01 ws-due-flag        PIC X.
           01 ws-why-text        PIC X(60).

      *>   the processing-date advance: the wall clock, the cycle
      *>   date it implies, and the business date DATE-STAMP reports
      *>   standing before the advance
           01 ws-procdate-path   PIC X(300) VALUE "PROCDATE".
           01 ws-procdate-status PIC XX.
           01 ws-config-path     PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status   PIC XX.
           01 ws-config-eof      PIC X VALUE "N".
           01 ws-config-key      PIC X(20).
           01 ws-config-value    PIC X(60).
           01 ws-window-end      PIC X(4) VALUE "0600".
           01 ws-wall-date       PIC X(8).
           01 ws-wall-time       PIC X(8).
           01 ws-cycle-date      PIC X(8).
           01 ws-cycle-num       PIC 9(8).
           01 ws-cycle-julian    PIC 9(7).
           01 ws-old-bus-date    PIC X(8).
           01 ws-ds-weekday      PIC 9 VALUE 1.
           01 ws-ds-date         PIC 9(6) VALUE ZERO.
           01 ws-ds-time         PIC 9(8) VALUE ZERO.
           01 ws-ds-format       PIC X(4) VALUE "PROC".
           01 ws-ds-stamp        PIC X(60).
           01 ws-ds-fiscal       PIC X(10).
           01 ws-ds-cal          PIC X(12) VALUE SPACES.

      *>   tonight's business date and its calendar facts, computed
      *>   once
           01 ws-today           PIC X(8).
           01 ws-today-num       PIC 9(8).
           01 ws-today-julian    PIC 9(7).
           01 ws-chain-rc        PIC S9(9) COMP-5.
           01 ws-chain-rc-disp   PIC 9(4).

      *>   freeze-check's USING items, only asked whether a change
      *>   freeze is in force at all tonight
           01 ws-freeze-cmdline  PIC X(256) VALUE SPACES.
           01 ws-freeze-program  PIC X(30) VALUE SPACES.
           01 ws-freeze-check    PIC X VALUE "Q".
           01 ws-freeze-reason   PIC X(60).
           01 ws-freeze-status   PIC 99.

           01 ws-due-count       PIC 9(3) VALUE 0.
           01 ws-skip-count      PIC 9(3) VALUE 0.
           01 ws-fail-count      PIC 9(3) VALUE 0.
               05 ws-sched-runbook  PIC X(40).
               05 FILLER            PIC X VALUE SPACE.
               05 ws-sched-why      PIC X(60).
      *>       the business date the decision was made for, so
      *>       sla-report can tell which night a run belonged to
               05 FILLER            PIC X VALUE SPACE.
               05 ws-sched-bus-date PIC X(8).
           01 ws-sched-time-now  PIC X(8).

      *> program entry point
           IF ws-schedule-path = SPACES
               MOVE "SCHEDULE" TO ws-schedule-path
           END-IF.
           PERFORM 005-ADVANCE-PROCESSING-DATE.
           PERFORM 008-NOTE-CHANGE-FREEZE.
           MOVE ws-today TO ws-today-num.
           COMPUTE ws-today-julian = FUNCTION INTEGER-OF-DATE
             (ws-today-num).
             TO ws-weekday-name.
           PERFORM 010-COMPUTE-BIZ-ORDINAL.

      *>   nothing is decided here -- the freeze is only written
      *>   down beside tonight's decisions
       008-NOTE-CHANGE-FREEZE SECTION.
           CALL "freeze-check" USING ws-freeze-cmdline
             ws-freeze-program ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status NOT = 10
               GO TO 008-NOTE-CHANGE-FREEZE-EXIT
           END-IF.
           DISPLAY "chain-scheduler: change freeze in force ("
             FUNCTION TRIM(ws-freeze-reason)
             ") -- updating steps will stand down"
           END-DISPLAY.
           MOVE "(change freeze)" TO ws-entry-runbook.
           MOVE ws-freeze-reason TO ws-why-text.
           MOVE "FREEZ" TO ws-sched-decision.
           PERFORM 141-APPEND-LOG-LINE.
       008-NOTE-CHANGE-FREEZE-EXIT.
           EXIT.

      *>   one cycle, one advance: the cycle date is the wall date,
      *>   or yesterday when the cycle starts in the small hours
      *>   before WINDOW-END; a control record already at or past it
      *>   (a second run tonight, or an operator's deliberate SET)
      *>   stands. Either way the decision goes to SCHEDULE.LOG
       005-ADVANCE-PROCESSING-DATE SECTION.
           PERFORM 006-READ-WINDOW-END.
           ACCEPT ws-wall-date FROM DATE YYYYMMDD.
           ACCEPT ws-wall-time FROM TIME.
           MOVE ws-wall-date TO ws-cycle-date.
           IF ws-window-end IS NUMERIC
               AND ws-wall-time(1:4) < ws-window-end
               MOVE ws-wall-date TO ws-cycle-num
               COMPUTE ws-cycle-julian = FUNCTION INTEGER-OF-DATE
                 (ws-cycle-num) - 1
               COMPUTE ws-cycle-num = FUNCTION DATE-OF-INTEGER
                 (ws-cycle-julian)
               MOVE ws-cycle-num TO ws-cycle-date
           END-IF.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 MOVE SPACES TO ws-ds-stamp
           END-CALL.
           MOVE ws-ds-stamp(1:8) TO ws-old-bus-date.
           MOVE "PROCDATE" TO ws-entry-runbook.
           MOVE "DATE " TO ws-sched-decision.
           MOVE SPACES TO ws-why-text.
           IF ws-ds-stamp(10:5) = "CTL  "
               AND ws-old-bus-date >= ws-cycle-date
               MOVE ws-old-bus-date TO ws-today
               STRING "business date stands at " ws-today
                 DELIMITED BY SIZE INTO ws-why-text
               END-STRING
           ELSE
               MOVE ws-cycle-date TO ws-today
               PERFORM 007-WRITE-PROCESSING-DATE
               IF ws-ds-stamp(10:5) = "CTL  "
                   STRING "business date advanced from "
                     ws-old-bus-date " to " ws-today
                     DELIMITED BY SIZE INTO ws-why-text
                   END-STRING
               ELSE
                   STRING "business date set to " ws-today
                     " (no control record yet)"
                     DELIMITED BY SIZE INTO ws-why-text
                   END-STRING
               END-IF
           END-IF.
           DISPLAY "chain-scheduler: " FUNCTION TRIM(ws-why-text)
           END-DISPLAY.
           PERFORM 141-APPEND-LOG-LINE.
           MOVE SPACES TO ws-entry-runbook.

      *>   only WINDOW-END matters here; no config, or no key in it,
      *>   leaves the shop's six o'clock default
       006-READ-WINDOW-END SECTION.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               GO TO 006-READ-WINDOW-END-EXIT
           END-IF.
           PERFORM UNTIL ws-config-eof = "Y"
               READ CONFIG-FILE
                   AT END
                       MOVE "Y" TO ws-config-eof
                   NOT AT END
                       IF CONFIG-RECORD NOT = SPACES
                           AND CONFIG-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO ws-config-key
                           MOVE SPACES TO ws-config-value
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                             INTO ws-config-key ws-config-value
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                 ws-config-key)) = "WINDOW-END"
                               MOVE FUNCTION TRIM(ws-config-value)
                                 (1:4) TO ws-window-end
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       006-READ-WINDOW-END-EXIT.
           EXIT.

      *>   the control record is one line, rewritten whole; a
      *>   failure to write it is logged but does not stop the
      *>   night -- the stamp writers fall back to the calendar date
       007-WRITE-PROCESSING-DATE SECTION.
           OPEN OUTPUT PROCDATE-FILE.
           IF ws-procdate-status NOT = "00"
               MOVE SPACES TO ws-log-error-msg
               STRING "CHS010W could not rewrite the PROCDATE control "
                 "record" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               MOVE "WARN " TO ws-log-severity
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE "ERROR" TO ws-log-severity
               GO TO 007-WRITE-PROCESSING-DATE-EXIT
           END-IF.
           MOVE SPACES TO PROCDATE-RECORD.
           MOVE ws-today            TO pdate-rec-business.
           MOVE ws-wall-date        TO pdate-rec-set-date.
           MOVE ws-wall-time(1:6)   TO pdate-rec-set-time.
           MOVE ws-log-program-name TO pdate-rec-set-by.
           WRITE PROCDATE-RECORD.
           CLOSE PROCDATE-FILE.
       007-WRITE-PROCESSING-DATE-EXIT.
           EXIT.

      *>   walk the month from its first day to tonight, counting the
      *>   business days BIZDAY confirms; the count on arrival is
      *>   tonight's business-day-of-month ordinal (zero when tonight
       100-WALK-SCHEDULE SECTION.
           OPEN INPUT SCHEDULE-FILE.
           IF ws-schedule-status NOT = "00"
               DISPLAY "CHS011E "
                 "chain-scheduler: could not open schedule '"
                 FUNCTION TRIM(ws-schedule-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           MOVE ws-sched-time-now TO ws-sched-time.
           MOVE ws-entry-runbook  TO ws-sched-runbook.
           MOVE ws-why-text       TO ws-sched-why.
           MOVE ws-today          TO ws-sched-bus-date.
           OPEN EXTEND SCHED-LOG-FILE.
           IF ws-sched-log-status NOT = "00"
               OPEN OUTPUT SCHED-LOG-FILE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CHS001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE "CHS002E a scheduled chain ended with a failed step"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
