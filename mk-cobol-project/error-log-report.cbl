      *> >>SOURCE FORMAT IS FIXED
      *> reads the shared ERROR.LOG every program's emergency exit
      *> writes through log-error and turns it into something
      *> operations can act on each morning: failure counts by program,
      *> by message ID and by day, the most recent entry per program
      *> and per ID, and a RISING
      *> flag on any program whose failures this past week outnumber
      *> the week before -- instead of a raw 132-byte-line file nobody
      *> reads until something has already gone badly wrong.
           01 log-severity        PIC X(5).
               88 log-sev-word VALUE "INFO " "WARN " "ERROR"
                                     "FATAL".
      *>   the ID the message starts with -- three-letter program
      *>   prefix, three digits, severity letter -- so the tally
      *>   holds however the wording after it changes; lines from
      *>   before the IDs count together under "(no ID)"
           01 log-message-id      PIC X(7).
           01 log-id-text         PIC X(80).

      *>   optional severity selection ("--severity FATAL" on the
      *>   command line shows only those lines), and the count of
                   10 ws-prog-last-time PIC X(8).
                   10 ws-prog-last-msg  PIC X(60).

      *>   one subtotal slot per message ID seen in the log
           78 ws-id-max VALUE 200.
           01 ws-id-count       PIC 9(4) VALUE 0.
           01 ws-id-idx         PIC 9(4).
           01 ws-id-table.
               05 ws-id-entry OCCURS 200 TIMES.
                   10 ws-id-key         PIC X(7).
                   10 ws-id-tally       PIC 9(5).
                   10 ws-id-this-week   PIC 9(5).
                   10 ws-id-last-date   PIC X(8).
                   10 ws-id-last-msg    PIC X(60).
           01 ws-id-sort-temp.
               05 FILLER            PIC X(7).
               05 FILLER            PIC 9(5).
               05 FILLER            PIC 9(5).
               05 FILLER            PIC X(8).
               05 FILLER            PIC X(60).

      *>   one subtotal slot per distinct day seen in the log
           78 ws-day-max VALUE 90.
           01 ws-day-count      PIC 9(4) VALUE 0.
                   OR "ERROR" OR "FATAL"
                   CONTINUE
               ELSE
                   DISPLAY "ELR010E error-log-report: --severity wants "
                     "INFO, WARN, ERROR or FATAL" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               MOVE log-rest(1:30)  TO log-program
               MOVE log-rest(32:80) TO log-message
           END-IF.
           PERFORM 107-PICK-MESSAGE-ID.
           MOVE log-date TO ws-show-date.
           MOVE log-time TO ws-show-time.
           MOVE SPACES TO ws-ds-stamp.
           MOVE ws-ds-stamp(1:8)  TO ws-show-date.
           MOVE ws-ds-stamp(10:6) TO ws-show-time(1:6).

       107-PICK-MESSAGE-ID SECTION.
           MOVE "(no ID)" TO log-message-id.
           MOVE log-message TO log-id-text.
           IF log-message(1:3) IS ALPHABETIC-UPPER
               AND log-message(4:3) IS NUMERIC
               AND (log-message(7:1) = "I" OR "W" OR "E" OR "S")
               AND log-message(8:1) = SPACE
               MOVE log-message(1:7) TO log-message-id
               MOVE log-message(9:72) TO log-id-text
           END-IF.

       110-TALLY-ONE-LINE SECTION.
           PERFORM 105-PARSE-LINE.
           IF ws-filter-severity NOT = SPACES
             (ws-line-ccyymmdd).
           COMPUTE ws-days-ago = ws-today-julian - ws-line-julian.
           PERFORM 120-ADD-TO-PROGRAM.
           PERFORM 140-ADD-TO-MESSAGE-ID.
           PERFORM 130-ADD-TO-DAY.
       110-TALLY-ONE-LINE-EXIT.
           EXIT.
               MOVE 1        TO ws-day-tally(ws-day-count)
           END-IF.

      *>   the log is in time order, so the slot's last message is
      *>   always the most recent wording of that ID
       140-ADD-TO-MESSAGE-ID SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-id-idx FROM 1 BY 1
               UNTIL ws-id-idx > ws-id-count
               IF ws-id-key(ws-id-idx) = log-message-id
                   MOVE "Y" TO ws-found-flag
                   PERFORM 145-BUMP-MESSAGE-ID
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND ws-id-count < ws-id-max
               ADD 1 TO ws-id-count
               MOVE ws-id-count TO ws-id-idx
               MOVE log-message-id TO ws-id-key(ws-id-idx)
               MOVE 0 TO ws-id-tally(ws-id-idx)
               MOVE 0 TO ws-id-this-week(ws-id-idx)
               PERFORM 145-BUMP-MESSAGE-ID
           END-IF.

       145-BUMP-MESSAGE-ID SECTION.
           ADD 1 TO ws-id-tally(ws-id-idx).
           IF ws-days-ago >= 0 AND ws-days-ago < 7
               ADD 1 TO ws-id-this-week(ws-id-idx)
           END-IF.
           MOVE ws-show-date TO ws-id-last-date(ws-id-idx).
           MOVE log-id-text  TO ws-id-last-msg(ws-id-idx).

       200-SHOW-REPORT SECTION.
           PERFORM 210-SORT-DAYS.
           PERFORM 215-SORT-MESSAGE-IDS.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "Failures by program" TO ws-rpt-line.
           END-PERFORM.
           MOVE SPACE TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "Failures by message ID (msg-explain <ID> explains)"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "ID      Total 7-day Last     Message" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "------- ----- ----- -------- -------" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-id-idx FROM 1 BY 1
               UNTIL ws-id-idx > ws-id-count
               MOVE SPACES TO ws-rpt-line
               STRING ws-id-key(ws-id-idx) " "
                 ws-id-tally(ws-id-idx) " "
                 ws-id-this-week(ws-id-idx) " "
                 ws-id-last-date(ws-id-idx) " "
                 ws-id-last-msg(ws-id-idx)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.
           MOVE SPACE TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "Failures by day" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "Date     Failures" TO ws-rpt-line.
               END-IF
           END-PERFORM.

      *>   IDs print in ID order, so one program's messages stand
      *>   together; the same selection sort as the day slots
       215-SORT-MESSAGE-IDS SECTION.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-id-count
               MOVE ws-sort-outer TO ws-sort-low
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-id-count
                   IF ws-id-key(ws-sort-inner)
                        < ws-id-key(ws-sort-low)
                       MOVE ws-sort-inner TO ws-sort-low
                   END-IF
               END-PERFORM
               IF ws-sort-low NOT = ws-sort-outer
                   MOVE ws-id-entry(ws-sort-outer) TO ws-id-sort-temp
                   MOVE ws-id-entry(ws-sort-low)
                     TO ws-id-entry(ws-sort-outer)
                   MOVE ws-id-sort-temp TO ws-id-entry(ws-sort-low)
               END-IF
           END-PERFORM.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ELR001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "ELR002E error-log report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
