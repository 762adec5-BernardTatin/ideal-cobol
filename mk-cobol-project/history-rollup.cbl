       DATA DIVISION.
         FILE SECTION.
         FD  HISTORY-FILE.
      *>   the fixed columns build-health writes, elapsed and the
      *>   business date included -- a kept line goes back out whole
         01 HISTORY-RECORD.
             05 hist-name         PIC X(48).
             05 FILLER            PIC X.
             05 FILLER            PIC X.
             05 hist-seconds      PIC X(2).
             05 FILLER            PIC X.
             05 FILLER            PIC X.
             05 hist-bus-date     PIC X(8).
         FD  NEW-FILE.
         01 NEW-RECORD PIC X(100).
         FD  CONFIG-FILE.
           END-IF.
           OPEN OUTPUT NEW-FILE.
           IF ws-new-status NOT = "00"
               DISPLAY "HRL010E history-rollup: could not write "
                 FUNCTION TRIM(ws-new-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "HRL011E history-rollup: could not swap the new "
                 "history into place -- detail is in "
                 FUNCTION TRIM(ws-new-path) UPON SYSERR
               END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "HRL001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "HRL002E history rollup ended red, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
