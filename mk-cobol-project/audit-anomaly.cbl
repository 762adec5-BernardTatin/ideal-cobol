             05 aud-time          PIC X(8).
             05 FILLER            PIC X.
             05 aud-rest          PIC X(397).
             05 FILLER            PIC X.
             05 aud-bus-date      PIC X(8).
             05 FILLER            PIC X.
             05 aud-ticket        PIC X(20).
             05 FILLER            PIC X.
             05 aud-override      PIC X(60).
      *>   journal-seal's sequence and hash, which journal-verify
      *>   reads
             05 FILLER            PIC X(20).
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).

           01 ws-bizday-answer    PIC X.
           01 ws-bizday-next      PIC X(8).
           01 ws-owner-check-status PIC 99.
           01 ws-owner-dept       PIC X(20).
           01 ws-check-user       PIC X(30).

           01 ws-anomaly-flag     PIC X.
           IF ws-anomaly-flag = "N"
               MOVE aud-user TO ws-check-user
               CALL "owner-check" USING ws-check-user
                 ws-owner-check-status ws-owner-dept
               END-CALL
               IF ws-owner-check-status = 10
                   OR ws-owner-check-status = 15
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "AUA001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0 AND ws-hit-count = 0
               MOVE "AUA002E anomaly sweep failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
