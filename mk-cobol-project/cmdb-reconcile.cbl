           ACCEPT ws-ack-path FROM COMMAND-LINE
           END-ACCEPT.
           IF ws-ack-path = SPACES
               DISPLAY "CMR010E usage: cmdb-reconcile <ack-file>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       100-LOAD-CONTROL-LOG SECTION.
           OPEN INPUT CONTROL-FILE.
           IF ws-control-status NOT = "00"
               DISPLAY "CMR011I cmdb-reconcile: no CMDB-CONTROL log -- "
                 "nothing has been sent yet" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       200-APPLY-ACKNOWLEDGMENTS SECTION.
           OPEN INPUT ACK-FILE.
           IF ws-ack-status NOT = "00"
               DISPLAY "CMR012E cmdb-reconcile: could not open '"
                 FUNCTION TRIM(ws-ack-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           IF FUNCTION TRIM(ws-ack-word-1) IS NOT NUMERIC
               OR FUNCTION TRIM(ws-ack-word-2) IS NOT NUMERIC
               OR FUNCTION TRIM(ws-ack-word-3) IS NOT NUMERIC
               DISPLAY "CMR013E cmdb-reconcile: unreadable ack line: "
                 ACK-RECORD(1:40) UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-mismatch-count
               END-IF
           END-PERFORM.
           IF ws-found-idx = 0
               DISPLAY "CMR014E "
                 "cmdb-reconcile: CMDB acknowledged batch "
                 ws-ack-batch " we never sent" UPON SYSERR
               END-DISPLAY
               ADD 1 TO ws-mismatch-count
           END-IF.
           IF ws-ack-count NOT = ws-ctl-cnt(ws-found-idx)
               OR ws-ack-hash NOT = ws-ctl-hash(ws-found-idx)
               DISPLAY "CMR015E cmdb-reconcile: batch " ws-ack-batch
                 " MISMATCH -- sent " ws-ctl-cnt(ws-found-idx)
                 "/" ws-ctl-hash(ws-found-idx)
                 ", acknowledged " ws-ack-count "/" ws-ack-hash
           EXIT.

       220-RAISE-MISMATCH-ALERT SECTION.
           MOVE "CMR016E CMDB feed control totals do not verify"
             TO ws-log-error-msg.
           MOVE SPACES TO ws-alert-counts.
           STRING "batch " ws-ack-batch " count " ws-ack-count
               IF ws-ctl-state(ws-ctl-idx) = "SENT"
                   AND ws-ctl-batch(ws-ctl-idx) < ws-newest-acked
                   ADD 1 TO ws-gap-count
                   DISPLAY "CMR017E "
                     "cmdb-reconcile: SEQUENCE GAP -- batch "
                     ws-ctl-batch(ws-ctl-idx)
                     " was never acknowledged but newer batches "
                     "were" UPON SYSERR
                   END-DISPLAY
                   MOVE "CMR017E CMDB feed sequence gap detected"
                     TO ws-log-error-msg
                   MOVE SPACES TO ws-alert-counts
                   STRING "unacked batch "
       400-REWRITE-CONTROL-LOG SECTION.
           OPEN OUTPUT CONTROL-FILE.
           IF ws-control-status NOT = "00"
               DISPLAY "CMR018E cmdb-reconcile: could not rewrite "
                 "CMDB-CONTROL" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CMR001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "CMR002E CMDB reconcile found problems, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
