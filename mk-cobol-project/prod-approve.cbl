               ASSIGN TO DYNAMIC ws-prodqueue-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prodqueue-status.

       DATA DIVISION.
         FILE SECTION.
             05 pq-rec-approver   PIC X(30).
             05 FILLER            PIC X.
             05 pq-rec-note       PIC X(40).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           01 ws-prodqueue-eof    PIC X VALUE "N".
           01 ws-audit-path       PIC X(300)
               VALUE "PRODQUEUE.AUDIT".
      *>   journal-seal's USING items: the decision line goes onto
      *>   the trail with the chain seal journal-verify checks
           01 ws-seal-op          PIC X(6) VALUE "APPEND".
           01 ws-seal-line        PIC X(600).
           01 ws-seal-line-len    PIC 9(4) VALUE 178.
           01 ws-seal-seq         PIC 9(9).
           01 ws-seal-hash        PIC 9(9).
           01 ws-seal-status      PIC 99.

      *>   the whole queue held while a decision rewrites it
           78 ws-req-max VALUE 100.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "PRA010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               WHEN "REJECT"
                   PERFORM 300-DECIDE-REQUEST
               WHEN OTHER
                   DISPLAY "PRA011E usage: prod-approve LIST | "
                     "APPROVE <project> [note] | "
                     "REJECT <project> [note]" UPON SYSERR
                   END-DISPLAY
               END-IF
           END-PERFORM.
           IF ws-found-idx = 0
               DISPLAY "PRA012E prod-approve: no PENDING request for '"
                 FUNCTION TRIM(ws-arg-name) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                ws-req-requester(ws-found-idx)))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(ws-operator))
               DISPLAY "PRA013E prod-approve: '"
                 FUNCTION TRIM(ws-operator)
                 "' requested this -- a different operator must "
                 "decide it" UPON SYSERR
       400-REWRITE-QUEUE SECTION.
           OPEN OUTPUT PRODQUEUE-FILE.
           IF ws-prodqueue-status NOT = "00"
               DISPLAY "PRA014E "
                 "prod-approve: could not rewrite the queue"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       400-REWRITE-QUEUE-EXIT.
           EXIT.

      *>   journal-seal creates the trail with the first decision
      *>   ever made
       500-WRITE-AUDIT-LINE SECTION.
           ACCEPT ws-aud-date FROM DATE YYYYMMDD.
           ACCEPT ws-aud-time FROM TIME.
           MOVE ws-req-requester(ws-found-idx) TO ws-aud-req.
           MOVE ws-operator TO ws-aud-appr.
           MOVE ws-note-text TO ws-aud-note.
           MOVE ws-audit-line TO ws-seal-line.
           CALL "journal-seal" USING ws-seal-op ws-audit-path
             ws-seal-line ws-seal-line-len ws-seal-seq ws-seal-hash
             ws-seal-status
           END-CALL.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PRA001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PRA002E PROD approval maintenance ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
