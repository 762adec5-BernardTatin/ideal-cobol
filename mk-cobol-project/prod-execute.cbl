      *> 110-VALIDATE-ALL and generation path from there. The
      *> queue entry is marked DONE on a clean generation and
      *> FAILED otherwise, so nothing runs twice and nothing red
      *> vanishes quietly. Running the queue is the OPERS EXECUTE
      *> class once an OPERS file exists, and every request run
      *> lands in PRODQUEUE.AUDIT beside the approval -- op
      *> EXECUTE, the approver's column carrying the operator who
      *> ran it and the note the outcome and who approved -- so
      *> the trail answers who ran what as well.
      *>
      *>   prod-execute [--emergency <reason>]
      *>
      *> While the FREEZE calendar has a change freeze in force the
      *> queue is left alone unless --emergency <reason> (or
      *> FREEZE_OVERRIDE) overrides the freeze. freeze-check puts the
      *> reason in FREEZE_OVERRIDE, so each cobol-project-maker run
      *> below inherits it and records its own override beside this
      *> one.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
           01 ws-log-program-name PIC X(30) VALUE "prod-execute".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
           01 ws-prodqueue-path   PIC X(300) VALUE "PRODQUEUE".
           01 ws-prodqueue-status PIC XX.
           01 ws-prodqueue-eof    PIC X VALUE "N".
           01 ws-audit-path       PIC X(300)
               VALUE "PRODQUEUE.AUDIT".
      *>   journal-seal's USING items: each run goes onto the trail
      *>   with the chain seal journal-verify checks
           01 ws-seal-op          PIC X(6) VALUE "APPEND".
           01 ws-seal-line        PIC X(600).
           01 ws-seal-line-len    PIC 9(4) VALUE 178.
           01 ws-seal-seq         PIC 9(9).
           01 ws-seal-hash        PIC 9(9).
           01 ws-seal-status      PIC 99.
           01 ws-operator         PIC X(30).

      *>   the queue held whole, run, then rewritten with each
      *>   entry's new state
           01 ws-done-count     PIC 9(3) VALUE 0.
           01 ws-failed-count   PIC 9(3) VALUE 0.

      *>   one run line for the trail, in prod-approve's columns
           01 ws-audit-line.
               05 ws-aud-date     PIC X(8).
               05 FILLER          PIC X VALUE SPACE.
               05 ws-aud-time     PIC X(8).
               05 FILLER          PIC X VALUE SPACE.
               05 ws-aud-op       PIC X(8) VALUE "EXECUTE".
               05 FILLER          PIC X VALUE SPACE.
               05 ws-aud-name     PIC X(48).
               05 FILLER          PIC X VALUE SPACE.
               05 ws-aud-req      PIC X(30).
               05 FILLER          PIC X VALUE SPACE.
               05 ws-aud-appr     PIC X(30).
               05 FILLER          PIC X VALUE SPACE.
               05 ws-aud-note     PIC X(40).

      *>   freeze-check's USING items: the change-freeze calendar,
      *>   and the emergency override that lets the queue run while
      *>   a freeze is in force
           01 ws-cmdline        PIC X(256).
           01 ws-freeze-check   PIC X VALUE "Y".
           01 ws-freeze-reason  PIC X(60).
           01 ws-freeze-status  PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-QUEUE.
           perform 200-RUN-APPROVED.
           perform 300-REWRITE-QUEUE.
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
      *>   running approved PROD work is EXECUTE-class authority
      *>   once an OPERS file exists
           MOVE "EXECUTE" TO ws-opers-class.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "PRX014E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ACCEPT ws-operator FROM ENVIRONMENT "USER".
           IF ws-operator = SPACES
               MOVE "UNKNOWN" TO ws-operator
           END-IF.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           CALL "freeze-check" USING ws-cmdline
             ws-log-program-name ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status = 10
               DISPLAY "PRX012E prod-execute: change freeze in "
                 "force (" FUNCTION TRIM(ws-freeze-reason)
                 ") -- rerun with --emergency <reason> to override"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-freeze-status = 5
               DISPLAY "PRX013W prod-execute: running under a "
                 "change-freeze override" UPON SYSERR
               END-DISPLAY
           END-IF.

       100-LOAD-QUEUE SECTION.
           OPEN INPUT PRODQUEUE-FILE.
           IF ws-prodqueue-status NOT = "00"
           ELSE
               MOVE "FAILED" TO ws-req-state(ws-req-idx)
               ADD 1 TO ws-failed-count
               DISPLAY "PRX010E prod-execute: generation FAILED for '"
                 FUNCTION TRIM(ws-req-name(ws-req-idx)) "'"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
           PERFORM 220-WRITE-AUDIT-LINE.

      *>   journal-seal creates the trail if no decision made it yet
       220-WRITE-AUDIT-LINE SECTION.
           ACCEPT ws-aud-date FROM DATE YYYYMMDD.
           ACCEPT ws-aud-time FROM TIME.
           MOVE ws-req-name(ws-req-idx) TO ws-aud-name.
           MOVE ws-req-requester(ws-req-idx) TO ws-aud-req.
           MOVE ws-operator TO ws-aud-appr.
           MOVE SPACES TO ws-aud-note.
           STRING FUNCTION TRIM(ws-req-state(ws-req-idx))
             ", approved by "
             FUNCTION TRIM(ws-req-approver(ws-req-idx))
             DELIMITED BY SIZE INTO ws-aud-note
           END-STRING.
           MOVE ws-audit-line TO ws-seal-line.
           CALL "journal-seal" USING ws-seal-op ws-audit-path
             ws-seal-line ws-seal-line-len ws-seal-seq ws-seal-hash
             ws-seal-status
           END-CALL.

       300-REWRITE-QUEUE SECTION.
           OPEN OUTPUT PRODQUEUE-FILE.
           IF ws-prodqueue-status NOT = "00"
               DISPLAY "PRX011E "
                 "prod-execute: could not rewrite the queue"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PRX001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "PRX002E approved PROD execution ended red, see "
                 "SYSERR" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
