      *> file lands in the watched alerts/ directory -- program,
      *> date, time, what failed, counts, one field per line, in a
      *> file named after the moment and the program so nothing ever
      *> overwrites an earlier alert. notify-oncall then pages the
      *> night's primary on-call contact off the ROSTER through
      *> MAKER.CFG's NOTIFY-COMMAND and records on the alert file who
      *> was told, so a red night reaches a named person's inbox
      *> instead of waiting for someone to tail logs.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "send-alert" IS INITIAL.
               ASSIGN TO DYNAMIC ws-alert-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alert-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-alert-path     PIC X(300).
       01 ws-alert-status   PIC XX.

       01 ws-alert-date     PIC X(8).
       01 ws-alert-time     PIC X(8).
       01 ws-mkdir-rc       PIC 9(9) COMP-5.
       01 ws-line-buffer    PIC X(132).

      *>   notify-oncall's USING items: tier 1, the primary
       01 ws-oncall-tier    PIC X VALUE "1".
       01 ws-oncall-owner   PIC X(30).
       01 ws-oncall-status  PIC 99.

       LINKAGE SECTION.
      *> the program raising the alert
           MOVE ws-line-buffer TO ALERT-RECORD.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
           PERFORM PAGE-ON-CALL.
           EXIT PROGRAM.

      *>   the page is best effort: the alert file in alerts/ is
      *>   the guaranteed part, already closed before this runs
       PAGE-ON-CALL.
           CALL "notify-oncall" USING ws-alert-path ws-oncall-tier
             ws-oncall-owner ws-oncall-status
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           END PROGRAM "send-alert".
