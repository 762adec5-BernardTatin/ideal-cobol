      *> -------------------------------------------
      *> incident-rec.cpy
      *> record layout for INCIDENTS, the incident register -- one
      *> line per incident, opened by incident-io when alert-console
      *> escalates an alert or chain-runner loses a STOP step, worked
      *> through OPEN, ASSIGNED, RESOLVED and CLOSED on the
      *> incident-maint screen, and read back by incident-report for
      *> the monthly time-to-acknowledge and time-to-restore figures.
      *> Stamps are yyyymmddhhmmss, local time; zero means the
      *> incident has not reached that point yet.
      *> -------------------------------------------
       01 INCIDENT-RECORD.
      *>   handed out by incident-io, one more than the highest on
      *>   file
           05 inc-rec-id           PIC 9(6).
           05 FILLER               PIC X.
      *>   OPEN, ASSIGNED, RESOLVED or CLOSED
           05 inc-rec-state        PIC X(8).
           05 FILLER               PIC X.
      *>   ALERT (an escalated alert) or CHAIN (a failed STOP step)
           05 inc-rec-source       PIC X(5).
           05 FILLER               PIC X.
      *>   the program that raised the alert or ran in the step
           05 inc-rec-program      PIC X(30).
           05 FILLER               PIC X.
           05 inc-rec-opened       PIC 9(14).
           05 FILLER               PIC X.
           05 inc-rec-acked        PIC 9(14).
           05 FILLER               PIC X.
           05 inc-rec-resolved     PIC 9(14).
           05 FILLER               PIC X.
           05 inc-rec-closed       PIC 9(14).
           05 FILLER               PIC X.
      *>   an OWNERS id
           05 inc-rec-assignee     PIC X(30).
           05 FILLER               PIC X.
      *>   an MSGCAT.CFG category, or one of incident-maint's
      *>   operational causes
           05 inc-rec-cause        PIC X(20).
           05 FILLER               PIC X.
      *>   what raised it: the alert file name, or the runbook step
      *>   and business date -- a second raise with the same
      *>   reference while the incident is unresolved joins it
           05 inc-rec-ref          PIC X(80).
           05 FILLER               PIC X.
           05 inc-rec-summary      PIC X(80).
           05 FILLER               PIC X.
      *>   the resolution note
           05 inc-rec-note         PIC X(80).
