      *> -------------------------------------------
      *> runbook-step.cpy
      *> one RUNBOOK line taken apart by runbook-step: the STOP/CONT
      *> word, the optional time limit, the step's own name, the
      *> steps or groups it must wait for, the parallel group it
      *> belongs to, and the command itself. A line written the old
      *> way ("STOP 600 ./build-health") comes back with the name,
      *> after and group fields blank. A WAIT line waits for a file
      *> from outside instead of running a command:
      *>   WAIT [NAME=..] [AFTER=..] [GROUP=..] <file> <hhmm> <action>
      *> -------------------------------------------
       01 RUNBOOK-STEP.
      *>   STOP, CONT or WAIT, as written
           05 rbs-word             PIC X(4).
      *>   seconds the step may run, zero when unlimited
           05 rbs-limit            PIC 9(5).
      *>   NAME=, the step's name for other steps' AFTER= lists
           05 rbs-name             PIC X(20).
      *>   AFTER=, comma-separated step or group names
           05 rbs-after            PIC X(100).
      *>   GROUP=, the parallel group the step runs in
           05 rbs-group            PIC X(20).
      *>   the last part of the command's first word
      *>   ("./dll-check" -> dll-check)
           05 rbs-program          PIC X(30).
           05 rbs-command          PIC X(250).
      *>   a WAIT step's file, the latest acceptable time for it
      *>   (hhmm -- before 1800 the morning after the business
      *>   date), and SKIP, FAIL or ALERT for when it has not come
           05 rbs-wait-file        PIC X(100).
           05 rbs-wait-by          PIC X(4).
           05 rbs-wait-action      PIC X(5).
