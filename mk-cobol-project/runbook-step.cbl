      *> -------------------------------------------
      *> runbook-step.cbl
      *> the one reading of a RUNBOOK line, shared by chain-runner,
      *> chain-console and joblog-timeline so the three never
      *> disagree about what a step says. A line is
      *>
      *>   STOP|CONT [NAME=n] [AFTER=a,b] [GROUP=g] [limit] command
      *>
      *> the keywords and the limit in any order ahead of the
      *> command. NAME= gives the step a name other steps can wait
      *> on; AFTER= names the steps (or whole groups) it waits for;
      *> GROUP= puts it in a parallel group, whose members all wait
      *> on the same predecessors and may run side by side. A line
      *> without any of them is the old serial step and comes back
      *> exactly as it always read. A WAIT line's "command" is the
      *> file it waits for, the hhmm deadline and the action, handed
      *> back split out as well. Layout in runbook-step.cpy.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "runbook-step" IS INITIAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-line-ptr            PIC 9(4).
       01 ws-token-start         PIC 9(4).
       01 ws-token               PIC X(120).
       01 ws-token-upper         PIC X(6).
       01 ws-done-flag           PIC X VALUE "N".
       01 ws-first-word          PIC X(100).
       01 ws-path-idx            PIC 9(3).
       01 ws-slash-pos           PIC 9(3) VALUE 0.

       LINKAGE SECTION.
      *> the RUNBOOK record as read, comment lines already dropped
       01 lk-line                PIC X(256).
           COPY "runbook-step.cpy".

       PROCEDURE DIVISION USING lk-line RUNBOOK-STEP.
       prog.
           MOVE SPACES TO RUNBOOK-STEP.
           MOVE 0 TO rbs-limit.
           MOVE 1 TO ws-line-ptr.
           UNSTRING lk-line DELIMITED BY " "
             INTO rbs-word
             WITH POINTER ws-line-ptr
           END-UNSTRING.
           PERFORM UNTIL ws-done-flag = "Y"
               PERFORM TAKE-NEXT-TOKEN
           END-PERFORM.
           IF FUNCTION UPPER-CASE(rbs-word) = "WAIT"
               PERFORM SPLIT-WAIT-WORDS
           ELSE
               PERFORM PEEL-PROGRAM-NAME
           END-IF.
           EXIT PROGRAM.

      *>   one blank-delimited word: a keyword or the limit is kept
      *>   and the scan goes on; anything else starts the command,
      *>   which runs to the end of the line, blanks included
       TAKE-NEXT-TOKEN SECTION.
           PERFORM UNTIL ws-line-ptr > 256
               OR lk-line(ws-line-ptr:1) NOT = SPACE
               ADD 1 TO ws-line-ptr
           END-PERFORM.
           IF ws-line-ptr > 256
               MOVE "Y" TO ws-done-flag
               GO TO TAKE-NEXT-TOKEN-EXIT
           END-IF.
           MOVE ws-line-ptr TO ws-token-start.
           MOVE SPACES TO ws-token.
           UNSTRING lk-line DELIMITED BY " "
             INTO ws-token
             WITH POINTER ws-line-ptr
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-token(1:6)) TO ws-token-upper.
           EVALUATE TRUE
               WHEN ws-token-upper(1:5) = "NAME="
                   MOVE ws-token(6:) TO rbs-name
               WHEN ws-token-upper = "AFTER="
                   MOVE ws-token(7:) TO rbs-after
               WHEN ws-token-upper = "GROUP="
                   MOVE ws-token(7:) TO rbs-group
      *>       an all-digit word is the time limit, once; a command
      *>       in this shop starts with a path, never with digits
               WHEN FUNCTION TRIM(ws-token) IS NUMERIC
                   AND rbs-limit = 0
                   COMPUTE rbs-limit = FUNCTION NUMVAL(ws-token)
               WHEN OTHER
                   MOVE lk-line(ws-token-start:) TO rbs-command
                   MOVE "Y" TO ws-done-flag
           END-EVALUATE.
       TAKE-NEXT-TOKEN-EXIT.
           EXIT.

       SPLIT-WAIT-WORDS SECTION.
           UNSTRING rbs-command DELIMITED BY ALL " "
             INTO rbs-wait-file rbs-wait-by rbs-wait-action
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(rbs-wait-action)
             TO rbs-wait-action.

       PEEL-PROGRAM-NAME SECTION.
           MOVE SPACES TO ws-first-word.
           UNSTRING rbs-command DELIMITED BY ALL " "
             INTO ws-first-word
           END-UNSTRING.
           PERFORM VARYING ws-path-idx FROM 1 BY 1
               UNTIL ws-path-idx > 100
               IF ws-first-word(ws-path-idx:1) = "/"
                   MOVE ws-path-idx TO ws-slash-pos
               END-IF
           END-PERFORM.
           IF ws-slash-pos < 100
               MOVE ws-first-word(ws-slash-pos + 1:) TO rbs-program
           END-IF.

           END PROGRAM "runbook-step".
