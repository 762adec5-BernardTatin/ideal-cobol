      *> -------------------------------------------
      *> incident-maint.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> works the incident register: lists every incident in
      *> INCIDENTS not yet CLOSED, newest first, and takes an
      *> incident through its lifecycle -- OPEN (alert-console or
      *> chain-runner raised it), ASSIGNED (an OWNERS id has it),
      *> RESOLVED (a cause category and a resolution note are on
      *> it, and the restore clock stops), CLOSED (reviewed, off the
      *> list). Causes are the MSGCAT.CFG categories error-classify
      *> sorts compile failures into, plus the operational causes a
      *> batch night actually loses steps to. Every change goes
      *> through incident-io UPDATE and needs UPDATE in the
      *> operator's OPERS entry. Same SCREEN SECTION machinery as
      *> alert-console. Commands:
      *>
      *>   R                     refresh
      *>   V n                   show incident n's reference, summary
      *>                         and resolution note
      *>   A n owner             assign incident n to an OWNERS id
      *>   C n cause             set incident n's cause category
      *>   S n note...           resolve incident n
      *>   X n                   close resolved incident n
      *>   Q                     quit
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "incident-maint".

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
             CRT STATUS IS ws-crt-status.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE
               ASSIGN TO DYNAMIC ws-incident-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-incident-status.
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC ws-catalog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalog-status.

       DATA DIVISION.
         FILE SECTION.
         FD  INCIDENT-FILE.
         01 INCIDENT-LINE PIC X(407).
         FD  CATALOG-FILE.
         01 CATALOG-RECORD PIC X(200).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "incident-maint".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.
           01 ws-crt-status       PIC 9(4).

           01 ws-incident-path  PIC X(300) VALUE "INCIDENTS".
           01 ws-incident-status PIC XX.
           01 ws-incident-eof   PIC X.
           01 ws-catalog-path   PIC X(300) VALUE "MSGCAT.CFG".
           01 ws-catalog-status PIC XX.
           01 ws-catalog-eof    PIC X VALUE "N".
           01 ws-catalog-cat    PIC X(20).

      *>   the incident in hand, as incident-io files it
           COPY "incident-rec.cpy".
           01 ws-found-flag     PIC X.

      *>   the unclosed incidents on view; a full table drops its
      *>   oldest entry, so the screen always has the newest
           78 ws-inc-max VALUE 12.
           01 ws-inc-count      PIC 9(2) VALUE 0.
           01 ws-inc-idx        PIC 9(2).
           01 ws-inc-table.
               05 ws-inc-entry OCCURS 12 TIMES.
                   10 ws-inc-id        PIC 9(6).
                   10 ws-inc-state     PIC X(8).
                   10 ws-inc-source    PIC X(5).
                   10 ws-inc-program   PIC X(30).
                   10 ws-inc-cause     PIC X(20).
                   10 ws-inc-assignee  PIC X(30).
           01 ws-open-total     PIC 9(5) VALUE 0.

      *>   the causes an incident may be given: MSGCAT.CFG's
      *>   categories, read at start, after the operational ones
           78 ws-cause-max VALUE 40.
           01 ws-cause-count    PIC 9(2) VALUE 0.
           01 ws-cause-idx      PIC 9(2).
           01 ws-cause-ok       PIC X.
           01 ws-ops-cause-values.
               05 FILLER PIC X(20) VALUE "TIMEOUT".
               05 FILLER PIC X(20) VALUE "DISK-SPACE".
               05 FILLER PIC X(20) VALUE "DATA".
               05 FILLER PIC X(20) VALUE "CONFIG".
               05 FILLER PIC X(20) VALUE "DEPENDENCY".
               05 FILLER PIC X(20) VALUE "INFRA".
               05 FILLER PIC X(20) VALUE "OPERATOR".
               05 FILLER PIC X(20) VALUE "OTHER".
           01 ws-ops-cause-table REDEFINES ws-ops-cause-values.
               05 ws-ops-cause OCCURS 8 TIMES PIC X(20).
           78 ws-ops-cause-max VALUE 8.
           01 ws-cause-table.
               05 ws-cause-name OCCURS 40 TIMES PIC X(20).
           01 ws-cause-text     PIC X(152).
           01 ws-cause-ptr      PIC 9(4).

      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.

      *>   owner-check's USING items
           01 ws-chk-owner-id   PIC X(30).
           01 ws-chk-status     PIC 99.
           01 ws-chk-dept       PIC X(20).

      *>   incident-io's USING items
           01 ws-inc-action     PIC X(8).
           01 ws-inc-status     PIC 99.

           01 ws-now-date       PIC X(8).
           01 ws-now-time       PIC X(8).
           01 ws-now-stamp      PIC 9(14).

      *>   the screen's staging lines and the command in hand
           01 ws-scr-line-table.
               05 ws-scr-line OCCURS 12 TIMES PIC X(76).
           01 ws-scr-idx        PIC 9(2).
           01 ws-scr-title      PIC X(76).
           01 ws-ed-total       PIC Z(4)9.
           01 ws-detail-ref     PIC X(76).
           01 ws-detail-summary PIC X(76).
           01 ws-detail-note    PIC X(76).
           01 ws-command        PIC X(60).
           01 ws-cmd-word       PIC X(4).
           01 ws-cmd-arg        PIC X(6).
           01 ws-cmd-value      PIC X(30).
           01 ws-cmd-rest       PIC X(60).
           01 ws-cmd-ptr        PIC 9(4).
           01 ws-cmd-id         PIC 9(6).
           01 ws-message        PIC X(60).
           01 ws-quit-flag      PIC X VALUE "N".

       SCREEN SECTION.
       01 SC-INCIDENT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 PIC X(76) FROM ws-scr-title.
           05 LINE 2 COLUMN 1 VALUE "id     state    from  program".
           05 LINE 2 COLUMN 42 VALUE "cause          assignee".
           05 LINE 3  COLUMN 1 PIC X(76) FROM ws-scr-line(1).
           05 LINE 4  COLUMN 1 PIC X(76) FROM ws-scr-line(2).
           05 LINE 5  COLUMN 1 PIC X(76) FROM ws-scr-line(3).
           05 LINE 6  COLUMN 1 PIC X(76) FROM ws-scr-line(4).
           05 LINE 7  COLUMN 1 PIC X(76) FROM ws-scr-line(5).
           05 LINE 8  COLUMN 1 PIC X(76) FROM ws-scr-line(6).
           05 LINE 9  COLUMN 1 PIC X(76) FROM ws-scr-line(7).
           05 LINE 10 COLUMN 1 PIC X(76) FROM ws-scr-line(8).
           05 LINE 11 COLUMN 1 PIC X(76) FROM ws-scr-line(9).
           05 LINE 12 COLUMN 1 PIC X(76) FROM ws-scr-line(10).
           05 LINE 13 COLUMN 1 PIC X(76) FROM ws-scr-line(11).
           05 LINE 14 COLUMN 1 PIC X(76) FROM ws-scr-line(12).
           05 LINE 16 COLUMN 1 PIC X(76) FROM ws-detail-ref.
           05 LINE 17 COLUMN 1 PIC X(76) FROM ws-detail-summary.
           05 LINE 18 COLUMN 1 PIC X(76) FROM ws-detail-note.
           05 LINE 19 COLUMN 1 PIC X(76) FROM ws-cause-text(1:76).
           05 LINE 20 COLUMN 1 PIC X(76) FROM ws-cause-text(77:76).
           05 LINE 21 COLUMN 1 PIC X(60) FROM ws-message.
           05 LINE 22 COLUMN 1 VALUE
             "R, V n, A n owner, C n cause, S n note.., X n, Q: ".
           05 LINE 22 COLUMN 51 PIC X(60) TO ws-command.

       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-LOAD-CAUSES.
           perform 100-REFRESH-VIEW.
           perform 200-SCREEN-LOOP UNTIL ws-quit-flag = "Y".
           perform 900-TERMINATE.

      *>   the operational causes first, then each MSGCAT.CFG
      *>   category once; no catalog leaves the operational ones
       001-LOAD-CAUSES SECTION.
           PERFORM VARYING ws-cause-idx FROM 1 BY 1
               UNTIL ws-cause-idx > ws-ops-cause-max
               ADD 1 TO ws-cause-count
               MOVE ws-ops-cause(ws-cause-idx)
                 TO ws-cause-name(ws-cause-count)
           END-PERFORM.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               GO TO 001-LOAD-CAUSES-EXIT
           END-IF.
           PERFORM UNTIL ws-catalog-eof = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO ws-catalog-eof
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                           AND CATALOG-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO ws-catalog-cat
                           UNSTRING CATALOG-RECORD DELIMITED BY "="
                             INTO ws-catalog-cat
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(ws-catalog-cat)
                             TO ws-catalog-cat
                           PERFORM 005-ADD-CATALOG-CAUSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       001-LOAD-CAUSES-EXIT.
           MOVE SPACES TO ws-cause-text.
           MOVE 1 TO ws-cause-ptr.
           STRING "causes:" DELIMITED BY SIZE
             INTO ws-cause-text WITH POINTER ws-cause-ptr
           END-STRING.
           PERFORM VARYING ws-cause-idx FROM 1 BY 1
               UNTIL ws-cause-idx > ws-cause-count
               STRING " " FUNCTION TRIM(ws-cause-name(ws-cause-idx))
                 DELIMITED BY SIZE
                 INTO ws-cause-text WITH POINTER ws-cause-ptr
               END-STRING
           END-PERFORM.

       005-ADD-CATALOG-CAUSE SECTION.
           PERFORM VARYING ws-cause-idx FROM 1 BY 1
               UNTIL ws-cause-idx > ws-cause-count
               IF ws-cause-name(ws-cause-idx) = ws-catalog-cat
                   GO TO 005-ADD-CATALOG-CAUSE-EXIT
               END-IF
           END-PERFORM.
           IF ws-cause-count < ws-cause-max
               ADD 1 TO ws-cause-count
               MOVE ws-catalog-cat TO ws-cause-name(ws-cause-count)
           END-IF.
       005-ADD-CATALOG-CAUSE-EXIT.
           EXIT.

       100-REFRESH-VIEW SECTION.
           PERFORM 110-LOAD-INCIDENTS.
           PERFORM 140-BUILD-SCREEN-LINES.

      *>   the register is read oldest first; the table keeps the
      *>   newest twelve not yet closed
       110-LOAD-INCIDENTS SECTION.
           MOVE 0 TO ws-inc-count.
           MOVE 0 TO ws-open-total.
           MOVE "N" TO ws-incident-eof.
           OPEN INPUT INCIDENT-FILE.
           IF ws-incident-status NOT = "00"
               GO TO 110-LOAD-INCIDENTS-EXIT
           END-IF.
           PERFORM UNTIL ws-incident-eof = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO ws-incident-eof
                   NOT AT END
                       MOVE INCIDENT-LINE TO INCIDENT-RECORD
                       IF INCIDENT-LINE NOT = SPACES
                           AND inc-rec-id IS NUMERIC
                           AND inc-rec-state NOT = "CLOSED"
                           ADD 1 TO ws-open-total
                           PERFORM 115-KEEP-INCIDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCIDENT-FILE.
       110-LOAD-INCIDENTS-EXIT.
           EXIT.

       115-KEEP-INCIDENT SECTION.
           IF ws-inc-count = ws-inc-max
               PERFORM VARYING ws-inc-idx FROM 1 BY 1
                   UNTIL ws-inc-idx >= ws-inc-max
                   MOVE ws-inc-entry(ws-inc-idx + 1)
                     TO ws-inc-entry(ws-inc-idx)
               END-PERFORM
           ELSE
               ADD 1 TO ws-inc-count
           END-IF.
           MOVE inc-rec-id       TO ws-inc-id(ws-inc-count).
           MOVE inc-rec-state    TO ws-inc-state(ws-inc-count).
           MOVE inc-rec-source   TO ws-inc-source(ws-inc-count).
           MOVE inc-rec-program  TO ws-inc-program(ws-inc-count).
           MOVE inc-rec-cause    TO ws-inc-cause(ws-inc-count).
           MOVE inc-rec-assignee TO ws-inc-assignee(ws-inc-count).

       140-BUILD-SCREEN-LINES SECTION.
           MOVE ws-open-total TO ws-ed-total.
           MOVE SPACES TO ws-scr-title.
           STRING "Incidents not closed:" ws-ed-total
             "   (newest first)" DELIMITED BY SIZE
             INTO ws-scr-title
           END-STRING.
           MOVE SPACES TO ws-scr-line-table.
           MOVE 0 TO ws-scr-idx.
           PERFORM VARYING ws-inc-idx FROM ws-inc-count BY -1
               UNTIL ws-inc-idx < 1
               ADD 1 TO ws-scr-idx
               STRING ws-inc-id(ws-inc-idx) " "
                 ws-inc-state(ws-inc-idx) " "
                 ws-inc-source(ws-inc-idx) " "
                 ws-inc-program(ws-inc-idx)(1:18) " "
                 ws-inc-cause(ws-inc-idx)(1:14) " "
                 ws-inc-assignee(ws-inc-idx)(1:20)
                 DELIMITED BY SIZE
                 INTO ws-scr-line(ws-scr-idx)
               END-STRING
           END-PERFORM.
           IF ws-inc-count = 0
               MOVE "(no incidents open)" TO ws-scr-line(1)
           END-IF.

       200-SCREEN-LOOP SECTION.
           MOVE SPACES TO ws-command.
           DISPLAY SC-INCIDENT-SCREEN.
           ACCEPT SC-INCIDENT-SCREEN.
           MOVE SPACES TO ws-message.
           MOVE SPACES TO ws-cmd-word.
           MOVE SPACES TO ws-cmd-arg.
           MOVE SPACES TO ws-cmd-value.
           MOVE SPACES TO ws-cmd-rest.
           MOVE 1 TO ws-cmd-ptr.
           UNSTRING ws-command DELIMITED BY ALL " "
             INTO ws-cmd-word ws-cmd-arg
             WITH POINTER ws-cmd-ptr
           END-UNSTRING.
           IF ws-cmd-ptr <= 60
               MOVE ws-command(ws-cmd-ptr:) TO ws-cmd-rest
           END-IF.
           UNSTRING ws-cmd-rest DELIMITED BY ALL " "
             INTO ws-cmd-value
           END-UNSTRING.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-cmd-word))
               WHEN "R"
                   PERFORM 100-REFRESH-VIEW
               WHEN "V"
                   PERFORM 300-VIEW-INCIDENT
               WHEN "A"
                   PERFORM 400-ASSIGN-INCIDENT
                   PERFORM 100-REFRESH-VIEW
               WHEN "C"
                   PERFORM 500-SET-CAUSE
                   PERFORM 100-REFRESH-VIEW
               WHEN "S"
                   PERFORM 600-RESOLVE-INCIDENT
                   PERFORM 100-REFRESH-VIEW
               WHEN "X"
                   PERFORM 700-CLOSE-INCIDENT
                   PERFORM 100-REFRESH-VIEW
               WHEN "Q"
                   MOVE "Y" TO ws-quit-flag
               WHEN OTHER
                   MOVE "R, V n, A n owner, C n cause, S n.., X n, Q"
                     TO ws-message
           END-EVALUATE.

      *>   the incident the command names, read off the register
      *>   into INCIDENT-RECORD; ws-found-flag says whether it was
       210-FETCH-INCIDENT SECTION.
           MOVE "N" TO ws-found-flag.
           MOVE 0 TO ws-cmd-id.
           IF FUNCTION TRIM(ws-cmd-arg) IS NUMERIC
               COMPUTE ws-cmd-id = FUNCTION NUMVAL(ws-cmd-arg)
           END-IF.
           IF ws-cmd-id = 0
               MOVE "that is not an incident number" TO ws-message
               GO TO 210-FETCH-INCIDENT-EXIT
           END-IF.
           MOVE "N" TO ws-incident-eof.
           OPEN INPUT INCIDENT-FILE.
           IF ws-incident-status NOT = "00"
               MOVE "there is no INCIDENTS register yet" TO ws-message
               GO TO 210-FETCH-INCIDENT-EXIT
           END-IF.
           PERFORM UNTIL ws-incident-eof = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO ws-incident-eof
                   NOT AT END
                       IF INCIDENT-LINE(1:6) IS NUMERIC
                           AND INCIDENT-LINE(1:6) = ws-cmd-id
                           MOVE INCIDENT-LINE TO INCIDENT-RECORD
                           MOVE "Y" TO ws-found-flag
                           MOVE "Y" TO ws-incident-eof
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCIDENT-FILE.
           IF ws-found-flag = "N"
               MOVE "no incident with that number" TO ws-message
           END-IF.
       210-FETCH-INCIDENT-EXIT.
           EXIT.

      *>   every change is an UPDATE: the operator needs UPDATE in
      *>   OPERS, and a denial is already in ERROR.LOG
       220-CHECK-PERMISSION SECTION.
           MOVE "UPDATE" TO ws-opers-class.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               MOVE "not permitted: UPDATE is not in your OPERS"
                 TO ws-message
               MOVE "N" TO ws-found-flag
           END-IF.

       230-NOW-STAMP SECTION.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           COMPUTE ws-now-stamp =
             (FUNCTION NUMVAL(ws-now-date) * 1000000)
             + FUNCTION NUMVAL(ws-now-time(1:6)).

       240-UPDATE-INCIDENT SECTION.
           MOVE "UPDATE" TO ws-inc-action.
           CALL "incident-io" USING ws-inc-action INCIDENT-RECORD
             ws-inc-status
           END-CALL.
           IF ws-inc-status NOT = 0
               MOVE "INM010E could not rewrite INCIDENTS" TO ws-message
               MOVE ws-message TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
           END-IF.

       300-VIEW-INCIDENT SECTION.
           PERFORM 210-FETCH-INCIDENT.
           IF ws-found-flag = "N"
               GO TO 300-VIEW-INCIDENT-EXIT
           END-IF.
           PERFORM 310-SHOW-DETAIL.
       300-VIEW-INCIDENT-EXIT.
           EXIT.

       310-SHOW-DETAIL SECTION.
           MOVE SPACES TO ws-detail-ref.
           MOVE SPACES TO ws-detail-summary.
           MOVE SPACES TO ws-detail-note.
           STRING inc-rec-id " ref: " inc-rec-ref
             DELIMITED BY SIZE INTO ws-detail-ref
           END-STRING.
           STRING "       " inc-rec-summary
             DELIMITED BY SIZE INTO ws-detail-summary
           END-STRING.
           STRING "  note: " inc-rec-note
             DELIMITED BY SIZE INTO ws-detail-note
           END-STRING.

      *>   assigning is the moment someone has it: the acknowledge
      *>   clock stops then if nothing stopped it before
       400-ASSIGN-INCIDENT SECTION.
           PERFORM 210-FETCH-INCIDENT.
           IF ws-found-flag = "N"
               GO TO 400-ASSIGN-INCIDENT-EXIT
           END-IF.
           IF inc-rec-state NOT = "OPEN"
               AND inc-rec-state NOT = "ASSIGNED"
               MOVE "only an open or assigned incident is assigned"
                 TO ws-message
               GO TO 400-ASSIGN-INCIDENT-EXIT
           END-IF.
           IF ws-cmd-value = SPACES
               MOVE "assigning needs an owner id" TO ws-message
               GO TO 400-ASSIGN-INCIDENT-EXIT
           END-IF.
           MOVE ws-cmd-value TO ws-chk-owner-id.
           CALL "owner-check" USING ws-chk-owner-id ws-chk-status
             ws-chk-dept
           END-CALL.
           IF ws-chk-status NOT = 0
               MOVE "that is not an active owner in OWNERS"
                 TO ws-message
               GO TO 400-ASSIGN-INCIDENT-EXIT
           END-IF.
           PERFORM 220-CHECK-PERMISSION.
           IF ws-found-flag = "N"
               GO TO 400-ASSIGN-INCIDENT-EXIT
           END-IF.
           PERFORM 230-NOW-STAMP.
           MOVE "ASSIGNED" TO inc-rec-state.
           MOVE ws-cmd-value TO inc-rec-assignee.
           IF inc-rec-acked = 0
               MOVE ws-now-stamp TO inc-rec-acked
           END-IF.
           PERFORM 240-UPDATE-INCIDENT.
           IF ws-inc-status = 0
               MOVE "assigned" TO ws-message
               PERFORM 310-SHOW-DETAIL
           END-IF.
       400-ASSIGN-INCIDENT-EXIT.
           EXIT.

       500-SET-CAUSE SECTION.
           PERFORM 210-FETCH-INCIDENT.
           IF ws-found-flag = "N"
               GO TO 500-SET-CAUSE-EXIT
           END-IF.
           IF inc-rec-state = "CLOSED"
               MOVE "a closed incident is not changed" TO ws-message
               GO TO 500-SET-CAUSE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-cmd-value) TO ws-cmd-value.
           MOVE "N" TO ws-cause-ok.
           PERFORM VARYING ws-cause-idx FROM 1 BY 1
               UNTIL ws-cause-idx > ws-cause-count
               IF ws-cause-name(ws-cause-idx) = ws-cmd-value
                   MOVE "Y" TO ws-cause-ok
               END-IF
           END-PERFORM.
           IF ws-cause-ok = "N" OR ws-cmd-value = SPACES
               MOVE "not a cause -- pick one of those listed"
                 TO ws-message
               GO TO 500-SET-CAUSE-EXIT
           END-IF.
           PERFORM 220-CHECK-PERMISSION.
           IF ws-found-flag = "N"
               GO TO 500-SET-CAUSE-EXIT
           END-IF.
           MOVE ws-cmd-value TO inc-rec-cause.
           PERFORM 240-UPDATE-INCIDENT.
           IF ws-inc-status = 0
               MOVE "cause set" TO ws-message
               PERFORM 310-SHOW-DETAIL
           END-IF.
       500-SET-CAUSE-EXIT.
           EXIT.

      *>   resolved is restored: the restore clock stops here, so
      *>   the incident must say what caused it and what was done
       600-RESOLVE-INCIDENT SECTION.
           PERFORM 210-FETCH-INCIDENT.
           IF ws-found-flag = "N"
               GO TO 600-RESOLVE-INCIDENT-EXIT
           END-IF.
           IF inc-rec-state NOT = "ASSIGNED"
               MOVE "only an assigned incident is resolved"
                 TO ws-message
               GO TO 600-RESOLVE-INCIDENT-EXIT
           END-IF.
           IF inc-rec-cause = SPACES
               MOVE "give the incident a cause (C n cause) first"
                 TO ws-message
               GO TO 600-RESOLVE-INCIDENT-EXIT
           END-IF.
           IF ws-cmd-rest = SPACES
               MOVE "resolving needs a resolution note" TO ws-message
               GO TO 600-RESOLVE-INCIDENT-EXIT
           END-IF.
           PERFORM 220-CHECK-PERMISSION.
           IF ws-found-flag = "N"
               GO TO 600-RESOLVE-INCIDENT-EXIT
           END-IF.
           PERFORM 230-NOW-STAMP.
           MOVE "RESOLVED" TO inc-rec-state.
           MOVE ws-now-stamp TO inc-rec-resolved.
           MOVE ws-cmd-rest TO inc-rec-note.
           PERFORM 240-UPDATE-INCIDENT.
           IF ws-inc-status = 0
               MOVE "resolved" TO ws-message
               PERFORM 310-SHOW-DETAIL
           END-IF.
       600-RESOLVE-INCIDENT-EXIT.
           EXIT.

       700-CLOSE-INCIDENT SECTION.
           PERFORM 210-FETCH-INCIDENT.
           IF ws-found-flag = "N"
               GO TO 700-CLOSE-INCIDENT-EXIT
           END-IF.
           IF inc-rec-state NOT = "RESOLVED"
               MOVE "only a resolved incident is closed" TO ws-message
               GO TO 700-CLOSE-INCIDENT-EXIT
           END-IF.
           PERFORM 220-CHECK-PERMISSION.
           IF ws-found-flag = "N"
               GO TO 700-CLOSE-INCIDENT-EXIT
           END-IF.
           PERFORM 230-NOW-STAMP.
           MOVE "CLOSED" TO inc-rec-state.
           MOVE ws-now-stamp TO inc-rec-closed.
           PERFORM 240-UPDATE-INCIDENT.
           IF ws-inc-status = 0
               MOVE "closed" TO ws-message
           END-IF.
       700-CLOSE-INCIDENT-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "INM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "INM002E incident maintenance ended with errors"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "incident-maint".
