      *> -------------------------------------------
      *> owner-attest.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the quarterly ownership attestation cycle. PROJ-OWNER is
      *> checked against OWNERS when it is set, but nobody ever
      *> confirmed the owner still wanted the project -- and half the
      *> stale projects turned out to belong to people who had moved
      *> teams. Three steps:
      *>
      *>   OPEN [days]   opens this quarter's cycle: one PENDING line
      *>                 in ATTESTATIONS per live (ACTIVE or ON-HOLD)
      *>                 project on the cycle's PROJECTS snapshot,
      *>                 and one attestation item per owner in
      *>                 attest/, listing that owner's projects and
      *>                 how to answer. Responses are due in [days],
      *>                 ATTEST-DAYS= in MAKER.CFG, or 21. A quarter
      *>                 already opened is left as it is, so the
      *>                 monthly chain can ask every month.
      *>   RESPOND <project> KEEP | RETIRE | TRANSFER <new-owner>
      *>                 records the owner's answer for one project
      *>                 in the open cycle; a later answer replaces
      *>                 an earlier one.
      *>   REPORT        the coverage report by department, filed
      *>                 as REPORT.ATTEST; rewrites ATTEST-RETIRE
      *>                 (the list shape retire-project --batch
      *>                 reads) and ATTEST-TRANSFERS (the one
      *>                 transfer-owner --batch reads) from the
      *>                 cycle's answers, for review before either
      *>                 is run; and, once the deadline has passed,
      *>                 escalates every owner still not answered
      *>                 through send-alert -- once per owner per
      *>                 cycle, the date kept on the register.
      *>
      *> Nothing here changes the PROJECTS master: the transfers and
      *> retirements go through their own tools, under their own
      *> permission and ticket checks, off the reviewed lists.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "owner-attest".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEST-FILE
               ASSIGN TO DYNAMIC ws-attest-file-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-attest-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.
           SELECT OWNERS-FILE
               ASSIGN TO DYNAMIC ws-owners-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owners-status.
           SELECT ITEM-FILE
               ASSIGN TO DYNAMIC ws-item-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-item-status.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC ws-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.

       DATA DIVISION.
         FILE SECTION.
         FD  ATTEST-FILE.
           COPY "attest-rec.cpy".
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).
         FD  OWNERS-FILE.
         01 OWNERS-RECORD.
             05 own-rec-id        PIC X(30).
             05 FILLER            PIC X.
             05 own-rec-name      PIC X(40).
             05 FILLER            PIC X.
             05 own-rec-dept      PIC X(20).
             05 FILLER            PIC X.
             05 own-rec-contact   PIC X(40).
             05 FILLER            PIC X.
             05 own-rec-active    PIC X.
      *>   one owner's attestation item, attest/<cycle>-<owner>.txt
         FD  ITEM-FILE.
         01 ITEM-RECORD PIC X(100).
      *>   ATTEST-RETIRE or ATTEST-TRANSFERS
         FD  LIST-FILE.
         01 LIST-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "owner-attest".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   chain's timeline shows it
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

           01 ws-attest-path     PIC X(300) VALUE "ATTESTATIONS".
           01 ws-attest-tmp-path PIC X(300) VALUE "ATTESTATIONS.TMP".
           01 ws-attest-file-path PIC X(300).
           01 ws-attest-status   PIC XX.
           01 ws-attest-eof      PIC X VALUE "N".
           01 ws-config-path     PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status   PIC XX.
           01 ws-config-eof      PIC X VALUE "N".
           01 ws-config-key      PIC X(40).
           01 ws-config-value    PIC X(200).
           01 ws-owners-path     PIC X(300) VALUE "OWNERS".
           01 ws-owners-status   PIC XX.
           01 ws-owners-eof      PIC X VALUE "N".
           01 ws-item-path       PIC X(300).
           01 ws-item-status     PIC XX.
           01 ws-list-path       PIC X(300).
           01 ws-list-status     PIC XX.
           01 ws-retire-path     PIC X(300) VALUE "ATTEST-RETIRE".
           01 ws-transfer-path   PIC X(300) VALUE "ATTEST-TRANSFERS".
           01 ws-rc              PIC 9(9) COMP-5.

           01 ws-cmdline         PIC X(300).
           01 ws-op-word         PIC X(8).
           01 ws-arg-1           PIC X(48).
           01 ws-arg-2           PIC X(48).
           01 ws-arg-3           PIC X(48).
           01 ws-operator        PIC X(30).

      *>   how long owners have to answer, MAKER.CFG overriding the
      *>   shipped 21 days and the OPEN argument overriding both
           01 ws-attest-days     PIC 9(3) VALUE 21.

           01 ws-today           PIC X(8).
           01 ws-today-num REDEFINES ws-today.
               05 ws-today-ccyy  PIC 9(4).
               05 ws-today-mm    PIC 9(2).
               05 ws-today-dd    PIC 9(2).
           01 ws-deadline        PIC 9(8).
           01 ws-quarter         PIC 9.
           01 ws-this-cycle      PIC X(6).
      *>   the newest cycle on the register -- the open one
           01 ws-open-cycle      PIC X(6) VALUE SPACES.
           01 ws-open-opened     PIC X(8).
           01 ws-open-deadline   PIC X(8).

      *>   projects-snap's USING items; each project read off the
      *>   snapshot is moved into ws-projects-record
           01 ws-snap-op        PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
               05 ws-proj-owner         PIC X(30).
               05 ws-proj-create-date   PIC X(8).
               05 ws-proj-create-time   PIC X(8).
               05 ws-proj-template      PIC X(12).
               05 ws-proj-status        PIC X(10).
               05 ws-proj-cloned-from   PIC X(48).
               05 ws-proj-module-type   PIC X(4).
               05 ws-proj-verified      PIC X(8).
           COPY "projects-snap-rec.cpy".
           01 ws-snap-status    PIC 99.

      *>   owner-check's USING items, for a TRANSFER's new owner
           01 ws-owner-id            PIC X(30).
           01 ws-owner-check-status  PIC 99.
           01 ws-owner-dept          PIC X(20).

      *>   the whole register held in storage while a step works on
      *>   it, written back under a .TMP name and renamed into place
           78 ws-att-max VALUE 3000.
           01 ws-att-count      PIC 9(5) VALUE 0.
           01 ws-att-idx        PIC 9(5).
           01 ws-att-table.
               05 ws-att-entry OCCURS 3000 TIMES.
                   10 ws-att-cycle      PIC X(6).
                   10 ws-att-owner      PIC X(30).
                   10 ws-att-project    PIC X(48).
                   10 ws-att-dept       PIC X(20).
                   10 ws-att-opened     PIC X(8).
                   10 ws-att-deadline   PIC X(8).
                   10 ws-att-response   PIC X(8).
                   10 ws-att-new-owner  PIC X(30).
                   10 ws-att-answered   PIC X(8).
                   10 ws-att-by         PIC X(30).
                   10 ws-att-escalated  PIC X(8).
           01 ws-att-found      PIC 9(5).
           01 ws-register-dirty PIC X VALUE "N".

      *>   the OWNERS master's names and contacts, for the items
           78 ws-own-max VALUE 200.
           01 ws-own-count      PIC 9(4) VALUE 0.
           01 ws-own-idx        PIC 9(4).
           01 ws-own-table.
               05 ws-own-entry OCCURS 200 TIMES.
                   10 ws-own-id      PIC X(30).
                   10 ws-own-name    PIC X(40).
                   10 ws-own-contact PIC X(40).

      *>   the cycle's owners: how many projects each holds and how
      *>   many are still unanswered
           78 ws-who-max VALUE 500.
           01 ws-who-count      PIC 9(4) VALUE 0.
           01 ws-who-idx        PIC 9(4).
           01 ws-who-table.
               05 ws-who-entry OCCURS 500 TIMES.
                   10 ws-who-owner     PIC X(30).
                   10 ws-who-dept      PIC X(20).
                   10 ws-who-projects  PIC 9(5).
                   10 ws-who-pending   PIC 9(5).
                   10 ws-who-escalated PIC X(8).
           01 ws-find-owner     PIC X(30).
           01 ws-find-dept      PIC X(20).
           01 ws-found-flag     PIC X.

      *>   the coverage rollup by department
           78 ws-dept-max VALUE 50.
           01 ws-dept-count     PIC 9(3) VALUE 0.
           01 ws-dept-idx       PIC 9(3).
           01 ws-dept-table.
               05 ws-dept-entry OCCURS 50 TIMES.
                   10 ws-dept-name      PIC X(20).
                   10 ws-dept-owners    PIC 9(4).
                   10 ws-dept-done      PIC 9(4).
                   10 ws-dept-projects  PIC 9(5).
                   10 ws-dept-keep      PIC 9(5).
                   10 ws-dept-transfer  PIC 9(5).
                   10 ws-dept-retire    PIC 9(5).
                   10 ws-dept-pending   PIC 9(5).

           01 ws-opened-count   PIC 9(5) VALUE 0.
           01 ws-item-count     PIC 9(4) VALUE 0.
           01 ws-total-projects PIC 9(5) VALUE 0.
           01 ws-total-answered PIC 9(5) VALUE 0.
           01 ws-total-pending  PIC 9(5) VALUE 0.
           01 ws-owners-out     PIC 9(4) VALUE 0.
           01 ws-retire-count   PIC 9(5) VALUE 0.
           01 ws-transfer-count PIC 9(5) VALUE 0.
           01 ws-escalate-count PIC 9(4) VALUE 0.
           01 ws-escalate-projects PIC 9(5) VALUE 0.
           01 ws-pct            PIC 9(3).
           01 ws-red-flag       PIC X VALUE "N".

      *>   send-alert's USING items for the overdue escalation
           01 ws-alert-failed   PIC X(80).
           01 ws-alert-counts   PIC X(80).

      *>   the printed rows, the way health-scorecard lays out its
      *>   own department rollup
           01 ws-dept-head-line.
               05 FILLER PIC X(22) VALUE "Department".
               05 FILLER PIC X(8)  VALUE "Owners".
               05 FILLER PIC X(7)  VALUE "Done".
               05 FILLER PIC X(8)  VALUE "Projs".
               05 FILLER PIC X(7)  VALUE "Keep".
               05 FILLER PIC X(7)  VALUE "Xfer".
               05 FILLER PIC X(7)  VALUE "Retr".
               05 FILLER PIC X(7)  VALUE "Pend".
               05 FILLER PIC X(5)  VALUE "Cov%".
           01 ws-dept-line.
               05 ws-dpt-name       PIC X(20).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-owners     PIC ZZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-done       PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-projects   PIC ZZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-keep       PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-transfer   PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-retire     PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-pending    PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-dpt-pct        PIC ZZ9.
           01 ws-who-head-line.
               05 FILLER PIC X(32) VALUE "Owner".
               05 FILLER PIC X(22) VALUE "Department".
               05 FILLER PIC X(8)  VALUE "Unansd".
               05 FILLER PIC X(8)  VALUE "Of".
               05 FILLER PIC X(9)  VALUE "Escalated".
           01 ws-who-line.
               05 ws-wln-owner      PIC X(30).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-wln-dept       PIC X(20).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-wln-pending    PIC ZZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-wln-projects   PIC ZZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 ws-wln-escalated  PIC X(8).

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "ATTEST ownership attestation coverage".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 050-LOAD-REGISTER.
           EVALUATE ws-op-word
               WHEN "OPEN"
                   perform 200-OPEN-CYCLE
               WHEN "RESPOND"
                   perform 300-RECORD-RESPONSE
               WHEN "REPORT"
                   perform 400-REPORT-COVERAGE
               WHEN OTHER
                   DISPLAY "OAT010E usage: owner-attest OPEN [days] | "
                     "RESPOND <project> KEEP|RETIRE|TRANSFER "
                     "<new-owner> | REPORT" UPON SYSERR
                   END-DISPLAY
                   MOVE "Y" TO ws-red-flag
           END-EVALUATE.
           IF ws-register-dirty = "Y"
               perform 060-WRITE-REGISTER
           END-IF.
           IF ws-red-flag = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           ACCEPT ws-operator FROM ENVIRONMENT "USER".
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-op-word.
           MOVE SPACES TO ws-arg-1.
           MOVE SPACES TO ws-arg-2.
           MOVE SPACES TO ws-arg-3.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-op-word ws-arg-1 ws-arg-2 ws-arg-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.
           PERFORM 010-READ-CONFIG.
      *>   the cycle this quarter's OPEN would open: 2026Q4
           COMPUTE ws-quarter = ((ws-today-mm - 1) / 3) + 1.
           MOVE SPACES TO ws-this-cycle.
           STRING ws-today(1:4) "Q" ws-quarter
             DELIMITED BY SIZE INTO ws-this-cycle
           END-STRING.

      *>   ATTEST-DAYS= is the only key read; a missing MAKER.CFG
      *>   leaves the shipped 21 days
       010-READ-CONFIG SECTION.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               GO TO 010-READ-CONFIG-EXIT
           END-IF.
           PERFORM UNTIL ws-config-eof = "Y"
               READ CONFIG-FILE
                   AT END
                       MOVE "Y" TO ws-config-eof
                   NOT AT END
                       IF CONFIG-RECORD NOT = SPACES
                           AND CONFIG-RECORD(1:1) NOT = "*"
                           PERFORM 020-APPLY-CONFIG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       010-READ-CONFIG-EXIT.
           EXIT.

       020-APPLY-CONFIG-LINE SECTION.
           MOVE SPACES TO ws-config-key.
           MOVE SPACES TO ws-config-value.
           UNSTRING CONFIG-RECORD DELIMITED BY "="
             INTO ws-config-key ws-config-value
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-config-key))
                = "ATTEST-DAYS"
               AND FUNCTION TRIM(ws-config-value) IS NUMERIC
               COMPUTE ws-attest-days =
                 FUNCTION NUMVAL(ws-config-value)
           END-IF.

      *>   an absent register is simply an empty one; the newest
      *>   cycle on it is the one RESPOND and REPORT work on
       050-LOAD-REGISTER SECTION.
           MOVE ws-attest-path TO ws-attest-file-path.
           OPEN INPUT ATTEST-FILE.
           IF ws-attest-status NOT = "00"
               GO TO 050-LOAD-REGISTER-EXIT
           END-IF.
           PERFORM UNTIL ws-attest-eof = "Y"
               READ ATTEST-FILE
                   AT END
                       MOVE "Y" TO ws-attest-eof
                   NOT AT END
                       IF ATTEST-RECORD NOT = SPACES
                           PERFORM 055-TAKE-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEST-FILE.
       050-LOAD-REGISTER-EXIT.
           EXIT.

       055-TAKE-REGISTER-LINE SECTION.
      *>   a register past the table would be cut short by the
      *>   rewrite -- better no step at all than a shortened history
           IF ws-att-count >= ws-att-max
               DISPLAY "OAT011E owner-attest: "
                 FUNCTION TRIM(ws-attest-path) " holds more than "
                 ws-att-max " lines -- nothing done" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ADD 1 TO ws-att-count.
           MOVE att-rec-cycle     TO ws-att-cycle(ws-att-count).
           MOVE att-rec-owner     TO ws-att-owner(ws-att-count).
           MOVE att-rec-project   TO ws-att-project(ws-att-count).
           MOVE att-rec-dept      TO ws-att-dept(ws-att-count).
           MOVE att-rec-opened    TO ws-att-opened(ws-att-count).
           MOVE att-rec-deadline  TO ws-att-deadline(ws-att-count).
           MOVE att-rec-response  TO ws-att-response(ws-att-count).
           MOVE att-rec-new-owner TO ws-att-new-owner(ws-att-count).
           MOVE att-rec-answered  TO ws-att-answered(ws-att-count).
           MOVE att-rec-by        TO ws-att-by(ws-att-count).
           MOVE att-rec-escalated TO ws-att-escalated(ws-att-count).
           IF att-rec-cycle > ws-open-cycle
               MOVE att-rec-cycle TO ws-open-cycle
               MOVE att-rec-opened TO ws-open-opened
               MOVE att-rec-deadline TO ws-open-deadline
           END-IF.

      *>   the whole register to ATTESTATIONS.TMP, then renamed into
      *>   place, so a failed write never leaves half a register
       060-WRITE-REGISTER SECTION.
           MOVE ws-attest-tmp-path TO ws-attest-file-path.
           OPEN OUTPUT ATTEST-FILE.
           IF ws-attest-status NOT = "00"
               DISPLAY "OAT012E owner-attest: could not write '"
                 FUNCTION TRIM(ws-attest-tmp-path) "', status "
                 ws-attest-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 060-WRITE-REGISTER-EXIT
           END-IF.
           PERFORM VARYING ws-att-idx FROM 1 BY 1
               UNTIL ws-att-idx > ws-att-count
               MOVE SPACES TO ATTEST-RECORD
               MOVE ws-att-cycle(ws-att-idx)     TO att-rec-cycle
               MOVE ws-att-owner(ws-att-idx)     TO att-rec-owner
               MOVE ws-att-project(ws-att-idx)   TO att-rec-project
               MOVE ws-att-dept(ws-att-idx)      TO att-rec-dept
               MOVE ws-att-opened(ws-att-idx)    TO att-rec-opened
               MOVE ws-att-deadline(ws-att-idx)  TO att-rec-deadline
               MOVE ws-att-response(ws-att-idx)  TO att-rec-response
               MOVE ws-att-new-owner(ws-att-idx) TO att-rec-new-owner
               MOVE ws-att-answered(ws-att-idx)  TO att-rec-answered
               MOVE ws-att-by(ws-att-idx)        TO att-rec-by
               MOVE ws-att-escalated(ws-att-idx) TO att-rec-escalated
               WRITE ATTEST-RECORD
           END-PERFORM.
           CLOSE ATTEST-FILE.
           CALL "CBL_RENAME_FILE" USING ws-attest-tmp-path
             ws-attest-path
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "OAT012E owner-attest: could not write '"
                 FUNCTION TRIM(ws-attest-path) "', status "
                 ws-rc UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
           END-IF.
       060-WRITE-REGISTER-EXIT.
           EXIT.

      *>   every live project on the snapshot goes on the cycle under
      *>   the owner it has today; the snapshot carries the owner's
      *>   department already joined on
       200-OPEN-CYCLE SECTION.
           IF ws-open-cycle = ws-this-cycle
               DISPLAY "OAT013I owner-attest: cycle " ws-this-cycle
                 " is already open, responses due "
                 ws-open-deadline
               END-DISPLAY
               GO TO 200-OPEN-CYCLE-EXIT
           END-IF.
           IF ws-arg-1 NOT = SPACES
               IF FUNCTION TRIM(ws-arg-1) IS NUMERIC
                   COMPUTE ws-attest-days = FUNCTION NUMVAL(ws-arg-1)
               ELSE
                   DISPLAY "OAT014E owner-attest: OPEN takes a number "
                     "of days to answer in, not '"
                     FUNCTION TRIM(ws-arg-1) "'" UPON SYSERR
                   END-DISPLAY
                   MOVE "Y" TO ws-red-flag
                   GO TO 200-OPEN-CYCLE-EXIT
               END-IF
           END-IF.
           COMPUTE ws-deadline = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-today))
              + ws-attest-days).
           MOVE "OPEN" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               DISPLAY "OAT015E owner-attest: no PROJECTS snapshot to "
                 "open the cycle from" UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 200-OPEN-CYCLE-EXIT
           END-IF.
           MOVE "NEXT" TO ws-snap-op.
      *>   priming call -- OPEN hands back the snapshot's trailer,
      *>   not a project
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   OR FUNCTION TRIM(ws-proj-status) = "ON-HOLD"
                   PERFORM 210-OPEN-ONE-PROJECT
               END-IF
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.
           IF ws-red-flag = "Y"
               GO TO 200-OPEN-CYCLE-EXIT
           END-IF.
           IF ws-opened-count = 0
               DISPLAY "OAT016W owner-attest: no live projects on the "
                 "snapshot -- cycle " ws-this-cycle " not opened"
                 UPON SYSERR
               END-DISPLAY
               GO TO 200-OPEN-CYCLE-EXIT
           END-IF.
           MOVE "Y" TO ws-register-dirty.
           MOVE ws-this-cycle TO ws-open-cycle.
           PERFORM 220-LOAD-OWNERS.
           PERFORM 500-TALLY-OWNERS.
           CALL "CBL_CREATE_DIR" USING "attest"
             RETURNING ws-rc
           END-CALL.
           PERFORM VARYING ws-who-idx FROM 1 BY 1
               UNTIL ws-who-idx > ws-who-count
               PERFORM 230-WRITE-ONE-ITEM
           END-PERFORM.
           DISPLAY "owner-attest: cycle " ws-this-cycle " opened, "
             ws-opened-count " project(s) for " ws-item-count
             " owner(s), responses due " ws-deadline
           END-DISPLAY.
       200-OPEN-CYCLE-EXIT.
           EXIT.

       210-OPEN-ONE-PROJECT SECTION.
           IF ws-red-flag = "Y"
               GO TO 210-OPEN-ONE-PROJECT-EXIT
           END-IF.
           IF ws-att-count >= ws-att-max
               DISPLAY "OAT011E owner-attest: "
                 FUNCTION TRIM(ws-attest-path) " would hold more "
                 "than " ws-att-max " lines -- cycle not opened"
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 210-OPEN-ONE-PROJECT-EXIT
           END-IF.
           ADD 1 TO ws-att-count.
           ADD 1 TO ws-opened-count.
           INITIALIZE ws-att-entry(ws-att-count).
           MOVE ws-this-cycle TO ws-att-cycle(ws-att-count).
           MOVE ws-proj-owner TO ws-att-owner(ws-att-count).
           IF ws-proj-owner = SPACES
               MOVE "(unowned)" TO ws-att-owner(ws-att-count)
           END-IF.
           MOVE ws-proj-name TO ws-att-project(ws-att-count).
           MOVE snap-owner-dept TO ws-att-dept(ws-att-count).
           IF snap-owner-dept = SPACES
               MOVE "(no department)" TO ws-att-dept(ws-att-count)
           END-IF.
           MOVE ws-today TO ws-att-opened(ws-att-count).
           MOVE ws-deadline TO ws-att-deadline(ws-att-count).
           MOVE "PENDING" TO ws-att-response(ws-att-count).
       210-OPEN-ONE-PROJECT-EXIT.
           EXIT.

      *>   names and contacts for the item headings; an owner not in
      *>   OWNERS still gets an item, just without them
       220-LOAD-OWNERS SECTION.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               GO TO 220-LOAD-OWNERS-EXIT
           END-IF.
           PERFORM UNTIL ws-owners-eof = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO ws-owners-eof
                   NOT AT END
                       IF OWNERS-RECORD NOT = SPACES
                           AND ws-own-count < ws-own-max
                           ADD 1 TO ws-own-count
                           MOVE own-rec-id TO ws-own-id(ws-own-count)
                           MOVE own-rec-name
                             TO ws-own-name(ws-own-count)
                           MOVE own-rec-contact
                             TO ws-own-contact(ws-own-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNERS-FILE.
       220-LOAD-OWNERS-EXIT.
           EXIT.

      *>   attest/<cycle>-<owner>.txt: who, by when, the projects,
      *>   and the command that answers for each
       230-WRITE-ONE-ITEM SECTION.
           MOVE SPACES TO ws-item-path.
           STRING "attest/" ws-this-cycle "-"
             FUNCTION TRIM(ws-who-owner(ws-who-idx)) ".txt"
             DELIMITED BY SIZE INTO ws-item-path
           END-STRING.
           OPEN OUTPUT ITEM-FILE.
           IF ws-item-status NOT = "00"
               DISPLAY "OAT017E owner-attest: could not write '"
                 FUNCTION TRIM(ws-item-path) "', status "
                 ws-item-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 230-WRITE-ONE-ITEM-EXIT
           END-IF.
           ADD 1 TO ws-item-count.
           MOVE SPACES TO ITEM-RECORD.
           STRING "OWNER:    " ws-who-owner(ws-who-idx)
             DELIMITED BY SIZE INTO ITEM-RECORD
           END-STRING.
           WRITE ITEM-RECORD.
           PERFORM VARYING ws-own-idx FROM 1 BY 1
               UNTIL ws-own-idx > ws-own-count
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-own-id(ws-own-idx)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-who-owner(ws-who-idx)))
                   MOVE SPACES TO ITEM-RECORD
                   STRING "NAME:     " ws-own-name(ws-own-idx)
                     DELIMITED BY SIZE INTO ITEM-RECORD
                   END-STRING
                   WRITE ITEM-RECORD
                   MOVE SPACES TO ITEM-RECORD
                   STRING "CONTACT:  " ws-own-contact(ws-own-idx)
                     DELIMITED BY SIZE INTO ITEM-RECORD
                   END-STRING
                   WRITE ITEM-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO ITEM-RECORD.
           STRING "DEPT:     " ws-who-dept(ws-who-idx)
             DELIMITED BY SIZE INTO ITEM-RECORD
           END-STRING.
           WRITE ITEM-RECORD.
           MOVE SPACES TO ITEM-RECORD.
           STRING "CYCLE:    " ws-this-cycle "  opened " ws-today
             "  answer by " ws-deadline
             DELIMITED BY SIZE INTO ITEM-RECORD
           END-STRING.
           WRITE ITEM-RECORD.
           MOVE SPACES TO ITEM-RECORD.
           STRING "PROJECTS: " ws-who-projects(ws-who-idx)
             DELIMITED BY SIZE INTO ITEM-RECORD
           END-STRING.
           WRITE ITEM-RECORD.
           PERFORM VARYING ws-att-idx FROM 1 BY 1
               UNTIL ws-att-idx > ws-att-count
               IF ws-att-cycle(ws-att-idx) = ws-this-cycle
                   AND ws-att-owner(ws-att-idx)
                       = ws-who-owner(ws-who-idx)
                   MOVE SPACES TO ITEM-RECORD
                   STRING "  " ws-att-project(ws-att-idx)
                     DELIMITED BY SIZE INTO ITEM-RECORD
                   END-STRING
                   WRITE ITEM-RECORD
               END-IF
           END-PERFORM.
           MOVE "ANSWER:   for each project, one of" TO ITEM-RECORD.
           WRITE ITEM-RECORD.
           MOVE "  owner-attest RESPOND <project> KEEP" TO ITEM-RECORD.
           WRITE ITEM-RECORD.
           MOVE "  owner-attest RESPOND <project> RETIRE"
             TO ITEM-RECORD.
           WRITE ITEM-RECORD.
           MOVE "  owner-attest RESPOND <project> TRANSFER <new-owner>"
             TO ITEM-RECORD.
           WRITE ITEM-RECORD.
           CLOSE ITEM-FILE.
       230-WRITE-ONE-ITEM-EXIT.
           EXIT.

      *>   the answer goes on the project's line in the newest cycle;
      *>   a TRANSFER's new owner is held to owner-check the way
      *>   transfer-owner will hold it when the list is run
       300-RECORD-RESPONSE SECTION.
           IF ws-open-cycle = SPACES
               DISPLAY "OAT018E owner-attest: no attestation cycle "
                 "has been opened" UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 300-RECORD-RESPONSE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-arg-2) TO ws-arg-2.
           IF ws-arg-1 = SPACES
               OR (ws-arg-2 NOT = "KEEP" AND ws-arg-2 NOT = "RETIRE"
                   AND ws-arg-2 NOT = "TRANSFER")
               OR (ws-arg-2 = "TRANSFER" AND ws-arg-3 = SPACES)
               DISPLAY "OAT010E usage: owner-attest OPEN [days] | "
                 "RESPOND <project> KEEP|RETIRE|TRANSFER "
                 "<new-owner> | REPORT" UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 300-RECORD-RESPONSE-EXIT
           END-IF.
           MOVE 0 TO ws-att-found.
           PERFORM VARYING ws-att-idx FROM 1 BY 1
               UNTIL ws-att-idx > ws-att-count
               IF ws-att-cycle(ws-att-idx) = ws-open-cycle
                   AND ws-att-project(ws-att-idx) = ws-arg-1
                   MOVE ws-att-idx TO ws-att-found
               END-IF
           END-PERFORM.
           IF ws-att-found = 0
               DISPLAY "OAT019E owner-attest: '" FUNCTION TRIM(ws-arg-1)
                 "' is not on attestation cycle " ws-open-cycle
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 300-RECORD-RESPONSE-EXIT
           END-IF.
           IF ws-arg-2 = "TRANSFER"
               MOVE ws-arg-3 TO ws-owner-id
               CALL "owner-check" USING ws-owner-id
                 ws-owner-check-status ws-owner-dept
               END-CALL
               IF ws-owner-check-status = 10
                   OR ws-owner-check-status = 15
                   DISPLAY "OAT020E owner-attest: '"
                     FUNCTION TRIM(ws-arg-3) "' is not active in the "
                     "OWNERS master -- answer not recorded"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE "Y" TO ws-red-flag
                   GO TO 300-RECORD-RESPONSE-EXIT
               END-IF
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-arg-3))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-att-owner(ws-att-found)))
                   DISPLAY "OAT021E owner-attest: '"
                     FUNCTION TRIM(ws-arg-3) "' already owns '"
                     FUNCTION TRIM(ws-arg-1) "' -- answer KEEP"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE "Y" TO ws-red-flag
                   GO TO 300-RECORD-RESPONSE-EXIT
               END-IF
               MOVE ws-arg-3 TO ws-att-new-owner(ws-att-found)
           ELSE
               MOVE SPACES TO ws-att-new-owner(ws-att-found)
           END-IF.
           MOVE ws-arg-2 TO ws-att-response(ws-att-found).
           MOVE ws-today TO ws-att-answered(ws-att-found).
           MOVE ws-operator TO ws-att-by(ws-att-found).
           MOVE "Y" TO ws-register-dirty.
           DISPLAY "owner-attest: " FUNCTION TRIM(ws-arg-1) " "
             FUNCTION TRIM(ws-arg-2) " " FUNCTION TRIM(ws-arg-3)
             " recorded on cycle " ws-open-cycle
           END-DISPLAY.
       300-RECORD-RESPONSE-EXIT.
           EXIT.

       400-REPORT-COVERAGE SECTION.
           IF ws-open-cycle = SPACES
               DISPLAY "OAT022I owner-attest: no attestation cycle "
                 "has been opened -- nothing to report"
               END-DISPLAY
               GO TO 400-REPORT-COVERAGE-EXIT
           END-IF.
           MOVE ws-open-cycle TO ws-this-cycle.
           PERFORM 500-TALLY-OWNERS.
           PERFORM 510-ROLL-UP-DEPARTMENTS.
           PERFORM 420-WRITE-RETIRE-LIST.
           PERFORM 430-WRITE-TRANSFER-LIST.
           IF ws-today > ws-open-deadline
               PERFORM 440-ESCALATE-OVERDUE
           END-IF.
           PERFORM 450-PRINT-REPORT.
           DISPLAY "owner-attest: cycle " ws-open-cycle " "
             ws-total-answered " of " ws-total-projects
             " project(s) answered, " ws-owners-out
             " owner(s) outstanding"
           END-DISPLAY.
       400-REPORT-COVERAGE-EXIT.
           EXIT.

      *>   the names answered RETIRE, in retire-project --batch's
      *>   list shape -- reviewed and run by hand, never from here
       420-WRITE-RETIRE-LIST SECTION.
           MOVE ws-retire-path TO ws-list-path.
           OPEN OUTPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               DISPLAY "OAT017E owner-attest: could not write '"
                 FUNCTION TRIM(ws-list-path) "', status "
                 ws-list-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 420-WRITE-RETIRE-LIST-EXIT
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING "* answered RETIRE on attestation cycle "
             ws-open-cycle ", as of " ws-today
             DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING.
           WRITE LIST-RECORD.
           MOVE "* review, then: retire-project --batch ATTEST-RETIRE"
             TO LIST-RECORD.
           WRITE LIST-RECORD.
           PERFORM VARYING ws-att-idx FROM 1 BY 1
               UNTIL ws-att-idx > ws-att-count
               IF ws-att-cycle(ws-att-idx) = ws-open-cycle
                   AND ws-att-response(ws-att-idx) = "RETIRE"
                   MOVE ws-att-project(ws-att-idx) TO LIST-RECORD
                   WRITE LIST-RECORD
                   ADD 1 TO ws-retire-count
               END-IF
           END-PERFORM.
           CLOSE LIST-FILE.
       420-WRITE-RETIRE-LIST-EXIT.
           EXIT.

      *>   "<project> <new-owner>" per line, transfer-owner --batch's
      *>   list shape
       430-WRITE-TRANSFER-LIST SECTION.
           MOVE ws-transfer-path TO ws-list-path.
           OPEN OUTPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               DISPLAY "OAT017E owner-attest: could not write '"
                 FUNCTION TRIM(ws-list-path) "', status "
                 ws-list-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 430-WRITE-TRANSFER-LIST-EXIT
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING "* answered TRANSFER on attestation cycle "
             ws-open-cycle ", as of " ws-today
             DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING.
           WRITE LIST-RECORD.
           MOVE "* review, then: transfer-owner --batch "
             TO LIST-RECORD.
           MOVE "ATTEST-TRANSFERS" TO LIST-RECORD(40:).
           WRITE LIST-RECORD.
           PERFORM VARYING ws-att-idx FROM 1 BY 1
               UNTIL ws-att-idx > ws-att-count
               IF ws-att-cycle(ws-att-idx) = ws-open-cycle
                   AND ws-att-response(ws-att-idx) = "TRANSFER"
                   MOVE SPACES TO LIST-RECORD
                   STRING FUNCTION TRIM(ws-att-project(ws-att-idx))
                     DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(ws-att-new-owner(ws-att-idx))
                     DELIMITED BY SIZE
                     INTO LIST-RECORD
                   END-STRING
                   WRITE LIST-RECORD
                   ADD 1 TO ws-transfer-count
               END-IF
           END-PERFORM.
           CLOSE LIST-FILE.
       430-WRITE-TRANSFER-LIST-EXIT.
           EXIT.

      *>   past the deadline, every owner with an answer still owed
      *>   and not escalated yet goes into one alert -- one alert a
      *>   run, the way every other program raises them -- and the
      *>   date goes on their unanswered lines so the next run does
      *>   not raise them again
       440-ESCALATE-OVERDUE SECTION.
           MOVE SPACES TO ws-alert-counts.
           MOVE 0 TO ws-escalate-count ws-escalate-projects.
           PERFORM VARYING ws-who-idx FROM 1 BY 1
               UNTIL ws-who-idx > ws-who-count
               IF ws-who-pending(ws-who-idx) > 0
                   AND ws-who-escalated(ws-who-idx) = SPACES
                   PERFORM 445-ESCALATE-ONE-OWNER
               END-IF
           END-PERFORM.
           IF ws-escalate-count = 0
               GO TO 440-ESCALATE-OVERDUE-EXIT
           END-IF.
           MOVE "Y" TO ws-register-dirty.
           MOVE SPACES TO ws-alert-failed.
           STRING "ownership attestation " ws-open-cycle
             " past its " ws-open-deadline " deadline for "
             ws-escalate-count " owner(s)"
             DELIMITED BY SIZE INTO ws-alert-failed
           END-STRING.
           CALL "send-alert" USING ws-log-program-name
             ws-alert-failed ws-alert-counts
           END-CALL.
           DISPLAY "OAT023W owner-attest: " ws-escalate-count
             " owner(s) escalated, " ws-escalate-projects
             " project(s) unanswered past " ws-open-deadline
             UPON SYSERR
           END-DISPLAY.
       440-ESCALATE-OVERDUE-EXIT.
           EXIT.

      *>   the alert's counts line carries as many owner ids as fit;
      *>   the report lists every one
       445-ESCALATE-ONE-OWNER SECTION.
           ADD 1 TO ws-escalate-count.
           ADD ws-who-pending(ws-who-idx) TO ws-escalate-projects.
           MOVE ws-today TO ws-who-escalated(ws-who-idx).
           PERFORM VARYING ws-att-idx FROM 1 BY 1
               UNTIL ws-att-idx > ws-att-count
               IF ws-att-cycle(ws-att-idx) = ws-open-cycle
                   AND ws-att-owner(ws-att-idx)
                       = ws-who-owner(ws-who-idx)
                   AND ws-att-response(ws-att-idx) = "PENDING"
                   MOVE ws-today TO ws-att-escalated(ws-att-idx)
               END-IF
           END-PERFORM.
           IF FUNCTION LENGTH(FUNCTION TRIM(ws-alert-counts))
              + FUNCTION LENGTH(FUNCTION TRIM(
                  ws-who-owner(ws-who-idx))) < 78
               IF ws-alert-counts = SPACES
                   MOVE ws-who-owner(ws-who-idx) TO ws-alert-counts
               ELSE
                   STRING FUNCTION TRIM(ws-alert-counts)
                     DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(ws-who-owner(ws-who-idx))
                     DELIMITED BY SIZE
                     INTO ws-alert-counts
                   END-STRING
               END-IF
           END-IF.

       450-PRINT-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "OAT024E owner-attest: could not open the "
                 "attestation report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 450-PRINT-REPORT-EXIT
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "Cycle " ws-open-cycle ", opened " ws-open-opened
             ", answers due " ws-open-deadline
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           IF ws-today > ws-open-deadline
               STRING " -- PAST THE DEADLINE" DELIMITED BY SIZE
                 INTO ws-rpt-line(56:)
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "For review: " ws-retire-count " project(s) in "
             FUNCTION TRIM(ws-retire-path) ", " ws-transfer-count
             " in " FUNCTION TRIM(ws-transfer-path)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACE TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "-- coverage by department --" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-dept-head-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count
               PERFORM 460-PRINT-ONE-DEPARTMENT
           END-PERFORM.
           MOVE SPACE TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE "-- owners still to answer --" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-owners-out = 0
               MOVE "(none -- every project answered)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           ELSE
               MOVE ws-who-head-line TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               PERFORM VARYING ws-who-idx FROM 1 BY 1
                   UNTIL ws-who-idx > ws-who-count
                   IF ws-who-pending(ws-who-idx) > 0
                       PERFORM 470-PRINT-ONE-OWNER
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO ws-pct.
           IF ws-total-projects > 0
               COMPUTE ws-pct =
                 (ws-total-answered * 100) / ws-total-projects
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-total-answered " of " ws-total-projects
             " project(s) answered (" ws-pct "%), "
             ws-owners-out " of " ws-who-count
             " owner(s) outstanding"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
       450-PRINT-REPORT-EXIT.
           EXIT.

       460-PRINT-ONE-DEPARTMENT SECTION.
           MOVE ws-dept-name(ws-dept-idx) TO ws-dpt-name.
           MOVE ws-dept-owners(ws-dept-idx) TO ws-dpt-owners.
           MOVE ws-dept-done(ws-dept-idx) TO ws-dpt-done.
           MOVE ws-dept-projects(ws-dept-idx) TO ws-dpt-projects.
           MOVE ws-dept-keep(ws-dept-idx) TO ws-dpt-keep.
           MOVE ws-dept-transfer(ws-dept-idx) TO ws-dpt-transfer.
           MOVE ws-dept-retire(ws-dept-idx) TO ws-dpt-retire.
           MOVE ws-dept-pending(ws-dept-idx) TO ws-dpt-pending.
           MOVE 0 TO ws-pct.
           IF ws-dept-projects(ws-dept-idx) > 0
               COMPUTE ws-pct =
                 ((ws-dept-projects(ws-dept-idx)
                   - ws-dept-pending(ws-dept-idx)) * 100)
                 / ws-dept-projects(ws-dept-idx)
           END-IF.
           MOVE ws-pct TO ws-dpt-pct.
           MOVE ws-dept-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.

       470-PRINT-ONE-OWNER SECTION.
           MOVE ws-who-owner(ws-who-idx) TO ws-wln-owner.
           MOVE ws-who-dept(ws-who-idx) TO ws-wln-dept.
           MOVE ws-who-pending(ws-who-idx) TO ws-wln-pending.
           MOVE ws-who-projects(ws-who-idx) TO ws-wln-projects.
           MOVE ws-who-escalated(ws-who-idx) TO ws-wln-escalated.
           MOVE ws-who-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   one entry per owner on the cycle in ws-this-cycle, with
      *>   the project and unanswered counts and the escalation date
      *>   their lines carry
       500-TALLY-OWNERS SECTION.
           MOVE 0 TO ws-who-count.
           MOVE 0 TO ws-total-projects ws-total-answered
             ws-total-pending ws-owners-out.
           PERFORM VARYING ws-att-idx FROM 1 BY 1
               UNTIL ws-att-idx > ws-att-count
               IF ws-att-cycle(ws-att-idx) = ws-this-cycle
                   PERFORM 505-TALLY-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-who-idx FROM 1 BY 1
               UNTIL ws-who-idx > ws-who-count
               IF ws-who-pending(ws-who-idx) > 0
                   ADD 1 TO ws-owners-out
               END-IF
           END-PERFORM.

       505-TALLY-ONE-LINE SECTION.
           ADD 1 TO ws-total-projects.
           IF ws-att-response(ws-att-idx) = "PENDING"
               ADD 1 TO ws-total-pending
           ELSE
               ADD 1 TO ws-total-answered
           END-IF.
           MOVE ws-att-owner(ws-att-idx) TO ws-find-owner.
           PERFORM 910-FIND-OWNER.
           IF ws-found-flag = "N"
               GO TO 505-TALLY-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO ws-who-projects(ws-who-idx).
           IF ws-att-response(ws-att-idx) = "PENDING"
               ADD 1 TO ws-who-pending(ws-who-idx)
               IF ws-att-escalated(ws-att-idx) NOT = SPACES
                   MOVE ws-att-escalated(ws-att-idx)
                     TO ws-who-escalated(ws-who-idx)
               END-IF
           END-IF.
       505-TALLY-ONE-LINE-EXIT.
           EXIT.

      *>   per department: its owners, the owners fully answered,
      *>   and the projects by answer
       510-ROLL-UP-DEPARTMENTS SECTION.
           PERFORM VARYING ws-att-idx FROM 1 BY 1
               UNTIL ws-att-idx > ws-att-count
               IF ws-att-cycle(ws-att-idx) = ws-open-cycle
                   MOVE ws-att-dept(ws-att-idx) TO ws-find-dept
                   PERFORM 920-FIND-DEPT
                   IF ws-found-flag = "Y"
                       PERFORM 515-COUNT-ONE-ANSWER
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-who-idx FROM 1 BY 1
               UNTIL ws-who-idx > ws-who-count
               MOVE ws-who-dept(ws-who-idx) TO ws-find-dept
               PERFORM 920-FIND-DEPT
               IF ws-found-flag = "Y"
                   ADD 1 TO ws-dept-owners(ws-dept-idx)
                   IF ws-who-pending(ws-who-idx) = 0
                       ADD 1 TO ws-dept-done(ws-dept-idx)
                   END-IF
               END-IF
           END-PERFORM.

       515-COUNT-ONE-ANSWER SECTION.
           ADD 1 TO ws-dept-projects(ws-dept-idx).
           EVALUATE ws-att-response(ws-att-idx)
               WHEN "KEEP"
                   ADD 1 TO ws-dept-keep(ws-dept-idx)
               WHEN "TRANSFER"
                   ADD 1 TO ws-dept-transfer(ws-dept-idx)
               WHEN "RETIRE"
                   ADD 1 TO ws-dept-retire(ws-dept-idx)
               WHEN OTHER
                   ADD 1 TO ws-dept-pending(ws-dept-idx)
           END-EVALUATE.

      *>   ws-find-owner to its entry in ws-who-idx, taking a new
      *>   entry (with the line's department) for an owner not seen
      *>   yet
       910-FIND-OWNER SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-who-idx FROM 1 BY 1
               UNTIL ws-who-idx > ws-who-count
               OR ws-who-owner(ws-who-idx) = ws-find-owner
               CONTINUE
           END-PERFORM.
           IF ws-who-idx <= ws-who-count
               MOVE "Y" TO ws-found-flag
               GO TO 910-FIND-OWNER-EXIT
           END-IF.
           IF ws-who-count >= ws-who-max
               GO TO 910-FIND-OWNER-EXIT
           END-IF.
           ADD 1 TO ws-who-count.
           MOVE ws-who-count TO ws-who-idx.
           INITIALIZE ws-who-entry(ws-who-idx).
           MOVE ws-find-owner TO ws-who-owner(ws-who-idx).
           MOVE ws-att-dept(ws-att-idx) TO ws-who-dept(ws-who-idx).
           MOVE "Y" TO ws-found-flag.
       910-FIND-OWNER-EXIT.
           EXIT.

      *>   ws-find-dept to its rollup entry in ws-dept-idx, taking a
      *>   new entry for a department not seen yet
       920-FIND-DEPT SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count
               OR ws-dept-name(ws-dept-idx) = ws-find-dept
               CONTINUE
           END-PERFORM.
           IF ws-dept-idx <= ws-dept-count
               MOVE "Y" TO ws-found-flag
               GO TO 920-FIND-DEPT-EXIT
           END-IF.
           IF ws-dept-count >= ws-dept-max
               GO TO 920-FIND-DEPT-EXIT
           END-IF.
           ADD 1 TO ws-dept-count.
           MOVE ws-dept-count TO ws-dept-idx.
           INITIALIZE ws-dept-entry(ws-dept-idx).
           MOVE ws-find-dept TO ws-dept-name(ws-dept-idx).
           MOVE "Y" TO ws-found-flag.
       920-FIND-DEPT-EXIT.
           EXIT.

       940-EMIT-REPORT-LINE SECTION.
           MOVE "LINE " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       950-CALL-REPORT-WRITER SECTION.
           CALL "report-writer" USING ws-rpt-op ws-rpt-title
             ws-rpt-line ws-rpt-status
           END-CALL.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "OAT001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
      *>   a CALLed subprogram comes back with its own RETURN-CODE,
      *>   wiping this run's exit status -- so the status is saved
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE "OAT002E ownership attestation failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO ws-job-rc
           END-IF.
           MOVE "END" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE ws-job-rc TO RETURN-CODE.
           STOP RUN.

       END PROGRAM "owner-attest".
