      *> -------------------------------------------
      *> opers-recert.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the operator permission recertification. OPERS grants the
      *> operation classes opers-check enforces, but nothing ever
      *> reviewed it -- an operator who had left kept PURGE for
      *> months. This joins OPERS to the OWNERS master and the
      *> audit journals and files REPORT.RECERT, flagging for each
      *> operator:
      *>
      *>   - an id inactive in OWNERS, or not in OWNERS at all;
      *>   - classes granted but not exercised in the review
      *>     period, judged from PROJECTS-AUDIT (RETIRE, RESTOR,
      *>     a DELETE of a RETIRED project as PURGE, every other
      *>     change as UPDATE), FILEAID-AUDIT (UPDATE) and
      *>     PRODQUEUE.AUDIT (APPROVE and REJECT as UPDATE,
      *>     EXECUTE as EXECUTE). INQUIRE is never journaled, so it
      *>     is never reported unused;
      *>   - both UPDATE, which approves PROD requests, and
      *>     EXECUTE, which runs them -- one operator able to see
      *>     the same request through both halves of the
      *>     two-person rule.
      *>
      *> A reviewer signs each operator off with SIGNOFF; the line
      *> goes onto RECERT-HISTORY, sealed like the other audit
      *> journals, with the classes held and the flags standing at
      *> that moment, and the report shows each operator's latest.
      *>
      *>   opers-recert [days]
      *>   opers-recert SIGNOFF <operator> [note...]
      *>
      *> The review period is the last [days] days, RECERT-DAYS= in
      *> MAKER.CFG, or 90. Signing off is UPDATE-class authority
      *> once an OPERS file exists, and nobody signs off their own
      *> id.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "opers-recert".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERS-FILE
               ASSIGN TO DYNAMIC ws-opers-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-opers-file-status.
           SELECT OWNERS-FILE
               ASSIGN TO DYNAMIC ws-owners-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owners-status.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC ws-journal-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT RECERT-FILE
               ASSIGN TO DYNAMIC ws-recert-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-recert-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
         FILE SECTION.
         FD  OPERS-FILE.
         01 OPERS-RECORD.
             05 oper-rec-id       PIC X(30).
             05 FILLER            PIC X.
             05 oper-rec-classes  PIC X(49).
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
      *>   any one of the audit journals, read a line at a time and
      *>   taken apart in that journal's own columns
         FD  JOURNAL-FILE.
         01 JOURNAL-RECORD       PIC X(640).
      *>   RECERT-HISTORY, its columns and journal-seal's seal
         FD  RECERT-FILE.
           COPY "recert-rec.cpy".
         01 RECERT-SEALED-LINE   PIC X(289).
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "opers-recert".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
      *>   opers-check's USING items for the sign-off gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.

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

           01 ws-opers-path       PIC X(300) VALUE "OPERS".
           01 ws-opers-file-status PIC XX.
           01 ws-opers-eof        PIC X VALUE "N".
           01 ws-owners-path      PIC X(300) VALUE "OWNERS".
           01 ws-owners-status    PIC XX.
           01 ws-owners-eof       PIC X VALUE "N".
           01 ws-journal-path     PIC X(300).
           01 ws-journal-status   PIC XX.
           01 ws-journal-eof      PIC X.
           01 ws-recert-path      PIC X(300) VALUE "RECERT-HISTORY".
           01 ws-recert-status    PIC XX.
           01 ws-recert-eof       PIC X VALUE "N".
           01 ws-config-path      PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status    PIC XX.
           01 ws-config-eof       PIC X VALUE "N".
           01 ws-config-key       PIC X(40).
           01 ws-config-value     PIC X(200).

      *>   journal-seal's USING items: the sign-off goes onto
      *>   RECERT-HISTORY with the chain seal journal-verify checks
           01 ws-seal-op          PIC X(6) VALUE "APPEND".
           01 ws-seal-line        PIC X(600).
           01 ws-seal-line-len    PIC 9(4) VALUE 269.
           01 ws-seal-seq         PIC 9(9).
           01 ws-seal-hash        PIC 9(9).
           01 ws-seal-status      PIC 99.

           01 ws-cmdline         PIC X(300).
           01 ws-op-word         PIC X(8).
           01 ws-arg-1           PIC X(30).
           01 ws-note-text       PIC X(60).
           01 ws-parse-ptr       PIC 9(4).
           01 ws-reviewer        PIC X(30).

      *>   the review period: the last ws-recert-days days up to
      *>   today
           01 ws-recert-days     PIC 9(4) VALUE 90.
           01 ws-ed-days         PIC ZZZ9.
           01 ws-today           PIC 9(8).
           01 ws-period-from     PIC 9(8).
           01 ws-entry-date      PIC X(8).

      *>   the classes opers-check knows, in the order the used
      *>   dates are kept
           01 ws-known-classes.
               05 FILLER PIC X(8) VALUE "INQUIRE".
               05 FILLER PIC X(8) VALUE "UPDATE".
               05 FILLER PIC X(8) VALUE "RETIRE".
               05 FILLER PIC X(8) VALUE "PURGE".
               05 FILLER PIC X(8) VALUE "RESTORE".
               05 FILLER PIC X(8) VALUE "EXECUTE".
           01 ws-known-table REDEFINES ws-known-classes.
               05 ws-known-name PIC X(8) OCCURS 6 TIMES.
           78 ws-known-max VALUE 6.
           01 ws-known-idx       PIC 9.
           01 ws-class-idx       PIC 9.
           01 ws-class-table.
               05 ws-class-slot OCCURS 6 TIMES PIC X(10).

      *>   OPERS held whole: each operator's grants, the newest use
      *>   of each class in the period, the OWNERS verdict, the
      *>   flags, and the latest sign-off
           78 ws-opr-max VALUE 300.
           01 ws-opr-count       PIC 9(4) VALUE 0.
           01 ws-opr-idx         PIC 9(4).
           01 ws-opr-table.
               05 ws-opr-entry OCCURS 300 TIMES.
                   10 ws-opr-id        PIC X(30).
                   10 ws-opr-key       PIC X(30).
                   10 ws-opr-classes   PIC X(49).
                   10 ws-opr-grant     PIC X OCCURS 6 TIMES.
                   10 ws-opr-used      PIC X(8) OCCURS 6 TIMES.
                   10 ws-opr-owners    PIC X(8).
                   10 ws-opr-unused    PIC X(48).
                   10 ws-opr-flags     PIC X(60).
                   10 ws-opr-signed    PIC X(8).
                   10 ws-opr-signer    PIC X(30).
           01 ws-find-key        PIC X(30).
           01 ws-found-idx       PIC 9(4).
           01 ws-flag-ptr        PIC 9(3).
           01 ws-unused-list     PIC X(48).
           01 ws-unused-ptr      PIC 9(3).

      *>   one journal line taken apart: who did it, and which
      *>   class that was
           01 ws-jrn-who         PIC X(30).
           01 ws-jrn-op          PIC X(8).
           01 ws-jrn-body        PIC X(400).
           01 ws-jrn-before-status PIC X(10).

           01 ws-flagged-count   PIC 9(4) VALUE 0.
           01 ws-signed-count    PIC 9(4) VALUE 0.
           01 ws-red-flag        PIC X VALUE "N".

      *>   the printed rows
           01 ws-head-line.
               05 FILLER PIC X(32) VALUE "Operator".
               05 FILLER PIC X(10) VALUE "OWNERS".
               05 FILLER PIC X(45) VALUE "Classes".
               05 FILLER PIC X(10) VALUE "Signed".
               05 FILLER PIC X(30) VALUE "By".
           01 ws-opr-line.
               05 ws-oln-id          PIC X(30).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ws-oln-owners      PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ws-oln-classes     PIC X(43).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ws-oln-signed      PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ws-oln-signer      PIC X(30).

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "RECERT operator permission recertification".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-OPERS.
           perform 110-LOAD-OWNERS.
           perform 200-READ-JOURNALS.
           perform 300-LOAD-HISTORY.
           perform 400-SET-FLAGS.
           IF ws-op-word = "SIGNOFF"
               perform 600-SIGN-OFF
           ELSE
               perform 500-PRINT-REPORT
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
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-op-word.
           MOVE SPACES TO ws-arg-1.
           MOVE SPACES TO ws-note-text.
           MOVE 1 TO ws-parse-ptr.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-op-word ws-arg-1
             WITH POINTER ws-parse-ptr
           END-UNSTRING.
           IF ws-parse-ptr <= 300
               MOVE ws-cmdline(ws-parse-ptr:) TO ws-note-text
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.
           PERFORM 010-READ-CONFIG.
           IF ws-op-word = "SIGNOFF"
               PERFORM 020-CHECK-SIGNOFF
           ELSE
               IF ws-op-word NOT = SPACES
                   IF FUNCTION TRIM(ws-op-word) IS NUMERIC
                       AND ws-arg-1 = SPACES
                       COMPUTE ws-recert-days =
                         FUNCTION NUMVAL(ws-op-word)
                   ELSE
                       DISPLAY "ORC010E usage: opers-recert [days] | "
                         "SIGNOFF <operator> [note...]" UPON SYSERR
                       END-DISPLAY
                       MOVE 1 TO RETURN-CODE
                       perform 900-TERMINATE
                   END-IF
               END-IF
           END-IF.
           COMPUTE ws-period-from = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(ws-today) - ws-recert-days).

      *>   RECERT-DAYS= is the only key read; a missing MAKER.CFG
      *>   leaves the shipped 90 days
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
                           PERFORM 015-APPLY-CONFIG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       010-READ-CONFIG-EXIT.
           EXIT.

       015-APPLY-CONFIG-LINE SECTION.
           MOVE SPACES TO ws-config-key.
           MOVE SPACES TO ws-config-value.
           UNSTRING CONFIG-RECORD DELIMITED BY "="
             INTO ws-config-key ws-config-value
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-config-key))
                = "RECERT-DAYS"
               AND FUNCTION TRIM(ws-config-value) IS NUMERIC
               COMPUTE ws-recert-days =
                 FUNCTION NUMVAL(ws-config-value)
           END-IF.

      *>   a sign-off is UPDATE-class authority, and the reviewer is
      *>   never the operator being signed off
       020-CHECK-SIGNOFF SECTION.
           IF ws-arg-1 = SPACES
               DISPLAY "ORC010E usage: opers-recert [days] | "
                 "SIGNOFF <operator> [note...]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "UPDATE" TO ws-opers-class.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "ORC011E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ACCEPT ws-reviewer FROM ENVIRONMENT "USER".
           IF ws-reviewer = SPACES
               MOVE "UNKNOWN" TO ws-reviewer
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-reviewer))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(ws-arg-1))
               DISPLAY "ORC012E opers-recert: '"
                 FUNCTION TRIM(ws-reviewer)
                 "' cannot sign off their own permissions" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   with no OPERS file every operator may run every class --
      *>   there is nothing to recertify until one is written
       100-LOAD-OPERS SECTION.
           OPEN INPUT OPERS-FILE.
           IF ws-opers-file-status NOT = "00"
               DISPLAY "ORC013W opers-recert: no OPERS file -- every "
                 "operator may run every operation class" UPON SYSERR
               END-DISPLAY
               MOVE 0 TO RETURN-CODE
               IF ws-op-word = "SIGNOFF"
                   MOVE 1 TO RETURN-CODE
               END-IF
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-opers-eof = "Y"
               READ OPERS-FILE
                   AT END
                       MOVE "Y" TO ws-opers-eof
                   NOT AT END
                       IF OPERS-RECORD NOT = SPACES
                           AND OPERS-RECORD(1:1) NOT = "*"
                           PERFORM 105-TAKE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERS-FILE.

       105-TAKE-OPERATOR SECTION.
           IF ws-opr-count >= ws-opr-max
               DISPLAY "ORC014W opers-recert: OPERS holds more than "
                 ws-opr-max " operators; the rest are not reviewed"
                 UPON SYSERR
               END-DISPLAY
               GO TO 105-TAKE-OPERATOR-EXIT
           END-IF.
           ADD 1 TO ws-opr-count.
           INITIALIZE ws-opr-entry(ws-opr-count).
           MOVE oper-rec-id TO ws-opr-id(ws-opr-count).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(oper-rec-id))
             TO ws-opr-key(ws-opr-count).
           MOVE oper-rec-classes TO ws-opr-classes(ws-opr-count).
           MOVE "UNKNOWN" TO ws-opr-owners(ws-opr-count).
           MOVE SPACES TO ws-class-table.
           UNSTRING oper-rec-classes DELIMITED BY ALL " "
             INTO ws-class-slot(1) ws-class-slot(2)
               ws-class-slot(3) ws-class-slot(4)
               ws-class-slot(5) ws-class-slot(6)
           END-UNSTRING.
           PERFORM VARYING ws-class-idx FROM 1 BY 1
               UNTIL ws-class-idx > 6
               PERFORM VARYING ws-known-idx FROM 1 BY 1
                   UNTIL ws-known-idx > ws-known-max
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                        ws-class-slot(ws-class-idx)))
                      = ws-known-name(ws-known-idx)
                       MOVE "Y" TO
                         ws-opr-grant(ws-opr-count, ws-known-idx)
                   END-IF
               END-PERFORM
           END-PERFORM.
       105-TAKE-OPERATOR-EXIT.
           EXIT.

       110-LOAD-OWNERS SECTION.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               GO TO 110-LOAD-OWNERS-EXIT
           END-IF.
           PERFORM UNTIL ws-owners-eof = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO ws-owners-eof
                   NOT AT END
                       IF OWNERS-RECORD NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                             own-rec-id)) TO ws-find-key
                           PERFORM 910-FIND-OPERATOR
                           IF ws-found-idx > 0
                               AND own-rec-active = "Y"
                               MOVE "ACTIVE"
                                 TO ws-opr-owners(ws-found-idx)
                           END-IF
                           IF ws-found-idx > 0
                               AND own-rec-active NOT = "Y"
                               MOVE "INACTIVE"
                                 TO ws-opr-owners(ws-found-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNERS-FILE.
       110-LOAD-OWNERS-EXIT.
           EXIT.

      *>   each journal in its own columns; a journal that is not
      *>   there simply shows no use
       200-READ-JOURNALS SECTION.
           MOVE "PROJECTS-AUDIT" TO ws-journal-path.
           PERFORM 210-OPEN-JOURNAL.
           PERFORM UNTIL ws-journal-eof = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO ws-journal-eof
                   NOT AT END
                       PERFORM 220-TAKE-PROJECTS-ENTRY
               END-READ
           END-PERFORM.
           PERFORM 215-CLOSE-JOURNAL.
           MOVE "FILEAID-AUDIT" TO ws-journal-path.
           PERFORM 210-OPEN-JOURNAL.
           PERFORM UNTIL ws-journal-eof = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO ws-journal-eof
                   NOT AT END
                       MOVE JOURNAL-RECORD(19:30) TO ws-jrn-who
                       MOVE "UPDATE" TO ws-jrn-op
                       PERFORM 240-NOTE-USE
               END-READ
           END-PERFORM.
           PERFORM 215-CLOSE-JOURNAL.
           MOVE "PRODQUEUE.AUDIT" TO ws-journal-path.
           PERFORM 210-OPEN-JOURNAL.
           PERFORM UNTIL ws-journal-eof = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO ws-journal-eof
                   NOT AT END
                       PERFORM 230-TAKE-PRODQUEUE-ENTRY
               END-READ
           END-PERFORM.
           PERFORM 215-CLOSE-JOURNAL.

       210-OPEN-JOURNAL SECTION.
           MOVE "N" TO ws-journal-eof.
           OPEN INPUT JOURNAL-FILE.
           IF ws-journal-status NOT = "00"
               MOVE "Y" TO ws-journal-eof
           END-IF.

       215-CLOSE-JOURNAL SECTION.
           IF ws-journal-status = "00" OR ws-journal-status = "10"
               CLOSE JOURNAL-FILE
           END-IF.

      *>   date, time, then the body -- after the UTC offset on the
      *>   entries that carry one -- starting with the user and the
      *>   op, the before image following
       220-TAKE-PROJECTS-ENTRY SECTION.
           IF JOURNAL-RECORD(19:1) = "+" OR JOURNAL-RECORD(19:1) = "-"
               MOVE JOURNAL-RECORD(25:400) TO ws-jrn-body
           ELSE
               MOVE JOURNAL-RECORD(19:400) TO ws-jrn-body
           END-IF.
           MOVE ws-jrn-body(1:30) TO ws-jrn-who.
           MOVE ws-jrn-body(145:10) TO ws-jrn-before-status.
           EVALUATE ws-jrn-body(32:6)
               WHEN "RETIRE"
                   MOVE "RETIRE" TO ws-jrn-op
               WHEN "RESTOR"
                   MOVE "RESTORE" TO ws-jrn-op
      *>   rename-project re-keys with a DELETE too; only a retired
      *>   project's removal is purge-archive's
               WHEN "DELETE"
                   IF FUNCTION TRIM(ws-jrn-before-status) = "RETIRED"
                       MOVE "PURGE" TO ws-jrn-op
                   ELSE
                       MOVE "UPDATE" TO ws-jrn-op
                   END-IF
               WHEN OTHER
                   MOVE "UPDATE" TO ws-jrn-op
           END-EVALUATE.
           PERFORM 240-NOTE-USE.

      *>   a decision's operator is in the approver's column; so is
      *>   the operator who ran an EXECUTE line
       230-TAKE-PRODQUEUE-ENTRY SECTION.
           MOVE JOURNAL-RECORD(108:30) TO ws-jrn-who.
           IF JOURNAL-RECORD(19:8) = "EXECUTE"
               MOVE "EXECUTE" TO ws-jrn-op
           ELSE
               MOVE "UPDATE" TO ws-jrn-op
           END-IF.
           PERFORM 240-NOTE-USE.

      *>   keeps the newest date in the period that each operator
      *>   used each class
       240-NOTE-USE SECTION.
           MOVE JOURNAL-RECORD(1:8) TO ws-entry-date.
           IF ws-entry-date IS NOT NUMERIC
               GO TO 240-NOTE-USE-EXIT
           END-IF.
           IF ws-entry-date < ws-period-from
               OR ws-entry-date > ws-today
               GO TO 240-NOTE-USE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-jrn-who))
             TO ws-find-key.
           PERFORM 910-FIND-OPERATOR.
           IF ws-found-idx = 0
               GO TO 240-NOTE-USE-EXIT
           END-IF.
           PERFORM VARYING ws-known-idx FROM 1 BY 1
               UNTIL ws-known-idx > ws-known-max
               IF ws-known-name(ws-known-idx) = ws-jrn-op
                   AND ws-entry-date >
                       ws-opr-used(ws-found-idx, ws-known-idx)
                   MOVE ws-entry-date
                     TO ws-opr-used(ws-found-idx, ws-known-idx)
               END-IF
           END-PERFORM.
       240-NOTE-USE-EXIT.
           EXIT.

      *>   the latest sign-off per operator, the history being in
      *>   date order
       300-LOAD-HISTORY SECTION.
           OPEN INPUT RECERT-FILE.
           IF ws-recert-status NOT = "00"
               GO TO 300-LOAD-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL ws-recert-eof = "Y"
               READ RECERT-FILE
                   AT END
                       MOVE "Y" TO ws-recert-eof
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                         rct-rec-operator)) TO ws-find-key
                       PERFORM 910-FIND-OPERATOR
                       IF ws-found-idx > 0
                           MOVE rct-rec-date
                             TO ws-opr-signed(ws-found-idx)
                           MOVE rct-rec-reviewer
                             TO ws-opr-signer(ws-found-idx)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECERT-FILE.
       300-LOAD-HISTORY-EXIT.
           EXIT.

       400-SET-FLAGS SECTION.
           PERFORM VARYING ws-opr-idx FROM 1 BY 1
               UNTIL ws-opr-idx > ws-opr-count
               PERFORM 410-FLAG-ONE-OPERATOR
               IF ws-opr-flags(ws-opr-idx) NOT = SPACES
                   ADD 1 TO ws-flagged-count
               END-IF
               IF ws-opr-signed(ws-opr-idx) NOT = SPACES
                   AND ws-opr-signed(ws-opr-idx) >= ws-period-from
                   ADD 1 TO ws-signed-count
               END-IF
           END-PERFORM.

      *>   INQUIRE (class 1) is left out of the unused check -- no
      *>   journal records an inquiry
       410-FLAG-ONE-OPERATOR SECTION.
           MOVE SPACES TO ws-opr-flags(ws-opr-idx).
           MOVE 1 TO ws-flag-ptr.
           IF ws-opr-owners(ws-opr-idx) NOT = "ACTIVE"
               STRING FUNCTION TRIM(ws-opr-owners(ws-opr-idx)) " "
                 DELIMITED BY SIZE INTO ws-opr-flags(ws-opr-idx)
                 WITH POINTER ws-flag-ptr
               END-STRING
           END-IF.
           MOVE SPACES TO ws-unused-list.
           MOVE 1 TO ws-unused-ptr.
           PERFORM VARYING ws-known-idx FROM 2 BY 1
               UNTIL ws-known-idx > ws-known-max
               IF ws-opr-grant(ws-opr-idx, ws-known-idx) = "Y"
                   AND ws-opr-used(ws-opr-idx, ws-known-idx) = SPACES
                   IF ws-unused-ptr > 1
                       STRING "/" DELIMITED BY SIZE
                         INTO ws-unused-list WITH POINTER ws-unused-ptr
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(ws-known-name(ws-known-idx))
                     DELIMITED BY SIZE
                     INTO ws-unused-list WITH POINTER ws-unused-ptr
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE ws-unused-list TO ws-opr-unused(ws-opr-idx).
           IF ws-unused-list NOT = SPACES
               STRING "UNUSED=" FUNCTION TRIM(ws-unused-list) " "
                 DELIMITED BY SIZE INTO ws-opr-flags(ws-opr-idx)
                 WITH POINTER ws-flag-ptr
               END-STRING
           END-IF.
           IF ws-opr-grant(ws-opr-idx, 2) = "Y"
               AND ws-opr-grant(ws-opr-idx, 6) = "Y"
               STRING "PROD-SPLIT"
                 DELIMITED BY SIZE INTO ws-opr-flags(ws-opr-idx)
                 WITH POINTER ws-flag-ptr
               END-STRING
           END-IF.

       500-PRINT-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "ORC015E opers-recert: could not open the "
                 "recertification report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 500-PRINT-REPORT-EXIT
           END-IF.
           MOVE ws-recert-days TO ws-ed-days.
           MOVE SPACES TO ws-rpt-line.
           STRING "Review period " ws-period-from " to " ws-today
             " (" FUNCTION TRIM(ws-ed-days) " days); INQUIRE is "
             "not journaled and is never reported unused"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACE TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-head-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-opr-idx FROM 1 BY 1
               UNTIL ws-opr-idx > ws-opr-count
               PERFORM 510-PRINT-ONE-OPERATOR
           END-PERFORM.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-opr-count " operator(s), " ws-flagged-count
             " flagged, " ws-signed-count " signed off since "
             ws-period-from
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           DISPLAY "opers-recert: " ws-opr-count " operator(s), "
             ws-flagged-count " flagged, " ws-signed-count
             " signed off since " ws-period-from
           END-DISPLAY.
       500-PRINT-REPORT-EXIT.
           EXIT.

      *>   the operator's row, then one line per flag saying what a
      *>   reviewer is looking at
       510-PRINT-ONE-OPERATOR SECTION.
           MOVE ws-opr-id(ws-opr-idx) TO ws-oln-id.
           MOVE ws-opr-owners(ws-opr-idx) TO ws-oln-owners.
           MOVE ws-opr-classes(ws-opr-idx) TO ws-oln-classes.
           MOVE ws-opr-signed(ws-opr-idx) TO ws-oln-signed.
           MOVE ws-opr-signer(ws-opr-idx) TO ws-oln-signer.
           IF ws-opr-signed(ws-opr-idx) = SPACES
               MOVE "never" TO ws-oln-signed
           END-IF.
           MOVE ws-opr-line TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-opr-owners(ws-opr-idx) = "INACTIVE"
               MOVE "    ! inactive in the OWNERS master" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           IF ws-opr-owners(ws-opr-idx) = "UNKNOWN"
               MOVE "    ! not in the OWNERS master" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           IF ws-opr-unused(ws-opr-idx) NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "    ! granted, not used since " ws-period-from
                 ": " FUNCTION TRIM(ws-opr-unused(ws-opr-idx))
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           IF ws-opr-grant(ws-opr-idx, 2) = "Y"
               AND ws-opr-grant(ws-opr-idx, 6) = "Y"
               MOVE SPACES TO ws-rpt-line
               STRING "    ! holds UPDATE and EXECUTE -- can approve "
                 "and run the same PROD request"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           IF ws-opr-signed(ws-opr-idx) NOT = SPACES
               AND ws-opr-signed(ws-opr-idx) < ws-period-from
               MOVE "    ! not signed off in the review period"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   the sign-off carries the classes and flags the reviewer
      *>   saw, so the history shows what was accepted
       600-SIGN-OFF SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-arg-1))
             TO ws-find-key.
           PERFORM 910-FIND-OPERATOR.
           IF ws-found-idx = 0
               DISPLAY "ORC016E opers-recert: '"
                 FUNCTION TRIM(ws-arg-1) "' is not in OPERS"
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 600-SIGN-OFF-EXIT
           END-IF.
           MOVE SPACES TO RECERT-RECORD.
           ACCEPT rct-rec-date FROM DATE YYYYMMDD.
           ACCEPT rct-rec-time FROM TIME.
           MOVE ws-opr-id(ws-found-idx) TO rct-rec-operator.
           MOVE ws-reviewer TO rct-rec-reviewer.
           MOVE ws-opr-classes(ws-found-idx) TO rct-rec-classes.
           MOVE ws-opr-owners(ws-found-idx) TO rct-rec-owners.
           MOVE ws-period-from TO rct-rec-period-from.
           MOVE ws-opr-flags(ws-found-idx) TO rct-rec-flags.
           IF rct-rec-flags = SPACES
               MOVE "NONE" TO rct-rec-flags
           END-IF.
           MOVE ws-note-text TO rct-rec-note.
           MOVE RECERT-RECORD TO ws-seal-line.
           CALL "journal-seal" USING ws-seal-op ws-recert-path
             ws-seal-line ws-seal-line-len ws-seal-seq ws-seal-hash
             ws-seal-status
           END-CALL.
           IF ws-seal-status NOT = 0
               DISPLAY "ORC017E opers-recert: could not write the "
                 "sign-off to " FUNCTION TRIM(ws-recert-path)
                 ", status " ws-seal-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 600-SIGN-OFF-EXIT
           END-IF.
           DISPLAY "opers-recert: " FUNCTION TRIM(rct-rec-operator)
             " signed off by " FUNCTION TRIM(ws-reviewer)
             ", flags " FUNCTION TRIM(rct-rec-flags)
           END-DISPLAY.
       600-SIGN-OFF-EXIT.
           EXIT.

      *>   ws-find-key (upper-cased, trimmed) to its OPERS entry in
      *>   ws-found-idx, 0 when OPERS does not name it
       910-FIND-OPERATOR SECTION.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-opr-idx FROM 1 BY 1
               UNTIL ws-opr-idx > ws-opr-count
               OR ws-found-idx > 0
               IF ws-opr-key(ws-opr-idx) = ws-find-key
                   MOVE ws-opr-idx TO ws-found-idx
               END-IF
           END-PERFORM.

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
               DISPLAY "ORC001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE SPACES TO ws-log-error-msg
               STRING "ORC002E permission recertification failed, see "
                 "SYSERR" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
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

       END PROGRAM "opers-recert".
