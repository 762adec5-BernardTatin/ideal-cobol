      *> -------------------------------------------
      *> incident-io.cbl
      *> the one shared incident-register subprogram, a sibling of
      *> project-notes.cbl: keeps INCIDENTS, one line per incident
      *> (layout in incident-rec.cpy). alert-console OPENs one when
      *> an unacknowledged alert is first escalated and ACKs it when
      *> the alert is acknowledged; chain-runner OPENs one when a
      *> STOP step fails or overruns its limit; incident-maint
      *> UPDATEs a record as it is assigned, given a cause, resolved
      *> and closed. A second OPEN for a reference that already has
      *> an unresolved incident joins that incident instead of
      *> opening another, so an alert re-escalated to the duty
      *> manager, or a STOP step failing again on the restart the
      *> same night, stays one incident with one clock.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "incident-io" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE
               ASSIGN TO DYNAMIC ws-incident-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-incident-status.
      *>   the rewritten register, swapped over INCIDENTS once an
      *>   ACK or UPDATE pass has finished writing it
           SELECT NEW-INCIDENT-FILE
               ASSIGN TO DYNAMIC ws-new-incident-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-new-incident-status.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "incident-rec.cpy".
       FD  NEW-INCIDENT-FILE.
       01 NEW-INCIDENT-RECORD   PIC X(407).

       WORKING-STORAGE SECTION.
       01 ws-incident-path       PIC X(300) VALUE "INCIDENTS".
       01 ws-incident-status     PIC XX.
       01 ws-incident-eof        PIC X VALUE "N".
       01 ws-new-incident-path   PIC X(300) VALUE "INCIDENTS.NEW".
       01 ws-new-incident-status PIC XX.
       01 ws-rc                  PIC 9(9) COMP-5.
       01 ws-high-id             PIC 9(6) VALUE 0.
       01 ws-changed-count       PIC 9(6) VALUE 0.
       01 ws-now-date            PIC X(8).
       01 ws-now-time            PIC X(8).
       01 ws-now-stamp           PIC 9(14).

       LINKAGE SECTION.
      *> "OPEN" opens an incident for lk-inc-ref (or joins the
      *> unresolved one already open for it) and answers its id;
      *> "ACK" stamps the acknowledgment on the unresolved incident
      *> for lk-inc-ref; "UPDATE" replaces the record with lk-inc-id
       01 lk-action      PIC X(8).
      *> the record, laid out as incident-rec.cpy. OPEN reads the
      *> source, program, reference and summary, and the opened
      *> stamp when it is not zero (else now), and hands back the
      *> whole record as filed
       01 lk-incident.
           05 lk-inc-id           PIC 9(6).
           05 FILLER              PIC X.
           05 lk-inc-state        PIC X(8).
           05 FILLER              PIC X.
           05 lk-inc-source       PIC X(5).
           05 FILLER              PIC X.
           05 lk-inc-program      PIC X(30).
           05 FILLER              PIC X.
           05 lk-inc-opened       PIC 9(14).
           05 FILLER              PIC X.
           05 lk-inc-acked        PIC 9(14).
           05 FILLER              PIC X.
           05 lk-inc-resolved     PIC 9(14).
           05 FILLER              PIC X.
           05 lk-inc-closed       PIC 9(14).
           05 FILLER              PIC X.
           05 lk-inc-assignee     PIC X(30).
           05 FILLER              PIC X.
           05 lk-inc-cause        PIC X(20).
           05 FILLER              PIC X.
           05 lk-inc-ref          PIC X(80).
           05 FILLER              PIC X.
           05 lk-inc-summary      PIC X(80).
           05 FILLER              PIC X.
           05 lk-inc-note         PIC X(80).
      *> 0 = done, 4 = OPEN joined an incident already open for the
      *> reference, 10 = the register could not be written,
      *> 23 = ACK or UPDATE found no such incident
       01 lk-status      PIC 99.

       PROCEDURE DIVISION USING lk-action lk-incident lk-status.
       prog.
           MOVE 0 TO lk-status.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           COMPUTE ws-now-stamp =
             (FUNCTION NUMVAL(ws-now-date) * 1000000)
             + FUNCTION NUMVAL(ws-now-time(1:6)).
           EVALUATE FUNCTION TRIM(lk-action)
               WHEN "OPEN"
                   PERFORM OPEN-INCIDENT
               WHEN "ACK"
                   PERFORM REWRITE-REGISTER
               WHEN "UPDATE"
                   PERFORM REWRITE-REGISTER
           END-EVALUATE.
           EXIT PROGRAM.

      *>   one pass finds the highest id and any unresolved incident
      *>   for the same reference; an absent register is an empty one
       OPEN-INCIDENT SECTION.
           OPEN INPUT INCIDENT-FILE.
           IF ws-incident-status = "00"
               PERFORM UNTIL ws-incident-eof = "Y"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "Y" TO ws-incident-eof
                       NOT AT END
                           PERFORM SCAN-ONE-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
           IF lk-status = 4
               EXIT SECTION
           END-IF.
           MOVE SPACES TO INCIDENT-RECORD.
           ADD 1 TO ws-high-id GIVING inc-rec-id.
           MOVE "OPEN" TO inc-rec-state.
           MOVE lk-inc-source TO inc-rec-source.
           MOVE lk-inc-program TO inc-rec-program.
           IF lk-inc-opened IS NUMERIC AND lk-inc-opened > 0
               MOVE lk-inc-opened TO inc-rec-opened
           ELSE
               MOVE ws-now-stamp TO inc-rec-opened
           END-IF.
           MOVE 0 TO inc-rec-acked.
           MOVE 0 TO inc-rec-resolved.
           MOVE 0 TO inc-rec-closed.
           MOVE lk-inc-ref TO inc-rec-ref.
           MOVE lk-inc-summary TO inc-rec-summary.
      *>   same create-then-extend open log-error uses, so the first
      *>   incident ever opened creates the register itself
           OPEN EXTEND INCIDENT-FILE.
           IF ws-incident-status NOT = "00"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN EXTEND INCIDENT-FILE
           END-IF.
           IF ws-incident-status NOT = "00"
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE INCIDENT-RECORD TO lk-incident.
           WRITE INCIDENT-RECORD.
           CLOSE INCIDENT-FILE.

       SCAN-ONE-INCIDENT SECTION.
           IF INCIDENT-RECORD = SPACES
               OR inc-rec-id IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           IF inc-rec-id > ws-high-id
               MOVE inc-rec-id TO ws-high-id
           END-IF.
           IF inc-rec-ref = lk-inc-ref
               AND (inc-rec-state = "OPEN"
                 OR inc-rec-state = "ASSIGNED")
               MOVE INCIDENT-RECORD TO lk-incident
               MOVE 4 TO lk-status
           END-IF.

      *>   one pass copies the register to INCIDENTS.NEW with the
      *>   one record changed, and the copy replaces INCIDENTS only
      *>   when it actually changed something. The register grows
      *>   month on month, so it is streamed, not held
       REWRITE-REGISTER SECTION.
           OPEN INPUT INCIDENT-FILE.
           IF ws-incident-status NOT = "00"
               MOVE 23 TO lk-status
               EXIT SECTION
           END-IF.
           OPEN OUTPUT NEW-INCIDENT-FILE.
           IF ws-new-incident-status NOT = "00"
               CLOSE INCIDENT-FILE
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-incident-eof = "Y"
               READ INCIDENT-FILE
                   AT END
                       MOVE "Y" TO ws-incident-eof
                   NOT AT END
                       PERFORM COPY-ONE-INCIDENT
               END-READ
           END-PERFORM.
           CLOSE INCIDENT-FILE.
           CLOSE NEW-INCIDENT-FILE.
           IF ws-changed-count = 0
               CALL "CBL_DELETE_FILE" USING
                 FUNCTION TRIM(ws-new-incident-path)
                 RETURNING ws-rc
               END-CALL
               MOVE 23 TO lk-status
               EXIT SECTION
           END-IF.
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-incident-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_RENAME_FILE" USING ws-new-incident-path
             ws-incident-path
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               MOVE 10 TO lk-status
           END-IF.

      *>   ACK touches only an unresolved incident for the reference
      *>   not yet acknowledged -- the first acknowledgment is the
      *>   one the clock stops on
       COPY-ONE-INCIDENT SECTION.
           IF INCIDENT-RECORD = SPACES
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(lk-action) = "UPDATE"
               IF inc-rec-id = lk-inc-id
                   ADD 1 TO ws-changed-count
                   WRITE NEW-INCIDENT-RECORD FROM lk-incident
               ELSE
                   WRITE NEW-INCIDENT-RECORD FROM INCIDENT-RECORD
               END-IF
               EXIT SECTION
           END-IF.
           IF inc-rec-ref = lk-inc-ref
               AND (inc-rec-state = "OPEN"
                 OR inc-rec-state = "ASSIGNED")
               AND inc-rec-acked = 0
               ADD 1 TO ws-changed-count
               MOVE ws-now-stamp TO inc-rec-acked
               MOVE INCIDENT-RECORD TO lk-incident
           END-IF.
           WRITE NEW-INCIDENT-RECORD FROM INCIDENT-RECORD.

           END PROGRAM "incident-io".
