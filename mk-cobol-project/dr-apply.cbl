      *> -------------------------------------------
      *> dr-apply.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the receiving end of dr-replicate, run at the DR site: takes
      *> the transfer sets DRSET.nnnnnn that have arrived, strictly in
      *> sequence from the one after the last it applied, and brings
      *> the DR copies of the master files and journals up to each.
      *> A set is applied whole or not at all -- every file's lines
      *> are staged and checked against the set's line counts,
      *> checksums and control totals before the first DR file is
      *> touched. A set already applied is a DUPLICATE and left
      *> alone; a set that would skip one, or fails its totals, is
      *> REFUSED and nothing after it is applied until the missing
      *> or damaged set is sent again. Every set handled gets a
      *> DRACK.nnnnnn acknowledgment for the transfer job to carry
      *> back to dr-status. The backup unload a set carries is
      *> cataloged as the DR site's newest PROJECTS.BAK generation.
      *> The last set applied is kept in DRAPPLY.STATE.
      *>
      *>   dr-apply [set-file]
      *>
      *> with no argument every waiting set is applied in turn;
      *> naming one handles that set alone.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "dr-apply".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SET-FILE
               ASSIGN TO DYNAMIC ws-set-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-set-status.
           SELECT STAGE-FILE
               ASSIGN TO DYNAMIC ws-stage-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stage-status.
           SELECT TARGET-FILE
               ASSIGN TO DYNAMIC ws-target-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-target-status.
           SELECT STATE-FILE
               ASSIGN TO DYNAMIC ws-state-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-state-status.
           SELECT ACK-FILE
               ASSIGN TO DYNAMIC ws-ack-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ack-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SET-FILE.
         01 SET-RECORD PIC X(640).
         FD  STAGE-FILE.
         01 STAGE-RECORD PIC X(640).
         FD  TARGET-FILE.
         01 TARGET-RECORD PIC X(640).
      *>   the last set applied here and when
         FD  STATE-FILE.
         01 STATE-RECORD.
             05 st-rec-seq        PIC 9(6).
             05 FILLER            PIC X.
             05 st-rec-set-date   PIC X(8).
             05 FILLER            PIC X.
             05 st-rec-set-time   PIC X(6).
             05 FILLER            PIC X.
             05 st-rec-done-date  PIC X(8).
             05 FILLER            PIC X.
             05 st-rec-done-time  PIC X(6).
         FD  ACK-FILE.
             COPY "dr-ack-rec.cpy".
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "dr-apply".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

           01 ws-cmdline        PIC X(300).
           01 ws-set-arg        PIC X(200).

           01 ws-set-path       PIC X(300).
           01 ws-set-status     PIC XX.
           01 ws-set-eof        PIC X.
           01 ws-stage-path     PIC X(300).
           01 ws-stage-status   PIC XX.
           01 ws-target-path    PIC X(300).
           01 ws-target-status  PIC XX.
           01 ws-state-path     PIC X(300) VALUE "DRAPPLY.STATE".
           01 ws-state-status   PIC XX.
           01 ws-ack-path       PIC X(300).
           01 ws-ack-status     PIC XX.
           01 ws-delete-rc      PIC S9(9) COMP-5.

           01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status  PIC XX.
           01 ws-config-eof     PIC X VALUE "N".
           01 ws-config-key     PIC X(20).
           01 ws-config-value   PIC X(60).
           01 ws-site-id        PIC X(20) VALUE "UNKNOWN".

      *>   the last set applied, as DRAPPLY.STATE has it
           01 ws-last-seq       PIC 9(6) VALUE 0.
           01 ws-next-seq       PIC 9(6).
           01 ws-probe-seq      PIC 9(6).
           01 ws-probe-idx      PIC 99.
           78 ws-probe-max VALUE 14.

      *>   the set in hand
           01 ws-set-seq        PIC 9(6).
           01 ws-set-date       PIC X(8).
           01 ws-set-time       PIC X(6).
      *>   Y going on, N refused, D a duplicate, S stop the run
           01 ws-set-verdict    PIC X.
           01 ws-set-reason     PIC X(60).
           01 ws-line-counter   PIC 9(9).
           01 ws-data-lines     PIC 9(9).
           01 ws-hash-total     PIC 9(12).
           01 ws-sets-applied   PIC 9(5) VALUE 0.
           01 ws-sets-refused   PIC 9(5) VALUE 0.
           01 ws-run-done       PIC X VALUE "N".

           78 ws-mem-max VALUE 9.
           01 ws-mem-idx        PIC 9.
           01 ws-mem-count      PIC 9 VALUE 0.
           01 ws-mem-table.
               05 ws-mem-entry OCCURS 9 TIMES.
                   10 ws-mem-name     PIC X(44).
                   10 ws-mem-mode     PIC X.
                   10 ws-mem-lines    PIC 9(7).
                   10 ws-mem-sum      PIC 9(9).

      *>   file-checksum's USING items
           01 ws-sum-path       PIC X(300).
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.

      *>   gdg-io's USING items, to catalog a backup unload
           01 ws-gdg-op         PIC X(5).
           01 ws-gdg-base       PIC X(44) VALUE "PROJECTS.BAK".
           01 ws-gdg-path       PIC X(300).
           01 ws-gdg-gen        PIC 9(4).
           01 ws-gdg-status     PIC 99.

      *>   the set's marker lines
           COPY "dr-set-lines.cpy".

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-STATE.
           IF ws-set-arg NOT = SPACES
               MOVE ws-set-arg TO ws-set-path
               perform 200-HANDLE-ONE-SET
           ELSE
               perform 150-APPLY-WAITING-SETS
           END-IF.
           perform 800-SUMMARY.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
      *>   journal and catalog lines are carried as they stand,
      *>   whatever bytes they hold
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-set-arg.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-set-arg
           END-UNSTRING.
           PERFORM 010-READ-CONFIG.

      *>   SITE-ID= names this installation in the acknowledgments
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
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                             INTO ws-config-key ws-config-value
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-key)) = "SITE-ID"
                               MOVE FUNCTION TRIM(ws-config-value)
                                 TO ws-site-id
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       010-READ-CONFIG-EXIT.
           EXIT.

      *>   no state is a DR copy that has never had a set: the first
      *>   one it takes is DRSET.000001
       100-LOAD-STATE SECTION.
           OPEN INPUT STATE-FILE.
           IF ws-state-status NOT = "00"
               GO TO 100-LOAD-STATE-EXIT
           END-IF.
           READ STATE-FILE
               NOT AT END
                   IF st-rec-seq IS NUMERIC
                       MOVE st-rec-seq TO ws-last-seq
                   END-IF
           END-READ.
           CLOSE STATE-FILE.
       100-LOAD-STATE-EXIT.
           EXIT.

      *>   the next set in line, again and again, until it has not
      *>   arrived; then a look a little further on, since a later
      *>   set waiting there means one went missing on the way
       150-APPLY-WAITING-SETS SECTION.
           PERFORM UNTIL ws-run-done = "Y"
               COMPUTE ws-next-seq = ws-last-seq + 1
               MOVE ws-next-seq TO ws-probe-seq
               PERFORM 160-SET-PROBE-PATH
               OPEN INPUT SET-FILE
               IF ws-set-status = "00"
                   CLOSE SET-FILE
                   PERFORM 200-HANDLE-ONE-SET
                   IF ws-set-verdict NOT = "Y"
                       MOVE "Y" TO ws-run-done
                   END-IF
               ELSE
                   MOVE "Y" TO ws-run-done
                   PERFORM 170-LOOK-FOR-LATER-SET
               END-IF
           END-PERFORM.

       160-SET-PROBE-PATH SECTION.
           MOVE SPACES TO ws-set-path.
           STRING "DRSET." ws-probe-seq
             DELIMITED BY SIZE INTO ws-set-path
           END-STRING.

       170-LOOK-FOR-LATER-SET SECTION.
           PERFORM VARYING ws-probe-idx FROM 1 BY 1
               UNTIL ws-probe-idx > ws-probe-max
               COMPUTE ws-probe-seq = ws-next-seq + ws-probe-idx
               PERFORM 160-SET-PROBE-PATH
               OPEN INPUT SET-FILE
               IF ws-set-status = "00"
                   CLOSE SET-FILE
                   PERFORM 200-HANDLE-ONE-SET
                   MOVE ws-probe-max TO ws-probe-idx
               END-IF
           END-PERFORM.

      *>   one set start to finish: its header says which it is, then
      *>   every check, then -- only if all pass -- the DR files
       200-HANDLE-ONE-SET SECTION.
           MOVE "Y" TO ws-set-verdict.
           MOVE SPACES TO ws-set-reason.
           MOVE 0 TO ws-set-seq.
           MOVE SPACES TO ws-set-date ws-set-time.
           MOVE 0 TO ws-mem-count.
           INITIALIZE ws-mem-table.
           PERFORM 210-READ-SET-HEAD.
           IF ws-set-verdict = "S"
               GO TO 200-HANDLE-ONE-SET-EXIT
           END-IF.
           IF ws-set-verdict = "Y"
               EVALUATE TRUE
                   WHEN ws-set-seq NOT > ws-last-seq
                       MOVE "D" TO ws-set-verdict
                       MOVE "already applied" TO ws-set-reason
                   WHEN ws-set-seq > ws-last-seq + 1
                       MOVE "N" TO ws-set-verdict
                       COMPUTE ws-next-seq = ws-last-seq + 1
                       STRING "out of sequence -- set " ws-next-seq
                         " has not been applied"
                         DELIMITED BY SIZE INTO ws-set-reason
                       END-STRING
               END-EVALUATE
               IF ws-set-verdict NOT = "Y"
                   CLOSE SET-FILE
               END-IF
           END-IF.
           IF ws-set-verdict = "Y"
               PERFORM 220-STAGE-MEMBERS
           END-IF.
           IF ws-set-verdict = "Y"
               PERFORM 230-CHECK-MEMBERS
           END-IF.
           IF ws-set-verdict = "Y"
               PERFORM 300-APPLY-MEMBERS
           END-IF.
           PERFORM 290-REMOVE-STAGE-FILES.
           EVALUATE ws-set-verdict
               WHEN "Y"
                   ADD 1 TO ws-sets-applied
                   MOVE ws-set-seq TO ws-last-seq
                   DISPLAY "dr-apply: " FUNCTION TRIM(ws-set-path)
                     " applied, " ws-mem-count " file(s), as of "
                     ws-set-date " " ws-set-time
                   END-DISPLAY
               WHEN "D"
                   DISPLAY "DRA011W dr-apply: "
                     FUNCTION TRIM(ws-set-path)
                     " was already applied -- left alone" UPON SYSERR
                   END-DISPLAY
               WHEN OTHER
                   ADD 1 TO ws-sets-refused
                   DISPLAY "DRA012E dr-apply: "
                     FUNCTION TRIM(ws-set-path) " refused: "
                     FUNCTION TRIM(ws-set-reason) UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 400-WRITE-ACK.
       200-HANDLE-ONE-SET-EXIT.
           EXIT.

      *>   a file that is not a set at all has no number to answer
      *>   under: it is reported and nothing more
       210-READ-SET-HEAD SECTION.
           MOVE "N" TO ws-set-eof.
           OPEN INPUT SET-FILE.
           IF ws-set-status NOT = "00"
               DISPLAY "DRA010E dr-apply: could not read '"
                 FUNCTION TRIM(ws-set-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE "S" TO ws-set-verdict
               MOVE 1 TO RETURN-CODE
               GO TO 210-READ-SET-HEAD-EXIT
           END-IF.
           MOVE SPACES TO SET-RECORD.
           READ SET-FILE
               AT END
                   MOVE "Y" TO ws-set-eof
           END-READ.
           MOVE SET-RECORD TO DR-SET-HEADER.
           IF ws-set-eof = "Y"
               OR drs-hdr-tag NOT = "*DRS "
               OR drs-hdr-seq IS NOT NUMERIC
               CLOSE SET-FILE
               DISPLAY "DRA010E dr-apply: '"
                 FUNCTION TRIM(ws-set-path)
                 "' is not a transfer set dr-replicate cut"
                 UPON SYSERR
               END-DISPLAY
               MOVE "S" TO ws-set-verdict
               MOVE 1 TO RETURN-CODE
               GO TO 210-READ-SET-HEAD-EXIT
           END-IF.
           MOVE drs-hdr-seq  TO ws-set-seq.
           MOVE drs-hdr-date TO ws-set-date.
           MOVE drs-hdr-time TO ws-set-time.
      *>   the table of contents, up to *END-TOC
           PERFORM UNTIL ws-set-eof = "Y"
               READ SET-FILE
                   AT END
                       MOVE "Y" TO ws-set-eof
                       MOVE "N" TO ws-set-verdict
                       MOVE "no *END-TOC -- the set is cut short"
                         TO ws-set-reason
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SET-RECORD(1:8) = "*END-TOC"
                               MOVE "Y" TO ws-set-eof
                           WHEN SET-RECORD(1:5) = "*MEM "
                               AND ws-mem-count < ws-mem-max
                               MOVE SET-RECORD TO DR-SET-MEMBER
                               ADD 1 TO ws-mem-count
                               MOVE drs-mem-name
                                 TO ws-mem-name(ws-mem-count)
                               MOVE drs-mem-mode
                                 TO ws-mem-mode(ws-mem-count)
                               MOVE drs-mem-lines
                                 TO ws-mem-lines(ws-mem-count)
                               MOVE drs-mem-sum
                                 TO ws-mem-sum(ws-mem-count)
                           WHEN OTHER
                               MOVE "Y" TO ws-set-eof
                               MOVE "N" TO ws-set-verdict
                               MOVE "table of contents unreadable"
                                 TO ws-set-reason
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *>   the set stays open, positioned on the first data line,
      *>   for the staging pass
           IF ws-set-verdict NOT = "Y"
               CLOSE SET-FILE
           END-IF.
       210-READ-SET-HEAD-EXIT.
           EXIT.

       215-SET-STAGE-PATH SECTION.
           MOVE SPACES TO ws-stage-path.
           STRING "DRAPPLY.STAGE." ws-mem-idx
             DELIMITED BY SIZE INTO ws-stage-path
           END-STRING.

      *>   each file's lines out to its own stage file, then the
      *>   control line, which must be the set's last
       220-STAGE-MEMBERS SECTION.
           MOVE 0 TO ws-data-lines.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               OR ws-set-verdict NOT = "Y"
               PERFORM 225-STAGE-ONE-MEMBER
           END-PERFORM.
           IF ws-set-verdict = "Y"
               MOVE SPACES TO SET-RECORD
               READ SET-FILE
                   AT END
                       MOVE "N" TO ws-set-verdict
                       MOVE "no *CTL control totals -- set cut short"
                         TO ws-set-reason
               END-READ
           END-IF.
           IF ws-set-verdict = "Y"
               MOVE SET-RECORD TO DR-SET-CONTROL
               IF drs-ctl-tag NOT = "*CTL "
                   MOVE "N" TO ws-set-verdict
                   MOVE "lines past the files' counts before *CTL"
                     TO ws-set-reason
               END-IF
           END-IF.
           CLOSE SET-FILE.

       225-STAGE-ONE-MEMBER SECTION.
           PERFORM 215-SET-STAGE-PATH.
           OPEN OUTPUT STAGE-FILE.
           IF ws-stage-status NOT = "00"
               MOVE "N" TO ws-set-verdict
               MOVE "could not write the stage file" TO ws-set-reason
               GO TO 225-STAGE-ONE-MEMBER-EXIT
           END-IF.
           MOVE 0 TO ws-line-counter.
           PERFORM UNTIL ws-line-counter
                   NOT < ws-mem-lines(ws-mem-idx)
               OR ws-set-verdict NOT = "Y"
               READ SET-FILE
                   AT END
                       MOVE "N" TO ws-set-verdict
                       MOVE "fewer lines than its files' counts"
                         TO ws-set-reason
                   NOT AT END
                       ADD 1 TO ws-line-counter
                       MOVE SET-RECORD TO STAGE-RECORD
                       WRITE STAGE-RECORD
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           ADD ws-line-counter TO ws-data-lines.
       225-STAGE-ONE-MEMBER-EXIT.
           EXIT.

      *>   the control totals against the table, then each file's
      *>   staged lines against its checksum
       230-CHECK-MEMBERS SECTION.
           MOVE 0 TO ws-hash-total.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               ADD ws-mem-sum(ws-mem-idx) TO ws-hash-total
           END-PERFORM.
           IF drs-ctl-members IS NOT NUMERIC
               OR drs-ctl-lines IS NOT NUMERIC
               OR drs-ctl-hash IS NOT NUMERIC
               OR drs-ctl-members NOT = ws-mem-count
               OR drs-ctl-lines NOT = ws-data-lines
               OR drs-ctl-hash NOT = ws-hash-total
               MOVE "N" TO ws-set-verdict
               MOVE "control totals do not agree with the set"
                 TO ws-set-reason
               GO TO 230-CHECK-MEMBERS-EXIT
           END-IF.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               OR ws-set-verdict NOT = "Y"
               PERFORM 215-SET-STAGE-PATH
               MOVE ws-stage-path TO ws-sum-path
               CALL "file-checksum" USING ws-sum-path ws-sum-value
                 ws-sum-status
               END-CALL
               IF ws-sum-value NOT = ws-mem-sum(ws-mem-idx)
                   MOVE "N" TO ws-set-verdict
                   STRING "checksum wrong for "
                     FUNCTION TRIM(ws-mem-name(ws-mem-idx))
                     DELIMITED BY SIZE INTO ws-set-reason
                   END-STRING
               END-IF
           END-PERFORM.
       230-CHECK-MEMBERS-EXIT.
           EXIT.

       290-REMOVE-STAGE-FILES SECTION.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               PERFORM 215-SET-STAGE-PATH
               CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-stage-path)
                 RETURNING ws-delete-rc
               END-CALL
           END-PERFORM.

      *>   every check has passed: F files are replaced, A files
      *>   lengthened, and the state moves to this set
       300-APPLY-MEMBERS SECTION.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               OR ws-set-verdict NOT = "Y"
               PERFORM 310-APPLY-ONE-MEMBER
           END-PERFORM.
           IF ws-set-verdict NOT = "Y"
               GO TO 300-APPLY-MEMBERS-EXIT
           END-IF.
           OPEN OUTPUT STATE-FILE.
           IF ws-state-status NOT = "00"
               MOVE "N" TO ws-set-verdict
               MOVE "applied, but DRAPPLY.STATE could not be written"
                 TO ws-set-reason
               GO TO 300-APPLY-MEMBERS-EXIT
           END-IF.
           MOVE SPACES TO STATE-RECORD.
           MOVE ws-set-seq  TO st-rec-seq.
           MOVE ws-set-date TO st-rec-set-date.
           MOVE ws-set-time TO st-rec-set-time.
           ACCEPT st-rec-done-date FROM DATE YYYYMMDD.
           ACCEPT st-rec-done-time FROM TIME.
           WRITE STATE-RECORD.
           CLOSE STATE-FILE.
       300-APPLY-MEMBERS-EXIT.
           EXIT.

      *>   a failure part way leaves the DR copy between two sets;
      *>   the refusal says which file, and the state still names
      *>   the set before, so the operator restores that file and
      *>   runs again
       310-APPLY-ONE-MEMBER SECTION.
           PERFORM 215-SET-STAGE-PATH.
           MOVE ws-mem-name(ws-mem-idx) TO ws-target-path.
           IF ws-mem-mode(ws-mem-idx) = "A"
               OPEN EXTEND TARGET-FILE
               IF ws-target-status NOT = "00"
                   OPEN OUTPUT TARGET-FILE
                   CLOSE TARGET-FILE
                   OPEN EXTEND TARGET-FILE
               END-IF
           ELSE
               OPEN OUTPUT TARGET-FILE
           END-IF.
           IF ws-target-status NOT = "00"
               MOVE "N" TO ws-set-verdict
               STRING "could not write "
                 FUNCTION TRIM(ws-target-path)
                 DELIMITED BY SIZE INTO ws-set-reason
               END-STRING
               GO TO 310-APPLY-ONE-MEMBER-EXIT
           END-IF.
           MOVE "N" TO ws-set-eof.
           OPEN INPUT STAGE-FILE.
           IF ws-stage-status = "00"
               PERFORM UNTIL ws-set-eof = "Y"
                   READ STAGE-FILE
                       AT END
                           MOVE "Y" TO ws-set-eof
                       NOT AT END
                           MOVE STAGE-RECORD TO TARGET-RECORD
                           WRITE TARGET-RECORD
                   END-READ
               END-PERFORM
               CLOSE STAGE-FILE
           END-IF.
           CLOSE TARGET-FILE.
           IF ws-target-path(1:13) = "PROJECTS.BAK."
               PERFORM 320-CATALOG-BACKUP
           END-IF.
       310-APPLY-ONE-MEMBER-EXIT.
           EXIT.

      *>   where the DR site has no PROJECTS.BAK group defined the
      *>   unload is simply kept under its own name
       320-CATALOG-BACKUP SECTION.
           MOVE "CATLG" TO ws-gdg-op.
           MOVE ws-target-path TO ws-gdg-path.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.
           IF ws-gdg-status = 0
               DISPLAY "dr-apply: " FUNCTION TRIM(ws-target-path)
                 " cataloged as " FUNCTION TRIM(ws-gdg-base) " G"
                 ws-gdg-gen "V00"
               END-DISPLAY
           ELSE
               DISPLAY "DRA014W dr-apply: "
                 FUNCTION TRIM(ws-target-path)
                 " kept but not cataloged -- no PROJECTS.BAK group "
                 "is defined here" UPON SYSERR
               END-DISPLAY
           END-IF.

      *>   the answer for the sending site, one file per set
       400-WRITE-ACK SECTION.
           MOVE SPACES TO ws-ack-path.
           STRING "DRACK." ws-set-seq
             DELIMITED BY SIZE INTO ws-ack-path
           END-STRING.
           OPEN OUTPUT ACK-FILE.
           IF ws-ack-status NOT = "00"
               DISPLAY "DRA013E dr-apply: could not write '"
                 FUNCTION TRIM(ws-ack-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 400-WRITE-ACK-EXIT
           END-IF.
           MOVE SPACES TO DR-ACK-RECORD.
           MOVE ws-set-seq TO dra-rec-seq.
           EVALUATE ws-set-verdict
               WHEN "Y"
                   MOVE "APPLIED" TO dra-rec-status
               WHEN "D"
                   MOVE "DUPLICATE" TO dra-rec-status
               WHEN OTHER
                   MOVE "REFUSED" TO dra-rec-status
           END-EVALUATE.
           MOVE ws-site-id  TO dra-rec-site.
           MOVE ws-set-date TO dra-rec-set-date.
           MOVE ws-set-time TO dra-rec-set-time.
           ACCEPT dra-rec-done-date FROM DATE YYYYMMDD.
           ACCEPT dra-rec-done-time FROM TIME.
           MOVE ws-set-reason TO dra-rec-reason.
           WRITE DR-ACK-RECORD.
           CLOSE ACK-FILE.
       400-WRITE-ACK-EXIT.
           EXIT.

       800-SUMMARY SECTION.
           DISPLAY "dr-apply: " ws-sets-applied " set(s) applied, "
             ws-sets-refused " refused; the DR copy stands at set "
             ws-last-seq
           END-DISPLAY.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DRA001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "DRA002E DR transfer set not applied, see SYSERR"
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

       END PROGRAM "dr-apply".
