      *> -------------------------------------------
      *> restore-drill.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the weekly proof that a projects-backup file really comes
      *> back: takes the newest PROJECTS.BAK generation and restores
      *> it through projects-restore into a scratch PROJECTS under
      *> its own directory (DRILL-DIR= in MAKER.CFG, default drill,
      *> relative to the projects root) -- the live master is never
      *> opened for update. projects-verify then walks the scratch
      *> copy, and the restored copy's record count and hash total
      *> of every key are set against the live master's as it stood
      *> at the backup's own stamp: the live totals taken now, with
      *> every PROJECTS-AUDIT change journaled since the stamp
      *> backed out. Every drill, good or bad, is appended to the
      *> DRILLS history. A failed drill, or no good drill within
      *> DRILL-MAX-AGE-DAYS= (default 8), is logged, alerted and
      *> ends the run red. Runs in the weekly chain after the
      *> backup; "restore-drill CHECK" runs nightly and only checks
      *> the history's age, so a drill that stops running at all is
      *> caught too.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "restore-drill".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE
               ASSIGN TO DYNAMIC ws-backup-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-backup-file-status.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC ws-audit-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT DRILLS-FILE
               ASSIGN TO DYNAMIC ws-drills-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-drills-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
         FILE SECTION.
         FD  BACKUP-FILE.
         01 BACKUP-RECORD PIC X(180).
      *>   the same columns projects-rollfwd reads the journal by
         FD  AUDIT-FILE.
         01 AUDIT-RECORD.
             05 aud-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-time      PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-rest      PIC X(397).
             05 FILLER            PIC X.
             05 aud-rec-bus-date  PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-ticket    PIC X(20).
             05 FILLER            PIC X.
             05 aud-rec-override  PIC X(60).
             05 FILLER            PIC X(20).
      *>   one line per drill: when, which backup and its stamp, the
      *>   verdict, the restored and expected totals, and why a
      *>   failed drill failed
         FD  DRILLS-FILE.
         01 DRILLS-RECORD.
             05 drh-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 drh-rec-time      PIC X(6).
             05 FILLER            PIC X.
             05 drh-rec-result    PIC X(4).
             05 FILLER            PIC X.
             05 drh-rec-stamp     PIC 9(14).
             05 FILLER            PIC X.
             05 drh-rec-got-count PIC 9(7).
             05 FILLER            PIC X.
             05 drh-rec-got-hash  PIC 9(12).
             05 FILLER            PIC X.
             05 drh-rec-exp-count PIC 9(7).
             05 FILLER            PIC X.
             05 drh-rec-exp-hash  PIC 9(12).
             05 FILLER            PIC X.
             05 drh-rec-backup    PIC X(60).
             05 FILLER            PIC X.
             05 drh-rec-reason    PIC X(60).
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "restore-drill".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
           01 ws-alert-counts     PIC X(80).

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

           01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status  PIC XX.
           01 ws-config-eof     PIC X VALUE "N".
           01 ws-config-key     PIC X(20).
           01 ws-config-value   PIC X(60).
           01 ws-drill-dir      PIC X(60) VALUE "drill".
           01 ws-max-age-days   PIC 9(5) VALUE 8.

           01 ws-backup-path        PIC X(300).
           01 ws-backup-file-status PIC XX.
           01 ws-backup-eof         PIC X.
           01 ws-audit-path         PIC X(300)
               VALUE "PROJECTS-AUDIT".
           01 ws-audit-file-status  PIC XX.
           01 ws-audit-eof          PIC X.
           01 ws-drills-path        PIC X(300) VALUE "DRILLS".
           01 ws-drills-status      PIC XX.
           01 ws-drills-eof         PIC X.

      *>   gdg-io's USING items, to find the newest backup
           01 ws-gdg-op             PIC X(5).
           01 ws-gdg-base           PIC X(44) VALUE "PROJECTS.BAK".
           01 ws-gdg-path           PIC X(300).
           01 ws-gdg-gen            PIC 9(4).
           01 ws-gdg-status         PIC 99.

      *>   where the run stands, and the scratch directory and the
      *>   backup as full paths -- the restore and verify runs enter
      *>   the scratch directory as their projects root, so nothing
      *>   handed to them may be relative to this one
           01 ws-home-dir       PIC X(300).
           01 ws-scratch-dir    PIC X(300).
           01 ws-backup-full    PIC X(300).
           01 ws-scratch-file   PIC X(300).
           01 ws-shell-cmd      PIC X(700).
           01 ws-rc             PIC 9(9) COMP-5.
           01 ws-file-idx       PIC 9.
           01 ws-scratch-names.
               05 FILLER PIC X(20) VALUE "PROJECTS".
               05 FILLER PIC X(20) VALUE "PROJECTS.dat".
               05 FILLER PIC X(20) VALUE "PROJECTS.idx".
               05 FILLER PIC X(20) VALUE "PROJECTS-AUDIT".
               05 FILLER PIC X(20) VALUE "PROJECTS-AUDIT.SEAL".
           01 FILLER REDEFINES ws-scratch-names.
               05 ws-scratch-name PIC X(20) OCCURS 5 TIMES.

           01 ws-projects-io-op PIC X(6).
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
           01 ws-projects-io-status PIC 99.

      *>   the journal entry's body, laid out the same whichever
      *>   journal vintage the record came from
           01 ws-aud-body.
               05 aud-rec-who       PIC X(30).
               05 FILLER            PIC X.
               05 aud-rec-op        PIC X(6).
               05 FILLER            PIC X.
               05 aud-rec-before    PIC X(176).
               05 FILLER            PIC X.
               05 aud-rec-after     PIC X(176).

      *>   CCYYMMDDHHMMSS stamps told apart as plain numbers
           01 ws-backup-stamp   PIC 9(14) VALUE 0.
           01 ws-entry-stamp    PIC 9(14).
           01 ws-backed-out     PIC 9(5) VALUE 0.

      *>   the control totals: cmdb-extract's name hash, every byte
      *>   of every trimmed name summed under twelve digits -- added
      *>   for a name counted in, taken back for one backed out
           01 ws-walk-count     PIC S9(7).
           01 ws-walk-hash      PIC 9(12).
           01 ws-hash-name      PIC X(48).
           01 ws-hash-sign      PIC X.
           01 ws-name-len       PIC 9(3).
           01 ws-char-idx       PIC 9(3).
           01 ws-char-ord       PIC 9(4).
           01 ws-got-count      PIC 9(7) VALUE 0.
           01 ws-got-hash       PIC 9(12) VALUE 0.
           01 ws-exp-count      PIC 9(7) VALUE 0.
           01 ws-exp-hash       PIC 9(12) VALUE 0.

      *>   CHECK on the command line only looks at the history --
      *>   the nightly chain's check that the weekly drill still runs
           01 ws-cmdline        PIC X(80).
           01 ws-check-only     PIC X VALUE "N".

      *>   the drill's verdict, and the last good one on record
           01 ws-drill-failed   PIC X VALUE "N".
           01 ws-drill-reason   PIC X(60) VALUE SPACES.
           01 ws-now-date       PIC X(8).
           01 ws-now-time       PIC X(8).
           01 ws-last-pass-date PIC X(8) VALUE SPACES.
           01 ws-age-days       PIC 9(5) VALUE 0.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           IF ws-check-only = "Y"
               perform 800-CHECK-DRILL-AGE
               perform 900-TERMINATE
           END-IF.
           perform 100-FIND-NEWEST-BACKUP.
           perform 200-PREPARE-SCRATCH.
           perform 300-RESTORE-AND-VERIFY.
           perform 400-TOTAL-SCRATCH-COPY.
           perform 500-TOTAL-LIVE-AT-STAMP.
           perform 600-COMPARE-TOTALS.
           perform 700-RECORD-DRILL.
           perform 800-CHECK-DRILL-AGE.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           PERFORM 010-READ-CONFIG.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-cmdline)) = "CHECK"
               MOVE "Y" TO ws-check-only
           END-IF.
           MOVE SPACES TO ws-home-dir.
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
             BY VALUE LENGTH OF ws-home-dir
             BY REFERENCE ws-home-dir
             RETURNING ws-rc
           END-CALL.
           INSPECT ws-home-dir REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO ws-scratch-dir.
           IF ws-drill-dir(1:1) = "/"
               MOVE ws-drill-dir TO ws-scratch-dir
           ELSE
               STRING FUNCTION TRIM(ws-home-dir) "/"
                 FUNCTION TRIM(ws-drill-dir)
                 DELIMITED BY SIZE INTO ws-scratch-dir
               END-STRING
           END-IF.
      *>   the scratch copy is deleted and rebuilt every drill, so
      *>   the drill directory may never be the live root itself
           IF FUNCTION TRIM(ws-drill-dir) = "."
               OR FUNCTION TRIM(ws-drill-dir) = "./"
               OR ws-scratch-dir = ws-home-dir
               DISPLAY "RDR011E restore-drill: DRILL-DIR '"
                 FUNCTION TRIM(ws-drill-dir)
                 "' is the live projects root" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   DRILL-DIR= names the scratch directory, DRILL-MAX-AGE-DAYS=
      *>   how old the last good drill may be
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
                           MOVE SPACES TO ws-config-key
                           MOVE SPACES TO ws-config-value
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                             INTO ws-config-key ws-config-value
                           END-UNSTRING
                           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-key))
                               WHEN "DRILL-DIR"
                                   IF ws-config-value NOT = SPACES
                                       MOVE FUNCTION TRIM(
                                         ws-config-value)
                                         TO ws-drill-dir
                                   END-IF
                               WHEN "DRILL-MAX-AGE-DAYS"
                                   COMPUTE ws-max-age-days =
                                     FUNCTION NUMVAL(ws-config-value)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       010-READ-CONFIG-EXIT.
           EXIT.

      *>   generation 0 of PROJECTS.BAK, and the stamp in its header
      *>   that the live master is wound back to
       100-FIND-NEWEST-BACKUP SECTION.
           MOVE "RSLV " TO ws-gdg-op.
           MOVE "0" TO ws-gdg-path.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.
           IF ws-gdg-status NOT = 0
               MOVE "no cataloged PROJECTS.BAK generation to restore"
                 TO ws-drill-reason
               PERFORM 190-FAIL-DRILL
               GO TO 100-FIND-NEWEST-BACKUP-EXIT
           END-IF.
           MOVE ws-gdg-path TO ws-backup-path.
           MOVE SPACES TO ws-backup-full.
           IF ws-backup-path(1:1) = "/"
               MOVE ws-backup-path TO ws-backup-full
           ELSE
               STRING FUNCTION TRIM(ws-home-dir) "/"
                 FUNCTION TRIM(ws-backup-path)
                 DELIMITED BY SIZE INTO ws-backup-full
               END-STRING
           END-IF.
           DISPLAY "restore-drill: drilling generation G" ws-gdg-gen
             "V00, " FUNCTION TRIM(ws-backup-path)
           END-DISPLAY.
           MOVE "N" TO ws-backup-eof.
           OPEN INPUT BACKUP-FILE.
           IF ws-backup-file-status = "00"
               PERFORM UNTIL ws-backup-eof = "Y"
                   READ BACKUP-FILE
                       AT END
                           MOVE "Y" TO ws-backup-eof
                       NOT AT END
                           IF BACKUP-RECORD(1:17) = "*PROJECTS-BACKUP "
                               AND BACKUP-RECORD(18:8) IS NUMERIC
                               AND BACKUP-RECORD(27:6) IS NUMERIC
                               COMPUTE ws-backup-stamp =
                                 (FUNCTION NUMVAL(
                                   BACKUP-RECORD(18:8)) * 1000000)
                                 + FUNCTION NUMVAL(
                                   BACKUP-RECORD(27:6))
                           END-IF
                           MOVE "Y" TO ws-backup-eof
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
           END-IF.
           IF ws-backup-stamp = 0
               MOVE "backup missing or has no header stamp"
                 TO ws-drill-reason
               PERFORM 190-FAIL-DRILL
           END-IF.
       100-FIND-NEWEST-BACKUP-EXIT.
           EXIT.

       190-FAIL-DRILL SECTION.
           MOVE "Y" TO ws-drill-failed.
           DISPLAY "RDR010E restore-drill: drill FAILED -- "
             FUNCTION TRIM(ws-drill-reason) UPON SYSERR
           END-DISPLAY.

      *>   the files a restore leaves behind are deleted one by one
      *>   -- never the directory wholesale, which is configurable
       200-PREPARE-SCRATCH SECTION.
           IF ws-drill-failed = "Y"
               GO TO 200-PREPARE-SCRATCH-EXIT
           END-IF.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(ws-scratch-dir)
             RETURNING ws-rc
           END-CALL.
           PERFORM VARYING ws-file-idx FROM 1 BY 1
               UNTIL ws-file-idx > 5
               MOVE SPACES TO ws-scratch-file
               STRING FUNCTION TRIM(ws-scratch-dir) "/"
                 FUNCTION TRIM(ws-scratch-name(ws-file-idx))
                 DELIMITED BY SIZE INTO ws-scratch-file
               END-STRING
               CALL "CBL_DELETE_FILE" USING
                 FUNCTION TRIM(ws-scratch-file)
                 RETURNING ws-rc
               END-CALL
           END-PERFORM.
           CALL "CBL_CHANGE_DIR" USING FUNCTION TRIM(ws-scratch-dir)
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               MOVE "scratch directory could not be made or entered"
                 TO ws-drill-reason
               PERFORM 190-FAIL-DRILL
               GO TO 200-PREPARE-SCRATCH-EXIT
           END-IF.
           PERFORM 290-RETURN-HOME.
       200-PREPARE-SCRATCH-EXIT.
           EXIT.

       290-RETURN-HOME SECTION.
           CALL "CBL_CHANGE_DIR" USING FUNCTION TRIM(ws-home-dir)
             RETURNING ws-rc
           END-CALL.

      *>   both run as their own jobs with the scratch directory as
      *>   their projects root, the way chain-runner runs a step
       300-RESTORE-AND-VERIFY SECTION.
           IF ws-drill-failed = "Y"
               GO TO 300-RESTORE-AND-VERIFY-EXIT
           END-IF.
           MOVE SPACES TO ws-shell-cmd.
           STRING "PROJECTS_ROOT='" FUNCTION TRIM(ws-scratch-dir)
             "' ./projects-restore '" FUNCTION TRIM(ws-backup-full)
             "'" DELIMITED BY SIZE INTO ws-shell-cmd
           END-STRING.
           CALL "SYSTEM" USING ws-shell-cmd
           END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "projects-restore failed on the backup"
                 TO ws-drill-reason
               PERFORM 190-FAIL-DRILL
               GO TO 300-RESTORE-AND-VERIFY-EXIT
           END-IF.
           MOVE SPACES TO ws-shell-cmd.
           STRING "PROJECTS_ROOT='" FUNCTION TRIM(ws-scratch-dir)
             "' ./projects-verify"
             DELIMITED BY SIZE INTO ws-shell-cmd
           END-STRING.
           CALL "SYSTEM" USING ws-shell-cmd
           END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "projects-verify found the restored copy damaged"
                 TO ws-drill-reason
               PERFORM 190-FAIL-DRILL
           END-IF.
       300-RESTORE-AND-VERIFY-EXIT.
           EXIT.

      *>   the restored copy is walked from inside the scratch
      *>   directory, where projects-io's PROJECTS resolves to it
       400-TOTAL-SCRATCH-COPY SECTION.
           IF ws-drill-failed = "Y"
               GO TO 400-TOTAL-SCRATCH-COPY-EXIT
           END-IF.
           CALL "CBL_CHANGE_DIR" USING FUNCTION TRIM(ws-scratch-dir)
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               MOVE "scratch directory could not be made or entered"
                 TO ws-drill-reason
               PERFORM 190-FAIL-DRILL
               GO TO 400-TOTAL-SCRATCH-COPY-EXIT
           END-IF.
           PERFORM 410-WALK-MASTER.
           PERFORM 290-RETURN-HOME.
           MOVE ws-walk-count TO ws-got-count.
           MOVE ws-walk-hash TO ws-got-hash.
       400-TOTAL-SCRATCH-COPY-EXIT.
           EXIT.

       410-WALK-MASTER SECTION.
           MOVE 0 TO ws-walk-count.
           MOVE 0 TO ws-walk-hash.
           MOVE "+" TO ws-hash-sign.
           MOVE "BROWSE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           MOVE "NEXT" TO ws-projects-io-op.
      *>   priming call -- BROWSE only opens the file, it does not
      *>   hand back a record
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           PERFORM UNTIL ws-projects-io-status NOT = 0
               ADD 1 TO ws-walk-count
               MOVE ws-proj-name TO ws-hash-name
               PERFORM 450-HASH-ONE-NAME
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE "BREND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.

       450-HASH-ONE-NAME SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
             ws-hash-name TRAILING)) TO ws-name-len.
           IF ws-hash-name = SPACES
               GO TO 450-HASH-ONE-NAME-EXIT
           END-IF.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-name-len
               COMPUTE ws-char-ord =
                 FUNCTION ORD(ws-hash-name(ws-char-idx:1))
               IF ws-hash-sign = "-"
                   COMPUTE ws-walk-hash = FUNCTION MOD(
                     ws-walk-hash + 1000000000000 - ws-char-ord
                     1000000000000)
               ELSE
                   COMPUTE ws-walk-hash = FUNCTION MOD(
                     ws-walk-hash + ws-char-ord 1000000000000)
               END-IF
           END-PERFORM.
       450-HASH-ONE-NAME-EXIT.
           EXIT.

      *>   the live master as it is now, wound back to the backup's
      *>   stamp: every journaled change after it is undone in the
      *>   totals -- the record it took away counted back in, the
      *>   record it left counted back out. A change that only
      *>   rewrote a project nets to nothing, as it should
       500-TOTAL-LIVE-AT-STAMP SECTION.
           IF ws-drill-failed = "Y"
               GO TO 500-TOTAL-LIVE-AT-STAMP-EXIT
           END-IF.
           PERFORM 410-WALK-MASTER.
           MOVE "N" TO ws-audit-eof.
           OPEN INPUT AUDIT-FILE.
           IF ws-audit-file-status = "00"
               PERFORM UNTIL ws-audit-eof = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO ws-audit-eof
                       NOT AT END
                           IF AUDIT-RECORD NOT = SPACES
                               AND aud-rec-date(1:8) IS NUMERIC
                               PERFORM 510-BACK-OUT-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE ws-walk-count TO ws-exp-count.
           MOVE ws-walk-hash TO ws-exp-hash.
           DISPLAY "restore-drill: " ws-backed-out
             " journal change(s) since the backup backed out"
           END-DISPLAY.
       500-TOTAL-LIVE-AT-STAMP-EXIT.
           EXIT.

       510-BACK-OUT-ONE-ENTRY SECTION.
           IF aud-rec-rest(1:1) = "+" OR aud-rec-rest(1:1) = "-"
               MOVE aud-rec-rest(7:391) TO ws-aud-body
           ELSE
               MOVE aud-rec-rest(1:391) TO ws-aud-body
           END-IF.
           COMPUTE ws-entry-stamp =
             (FUNCTION NUMVAL(aud-rec-date) * 1000000)
             + FUNCTION NUMVAL(aud-rec-time(1:6)).
           IF ws-entry-stamp <= ws-backup-stamp
               GO TO 510-BACK-OUT-ONE-ENTRY-EXIT
           END-IF.
      *>   a change-freeze override line records who was let through,
      *>   not a change to PROJECTS
           IF FUNCTION TRIM(aud-rec-op) = "OVRIDE"
               GO TO 510-BACK-OUT-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO ws-backed-out.
           IF aud-rec-before(1:48) NOT = SPACES
               ADD 1 TO ws-walk-count
               MOVE "+" TO ws-hash-sign
               MOVE aud-rec-before(1:48) TO ws-hash-name
               PERFORM 450-HASH-ONE-NAME
           END-IF.
           IF FUNCTION TRIM(aud-rec-op) NOT = "DELETE"
               AND aud-rec-after(1:48) NOT = SPACES
               SUBTRACT 1 FROM ws-walk-count
               MOVE "-" TO ws-hash-sign
               MOVE aud-rec-after(1:48) TO ws-hash-name
               PERFORM 450-HASH-ONE-NAME
           END-IF.
       510-BACK-OUT-ONE-ENTRY-EXIT.
           EXIT.

       600-COMPARE-TOTALS SECTION.
           IF ws-drill-failed = "Y"
               GO TO 600-COMPARE-TOTALS-EXIT
           END-IF.
           DISPLAY "restore-drill: restored " ws-got-count
             " record(s) hash " ws-got-hash ", expected "
             ws-exp-count " hash " ws-exp-hash
           END-DISPLAY.
           IF ws-got-count NOT = ws-exp-count
               MOVE "restored record count differs from the master"
                 TO ws-drill-reason
               PERFORM 190-FAIL-DRILL
               GO TO 600-COMPARE-TOTALS-EXIT
           END-IF.
           IF ws-got-hash NOT = ws-exp-hash
               MOVE "restored key hash total differs from the master"
                 TO ws-drill-reason
               PERFORM 190-FAIL-DRILL
           END-IF.
       600-COMPARE-TOTALS-EXIT.
           EXIT.

      *>   same create-then-extend open log-error uses, so the first
      *>   drill ever creates the history
       700-RECORD-DRILL SECTION.
           MOVE SPACES TO DRILLS-RECORD.
           MOVE ws-now-date TO drh-rec-date.
           MOVE ws-now-time(1:6) TO drh-rec-time.
           IF ws-drill-failed = "Y"
               MOVE "FAIL" TO drh-rec-result
           ELSE
               MOVE "PASS" TO drh-rec-result
               DISPLAY "restore-drill: drill PASSED"
               END-DISPLAY
           END-IF.
           MOVE ws-backup-stamp TO drh-rec-stamp.
           MOVE ws-got-count TO drh-rec-got-count.
           MOVE ws-got-hash TO drh-rec-got-hash.
           MOVE ws-exp-count TO drh-rec-exp-count.
           MOVE ws-exp-hash TO drh-rec-exp-hash.
           MOVE ws-backup-path TO drh-rec-backup.
           MOVE ws-drill-reason TO drh-rec-reason.
           OPEN EXTEND DRILLS-FILE.
           IF ws-drills-status NOT = "00"
               OPEN OUTPUT DRILLS-FILE
               CLOSE DRILLS-FILE
               OPEN EXTEND DRILLS-FILE
           END-IF.
           IF ws-drills-status NOT = "00"
               DISPLAY "RDR012W restore-drill: could not record the "
                 "drill in DRILLS, status " ws-drills-status
                 UPON SYSERR
               END-DISPLAY
               GO TO 700-RECORD-DRILL-EXIT
           END-IF.
           WRITE DRILLS-RECORD.
           CLOSE DRILLS-FILE.
       700-RECORD-DRILL-EXIT.
           EXIT.

      *>   a failed drill is loud on its own; so is a history whose
      *>   last good drill is older than the configured age -- the
      *>   drill can stop running without ever failing
       800-CHECK-DRILL-AGE SECTION.
           MOVE "N" TO ws-drills-eof.
           OPEN INPUT DRILLS-FILE.
           IF ws-drills-status = "00"
               PERFORM UNTIL ws-drills-eof = "Y"
                   READ DRILLS-FILE
                       AT END
                           MOVE "Y" TO ws-drills-eof
                       NOT AT END
                           IF drh-rec-result = "PASS"
                               AND drh-rec-date IS NUMERIC
                               AND drh-rec-date > ws-last-pass-date
                               MOVE drh-rec-date TO ws-last-pass-date
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRILLS-FILE
           END-IF.
           IF ws-last-pass-date IS NUMERIC
               COMPUTE ws-age-days =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-now-date))
                 - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ws-last-pass-date))
           END-IF.
           IF ws-drill-failed = "Y"
               MOVE SPACES TO ws-log-error-msg
               STRING "RDR014E restore drill FAILED: "
                 FUNCTION TRIM(ws-drill-reason)
                 DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               PERFORM 810-RAISE-DRILL-ALERT
           END-IF.
           IF ws-last-pass-date IS NUMERIC
               AND ws-age-days NOT > ws-max-age-days
               GO TO 800-CHECK-DRILL-AGE-EXIT
           END-IF.
           MOVE SPACES TO ws-log-error-msg.
           IF ws-last-pass-date IS NUMERIC
               STRING "RDR013E last good restore drill " ws-age-days
                 " day(s) ago, limit " ws-max-age-days
                 DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
           ELSE
               MOVE "RDR013E no good restore drill on record"
                 TO ws-log-error-msg
           END-IF.
           PERFORM 810-RAISE-DRILL-ALERT.
       800-CHECK-DRILL-AGE-EXIT.
           EXIT.

       810-RAISE-DRILL-ALERT SECTION.
           DISPLAY FUNCTION TRIM(ws-log-error-msg) UPON SYSERR
           END-DISPLAY.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
           MOVE SPACES TO ws-alert-counts.
           IF ws-last-pass-date IS NUMERIC
               STRING "last good drill " ws-last-pass-date
                 " limit " ws-max-age-days "d -- see DRILLS"
                 DELIMITED BY SIZE INTO ws-alert-counts
               END-STRING
           ELSE
               MOVE "no good drill on record -- see DRILLS"
                 TO ws-alert-counts
           END-IF.
           CALL "send-alert" USING ws-log-program-name
             ws-log-error-msg ws-alert-counts
           END-CALL.
           MOVE 1 TO RETURN-CODE.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RDR001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "RDR002E restore drill ended red, see SYSERR"
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

       END PROGRAM "restore-drill".
