      *> -------------------------------------------
      *> release-rollback.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> puts a project back to an earlier release: the release's
      *> container under releases/ (release-pack wrote it when that
      *> promotion's PROD build passed) is unpacked and checksummed
      *> into a staging directory first, and only once every member
      *> has come out whole are they moved into the project -- the
      *> source, copybooks, Makefile, listing and module exactly as
      *> they went live. The project is then rebuilt from the
      *> reinstated source, the reinstated files re-cataloged in
      *> PROJFILES, and a ROLLBACK line written to RELEASES with the
      *> operator, ticket and reason. A rebuild that fails is
      *> recorded too and ends the run red; the release's own module
      *> is left in place. Files added to the project since the
      *> release are left where they are.
      *>
      *>   release-rollback <project-name> <release> --reason <text>
      *>                    --ticket <ref>
      *>
      *> <release> is the number RELEASES gives it: R0003, R3 or 3.
      *> Everything after --reason is the reason.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "release-rollback".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASES-FILE
               ASSIGN TO DYNAMIC ws-releases-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-releases-status.
      *>   the generator's checksum catalog: the reinstated files get
      *>   fresh records so gen-drift judges them against the release
      *>   they came back from
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.

       DATA DIVISION.
         FILE SECTION.
         FD  RELEASES-FILE.
         COPY "release-rec.cpy".
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project    PIC X(48).
             05 FILLER            PIC X.
             05 pf-rec-path       PIC X(120).
             05 FILLER            PIC X.
             05 pf-rec-checksum   PIC 9(9).
             05 FILLER            PIC X.
             05 pf-rec-date       PIC X(8).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "release-rollback".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.
      *>   job-log's START/END calls bracket the whole run so the
      *>   JOBLOG shows every rollback attempted and how it ended
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-cmdline        PIC X(300).
           01 ws-proj-name-arg  PIC X(48).
           01 ws-release-arg    PIC X(20).
           01 ws-reason         PIC X(60).
           01 ws-reason-ptr     PIC 9(3).
           01 ws-op-status      PIC X VALUE "Y".

      *>   change-ticket's USING items: a rollback changes what runs
      *>   in PROD, so it always runs under the PROD rule and always
      *>   needs a ticket
           01 ws-ticket-profile  PIC X(4) VALUE "PROD".
           01 ws-ticket-ref      PIC X(20).
           01 ws-ticket-status   PIC 99.

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

      *>   the release asked for, in RELEASES' R0000 form
           01 ws-release-id      PIC X(5).
           01 ws-release-digits  PIC X(4).
           01 ws-release-rest    PIC X(16).
           01 ws-release-len     PIC 9(3).
           01 ws-release-num     PIC 9(4).

           01 ws-releases-path   PIC X(300) VALUE "RELEASES".
           01 ws-releases-status PIC XX.
           01 ws-projfiles-path  PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.

      *>   release-unpack's USING items, and the staging directory
      *>   the members come out into before any of them is moved
           01 ws-container-path  PIC X(300).
           01 ws-stage-dir       PIC X(300).
           01 ws-member-count    PIC 99.
           01 ws-member-table.
               05 ws-member-name PIC X(60) OCCURS 50 TIMES.
           01 ws-unpack-status   PIC 99.
           01 ws-member-idx      PIC 99.

           01 ws-src-path        PIC X(300).
           01 ws-dst-path        PIC X(300).
           01 ws-file-info       PIC X(16).
           01 ws-rc              PIC 9(9) COMP-5.
           01 ws-entry-len       PIC 9(3).
           01 ws-entry-suffix    PIC X(4).

           01 ws-shell-command   PIC X(300).
           01 ws-make-rc         PIC S9(9) COMP-5.
           01 ws-build-outcome   PIC X(4).

      *>   file-checksum's USING items for the re-cataloging
           01 ws-sum-path       PIC X(300).
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-CONFIRM-ACTIVE.
           IF ws-op-status = "Y"
               perform 150-FIND-RELEASE
           END-IF.
           IF ws-op-status = "Y"
               perform 200-UNPACK-TO-STAGE
           END-IF.
           IF ws-op-status = "Y"
               perform 300-REINSTATE-MEMBERS
               perform 400-REBUILD
               perform 450-RECATALOG-MEMBERS
               perform 500-RECORD-ROLLBACK
      *>       the re-cataloging's CALLs reset RETURN-CODE behind the
      *>       rebuild's back
               IF ws-build-outcome NOT = "PASS"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
      *>   gated by the OPERS permission file, the same RESTORE
      *>   class restore-project needs; the denied attempt is
      *>   already in ERROR.LOG by the time this refuses
           MOVE "RESTORE" TO ws-opers-class.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "RLB010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
      *>   the ticket comes out first, so "--ticket" written after
      *>   the reason does not end up inside it
           CALL "change-ticket" USING ws-cmdline(1:256)
             ws-ticket-profile ws-ticket-ref ws-ticket-status
           END-CALL.
           IF ws-ticket-status = 15
               DISPLAY "RLB012E release-rollback: '"
                 FUNCTION TRIM(ws-ticket-ref)
                 "' is not a valid change ticket number" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-ticket-status = 10
               DISPLAY "RLB011E release-rollback: a rollback in PROD "
                 "needs a change ticket -- rerun with --ticket <ref>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   "--reason" takes the rest of the line
           MOVE SPACES TO ws-reason.
           MOVE 0 TO ws-reason-ptr.
           INSPECT ws-cmdline TALLYING ws-reason-ptr
             FOR CHARACTERS BEFORE INITIAL "--reason "
           IF ws-reason-ptr < 256
               MOVE FUNCTION TRIM(ws-cmdline(ws-reason-ptr + 10:))
                 TO ws-reason
               MOVE SPACES TO ws-cmdline(ws-reason-ptr + 1:)
           END-IF.
           MOVE SPACES TO ws-proj-name-arg ws-release-arg.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-proj-name-arg ws-release-arg
           END-UNSTRING.
           IF ws-proj-name-arg = SPACES OR ws-release-arg = SPACES
               DISPLAY "RLB013E usage: release-rollback <project-name> "
                 "<release> --reason <text> --ticket <ref>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-reason = SPACES
               DISPLAY "RLB014E release-rollback: a rollback needs a "
                 "reason -- rerun with --reason <text>" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   only an ACTIVE project is rolled back -- a retired one
      *>   comes back through restore-project first
       100-CONFIRM-ACTIVE SECTION.
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-proj-name-arg TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "RLB015E release-rollback: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
               GO TO 100-CONFIRM-ACTIVE-EXIT
           END-IF.
           IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "RLB016E release-rollback: project is "
                 FUNCTION TRIM(ws-proj-status)
                 " -- only an ACTIVE project rolls back" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
           END-IF.
       100-CONFIRM-ACTIVE-EXIT.
           EXIT.

      *>   "R0003", "R3" and "3" all name the same release
       150-FIND-RELEASE SECTION.
           MOVE ws-release-arg TO ws-release-digits.
           MOVE ws-release-arg(5:) TO ws-release-rest.
           IF ws-release-arg(1:1) = "R" OR ws-release-arg(1:1) = "r"
               MOVE ws-release-arg(2:) TO ws-release-digits
               MOVE ws-release-arg(6:) TO ws-release-rest
           END-IF.
           MOVE 0 TO ws-release-len.
           INSPECT ws-release-digits TALLYING ws-release-len
             FOR CHARACTERS BEFORE INITIAL " "
           IF ws-release-len = 0
              OR ws-release-digits(1:ws-release-len) IS NOT NUMERIC
              OR ws-release-rest NOT = SPACES
               DISPLAY "RLB017E release-rollback: '"
                 FUNCTION TRIM(ws-release-arg)
                 "' is not a release number" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
               GO TO 150-FIND-RELEASE-EXIT
           END-IF.
           MOVE ws-release-digits(1:ws-release-len) TO ws-release-num.
           MOVE SPACES TO ws-release-id.
           STRING "R" ws-release-num DELIMITED BY SIZE
             INTO ws-release-id
           END-STRING.
           MOVE SPACES TO ws-container-path.
           STRING "releases/" FUNCTION TRIM(ws-proj-name-arg) "."
             ws-release-id ".REL"
             DELIMITED BY SIZE INTO ws-container-path
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-container-path) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "RLB018E release-rollback: no release "
                 ws-release-id " of '" FUNCTION TRIM(ws-proj-name-arg)
                 "' (" FUNCTION TRIM(ws-container-path) ")"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
           END-IF.
       150-FIND-RELEASE-EXIT.
           EXIT.

      *>   the whole release comes out into
      *>   releases/<name>.<Rnnnn>.STAGE and is checksummed there; a
      *>   damaged container stops the rollback with the project
      *>   still exactly as it was
       200-UNPACK-TO-STAGE SECTION.
           MOVE SPACES TO ws-stage-dir.
           STRING "releases/" FUNCTION TRIM(ws-proj-name-arg) "."
             ws-release-id ".STAGE"
             DELIMITED BY SIZE INTO ws-stage-dir
           END-STRING.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(ws-stage-dir)
             RETURNING ws-rc
           END-CALL.
           MOVE SPACES TO ws-dst-path.
           STRING FUNCTION TRIM(ws-stage-dir) "/bin"
             DELIMITED BY SIZE INTO ws-dst-path
           END-STRING.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(ws-dst-path)
             RETURNING ws-rc
           END-CALL.
           CALL "release-unpack" USING ws-container-path
             ws-proj-name-arg ws-stage-dir ws-member-count
             ws-member-table ws-unpack-status
           END-CALL.
           IF ws-unpack-status NOT = 0
               DISPLAY "RLB019E release-rollback: release "
                 ws-release-id " did not unpack whole -- "
                 "the project is unchanged" UPON SYSERR
               END-DISPLAY
               PERFORM 210-CLEAR-STAGE
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
           END-IF.

       210-CLEAR-STAGE SECTION.
           PERFORM VARYING ws-member-idx FROM 1 BY 1
               UNTIL ws-member-idx > ws-member-count
               PERFORM 220-SET-STAGE-PATH
               CALL "CBL_DELETE_FILE" USING
                 FUNCTION TRIM(ws-src-path)
                 RETURNING ws-rc
               END-CALL
           END-PERFORM.
           MOVE SPACES TO ws-src-path.
           STRING FUNCTION TRIM(ws-stage-dir) "/bin"
             DELIMITED BY SIZE INTO ws-src-path
           END-STRING.
           CALL "CBL_DELETE_DIR" USING FUNCTION TRIM(ws-src-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_DELETE_DIR" USING FUNCTION TRIM(ws-stage-dir)
             RETURNING ws-rc
           END-CALL.

       220-SET-STAGE-PATH SECTION.
           MOVE SPACES TO ws-src-path ws-dst-path.
           STRING FUNCTION TRIM(ws-stage-dir) "/"
             FUNCTION TRIM(ws-member-name(ws-member-idx))
             DELIMITED BY SIZE INTO ws-src-path
           END-STRING.
           STRING FUNCTION TRIM(ws-proj-name-arg) "/"
             FUNCTION TRIM(ws-member-name(ws-member-idx))
             DELIMITED BY SIZE INTO ws-dst-path
           END-STRING.

      *>   each verified member renamed over its live copy; the
      *>   module gets its execute bit back, which the byte copy
      *>   out of the container does not carry
       300-REINSTATE-MEMBERS SECTION.
           MOVE SPACES TO ws-dst-path.
           STRING FUNCTION TRIM(ws-proj-name-arg) "/bin"
             DELIMITED BY SIZE INTO ws-dst-path
           END-STRING.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(ws-dst-path)
             RETURNING ws-rc
           END-CALL.
           PERFORM VARYING ws-member-idx FROM 1 BY 1
               UNTIL ws-member-idx > ws-member-count
               PERFORM 220-SET-STAGE-PATH
               CALL "CBL_RENAME_FILE" USING
                 FUNCTION TRIM(ws-src-path)
                 FUNCTION TRIM(ws-dst-path)
                 RETURNING ws-rc
               END-CALL
               IF ws-rc NOT = 0
                   DISPLAY "RLB021W release-rollback: could not put '"
                     FUNCTION TRIM(ws-dst-path) "' back" UPON SYSERR
                   END-DISPLAY
               END-IF
           END-PERFORM.
           PERFORM 210-CLEAR-STAGE.
           MOVE SPACES TO ws-shell-command.
           STRING "chmod +x " FUNCTION TRIM(ws-proj-name-arg)
             "/bin/" FUNCTION TRIM(ws-proj-name-arg) "* "
             FUNCTION TRIM(ws-proj-name-arg) "/"
             FUNCTION TRIM(ws-proj-name-arg) " > /dev/null 2>&1"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "release-rollback: release " ws-release-id " of '"
             FUNCTION TRIM(ws-proj-name-arg) "' reinstated ("
             ws-member-count " members)"
           END-DISPLAY.

      *>   rebuilt from the reinstated source under its reinstated
      *>   Makefile; -B so make does not trust timestamps the
      *>   rename has just made meaningless
       400-REBUILD SECTION.
           MOVE SPACES TO ws-shell-command.
           STRING "make -B -C " DELIMITED BY SIZE
             FUNCTION TRIM(ws-proj-name-arg) DELIMITED BY SIZE
             " > /dev/null 2>&1" DELIMITED BY SIZE
             INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE RETURN-CODE TO ws-make-rc.
           MOVE 0 TO RETURN-CODE.
           IF ws-make-rc = 0
               MOVE "PASS" TO ws-build-outcome
               DISPLAY "release-rollback: '"
                 FUNCTION TRIM(ws-proj-name-arg)
                 "' rebuilt clean from release " ws-release-id
               END-DISPLAY
           ELSE
               MOVE "FAIL" TO ws-build-outcome
               DISPLAY "RLB020E release-rollback: the rebuild FAILED "
                 "-- the release's own module is left in place"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   the source, copybooks and Makefile, the files the
      *>   generator catalog tracks; the listing and module are not
      *>   cataloged anywhere else either
       450-RECATALOG-MEMBERS SECTION.
           OPEN EXTEND PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               OPEN OUTPUT PROJFILES-FILE
               CLOSE PROJFILES-FILE
               OPEN EXTEND PROJFILES-FILE
           END-IF.
           IF ws-projfiles-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-member-idx FROM 1 BY 1
               UNTIL ws-member-idx > ws-member-count
               PERFORM 455-RECATALOG-ONE
           END-PERFORM.
           CLOSE PROJFILES-FILE.

       455-RECATALOG-ONE SECTION.
           MOVE FUNCTION LENGTH(
             FUNCTION TRIM(ws-member-name(ws-member-idx)))
             TO ws-entry-len.
           MOVE SPACES TO ws-entry-suffix.
           IF ws-entry-len > 3
               MOVE FUNCTION UPPER-CASE(ws-member-name(ws-member-idx)
                 (ws-entry-len - 3:4)) TO ws-entry-suffix
           END-IF.
           IF ws-entry-suffix NOT = ".CBL"
              AND ws-entry-suffix NOT = ".CPY"
              AND ws-member-name(ws-member-idx) NOT = "Makefile"
               EXIT SECTION
           END-IF.
           PERFORM 220-SET-STAGE-PATH.
           MOVE ws-dst-path TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               EXIT SECTION
           END-IF.
           MOVE SPACES TO PROJFILES-RECORD.
           MOVE ws-proj-name-arg    TO pf-rec-project.
           MOVE ws-sum-path(1:120)  TO pf-rec-path.
           MOVE ws-sum-value        TO pf-rec-checksum.
           ACCEPT pf-rec-date FROM DATE YYYYMMDD.
           WRITE PROJFILES-RECORD.

      *>   one RELEASES line per rollback, beside the RELEASE lines
      *>   it undoes, same create-then-extend open log-error uses
       500-RECORD-ROLLBACK SECTION.
           OPEN EXTEND RELEASES-FILE.
           IF ws-releases-status NOT = "00"
               OPEN OUTPUT RELEASES-FILE
               CLOSE RELEASES-FILE
               OPEN EXTEND RELEASES-FILE
           END-IF.
           MOVE SPACES TO RELEASES-RECORD.
           MOVE ws-proj-name-arg TO rel-rec-project.
           MOVE ws-release-id    TO rel-rec-release.
           ACCEPT rel-rec-date FROM DATE YYYYMMDD.
           ACCEPT rel-rec-time FROM TIME.
           MOVE "ROLLBACK"       TO rel-rec-action.
           ACCEPT rel-rec-operator FROM ENVIRONMENT "USER".
           IF rel-rec-operator = SPACES
               MOVE "UNKNOWN" TO rel-rec-operator
           END-IF.
           MOVE ws-ticket-ref    TO rel-rec-ticket.
           MOVE ws-member-count  TO rel-rec-members.
           MOVE ws-build-outcome TO rel-rec-outcome.
           MOVE ws-reason        TO rel-rec-note.
           WRITE RELEASES-RECORD.
           CLOSE RELEASES-FILE.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RLB001E " FUNCTION TRIM(ws-log-program-name)
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
               STRING "RLB002E rollback failed or rebuild red, see "
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

       END PROGRAM "release-rollback".
