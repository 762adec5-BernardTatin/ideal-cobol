      *> -------------------------------------------
      *> compiler-rehearsal.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the upgrade question SMOKE-TEST and toolkit-certify cannot
      *> answer: what a candidate GnuCOBOL does to the projects the
      *> toolkit has generated. Every ACTIVE project is copied, with
      *> mk/ and COPYLIB beside it, into the scratch tree
      *> REHEARSAL.D, and built and tested there with the candidate
      *> installation's bin/ and lib/ ahead of the current ones --
      *> all builds first, then all tests, so a caller's test finds
      *> its callee already built. The live tree, BUILD-HISTORY and
      *> COMPILE-BASELINE are read, never written: each project's
      *> result and its error: and warning: counts, counted the way
      *> compile-report counts them, are set against its latest
      *> BUILD-HISTORY result and its COMPILE-BASELINE counts, and
      *> the upgrade report lists
      *>
      *>   NEWLY-FAILS    passes today, fails under the candidate
      *>   NEWLY-WARNS    more warnings under the candidate
      *>   NEWLY-PASSES   fails today, passes under the candidate
      *>   NOT-COMPARED   no BUILD-HISTORY result to set it against
      *>
      *> with the first compiler error of each new failure -- the
      *> remediation list the upgrade decision is made with.
      *>
      *>   compiler-rehearsal <candidate-install-dir> [<project>]
      *>
      *> The install directory is the candidate's prefix, the one
      *> holding bin/cobc. REHEARSAL.D is left in place for the
      *> failures to be looked at, and cleared by the next
      *> rehearsal. The return code is nonzero only when the
      *> rehearsal itself could not be made.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "compiler-rehearsal".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   one project's captured build or test output, scanned and
      *>   then overwritten by the next
           SELECT CAPTURE-FILE
               ASSIGN TO DYNAMIC ws-capture-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-capture-status.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.
           SELECT BASELINE-FILE
               ASSIGN TO DYNAMIC ws-baseline-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-baseline-status.

       DATA DIVISION.
         FILE SECTION.
         FD  CAPTURE-FILE.
         01 CAPTURE-RECORD PIC X(300).
      *>   build-health's line: name, date, time, result, ...
         FD  HISTORY-FILE.
         01 HISTORY-RECORD.
             05 hist-rec-name     PIC X(48).
             05 FILLER            PIC X.
             05 hist-rec-date     PIC X(8).
             05 FILLER            PIC X.
             05 hist-rec-time     PIC X(8).
             05 FILLER            PIC X.
             05 hist-rec-result   PIC X(4).
             05 FILLER            PIC X(80).
      *>   compile-report's line: name, errors, warnings
         FD  BASELINE-FILE.
         01 BASELINE-RECORD.
             05 base-rec-name     PIC X(48).
             05 FILLER            PIC X.
             05 base-rec-errors   PIC 9(5).
             05 FILLER            PIC X.
             05 base-rec-warnings PIC 9(5).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "compiler-rehearsal".
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

           01 ws-cmdline        PIC X(256).
           01 ws-candidate-dir  PIC X(160).
           01 ws-only-project   PIC X(48).
           01 ws-candidate-cobc PIC X(200).
           01 ws-candidate-ver  PIC X(60).
           01 ws-file-info      PIC X(16).
           01 ws-rc             PIC 9(9) COMP-5.

           01 ws-scratch-dir    PIC X(40) VALUE "REHEARSAL.D".
           01 ws-capture-path   PIC X(300) VALUE "REHEARSAL.LOG".
           01 ws-capture-status PIC XX.
           01 ws-capture-eof    PIC X.
           01 ws-history-path   PIC X(300) VALUE "BUILD-HISTORY".
           01 ws-history-status PIC XX.
           01 ws-history-eof    PIC X VALUE "N".
           01 ws-baseline-path  PIC X(300) VALUE "COMPILE-BASELINE".
           01 ws-baseline-status PIC XX.
           01 ws-baseline-eof   PIC X VALUE "N".

      *>   the candidate's environment, put ahead of every make the
      *>   rehearsal runs; COBC= is passed too, for a common.mk that
      *>   names its compiler through it
           01 ws-candidate-env  PIC X(500).
           01 ws-candidate-sub  PIC X(200).
           01 ws-env-pos        PIC 9(3).
           01 ws-shell-command  PIC X(800).

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

      *>   every project rehearsed, today's standing beside the
      *>   candidate's
           78 ws-name-max VALUE 300.
           01 ws-prj-count      PIC 9(4) VALUE 0.
           01 ws-prj-idx        PIC 9(4).
           01 ws-prj-table.
               05 ws-prj-entry OCCURS 300 TIMES.
                   10 ws-prj-name        PIC X(48).
                   10 ws-prj-copied      PIC X.
                   10 ws-prj-cur-result  PIC X(4).
                   10 ws-prj-base-known  PIC X.
                   10 ws-prj-base-errors PIC 9(5).
                   10 ws-prj-base-warns  PIC 9(5).
                   10 ws-prj-build-rc    PIC 9(9).
                   10 ws-prj-test-rc     PIC 9(9).
                   10 ws-prj-new-result  PIC X(4).
                   10 ws-prj-new-errors  PIC 9(5).
                   10 ws-prj-new-warns   PIC 9(5).
                   10 ws-prj-first-error PIC X(100).
                   10 ws-prj-category    PIC X(12).
           01 ws-found-idx      PIC 9(4).

           01 ws-this-errors    PIC 9(5).
           01 ws-this-warns     PIC 9(5).
           01 ws-this-first     PIC X(100).
           01 ws-hits           PIC 9(3).

      *>   the report's four lists, printed in this order
           01 ws-cat-values.
               05 FILLER PIC X(12) VALUE "NEWLY-FAILS".
               05 FILLER PIC X(12) VALUE "NEWLY-WARNS".
               05 FILLER PIC X(12) VALUE "NEWLY-PASSES".
               05 FILLER PIC X(12) VALUE "NOT-COMPARED".
           01 ws-cat-table REDEFINES ws-cat-values.
               05 ws-cat-name OCCURS 4 TIMES PIC X(12).
           01 ws-cat-idx        PIC 9.
           01 ws-cat-listed     PIC 9(4).
           01 ws-newly-fails    PIC 9(4) VALUE 0.
           01 ws-newly-warns    PIC 9(4) VALUE 0.
           01 ws-newly-passes   PIC 9(4) VALUE 0.
           01 ws-not-compared   PIC 9(4) VALUE 0.
           01 ws-unchanged      PIC 9(4) VALUE 0.
           01 ws-not-copied     PIC 9(4) VALUE 0.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "COMPILER upgrade rehearsal".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 010-CHECK-CANDIDATE.
           perform 100-COLLECT-ACTIVE-NAMES.
           perform 150-READ-CURRENT-RESULTS.
           perform 200-STAGE-SCRATCH-TREE.
           perform 300-BUILD-ALL.
           perform 400-TEST-ALL.
           perform 500-CLASSIFY-ALL.
           perform 600-WRITE-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-candidate-dir ws-only-project.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-candidate-dir ws-only-project
           END-UNSTRING.
           IF ws-candidate-dir = SPACES
               DISPLAY "CRH010E usage: compiler-rehearsal "
                 "<candidate-install-dir> [<project>]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   the candidate must at least answer --version; its first
      *>   line heads the report
       010-CHECK-CANDIDATE SECTION.
           MOVE SPACES TO ws-candidate-cobc.
           STRING FUNCTION TRIM(ws-candidate-dir) "/bin/cobc"
             DELIMITED BY SIZE INTO ws-candidate-cobc
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-candidate-cobc) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "CRH011E compiler-rehearsal: no compiler at "
                 FUNCTION TRIM(ws-candidate-cobc) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   its own config and copy directories, where the install
      *>   has them, so a COB_CONFIG_DIR pointing at today's never
      *>   leaks into the candidate's compiles
           MOVE SPACES TO ws-candidate-env.
           MOVE 1 TO ws-env-pos.
           STRING "PATH=" FUNCTION TRIM(ws-candidate-dir)
             "/bin:$PATH LD_LIBRARY_PATH="
             FUNCTION TRIM(ws-candidate-dir) "/lib:$LD_LIBRARY_PATH"
             DELIMITED BY SIZE INTO ws-candidate-env
             WITH POINTER ws-env-pos
           END-STRING.
           MOVE SPACES TO ws-candidate-sub.
           STRING FUNCTION TRIM(ws-candidate-dir)
             "/share/gnucobol/config"
             DELIMITED BY SIZE INTO ws-candidate-sub
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-candidate-sub) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               STRING " COB_CONFIG_DIR="
                 FUNCTION TRIM(ws-candidate-sub)
                 DELIMITED BY SIZE INTO ws-candidate-env
                 WITH POINTER ws-env-pos
               END-STRING
           END-IF.
           MOVE SPACES TO ws-candidate-sub.
           STRING FUNCTION TRIM(ws-candidate-dir)
             "/share/gnucobol/copy"
             DELIMITED BY SIZE INTO ws-candidate-sub
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-candidate-sub) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               STRING " COB_COPY_DIR="
                 FUNCTION TRIM(ws-candidate-sub)
                 DELIMITED BY SIZE INTO ws-candidate-env
                 WITH POINTER ws-env-pos
               END-STRING
           END-IF.
           MOVE SPACES TO ws-shell-command.
           STRING FUNCTION TRIM(ws-candidate-env) " "
             FUNCTION TRIM(ws-candidate-cobc) " --version > "
             FUNCTION TRIM(ws-capture-path) " 2>&1"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE RETURN-CODE TO ws-rc.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO ws-candidate-ver.
           OPEN INPUT CAPTURE-FILE.
           IF ws-capture-status = "00"
               READ CAPTURE-FILE
                   NOT AT END
                       MOVE CAPTURE-RECORD TO ws-candidate-ver
               END-READ
               CLOSE CAPTURE-FILE
           END-IF.
           IF ws-rc NOT = 0
               DISPLAY "CRH012E compiler-rehearsal: "
                 FUNCTION TRIM(ws-candidate-cobc)
                 " does not run: " FUNCTION TRIM(ws-candidate-ver)
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-COLLECT-ACTIVE-NAMES SECTION.
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
               IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   AND ws-prj-count < ws-name-max
                   AND (ws-only-project = SPACES
                     OR ws-proj-name = ws-only-project)
                   ADD 1 TO ws-prj-count
                   INITIALIZE ws-prj-entry(ws-prj-count)
                   MOVE ws-proj-name TO ws-prj-name(ws-prj-count)
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE "BREND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-only-project NOT = SPACES AND ws-prj-count = 0
               DISPLAY "CRH013E compiler-rehearsal: no ACTIVE project '"
                 FUNCTION TRIM(ws-only-project) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   today's standing: the latest BUILD-HISTORY result per
      *>   project, and its COMPILE-BASELINE counts. Either file may
      *>   be missing -- the project is then NOT-COMPARED, or
      *>   compared on its result alone.
       150-READ-CURRENT-RESULTS SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status = "00"
               PERFORM UNTIL ws-history-eof = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO ws-history-eof
                       NOT AT END
                           MOVE hist-rec-name TO ws-proj-name
                           PERFORM 160-FIND-PROJECT
                           IF ws-found-idx > 0
                               MOVE hist-rec-result
                                 TO ws-prj-cur-result(ws-found-idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           OPEN INPUT BASELINE-FILE.
           IF ws-baseline-status = "00"
               PERFORM UNTIL ws-baseline-eof = "Y"
                   READ BASELINE-FILE
                       AT END
                           MOVE "Y" TO ws-baseline-eof
                       NOT AT END
                           MOVE base-rec-name TO ws-proj-name
                           PERFORM 160-FIND-PROJECT
                           IF ws-found-idx > 0
                               AND base-rec-errors IS NUMERIC
                               AND base-rec-warnings IS NUMERIC
                               MOVE "Y"
                                 TO ws-prj-base-known(ws-found-idx)
                               MOVE base-rec-errors
                                 TO ws-prj-base-errors(ws-found-idx)
                               MOVE base-rec-warnings
                                 TO ws-prj-base-warns(ws-found-idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASELINE-FILE
           END-IF.

       160-FIND-PROJECT SECTION.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-prj-idx FROM 1 BY 1
               UNTIL ws-prj-idx > ws-prj-count OR ws-found-idx > 0
               IF ws-prj-name(ws-prj-idx) = ws-proj-name
                   MOVE ws-prj-idx TO ws-found-idx
               END-IF
           END-PERFORM.

      *>   a fresh scratch tree every rehearsal, laid out like the
      *>   projects root so ../mk/common.mk and ../COPYLIB resolve
      *>   from inside each copy exactly as they do live
       200-STAGE-SCRATCH-TREE SECTION.
           MOVE SPACES TO ws-shell-command.
           STRING "rm -rf " FUNCTION TRIM(ws-scratch-dir)
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(ws-scratch-dir)
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "CRH014E compiler-rehearsal: cannot create "
                 FUNCTION TRIM(ws-scratch-dir) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-shell-command.
           STRING "for d in mk COPYLIB; do test -d $d && cp -R $d "
             FUNCTION TRIM(ws-scratch-dir) "/; done; true"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           PERFORM VARYING ws-prj-idx FROM 1 BY 1
               UNTIL ws-prj-idx > ws-prj-count
               MOVE SPACES TO ws-shell-command
               STRING "cp -R " FUNCTION TRIM(ws-prj-name(ws-prj-idx))
                 " " FUNCTION TRIM(ws-scratch-dir) "/ > /dev/null 2>&1"
                 DELIMITED BY SIZE INTO ws-shell-command
               END-STRING
               CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
               END-CALL
               IF RETURN-CODE = 0
                   MOVE "Y" TO ws-prj-copied(ws-prj-idx)
               ELSE
                   MOVE "N" TO ws-prj-copied(ws-prj-idx)
                   ADD 1 TO ws-not-copied
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

      *>   clean first, so the copy's objects from today's compiler
      *>   are not taken for the candidate's
       300-BUILD-ALL SECTION.
           PERFORM VARYING ws-prj-idx FROM 1 BY 1
               UNTIL ws-prj-idx > ws-prj-count
               IF ws-prj-copied(ws-prj-idx) = "Y"
                   PERFORM 310-BUILD-ONE
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

       310-BUILD-ONE SECTION.
           MOVE SPACES TO ws-shell-command.
           STRING FUNCTION TRIM(ws-candidate-env) " make -C "
             FUNCTION TRIM(ws-scratch-dir) "/"
             FUNCTION TRIM(ws-prj-name(ws-prj-idx))
             " clean > /dev/null 2>&1"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE SPACES TO ws-shell-command.
           STRING FUNCTION TRIM(ws-candidate-env) " make -C "
             FUNCTION TRIM(ws-scratch-dir) "/"
             FUNCTION TRIM(ws-prj-name(ws-prj-idx))
             " COBC=" FUNCTION TRIM(ws-candidate-cobc) " > "
             FUNCTION TRIM(ws-capture-path) " 2>&1"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE RETURN-CODE TO ws-prj-build-rc(ws-prj-idx).
           PERFORM 350-COUNT-MESSAGES.
           MOVE ws-this-errors TO ws-prj-new-errors(ws-prj-idx).
           MOVE ws-this-warns  TO ws-prj-new-warns(ws-prj-idx).
           MOVE ws-this-first  TO ws-prj-first-error(ws-prj-idx).

      *>   a project whose build failed is not tested; its build is
      *>   its result
       400-TEST-ALL SECTION.
           PERFORM VARYING ws-prj-idx FROM 1 BY 1
               UNTIL ws-prj-idx > ws-prj-count
               IF ws-prj-copied(ws-prj-idx) = "Y"
                   IF ws-prj-build-rc(ws-prj-idx) = 0
                       PERFORM 410-TEST-ONE
                   END-IF
                   IF ws-prj-build-rc(ws-prj-idx) = 0
                       AND ws-prj-test-rc(ws-prj-idx) = 0
                       MOVE "PASS" TO ws-prj-new-result(ws-prj-idx)
                   ELSE
                       MOVE "FAIL" TO ws-prj-new-result(ws-prj-idx)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

       410-TEST-ONE SECTION.
           MOVE SPACES TO ws-shell-command.
           STRING FUNCTION TRIM(ws-candidate-env) " make -C "
             FUNCTION TRIM(ws-scratch-dir) "/"
             FUNCTION TRIM(ws-prj-name(ws-prj-idx))
             " COBC=" FUNCTION TRIM(ws-candidate-cobc) " test > "
             FUNCTION TRIM(ws-capture-path) " 2>&1"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE RETURN-CODE TO ws-prj-test-rc(ws-prj-idx).
      *>   a test that fails with nothing from the compiler is
      *>   remembered by its own first error line instead
           IF ws-prj-test-rc(ws-prj-idx) NOT = 0
               AND ws-prj-first-error(ws-prj-idx) = SPACES
               PERFORM 350-COUNT-MESSAGES
               MOVE ws-this-first TO ws-prj-first-error(ws-prj-idx)
               IF ws-this-first = SPACES
                   MOVE "test target failed"
                     TO ws-prj-first-error(ws-prj-idx)
               END-IF
           END-IF.

      *>   counted the way compile-report counts, so the numbers set
      *>   against COMPILE-BASELINE mean the same thing
       350-COUNT-MESSAGES SECTION.
           MOVE 0 TO ws-this-errors ws-this-warns.
           MOVE SPACES TO ws-this-first.
           MOVE "N" TO ws-capture-eof.
           OPEN INPUT CAPTURE-FILE.
           IF ws-capture-status NOT = "00"
               GO TO 350-COUNT-MESSAGES-EXIT
           END-IF.
           PERFORM UNTIL ws-capture-eof = "Y"
               READ CAPTURE-FILE
                   AT END
                       MOVE "Y" TO ws-capture-eof
                   NOT AT END
                       MOVE 0 TO ws-hits
                       INSPECT CAPTURE-RECORD TALLYING
                         ws-hits FOR ALL "error:"
                       IF ws-hits > 0 AND ws-this-first = SPACES
                           MOVE FUNCTION TRIM(CAPTURE-RECORD)
                             TO ws-this-first
                       END-IF
                       ADD ws-hits TO ws-this-errors
                       INSPECT CAPTURE-RECORD TALLYING
                         ws-this-warns FOR ALL "warning:"
               END-READ
           END-PERFORM.
           CLOSE CAPTURE-FILE.
       350-COUNT-MESSAGES-EXIT.
           EXIT.

      *>   PASS and OCHG are green today -- OCHG built and ran, its
      *>   output is the golden file's business; FAIL and RISK red
       500-CLASSIFY-ALL SECTION.
           PERFORM VARYING ws-prj-idx FROM 1 BY 1
               UNTIL ws-prj-idx > ws-prj-count
               IF ws-prj-copied(ws-prj-idx) = "Y"
                   PERFORM 510-CLASSIFY-ONE
               END-IF
           END-PERFORM.

       510-CLASSIFY-ONE SECTION.
           MOVE SPACES TO ws-prj-category(ws-prj-idx).
           EVALUATE TRUE
               WHEN ws-prj-cur-result(ws-prj-idx) = SPACES
                   MOVE "NOT-COMPARED" TO ws-prj-category(ws-prj-idx)
                   ADD 1 TO ws-not-compared
               WHEN ws-prj-new-result(ws-prj-idx) = "FAIL"
                   AND (ws-prj-cur-result(ws-prj-idx) = "PASS"
                     OR ws-prj-cur-result(ws-prj-idx) = "OCHG")
                   MOVE "NEWLY-FAILS" TO ws-prj-category(ws-prj-idx)
                   ADD 1 TO ws-newly-fails
               WHEN ws-prj-new-result(ws-prj-idx) = "PASS"
                   AND (ws-prj-cur-result(ws-prj-idx) = "FAIL"
                     OR ws-prj-cur-result(ws-prj-idx) = "RISK")
                   MOVE "NEWLY-PASSES" TO ws-prj-category(ws-prj-idx)
                   ADD 1 TO ws-newly-passes
               WHEN ws-prj-base-known(ws-prj-idx) = "Y"
                   AND ws-prj-new-warns(ws-prj-idx)
                     > ws-prj-base-warns(ws-prj-idx)
                   MOVE "NEWLY-WARNS" TO ws-prj-category(ws-prj-idx)
                   ADD 1 TO ws-newly-warns
               WHEN OTHER
                   ADD 1 TO ws-unchanged
           END-EVALUATE.

       600-WRITE-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "CRH015E compiler-rehearsal: could not open the "
                 "rehearsal report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "candidate: " FUNCTION TRIM(ws-candidate-dir)
             "  (" FUNCTION TRIM(ws-candidate-ver) ")"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > 4
               PERFORM 610-LIST-ONE-CATEGORY
           END-PERFORM.
           IF ws-not-copied > 0
               MOVE SPACES TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               MOVE "NOT-COPIED (no directory to rehearse)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
               PERFORM VARYING ws-prj-idx FROM 1 BY 1
                   UNTIL ws-prj-idx > ws-prj-count
                   IF ws-prj-copied(ws-prj-idx) = "N"
                       MOVE SPACES TO ws-rpt-line
                       STRING "  " ws-prj-name(ws-prj-idx)
                         DELIMITED BY SIZE INTO ws-rpt-line
                       END-STRING
                       PERFORM 940-EMIT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-prj-count " project(s): " ws-newly-fails
             " newly fail, " ws-newly-warns " newly warn, "
             ws-newly-passes " newly pass, " ws-unchanged
             " unchanged, " ws-not-compared " not compared"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           DISPLAY "compiler-rehearsal: " ws-prj-count
             " project(s), " ws-newly-fails " newly fail, "
             ws-newly-warns " newly warn, " ws-newly-passes
             " newly pass"
           END-DISPLAY.

       610-LIST-ONE-CATEGORY SECTION.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE ws-cat-name(ws-cat-idx) TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE 0 TO ws-cat-listed.
           PERFORM VARYING ws-prj-idx FROM 1 BY 1
               UNTIL ws-prj-idx > ws-prj-count
               IF ws-prj-category(ws-prj-idx) = ws-cat-name(ws-cat-idx)
                   ADD 1 TO ws-cat-listed
                   PERFORM 620-LIST-ONE-PROJECT
               END-IF
           END-PERFORM.
           IF ws-cat-listed = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   today's result and counts against the candidate's; a
      *>   project with no baseline shows its counts alone
       620-LIST-ONE-PROJECT SECTION.
           MOVE SPACES TO ws-rpt-line.
           IF ws-prj-base-known(ws-prj-idx) = "Y"
               STRING "  " ws-prj-name(ws-prj-idx)(1:30) " "
                 ws-prj-cur-result(ws-prj-idx) " -> "
                 ws-prj-new-result(ws-prj-idx) "  errors "
                 ws-prj-base-errors(ws-prj-idx) " -> "
                 ws-prj-new-errors(ws-prj-idx) "  warnings "
                 ws-prj-base-warns(ws-prj-idx) " -> "
                 ws-prj-new-warns(ws-prj-idx)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "  " ws-prj-name(ws-prj-idx)(1:30) " "
                 ws-prj-cur-result(ws-prj-idx) " -> "
                 ws-prj-new-result(ws-prj-idx) "  errors "
                 ws-prj-new-errors(ws-prj-idx) "  warnings "
                 ws-prj-new-warns(ws-prj-idx) "  (no baseline)"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-prj-category(ws-prj-idx) = "NEWLY-FAILS"
               AND ws-prj-first-error(ws-prj-idx) NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "      " ws-prj-first-error(ws-prj-idx)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

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
               DISPLAY "CRH001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "CRH002E compiler rehearsal failed, see SYSERR"
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

       END PROGRAM "compiler-rehearsal".
