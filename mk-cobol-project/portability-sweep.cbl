      *> -------------------------------------------
      *> portability-sweep.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the check for projects headed to z/OS, before they get
      *> there: every ACTIVE project that carries a JCL skeleton
      *> (<name>/<name>.jcl, written by cobol-project-maker --jcl)
      *> or is tagged ZOS (or z/OS) in PROJTAGS has its programs
      *> compiled under the mainframe dialects -- -std=ibm and
      *> -std=mvs, fixed format, with the warning switches
      *> DATETIME.CBL's header compiles under -- and every member,
      *> copybooks included, scanned for the constructs that only
      *> our GnuCOBOL runs: FUNCTION TRIM, CBL_ and SYSTEM calls,
      *> free-format source, line-sequential files and the rest of
      *> the list below. Compile errors and constructs are listed
      *> per project, with member and line number, as one report
      *> through the shared report-writer, and each project's
      *> PORTABLE or NOT-PORTABLE result appended to
      *> PORTABILITY-HISTORY, which the next run reports against.
      *>
      *>   portability-sweep [<project-name>]
      *>
      *> A project named on the command line is checked whether or
      *> not it carries a JCL skeleton or the tag. PORTRULES, when
      *> present, tunes the sweep: DIALECTS=<std> <std>.. replaces
      *> the two dialects (ibm-strict and mvs-strict are the
      *> stricter sets), <CONSTRUCT>=OFF drops one of these --
      *>
      *>   FUNCTION-TRIM    FUNCTION TRIM
      *>   CBL-ROUTINE      CALL "CBL_..."
      *>   CALL-SYSTEM      CALL "SYSTEM"
      *>   FREE-FORMAT      >>SOURCE FORMAT IS FREE
      *>   LINE-SEQUENTIAL  ORGANIZATION LINE SEQUENTIAL
      *>   ASSIGN-DYNAMIC   ASSIGN TO DYNAMIC
      *>   COMMAND-LINE     ACCEPT .. FROM COMMAND-LINE
      *>   ENVIRONMENT      ACCEPT .. FROM ENVIRONMENT, SET
      *>                    ENVIRONMENT
      *>   UPON-SYSERR      DISPLAY .. UPON SYSERR
      *>   SCREEN-SECTION   SCREEN SECTION
      *>
      *> and EXEMPT=<project> leaves a project out. A project is
      *> PORTABLE when no dialect reports an error and no construct
      *> is found; compile warnings are counted, not itemized. The
      *> return code is nonzero only when the sweep itself could
      *> not be made.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "portability-sweep".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC ws-source-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-source-status.
           SELECT RULES-FILE
               ASSIGN TO DYNAMIC ws-rules-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rules-status.
      *>   one member's compiler output under one dialect, scanned
      *>   and then overwritten by the next compile -- the same
      *>   redirect-and-scan technique compile-report uses
           SELECT CAPTURE-FILE
               ASSIGN TO DYNAMIC ws-capture-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-capture-status.
      *>   one line per project per run, appended
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SOURCE-FILE.
         01 SOURCE-RECORD PIC X(256).
         FD  RULES-FILE.
         01 RULES-RECORD PIC X(80).
         FD  CAPTURE-FILE.
         01 CAPTURE-RECORD PIC X(300).
         FD  HISTORY-FILE.
         01 HISTORY-RECORD.
             05 pth-rec-date        PIC X(8).
             05 FILLER              PIC X.
             05 pth-rec-project     PIC X(48).
             05 FILLER              PIC X.
             05 pth-rec-result      PIC X(12).
             05 FILLER              PIC X.
             05 pth-rec-errors      PIC 9(5).
             05 FILLER              PIC X.
             05 pth-rec-constructs  PIC 9(5).
             05 FILLER              PIC X.
             05 pth-rec-warnings    PIC 9(5).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "portability-sweep".
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
           01 ws-only-project   PIC X(48).

           01 ws-source-path    PIC X(300).
           01 ws-source-status  PIC XX.
           01 ws-source-eof     PIC X.
           01 ws-rules-path     PIC X(300) VALUE "PORTRULES".
           01 ws-rules-status   PIC XX.
           01 ws-rules-eof      PIC X VALUE "N".
           01 ws-rule-key       PIC X(20).
           01 ws-rule-value     PIC X(60).
           01 ws-capture-path   PIC X(300) VALUE "PORTABILITY.LOG".
           01 ws-capture-status PIC XX.
           01 ws-capture-eof    PIC X.
           01 ws-history-path   PIC X(300)
               VALUE "PORTABILITY-HISTORY".
           01 ws-history-status PIC XX.
           01 ws-history-eof    PIC X VALUE "N".

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

      *>   tag-match's USING items: the z/OS tag, in either spelling
           01 ws-tag-list       PIC X(80).
           01 ws-tag-answer     PIC X.

      *>   the dialects each program is compiled under
           78 ws-dialect-max VALUE 4.
           01 ws-dialect-count  PIC 9 VALUE 2.
           01 ws-dialect-idx    PIC 9.
           01 ws-dialect-table.
               05 ws-dialect OCCURS 4 TIMES PIC X(12).
           01 ws-dialect-label  PIC X(16).
           01 ws-cobc-command   PIC X(400).

      *>   the constructs, each a label and the text that gives it
      *>   away in an upper-cased code line; a label may carry
      *>   more than one text
           78 ws-con-max VALUE 13.
           01 ws-con-idx        PIC 9(2).
           01 ws-con-values.
               05 FILLER PIC X(16) VALUE "FUNCTION-TRIM".
               05 FILLER PIC X(30) VALUE "FUNCTION TRIM".
               05 FILLER PIC X(16) VALUE "CBL-ROUTINE".
               05 FILLER PIC X(30) VALUE 'CALL "CBL_'.
               05 FILLER PIC X(16) VALUE "CBL-ROUTINE".
               05 FILLER PIC X(30) VALUE "CALL 'CBL_".
               05 FILLER PIC X(16) VALUE "CALL-SYSTEM".
               05 FILLER PIC X(30) VALUE 'CALL "SYSTEM"'.
               05 FILLER PIC X(16) VALUE "CALL-SYSTEM".
               05 FILLER PIC X(30) VALUE "CALL 'SYSTEM'".
               05 FILLER PIC X(16) VALUE "FREE-FORMAT".
               05 FILLER PIC X(30) VALUE "FORMAT IS FREE".
               05 FILLER PIC X(16) VALUE "LINE-SEQUENTIAL".
               05 FILLER PIC X(30) VALUE "LINE SEQUENTIAL".
               05 FILLER PIC X(16) VALUE "ASSIGN-DYNAMIC".
               05 FILLER PIC X(30) VALUE "ASSIGN TO DYNAMIC".
               05 FILLER PIC X(16) VALUE "COMMAND-LINE".
               05 FILLER PIC X(30) VALUE "FROM COMMAND-LINE".
               05 FILLER PIC X(16) VALUE "ENVIRONMENT".
               05 FILLER PIC X(30) VALUE "FROM ENVIRONMENT".
               05 FILLER PIC X(16) VALUE "ENVIRONMENT".
               05 FILLER PIC X(30) VALUE "SET ENVIRONMENT".
               05 FILLER PIC X(16) VALUE "UPON-SYSERR".
               05 FILLER PIC X(30) VALUE "UPON SYSERR".
               05 FILLER PIC X(16) VALUE "SCREEN-SECTION".
               05 FILLER PIC X(30) VALUE "SCREEN SECTION".
           01 ws-con-table REDEFINES ws-con-values.
               05 ws-con-entry OCCURS 13 TIMES.
                   10 ws-con-label    PIC X(16).
                   10 ws-con-text     PIC X(30).
           01 ws-con-switches.
               05 ws-con-on OCCURS 13 TIMES PIC X VALUE "Y".
           01 ws-con-len        PIC 9(2).

      *>   projects PORTRULES leaves out
           78 ws-exempt-max VALUE 50.
           01 ws-exempt-count   PIC 9(3) VALUE 0.
           01 ws-exempt-idx     PIC 9(3).
           01 ws-exempt-table.
               05 ws-exempt-name OCCURS 50 TIMES PIC X(48).
           01 ws-exempt-flag    PIC X.

      *>   every candidate project, collected before any source is
      *>   read so the browse and the file reads never interleave,
      *>   with why it is a candidate: JCL, TAG or NAMED
           78 ws-name-max VALUE 300.
           01 ws-cand-count     PIC 9(4) VALUE 0.
           01 ws-cand-idx       PIC 9(4).
           01 ws-cand-table.
               05 ws-cand-entry OCCURS 300 TIMES.
                   10 ws-cand-name    PIC X(48).
                   10 ws-cand-why     PIC X(5).
           01 ws-jcl-path       PIC X(300).
           01 ws-file-info      PIC X(16).
           01 ws-rc             PIC 9(9) COMP-5.

      *>   each project's last result off PORTABILITY-HISTORY
           01 ws-prior-count    PIC 9(4) VALUE 0.
           01 ws-prior-idx      PIC 9(4).
           01 ws-prior-table.
               05 ws-prior-entry OCCURS 300 TIMES.
                   10 ws-prior-name    PIC X(48).
                   10 ws-prior-result  PIC X(12).
                   10 ws-prior-date    PIC X(8).
           01 ws-prior-text     PIC X(40).

      *>   the catalog's source members, newest entry per path kept
           01 ws-cat-idx        PIC 9(4).
           COPY "catalog-members.cpy".
           01 ws-found-flag     PIC X.
           01 ws-path-len       PIC 9(3).
           01 ws-path-suffix    PIC X(4).

      *>   one project's findings, held until the project is done
      *>   so its heading can carry the result
           78 ws-exc-max VALUE 200.
           01 ws-this-project   PIC X(48).
           01 ws-this-why       PIC X(5).
           01 ws-this-result    PIC X(12).
           01 ws-prj-members    PIC 9(4).
           01 ws-prj-errors     PIC 9(5).
           01 ws-prj-constructs PIC 9(5).
           01 ws-prj-warnings   PIC 9(5).
           01 ws-exc-count      PIC 9(5).
           01 ws-exc-idx        PIC 9(5).
           01 ws-exc-table.
               05 ws-exc-entry OCCURS 200 TIMES.
                   10 ws-exc-member   PIC X(60).
                   10 ws-exc-line     PIC 9(5).
                   10 ws-exc-rule     PIC X(16).
                   10 ws-exc-detail   PIC X(80).
           01 ws-exc-overflow   PIC 9(5).
           01 ws-new-member     PIC X(60).
           01 ws-new-rule       PIC X(16).
           01 ws-new-line       PIC 9(5).
           01 ws-new-detail     PIC X(80).

      *>   one member's scan
           01 ws-line-no        PIC 9(5).
           01 ws-upper-line     PIC X(256).
           01 ws-first-col      PIC 9(3).
           01 ws-scan-idx       PIC 9(3).
           01 ws-hits           PIC 9(3).
           01 ws-is-program     PIC X.

      *>   one compiler message taken apart, "<file>:<line>: <kind>:
      *>   <text>"
           01 ws-msg-where      PIC X(200).
           01 ws-msg-kind       PIC X(20).
           01 ws-msg-text       PIC X(200).
           01 ws-msg-file       PIC X(200).
           01 ws-msg-line-x     PIC X(10).
           01 ws-msg-colon      PIC 9(3).

           01 ws-swept-count    PIC 9(4) VALUE 0.
           01 ws-portable-count PIC 9(4) VALUE 0.
           01 ws-exempted-count PIC 9(4) VALUE 0.
           01 ws-changed-count  PIC 9(4) VALUE 0.

      *>   DATE-STAMP's "PROC" answer: the business date the run's
      *>   results file under
           01 ws-bus-date       PIC X(8).
           01 ws-ds-weekday     PIC 9 VALUE 1.
           01 ws-ds-date        PIC 9(6) VALUE ZERO.
           01 ws-ds-time        PIC 9(8) VALUE ZERO.
           01 ws-ds-format      PIC X(4) VALUE "PROC".
           01 ws-ds-stamp       PIC X(60).
           01 ws-ds-fiscal      PIC X(10).
           01 ws-ds-cal         PIC X(12) VALUE SPACES.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "PORTABILITY z/OS dialect check".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-COLLECT-CANDIDATES.
           perform 050-OPEN-REPORT.
           perform 200-LOAD-CATALOG.
           perform 300-SWEEP-ALL-PROJECTS.
           perform 400-SHOW-TOTALS.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-only-project.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-only-project
           END-UNSTRING.
           ACCEPT ws-bus-date FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF ws-ds-stamp(1:8) IS NUMERIC
               MOVE ws-ds-stamp(1:8) TO ws-bus-date
           END-IF.
           MOVE "ibm" TO ws-dialect(1).
           MOVE "mvs" TO ws-dialect(2).
           PERFORM 010-READ-RULES.
           PERFORM 020-READ-LAST-RESULTS.

      *>   an absent PORTRULES is both dialects, every construct on
      *>   and nothing exempt
       010-READ-RULES SECTION.
           OPEN INPUT RULES-FILE.
           IF ws-rules-status NOT = "00"
               GO TO 010-READ-RULES-EXIT
           END-IF.
           PERFORM UNTIL ws-rules-eof = "Y"
               READ RULES-FILE
                   AT END
                       MOVE "Y" TO ws-rules-eof
                   NOT AT END
                       IF RULES-RECORD NOT = SPACES
                           AND RULES-RECORD(1:1) NOT = "*"
                           PERFORM 015-TAKE-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
       010-READ-RULES-EXIT.
           EXIT.

       015-TAKE-ONE-RULE SECTION.
           MOVE SPACES TO ws-rule-key ws-rule-value.
           UNSTRING RULES-RECORD DELIMITED BY "="
             INTO ws-rule-key ws-rule-value
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-rule-key))
             TO ws-rule-key.
           IF ws-rule-key = "EXEMPT"
               IF ws-exempt-count < ws-exempt-max
                   ADD 1 TO ws-exempt-count
                   MOVE FUNCTION TRIM(ws-rule-value)
                     TO ws-exempt-name(ws-exempt-count)
               END-IF
               GO TO 015-TAKE-ONE-RULE-EXIT
           END-IF.
           IF ws-rule-key = "DIALECTS"
               MOVE SPACES TO ws-dialect-table
               UNSTRING FUNCTION LOWER-CASE(ws-rule-value)
                 DELIMITED BY ALL " "
                 INTO ws-dialect(1) ws-dialect(2) ws-dialect(3)
                   ws-dialect(4)
               END-UNSTRING
               MOVE 0 TO ws-dialect-count
               PERFORM VARYING ws-dialect-idx FROM 1 BY 1
                   UNTIL ws-dialect-idx > ws-dialect-max
                   IF ws-dialect(ws-dialect-idx) NOT = SPACES
                       ADD 1 TO ws-dialect-count
                   END-IF
               END-PERFORM
               GO TO 015-TAKE-ONE-RULE-EXIT
           END-IF.
           PERFORM VARYING ws-con-idx FROM 1 BY 1
               UNTIL ws-con-idx > ws-con-max
               IF ws-con-label(ws-con-idx) = ws-rule-key
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                        ws-rule-value)) = "OFF"
                       MOVE "N" TO ws-con-on(ws-con-idx)
                   ELSE
                       MOVE "Y" TO ws-con-on(ws-con-idx)
                   END-IF
               END-IF
           END-PERFORM.
       015-TAKE-ONE-RULE-EXIT.
           EXIT.

      *>   the newest line per project is the result this run's is
      *>   reported against
       020-READ-LAST-RESULTS SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               GO TO 020-READ-LAST-RESULTS-EXIT
           END-IF.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       PERFORM 025-TAKE-PRIOR-RESULT
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       020-READ-LAST-RESULTS-EXIT.
           EXIT.

       025-TAKE-PRIOR-RESULT SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-prior-idx FROM 1 BY 1
               UNTIL ws-prior-idx > ws-prior-count
               IF ws-prior-name(ws-prior-idx) = pth-rec-project
                   MOVE pth-rec-result
                     TO ws-prior-result(ws-prior-idx)
                   MOVE pth-rec-date TO ws-prior-date(ws-prior-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND ws-prior-count < ws-name-max
               ADD 1 TO ws-prior-count
               MOVE pth-rec-project TO ws-prior-name(ws-prior-count)
               MOVE pth-rec-result
                 TO ws-prior-result(ws-prior-count)
               MOVE pth-rec-date TO ws-prior-date(ws-prior-count)
           END-IF.

       050-OPEN-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "PTB010E portability-sweep: could not open the "
                 "portability report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-COLLECT-CANDIDATES SECTION.
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
                   AND ws-cand-count < ws-name-max
                   PERFORM 110-JUDGE-CANDIDATE
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE "BREND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-only-project NOT = SPACES AND ws-cand-count = 0
               DISPLAY "PTB011E portability-sweep: no ACTIVE project '"
                 FUNCTION TRIM(ws-only-project) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       110-JUDGE-CANDIDATE SECTION.
           IF ws-only-project NOT = SPACES
               IF ws-proj-name = ws-only-project
                   ADD 1 TO ws-cand-count
                   MOVE ws-proj-name TO ws-cand-name(ws-cand-count)
                   MOVE "NAMED" TO ws-cand-why(ws-cand-count)
               END-IF
               GO TO 110-JUDGE-CANDIDATE-EXIT
           END-IF.
           MOVE SPACES TO ws-jcl-path.
           STRING FUNCTION TRIM(ws-proj-name) "/"
             FUNCTION TRIM(ws-proj-name) ".jcl"
             DELIMITED BY SIZE INTO ws-jcl-path
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-jcl-path) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               ADD 1 TO ws-cand-count
               MOVE ws-proj-name TO ws-cand-name(ws-cand-count)
               MOVE "JCL" TO ws-cand-why(ws-cand-count)
               GO TO 110-JUDGE-CANDIDATE-EXIT
           END-IF.
           MOVE "ZOS" TO ws-tag-list.
           CALL "tag-match" USING ws-proj-name ws-tag-list
             ws-tag-answer
           END-CALL.
           IF ws-tag-answer NOT = "Y"
               MOVE "Z/OS" TO ws-tag-list
               CALL "tag-match" USING ws-proj-name ws-tag-list
                 ws-tag-answer
               END-CALL
           END-IF.
           IF ws-tag-answer = "Y"
               ADD 1 TO ws-cand-count
               MOVE ws-proj-name TO ws-cand-name(ws-cand-count)
               MOVE "TAG" TO ws-cand-why(ws-cand-count)
           END-IF.
       110-JUDGE-CANDIDATE-EXIT.
           EXIT.

      *>   an absent catalog is a shop from before PROJFILES -- every
      *>   project falls back to its one program
       200-LOAD-CATALOG SECTION.
           CALL "catalog-members" USING CATALOG-MEMBERS
           END-CALL.

       300-SWEEP-ALL-PROJECTS SECTION.
           PERFORM VARYING ws-cand-idx FROM 1 BY 1
               UNTIL ws-cand-idx > ws-cand-count
               MOVE ws-cand-name(ws-cand-idx) TO ws-this-project
               MOVE ws-cand-why(ws-cand-idx) TO ws-this-why
               PERFORM 310-SWEEP-ONE-PROJECT
           END-PERFORM.
           IF ws-cand-count = 0
               MOVE "  (no project carries a JCL skeleton or the ZOS "
                 & "tag)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-capture-path)
             RETURNING ws-rc
           END-CALL.

       310-SWEEP-ONE-PROJECT SECTION.
      *>   a project named on the command line is checked even
      *>   when PORTRULES exempts it from the nightly sweep
           MOVE "N" TO ws-exempt-flag.
           PERFORM VARYING ws-exempt-idx FROM 1 BY 1
               UNTIL ws-exempt-idx > ws-exempt-count
               OR ws-this-why = "NAMED"
               IF FUNCTION UPPER-CASE(ws-exempt-name(ws-exempt-idx))
                  = FUNCTION UPPER-CASE(ws-this-project)
                   MOVE "Y" TO ws-exempt-flag
               END-IF
           END-PERFORM.
           IF ws-exempt-flag = "Y"
               ADD 1 TO ws-exempted-count
               GO TO 310-SWEEP-ONE-PROJECT-EXIT
           END-IF.
           MOVE 0 TO ws-prj-members ws-prj-errors ws-prj-constructs
             ws-prj-warnings ws-exc-count ws-exc-overflow.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > cat-count
               IF cat-project(ws-cat-idx) = ws-this-project
                   MOVE SPACES TO ws-source-path
                   MOVE cat-path(ws-cat-idx) TO ws-source-path
                   PERFORM 320-SWEEP-ONE-MEMBER
               END-IF
           END-PERFORM.
           IF ws-prj-members = 0
               MOVE SPACES TO ws-source-path
               STRING FUNCTION TRIM(ws-this-project) "/"
                 FUNCTION TRIM(ws-this-project) ".cbl"
                 DELIMITED BY SIZE INTO ws-source-path
               END-STRING
               PERFORM 320-SWEEP-ONE-MEMBER
           END-IF.
      *>   no readable source is reconcile-projects' complaint
           IF ws-prj-members = 0
               GO TO 310-SWEEP-ONE-PROJECT-EXIT
           END-IF.
           ADD 1 TO ws-swept-count.
           IF ws-prj-errors = 0 AND ws-prj-constructs = 0
               MOVE "PORTABLE" TO ws-this-result
               ADD 1 TO ws-portable-count
           ELSE
               MOVE "NOT-PORTABLE" TO ws-this-result
           END-IF.
           PERFORM 360-PRINT-PROJECT.
           PERFORM 500-APPEND-HISTORY.
       310-SWEEP-ONE-PROJECT-EXIT.
           EXIT.

      *>   a program is compiled under every dialect; a copybook is
      *>   compiled as part of the programs that COPY it, so it is
      *>   only scanned
       320-SWEEP-ONE-MEMBER SECTION.
           MOVE "N" TO ws-source-eof.
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               GO TO 320-SWEEP-ONE-MEMBER-EXIT
           END-IF.
           ADD 1 TO ws-prj-members.
           MOVE ws-source-path TO ws-new-member.
           MOVE 0 TO ws-line-no.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-line-no
                       IF SOURCE-RECORD NOT = SPACES
                           PERFORM 330-SCAN-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-source-path))
             TO ws-path-len.
           MOVE FUNCTION UPPER-CASE(ws-source-path(ws-path-len - 3:4))
             TO ws-path-suffix.
           IF ws-path-suffix NOT = ".CPY"
               PERFORM VARYING ws-dialect-idx FROM 1 BY 1
                   UNTIL ws-dialect-idx > ws-dialect-count
                   PERFORM 340-COMPILE-UNDER-DIALECT
               END-PERFORM
           END-IF.
       320-SWEEP-ONE-MEMBER-EXIT.
           EXIT.

      *>   comments are skipped the way source-lint skips them; the
      *>   rest is upper-cased once and searched as plain text. The
      *>   >>SOURCE directive is looked at whatever column it is in.
       330-SCAN-ONE-LINE SECTION.
           MOVE 0 TO ws-first-col.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 256 OR ws-first-col > 0
               IF SOURCE-RECORD(ws-scan-idx:1) NOT = SPACE
                   MOVE ws-scan-idx TO ws-first-col
               END-IF
           END-PERFORM.
           IF SOURCE-RECORD(ws-first-col:2) = "*>"
               GO TO 330-SCAN-ONE-LINE-EXIT
           END-IF.
           IF SOURCE-RECORD(ws-first-col:2) NOT = ">>"
               AND (SOURCE-RECORD(7:1) = "*"
                 OR SOURCE-RECORD(7:1) = "/")
               GO TO 330-SCAN-ONE-LINE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(SOURCE-RECORD) TO ws-upper-line.
           PERFORM VARYING ws-con-idx FROM 1 BY 1
               UNTIL ws-con-idx > ws-con-max
               IF ws-con-on(ws-con-idx) = "Y"
                   PERFORM 335-LOOK-FOR-CONSTRUCT
               END-IF
           END-PERFORM.
       330-SCAN-ONE-LINE-EXIT.
           EXIT.

       335-LOOK-FOR-CONSTRUCT SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-con-text(ws-con-idx)
             TRAILING)) TO ws-con-len.
           MOVE 0 TO ws-hits.
           INSPECT ws-upper-line TALLYING ws-hits
             FOR ALL ws-con-text(ws-con-idx)(1:ws-con-len).
           IF ws-hits = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO ws-prj-constructs.
           MOVE ws-con-label(ws-con-idx) TO ws-new-rule.
           MOVE ws-line-no TO ws-new-line.
           MOVE FUNCTION TRIM(SOURCE-RECORD(8:65)) TO ws-new-detail.
           PERFORM 370-NOTE-FINDING.

      *>   the compile DATETIME.CBL's header gives, one dialect at a
      *>   time; the project's own directory and the shared COPYLIB
      *>   are the copybook search path, as its Makefile has them
       340-COMPILE-UNDER-DIALECT SECTION.
           MOVE SPACES TO ws-cobc-command.
           STRING "cobc -fsyntax-only -std="
             FUNCTION TRIM(ws-dialect(ws-dialect-idx))
             " -fixed -W -Wall -Wcolumn-overflow -Wterminator -I "
             FUNCTION TRIM(ws-this-project) " -I COPYLIB "
             FUNCTION TRIM(ws-source-path) " > "
             FUNCTION TRIM(ws-capture-path) " 2>&1"
             DELIMITED BY SIZE INTO ws-cobc-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-cobc-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO ws-dialect-label.
           STRING FUNCTION UPPER-CASE(
             FUNCTION TRIM(ws-dialect(ws-dialect-idx))) " ERROR"
             DELIMITED BY SIZE INTO ws-dialect-label
           END-STRING.
           MOVE "N" TO ws-capture-eof.
           OPEN INPUT CAPTURE-FILE.
           IF ws-capture-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-capture-eof = "Y"
               READ CAPTURE-FILE
                   AT END
                       MOVE "Y" TO ws-capture-eof
                   NOT AT END
                       PERFORM 345-TAKE-COMPILER-LINE
               END-READ
           END-PERFORM.
           CLOSE CAPTURE-FILE.

      *>   only the "<file>:<line>: error:" and "warning:" lines
      *>   count; cobc's source excerpts under them do not
       345-TAKE-COMPILER-LINE SECTION.
           IF CAPTURE-RECORD(1:1) = SPACE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-msg-where ws-msg-kind ws-msg-text.
           UNSTRING CAPTURE-RECORD DELIMITED BY ": "
             INTO ws-msg-where ws-msg-kind ws-msg-text
           END-UNSTRING.
           EVALUATE ws-msg-kind
               WHEN "warning"
                   ADD 1 TO ws-prj-warnings
               WHEN "error"
                   ADD 1 TO ws-prj-errors
                   PERFORM 350-NOTE-COMPILE-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>   the line number is what follows the last colon of
      *>   "<file>:<line>"; the file may be a copybook, so it is
      *>   named in the finding
       350-NOTE-COMPILE-ERROR SECTION.
           MOVE 0 TO ws-msg-colon.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 200
               IF ws-msg-where(ws-scan-idx:1) = ":"
                   MOVE ws-scan-idx TO ws-msg-colon
               END-IF
           END-PERFORM.
           MOVE 0 TO ws-new-line.
           MOVE SPACES TO ws-msg-file ws-msg-line-x.
           MOVE ws-msg-where TO ws-msg-file.
           IF ws-msg-colon > 1
               MOVE ws-msg-where(1:ws-msg-colon - 1) TO ws-msg-file
               MOVE ws-msg-where(ws-msg-colon + 1:) TO ws-msg-line-x
               IF FUNCTION TRIM(ws-msg-line-x) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ws-msg-line-x) TO ws-new-line
               END-IF
           END-IF.
           MOVE ws-dialect-label TO ws-new-rule.
           MOVE ws-msg-file TO ws-new-member.
           MOVE ws-msg-text TO ws-new-detail.
           PERFORM 370-NOTE-FINDING.
           MOVE ws-source-path TO ws-new-member.

      *>   the heading carries the result and what the project was
      *>   last time; only the first 200 findings are itemized
       360-PRINT-PROJECT SECTION.
           MOVE SPACES TO ws-prior-text.
           MOVE "(first check)" TO ws-prior-text.
           PERFORM VARYING ws-prior-idx FROM 1 BY 1
               UNTIL ws-prior-idx > ws-prior-count
               IF ws-prior-name(ws-prior-idx) = ws-this-project
                   MOVE SPACES TO ws-prior-text
                   STRING "(was "
                     FUNCTION TRIM(ws-prior-result(ws-prior-idx))
                     " on " ws-prior-date(ws-prior-idx) ")"
                     DELIMITED BY SIZE INTO ws-prior-text
                   END-STRING
                   IF ws-prior-result(ws-prior-idx)
                      NOT = ws-this-result
                       ADD 1 TO ws-changed-count
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-this-project) " ["
             FUNCTION TRIM(ws-this-why) "]  " ws-this-result " "
             FUNCTION TRIM(ws-prior-text) "  " ws-prj-errors
             " error(s), " ws-prj-constructs " construct(s), "
             ws-prj-warnings " warning(s)"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-exc-idx FROM 1 BY 1
               UNTIL ws-exc-idx > ws-exc-count
               OR ws-exc-idx > ws-exc-max
               MOVE SPACES TO ws-rpt-line
               STRING "  " FUNCTION TRIM(ws-exc-member(ws-exc-idx))
                 ":" ws-exc-line(ws-exc-idx) "  "
                 ws-exc-rule(ws-exc-idx) " "
                 FUNCTION TRIM(ws-exc-detail(ws-exc-idx))
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.
           IF ws-exc-overflow > 0
               MOVE SPACES TO ws-rpt-line
               STRING "  ... and " ws-exc-overflow " more"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       370-NOTE-FINDING SECTION.
           ADD 1 TO ws-exc-count.
           IF ws-exc-count > ws-exc-max
               ADD 1 TO ws-exc-overflow
               GO TO 370-NOTE-FINDING-EXIT
           END-IF.
           MOVE ws-new-member  TO ws-exc-member(ws-exc-count).
           MOVE ws-new-line    TO ws-exc-line(ws-exc-count).
           MOVE ws-new-rule    TO ws-exc-rule(ws-exc-count).
           MOVE ws-new-detail  TO ws-exc-detail(ws-exc-count).
       370-NOTE-FINDING-EXIT.
           EXIT.

       400-SHOW-TOTALS SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-swept-count " project(s) checked, "
             ws-portable-count " PORTABLE, " ws-exempted-count
             " exempt, " ws-changed-count " changed since last check"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           DISPLAY "portability-sweep: " ws-swept-count
             " project(s) checked, " ws-portable-count " PORTABLE"
           END-DISPLAY.

      *>   same create-then-extend open disk-usage uses for its
      *>   history
       500-APPEND-HISTORY SECTION.
           OPEN EXTEND HISTORY-FILE.
           IF ws-history-status NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
           IF ws-history-status NOT = "00"
               DISPLAY "PTB012E portability-sweep: cannot append to "
                 FUNCTION TRIM(ws-history-path) ", status "
                 ws-history-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE ws-bus-date       TO pth-rec-date.
           MOVE ws-this-project   TO pth-rec-project.
           MOVE ws-this-result    TO pth-rec-result.
           MOVE ws-prj-errors     TO pth-rec-errors.
           MOVE ws-prj-constructs TO pth-rec-constructs.
           MOVE ws-prj-warnings   TO pth-rec-warnings.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

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
               DISPLAY "PTB001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "PTB002E portability sweep failed, see SYSERR"
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

       END PROGRAM "portability-sweep".
