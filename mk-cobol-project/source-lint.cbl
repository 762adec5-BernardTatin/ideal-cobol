      *> -------------------------------------------
      *> source-lint.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the shop coding standards, checked after the skeleton has
      *> left create-cobolfile instead of only at birth: scans every
      *> ACTIVE project's members (the .cbl and .cpy files PROJFILES
      *> catalogs for it, as source-metrics finds them) against the
      *> rules in LINTRULES --
      *>
      *>   JOBLOG-START     a batch program calls job-log with START
      *>   JOBLOG-END       ... and with END
      *>   LOG-ERROR-EXIT   ... routes its emergency exit through
      *>                    log-error
      *>   RETURN-CODE      ... sets a nonzero RETURN-CODE on failure
      *>   PROGRAM-ID-NAME  a program's PROGRAM-ID is its file name
      *>   GO-TO-EXIT       GO TO goes only to an -EXIT paragraph
      *>
      *> A batch program is a .cbl member that ends in STOP RUN;
      *> subprograms answer to the last two rules only. Exceptions
      *> are filed per project, with member and line number, as one
      *> report through the shared report-writer; every run appends
      *> its count per rule and per project to LINT-HISTORY, which
      *> the next run compares against and shift-handover reads for
      *> the worst offenders. Exceptions are the report's content,
      *> not a failure of the run -- the return code is nonzero only
      *> when the sweep itself could not be made.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "source-lint".

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
      *>   every run's counts appended here: a RUN line, then one
      *>   RULE line per rule and one PROJ line per project with
      *>   exceptions
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
         FD  HISTORY-FILE.
         01 HISTORY-RECORD.
             05 lnh-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 lnh-rec-kind      PIC X(4).
             05 FILLER            PIC X.
             05 lnh-rec-key       PIC X(48).
             05 FILLER            PIC X.
             05 lnh-rec-count     PIC 9(5).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "source-lint".
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

           01 ws-source-path    PIC X(300).
           01 ws-source-status  PIC XX.
           01 ws-source-eof     PIC X.
           01 ws-rules-path     PIC X(300) VALUE "LINTRULES".
           01 ws-rules-status   PIC XX.
           01 ws-rules-eof      PIC X VALUE "N".
           01 ws-rule-key       PIC X(20).
           01 ws-rule-value     PIC X(50).
           01 ws-history-path   PIC X(300) VALUE "LINT-HISTORY".
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

      *>   the rules, in the order the report lists them; this run's
      *>   count beside the last run's off LINT-HISTORY
           78 ws-rule-max VALUE 6.
           01 ws-rule-idx       PIC 9(2).
           01 ws-rule-names.
               05 FILLER PIC X(16) VALUE "JOBLOG-START".
               05 FILLER PIC X(16) VALUE "JOBLOG-END".
               05 FILLER PIC X(16) VALUE "LOG-ERROR-EXIT".
               05 FILLER PIC X(16) VALUE "RETURN-CODE".
               05 FILLER PIC X(16) VALUE "PROGRAM-ID-NAME".
               05 FILLER PIC X(16) VALUE "GO-TO-EXIT".
           01 ws-rule-name-table REDEFINES ws-rule-names.
               05 ws-rule-name OCCURS 6 TIMES PIC X(16).
           01 ws-rule-table.
               05 ws-rule-entry OCCURS 6 TIMES.
                   10 ws-rule-on       PIC X VALUE "Y".
                   10 ws-rule-count    PIC 9(5) VALUE 0.
                   10 ws-rule-prev     PIC 9(5) VALUE 0.
           01 ws-prev-run-date  PIC X(8) VALUE SPACES.

      *>   projects LINTRULES leaves out
           78 ws-exempt-max VALUE 50.
           01 ws-exempt-count   PIC 9(3) VALUE 0.
           01 ws-exempt-idx     PIC 9(3).
           01 ws-exempt-table.
               05 ws-exempt-name OCCURS 50 TIMES PIC X(48).
           01 ws-exempt-flag    PIC X.

      *>   every ACTIVE project, collected before any source is read
      *>   so the browse and the file reads never interleave
           78 ws-name-max VALUE 300.
           01 ws-active-count   PIC 9(4) VALUE 0.
           01 ws-active-idx     PIC 9(4).
           01 ws-active-table.
               05 ws-active-name OCCURS 300 TIMES PIC X(48).

      *>   the catalog's source members, newest entry per path kept
           01 ws-cat-idx        PIC 9(4).
           COPY "catalog-members.cpy".
           01 ws-path-len       PIC 9(3).
           01 ws-path-suffix    PIC X(4).

      *>   one project's exceptions, held until the project is done
      *>   so its heading can carry the count
           78 ws-exc-max VALUE 200.
           01 ws-this-project   PIC X(48).
           01 ws-prj-members    PIC 9(4).
           01 ws-exc-count      PIC 9(5).
           01 ws-exc-idx        PIC 9(5).
           01 ws-exc-table.
               05 ws-exc-entry OCCURS 200 TIMES.
                   10 ws-exc-member   PIC X(60).
                   10 ws-exc-line     PIC 9(5).
                   10 ws-exc-rule     PIC X(16).
                   10 ws-exc-detail   PIC X(60).
           01 ws-exc-overflow   PIC 9(5).

      *>   projects with exceptions, for the PROJ history lines
           01 ws-offender-count PIC 9(4) VALUE 0.
           01 ws-offender-table.
               05 ws-offender-entry OCCURS 300 TIMES.
                   10 ws-offender-name  PIC X(48).
                   10 ws-offender-hits  PIC 9(5).

      *>   one member's scan: what the member proved about itself
      *>   by the time it was read to the end
           01 ws-member-name    PIC X(60).
           01 ws-member-base    PIC X(60).
           01 ws-slash-pos      PIC 9(3).
           01 ws-line-no        PIC 9(5).
           01 ws-is-program     PIC X.
           01 ws-in-procedure   PIC X.
           01 ws-proc-line      PIC 9(5).
           01 ws-has-stop-run   PIC X.
           01 ws-has-joblog     PIC X.
           01 ws-has-start-lit  PIC X.
           01 ws-has-end-lit    PIC X.
           01 ws-has-log-error  PIC X.
           01 ws-has-rc-set     PIC X.
           01 ws-progid-seen    PIC X.

      *>   one source line taken apart
           01 ws-upper-line     PIC X(256).
           01 ws-first-col      PIC 9(3).
           01 ws-scan-idx       PIC 9(3).
           01 ws-hits           PIC 9(3).
           01 ws-zero-hits      PIC 9(3).
           01 ws-go-pos         PIC 9(3).
           01 ws-after-text     PIC X(256).
           01 ws-token          PIC X(60).
           01 ws-token-len      PIC 9(3).
           01 ws-new-rule       PIC X(16).
           01 ws-new-line       PIC 9(5).
           01 ws-new-detail     PIC X(60).

           01 ws-scanned-count  PIC 9(4) VALUE 0.
           01 ws-clean-count    PIC 9(4) VALUE 0.
           01 ws-exempted-count PIC 9(4) VALUE 0.
           01 ws-total-exc      PIC 9(6) VALUE 0.

      *>   DATE-STAMP's "PROC" answer: the business date the run's
      *>   counts file under
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
               VALUE "LINT coding-standards exceptions".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-COLLECT-ACTIVE-NAMES.
           perform 200-LOAD-CATALOG.
           perform 300-LINT-ALL-PROJECTS.
           perform 400-SHOW-RULE-COUNTS.
           perform 500-APPEND-HISTORY.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
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
           PERFORM 010-READ-RULES.
           PERFORM 020-READ-LAST-RUN.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "LNT010E source-lint: could not open the "
                 "exceptions report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   an absent LINTRULES is every rule on and nothing exempt
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
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
               UNTIL ws-rule-idx > ws-rule-max
               IF ws-rule-name(ws-rule-idx) = ws-rule-key
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                        ws-rule-value)) = "OFF"
                       MOVE "N" TO ws-rule-on(ws-rule-idx)
                   ELSE
                       MOVE "Y" TO ws-rule-on(ws-rule-idx)
                   END-IF
               END-IF
           END-PERFORM.
       015-TAKE-ONE-RULE-EXIT.
           EXIT.

      *>   the last run's RULE lines: a RUN line starts a run, so
      *>   whatever RULE lines follow the last one are the prior
      *>   counts this run is compared against
       020-READ-LAST-RUN SECTION.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               GO TO 020-READ-LAST-RUN-EXIT
           END-IF.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       EVALUATE lnh-rec-kind
                           WHEN "RUN "
                               MOVE lnh-rec-date TO ws-prev-run-date
                               PERFORM VARYING ws-rule-idx FROM 1
                                   BY 1 UNTIL ws-rule-idx > ws-rule-max
                                   MOVE 0 TO ws-rule-prev(ws-rule-idx)
                               END-PERFORM
                           WHEN "RULE"
                               PERFORM 025-TAKE-PRIOR-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       020-READ-LAST-RUN-EXIT.
           EXIT.

       025-TAKE-PRIOR-COUNT SECTION.
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
               UNTIL ws-rule-idx > ws-rule-max
               IF ws-rule-name(ws-rule-idx) = lnh-rec-key
                   AND lnh-rec-count IS NUMERIC
                   MOVE lnh-rec-count TO ws-rule-prev(ws-rule-idx)
               END-IF
           END-PERFORM.

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
                   AND ws-active-count < ws-name-max
                   ADD 1 TO ws-active-count
                   MOVE ws-proj-name
                     TO ws-active-name(ws-active-count)
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.

      *>   an absent catalog is a shop from before PROJFILES -- every
      *>   project falls back to its one program
       200-LOAD-CATALOG SECTION.
           CALL "catalog-members" USING CATALOG-MEMBERS
           END-CALL.

       300-LINT-ALL-PROJECTS SECTION.
           PERFORM VARYING ws-active-idx FROM 1 BY 1
               UNTIL ws-active-idx > ws-active-count
               MOVE ws-active-name(ws-active-idx) TO ws-this-project
               PERFORM 310-LINT-ONE-PROJECT
           END-PERFORM.
           IF ws-clean-count = ws-scanned-count
               MOVE "  (every scanned project meets the standards)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       310-LINT-ONE-PROJECT SECTION.
           MOVE "N" TO ws-exempt-flag.
           PERFORM VARYING ws-exempt-idx FROM 1 BY 1
               UNTIL ws-exempt-idx > ws-exempt-count
               IF FUNCTION UPPER-CASE(ws-exempt-name(ws-exempt-idx))
                  = FUNCTION UPPER-CASE(ws-this-project)
                   MOVE "Y" TO ws-exempt-flag
               END-IF
           END-PERFORM.
           IF ws-exempt-flag = "Y"
               ADD 1 TO ws-exempted-count
               GO TO 310-LINT-ONE-PROJECT-EXIT
           END-IF.
           MOVE 0 TO ws-prj-members ws-exc-count ws-exc-overflow.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > cat-count
               IF cat-project(ws-cat-idx) = ws-this-project
                   MOVE SPACES TO ws-source-path
                   MOVE cat-path(ws-cat-idx) TO ws-source-path
                   PERFORM 320-LINT-ONE-MEMBER
               END-IF
           END-PERFORM.
           IF ws-prj-members = 0
               MOVE SPACES TO ws-source-path
               STRING FUNCTION TRIM(ws-this-project) "/"
                 FUNCTION TRIM(ws-this-project) ".cbl"
                 DELIMITED BY SIZE INTO ws-source-path
               END-STRING
               PERFORM 320-LINT-ONE-MEMBER
           END-IF.
      *>   no readable source is reconcile-projects' complaint
           IF ws-prj-members = 0
               GO TO 310-LINT-ONE-PROJECT-EXIT
           END-IF.
           ADD 1 TO ws-scanned-count.
           IF ws-exc-count = 0
               ADD 1 TO ws-clean-count
               GO TO 310-LINT-ONE-PROJECT-EXIT
           END-IF.
           PERFORM 360-PRINT-PROJECT-EXCEPTIONS.
       310-LINT-ONE-PROJECT-EXIT.
           EXIT.

       320-LINT-ONE-MEMBER SECTION.
           MOVE "N" TO ws-source-eof.
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               GO TO 320-LINT-ONE-MEMBER-EXIT
           END-IF.
           ADD 1 TO ws-prj-members.
           PERFORM 325-NAME-THE-MEMBER.
           MOVE 0 TO ws-line-no ws-proc-line.
           MOVE "N" TO ws-in-procedure ws-has-stop-run ws-has-joblog
             ws-has-start-lit ws-has-end-lit ws-has-log-error
             ws-has-rc-set ws-progid-seen.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-line-no
                       IF SOURCE-RECORD NOT = SPACES
                           PERFORM 330-LINT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           PERFORM 350-JUDGE-BATCH-PROGRAM.
       320-LINT-ONE-MEMBER-EXIT.
           EXIT.

      *>   the member as the report names it (its path under the
      *>   project), and its bare file name for PROGRAM-ID-NAME
       325-NAME-THE-MEMBER SECTION.
           MOVE ws-source-path TO ws-member-name.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-source-path))
             TO ws-path-len.
           MOVE 0 TO ws-slash-pos.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > ws-path-len
               IF ws-source-path(ws-scan-idx:1) = "/"
                   MOVE ws-scan-idx TO ws-slash-pos
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-member-base.
           MOVE ws-source-path(ws-slash-pos + 1:
             ws-path-len - ws-slash-pos - 4) TO ws-member-base.
           MOVE FUNCTION UPPER-CASE(ws-member-base) TO ws-member-base.
           MOVE FUNCTION UPPER-CASE(ws-source-path(ws-path-len - 3:4))
             TO ws-path-suffix.
           IF ws-path-suffix = ".CPY"
               MOVE "N" TO ws-is-program
           ELSE
               MOVE "Y" TO ws-is-program
           END-IF.

      *>   comments are skipped the way source-metrics skips them;
      *>   the rest is upper-cased once and searched as plain text
       330-LINT-ONE-LINE SECTION.
           IF SOURCE-RECORD(7:1) = "*" OR SOURCE-RECORD(7:1) = "/"
               GO TO 330-LINT-ONE-LINE-EXIT
           END-IF.
           MOVE 0 TO ws-first-col.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 256 OR ws-first-col > 0
               IF SOURCE-RECORD(ws-scan-idx:1) NOT = SPACE
                   MOVE ws-scan-idx TO ws-first-col
               END-IF
           END-PERFORM.
           IF SOURCE-RECORD(ws-first-col:2) = "*>"
               GO TO 330-LINT-ONE-LINE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(SOURCE-RECORD) TO ws-upper-line.
           IF ws-in-procedure = "N"
               AND ws-upper-line(ws-first-col:18)
                 = "PROCEDURE DIVISION"
               MOVE "Y" TO ws-in-procedure
               MOVE ws-line-no TO ws-proc-line
           END-IF.
           MOVE 0 TO ws-hits.
           INSPECT ws-upper-line TALLYING ws-hits FOR ALL "STOP RUN".
           IF ws-hits > 0
               MOVE "Y" TO ws-has-stop-run
           END-IF.
           MOVE 0 TO ws-hits.
           INSPECT ws-upper-line TALLYING ws-hits
             FOR ALL 'CALL "JOB-LOG"' ALL "CALL 'JOB-LOG'".
           IF ws-hits > 0
               MOVE "Y" TO ws-has-joblog
           END-IF.
           MOVE 0 TO ws-hits.
           INSPECT ws-upper-line TALLYING ws-hits
             FOR ALL '"START"' ALL "'START'".
           IF ws-hits > 0
               MOVE "Y" TO ws-has-start-lit
           END-IF.
           MOVE 0 TO ws-hits.
           INSPECT ws-upper-line TALLYING ws-hits
             FOR ALL '"END"' ALL "'END'".
           IF ws-hits > 0
               MOVE "Y" TO ws-has-end-lit
           END-IF.
           MOVE 0 TO ws-hits.
           INSPECT ws-upper-line TALLYING ws-hits
             FOR ALL 'CALL "LOG-ERROR"' ALL "CALL 'LOG-ERROR'".
           IF ws-hits > 0
               MOVE "Y" TO ws-has-log-error
           END-IF.
      *>   any store into RETURN-CODE but a zero one
           MOVE 0 TO ws-hits ws-zero-hits.
           INSPECT ws-upper-line TALLYING ws-hits
             FOR ALL "TO RETURN-CODE" ALL "COMPUTE RETURN-CODE".
           INSPECT ws-upper-line TALLYING ws-zero-hits
             FOR ALL " 0 TO RETURN-CODE" ALL "ZERO TO RETURN-CODE"
                 ALL "ZEROS TO RETURN-CODE"
                 ALL "ZEROES TO RETURN-CODE".
           IF ws-hits > ws-zero-hits
               MOVE "Y" TO ws-has-rc-set
           END-IF.
           IF ws-progid-seen = "N"
               PERFORM 335-CHECK-PROGRAM-ID
           END-IF.
           PERFORM 340-CHECK-GO-TO.
       330-LINT-ONE-LINE-EXIT.
           EXIT.

      *>   the first PROGRAM-ID in the member is the one named for
      *>   the file; quotes and IS INITIAL/COMMON are not the name
       335-CHECK-PROGRAM-ID SECTION.
           MOVE 0 TO ws-go-pos.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 245 OR ws-go-pos > 0
               IF ws-upper-line(ws-scan-idx:11) = "PROGRAM-ID."
                   COMPUTE ws-go-pos = ws-scan-idx + 11
               END-IF
           END-PERFORM.
           IF ws-go-pos = 0
               GO TO 335-CHECK-PROGRAM-ID-EXIT
           END-IF.
           MOVE "Y" TO ws-progid-seen.
           IF ws-rule-on(5) NOT = "Y" OR ws-is-program NOT = "Y"
               GO TO 335-CHECK-PROGRAM-ID-EXIT
           END-IF.
           MOVE FUNCTION TRIM(ws-upper-line(ws-go-pos:))
             TO ws-after-text.
           INSPECT ws-after-text REPLACING ALL '"' BY SPACE
             ALL "'" BY SPACE.
           MOVE FUNCTION TRIM(ws-after-text) TO ws-after-text.
           MOVE SPACES TO ws-token.
           UNSTRING ws-after-text DELIMITED BY " " OR "."
             INTO ws-token
           END-UNSTRING.
           IF ws-token NOT = ws-member-base
               MOVE "PROGRAM-ID-NAME" TO ws-new-rule
               MOVE ws-line-no TO ws-new-line
               MOVE SPACES TO ws-new-detail
               STRING "PROGRAM-ID " FUNCTION TRIM(ws-token)
                 " in file " FUNCTION TRIM(ws-member-base)
                 DELIMITED BY SIZE INTO ws-new-detail
               END-STRING
               PERFORM 370-NOTE-EXCEPTION
           END-IF.
       335-CHECK-PROGRAM-ID-EXIT.
           EXIT.

      *>   GO TO's target is the next word; an -EXIT paragraph is
      *>   the only place the standard lets it go
       340-CHECK-GO-TO SECTION.
           IF ws-rule-on(6) NOT = "Y"
               GO TO 340-CHECK-GO-TO-EXIT
           END-IF.
           MOVE 0 TO ws-go-pos.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 250 OR ws-go-pos > 0
               IF ws-upper-line(ws-scan-idx:6) = "GO TO "
                   AND (ws-scan-idx = 1
                     OR ws-upper-line(ws-scan-idx - 1:1) = SPACE)
                   COMPUTE ws-go-pos = ws-scan-idx + 6
               END-IF
           END-PERFORM.
           IF ws-go-pos = 0
               GO TO 340-CHECK-GO-TO-EXIT
           END-IF.
           MOVE FUNCTION TRIM(ws-upper-line(ws-go-pos:))
             TO ws-after-text.
           MOVE SPACES TO ws-token.
           UNSTRING ws-after-text DELIMITED BY " " OR "."
             INTO ws-token
           END-UNSTRING.
      *>   a target carried onto the next line is not guessed at
           IF ws-token = SPACES
               GO TO 340-CHECK-GO-TO-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-token))
             TO ws-token-len.
           IF ws-token-len > 5
               IF ws-token(ws-token-len - 4:5) = "-EXIT"
                   GO TO 340-CHECK-GO-TO-EXIT
               END-IF
           END-IF.
           MOVE "GO-TO-EXIT" TO ws-new-rule.
           MOVE ws-line-no TO ws-new-line.
           MOVE SPACES TO ws-new-detail.
           STRING "GO TO " FUNCTION TRIM(ws-token)
             DELIMITED BY SIZE INTO ws-new-detail
           END-STRING.
           PERFORM 370-NOTE-EXCEPTION.
       340-CHECK-GO-TO-EXIT.
           EXIT.

      *>   the four batch-program rules are about what the member
      *>   does somewhere, so they are judged once it is all read
      *>   and reported against its PROCEDURE DIVISION line
       350-JUDGE-BATCH-PROGRAM SECTION.
           IF ws-is-program NOT = "Y" OR ws-has-stop-run NOT = "Y"
               GO TO 350-JUDGE-BATCH-PROGRAM-EXIT
           END-IF.
           MOVE ws-proc-line TO ws-new-line.
           IF ws-rule-on(1) = "Y"
               AND (ws-has-joblog = "N" OR ws-has-start-lit = "N")
               MOVE "JOBLOG-START" TO ws-new-rule
               MOVE "no job-log START call" TO ws-new-detail
               PERFORM 370-NOTE-EXCEPTION
           END-IF.
           IF ws-rule-on(2) = "Y"
               AND (ws-has-joblog = "N" OR ws-has-end-lit = "N")
               MOVE "JOBLOG-END" TO ws-new-rule
               MOVE "no job-log END call" TO ws-new-detail
               PERFORM 370-NOTE-EXCEPTION
           END-IF.
           IF ws-rule-on(3) = "Y" AND ws-has-log-error = "N"
               MOVE "LOG-ERROR-EXIT" TO ws-new-rule
               MOVE "no CALL to log-error" TO ws-new-detail
               PERFORM 370-NOTE-EXCEPTION
           END-IF.
           IF ws-rule-on(4) = "Y" AND ws-has-rc-set = "N"
               MOVE "RETURN-CODE" TO ws-new-rule
               MOVE "never sets a nonzero RETURN-CODE"
                 TO ws-new-detail
               PERFORM 370-NOTE-EXCEPTION
           END-IF.
       350-JUDGE-BATCH-PROGRAM-EXIT.
           EXIT.

       360-PRINT-PROJECT-EXCEPTIONS SECTION.
           ADD ws-exc-count TO ws-total-exc.
           IF ws-offender-count < ws-name-max
               ADD 1 TO ws-offender-count
               MOVE ws-this-project
                 TO ws-offender-name(ws-offender-count)
               MOVE ws-exc-count
                 TO ws-offender-hits(ws-offender-count)
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-this-project) "  "
             ws-exc-count " exception(s) in " ws-prj-members
             " member(s)"
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

      *>   every exception counts toward its rule; only the first
      *>   200 of a project are itemized
       370-NOTE-EXCEPTION SECTION.
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
               UNTIL ws-rule-idx > ws-rule-max
               IF ws-rule-name(ws-rule-idx) = ws-new-rule
                   ADD 1 TO ws-rule-count(ws-rule-idx)
               END-IF
           END-PERFORM.
           ADD 1 TO ws-exc-count.
           IF ws-exc-count > ws-exc-max
               ADD 1 TO ws-exc-overflow
               GO TO 370-NOTE-EXCEPTION-EXIT
           END-IF.
           MOVE ws-member-name TO ws-exc-member(ws-exc-count).
           MOVE ws-new-line    TO ws-exc-line(ws-exc-count).
           MOVE ws-new-rule    TO ws-exc-rule(ws-exc-count).
           MOVE ws-new-detail  TO ws-exc-detail(ws-exc-count).
       370-NOTE-EXCEPTION-EXIT.
           EXIT.

       400-SHOW-RULE-COUNTS SECTION.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-prev-run-date = SPACES
               MOVE "-- by rule (first run, nothing to compare) --"
                 TO ws-rpt-line
           ELSE
               STRING "-- by rule, against the run of "
                 ws-prev-run-date " --"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
               UNTIL ws-rule-idx > ws-rule-max
               MOVE SPACES TO ws-rpt-line
               IF ws-rule-on(ws-rule-idx) = "Y"
                   STRING "  " ws-rule-name(ws-rule-idx) " "
                     ws-rule-count(ws-rule-idx) " (last run "
                     ws-rule-prev(ws-rule-idx) ")"
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               ELSE
                   STRING "  " ws-rule-name(ws-rule-idx)
                     " off in LINTRULES"
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               END-IF
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-scanned-count " project(s) scanned, "
             ws-clean-count " clean, " ws-exempted-count
             " exempt, " ws-total-exc " exception(s)"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

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
               DISPLAY "LNT011E source-lint: cannot append to "
                 FUNCTION TRIM(ws-history-path) ", status "
                 ws-history-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE ws-bus-date      TO lnh-rec-date.
           MOVE "RUN "           TO lnh-rec-kind.
           MOVE ws-scanned-count TO lnh-rec-count.
           WRITE HISTORY-RECORD.
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
               UNTIL ws-rule-idx > ws-rule-max
               IF ws-rule-on(ws-rule-idx) = "Y"
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE ws-bus-date TO lnh-rec-date
                   MOVE "RULE" TO lnh-rec-kind
                   MOVE ws-rule-name(ws-rule-idx) TO lnh-rec-key
                   MOVE ws-rule-count(ws-rule-idx) TO lnh-rec-count
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-exc-idx FROM 1 BY 1
               UNTIL ws-exc-idx > ws-offender-count
               MOVE SPACES TO HISTORY-RECORD
               MOVE ws-bus-date TO lnh-rec-date
               MOVE "PROJ" TO lnh-rec-kind
               MOVE ws-offender-name(ws-exc-idx) TO lnh-rec-key
               MOVE ws-offender-hits(ws-exc-idx) TO lnh-rec-count
               WRITE HISTORY-RECORD
           END-PERFORM.
           CLOSE HISTORY-FILE.
           DISPLAY "source-lint: " ws-scanned-count
             " project(s) scanned, " ws-total-exc
             " exception(s) in " ws-offender-count " project(s)"
           END-DISPLAY.

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
               DISPLAY "LNT001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "LNT002E coding-standards lint failed, see SYSERR"
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

       END PROGRAM "source-lint".
