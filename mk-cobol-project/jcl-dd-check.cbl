      *> -------------------------------------------
      *> jcl-dd-check.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the first-run abend caught at the desk: create-jcl writes a
      *> starter skeleton and the DD statements are added by hand,
      *> so this reads a project's JCL skeleton (<name>/<name>.jcl)
      *> beside its source's SELECT/ASSIGN names and OPEN modes --
      *> read by select-scan, as dataset-scan reads them -- and
      *> reports
      *>
      *>   MISSING-DD  a file the program opens, no DD for it
      *>   UNUSED-DD   a DD no SELECT assigns to
      *>   DISP        a DD opened OUTPUT with DISP=OLD, or opened
      *>               INPUT with DISP=NEW (NEW is also what a DSN=
      *>               with no DISP= gets)
      *>
      *>   jcl-dd-check <project-name>     the one project
      *>   jcl-dd-check                    every ACTIVE project
      *>                                   that carries a skeleton
      *>
      *> The DD name is the ASSIGN target -- a literal as written, a
      *> data name through its VALUE literal, a logical name as it
      *> stands -- less any UT-S- style prefix. A target set at run
      *> time, or one that is no legal DD name, is listed NOT-CHECKED
      *> and does not count against the project. The DDs every step
      *> may carry (STEPLIB, SYSOUT, SYSIN, the dump DDs ..) are
      *> never UNUSED. One report through the shared report-writer;
      *> the return code is nonzero only when the check itself could
      *> not be made.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "jcl-dd-check".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JCL-FILE
               ASSIGN TO DYNAMIC ws-jcl-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jcl-status.

       DATA DIVISION.
         FILE SECTION.
         FD  JCL-FILE.
         01 JCL-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "jcl-dd-check".
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

           01 ws-jcl-path       PIC X(300).
           01 ws-jcl-status     PIC XX.
           01 ws-jcl-eof        PIC X.
           01 ws-file-info      PIC X(16).
           01 ws-rc             PIC 9(9) COMP-5.

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

      *>   every project with a skeleton, collected before any file
      *>   is read so the browse and the file reads never interleave
           78 ws-name-max VALUE 300.
           01 ws-cand-count     PIC 9(4) VALUE 0.
           01 ws-cand-idx       PIC 9(4).
           01 ws-cand-table.
               05 ws-cand-name OCCURS 300 TIMES PIC X(48).

      *>   the catalog's source members, newest entry per path kept
           01 ws-cat-idx        PIC 9(4).
           COPY "catalog-members.cpy".

      *>   one project's members, read twice: declarations first,
      *>   so a path's VALUE in a copybook is known wherever the
      *>   OPEN is
           78 ws-mem-max VALUE 50.
           01 ws-this-project   PIC X(48).
           01 ws-mem-count      PIC 9(3).
           01 ws-mem-idx        PIC 9(3).
           01 ws-mem-table.
               05 ws-mem-path OCCURS 50 TIMES PIC X(120).

      *>   the project's SELECTs, VALUEs and OPENs, as select-scan
      *>   finds them across all its members
           01 ws-scan-op        PIC X(5).
           01 ws-open-idx       PIC 9(3).
           COPY "select-scan.cpy".

      *>   the SELECTs taken over from the scan, with the DD name
      *>   their targets come to and the modes they are opened in
           01 ws-sel-count      PIC 9(3).
           01 ws-sel-idx        PIC 9(3).
           01 ws-sel-table.
               05 ws-sel-entry OCCURS 50 TIMES.
                   10 ws-sel-name     PIC X(30).
                   10 ws-sel-target   PIC X(60).
                   10 ws-sel-ddname   PIC X(8).
                   10 ws-sel-input    PIC X.
                   10 ws-sel-output   PIC X.
                   10 ws-sel-i-o      PIC X.
                   10 ws-sel-extend   PIC X.
           01 ws-open-mode-now  PIC X(6).
           01 ws-tok-len        PIC 9(3).
           01 ws-scan-idx       PIC 9(3).

           01 ws-resolved       PIC X(60).
           01 ws-dd-char        PIC X.
           01 ws-dd-valid       PIC X.

      *>   the skeleton's DD statements: name, the status DISP=
      *>   gives (blank where the DD names no data set), and the
      *>   card it is on
           78 ws-dd-max VALUE 100.
           01 ws-dd-count       PIC 9(3).
           01 ws-dd-idx         PIC 9(3).
           01 ws-dd-look        PIC 9(3).
           01 ws-dd-table.
               05 ws-dd-entry OCCURS 100 TIMES.
                   10 ws-dd-name      PIC X(8).
                   10 ws-dd-disp      PIC X(3).
                   10 ws-dd-default   PIC X.
                   10 ws-dd-has-dsn   PIC X.
                   10 ws-dd-card      PIC 9(5).
           01 ws-card-no        PIC 9(5).
           01 ws-last-dd        PIC 9(3).
           01 ws-jcl-name       PIC X(20).
           01 ws-jcl-op         PIC X(10).
           01 ws-jcl-parms      PIC X(72).
           01 ws-jcl-upper      PIC X(80).
           01 ws-dot-pos        PIC 9(2).
           01 ws-disp-pos       PIC 9(2).
           01 ws-disp-text      PIC X(10).
           01 ws-hits           PIC 9(3).

      *>   DDs a step carries for the run-time and the dumps, never
      *>   reported UNUSED
           78 ws-sys-max VALUE 12.
           01 ws-sys-values.
               05 FILLER PIC X(8) VALUE "STEPLIB".
               05 FILLER PIC X(8) VALUE "JOBLIB".
               05 FILLER PIC X(8) VALUE "SYSOUT".
               05 FILLER PIC X(8) VALUE "SYSIN".
               05 FILLER PIC X(8) VALUE "SYSPRINT".
               05 FILLER PIC X(8) VALUE "SYSUDUMP".
               05 FILLER PIC X(8) VALUE "SYSABEND".
               05 FILLER PIC X(8) VALUE "SYSMDUMP".
               05 FILLER PIC X(8) VALUE "CEEDUMP".
               05 FILLER PIC X(8) VALUE "SYSDBOUT".
               05 FILLER PIC X(8) VALUE "SYSTSPRT".
               05 FILLER PIC X(8) VALUE "SYSTSIN".
           01 ws-sys-table REDEFINES ws-sys-values.
               05 ws-sys-name OCCURS 12 TIMES PIC X(8).
           01 ws-sys-idx        PIC 9(2).

      *>   one project's findings
           01 ws-prj-findings   PIC 9(4).
           01 ws-prj-unchecked  PIC 9(4).

           01 ws-checked-count  PIC 9(4) VALUE 0.
           01 ws-clean-count    PIC 9(4) VALUE 0.
           01 ws-finding-count  PIC 9(5) VALUE 0.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "JCL DD CROSS-CHECK".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-COLLECT-CANDIDATES.
           perform 050-OPEN-REPORT.
           perform 200-LOAD-CATALOG.
           perform 300-CHECK-ALL-PROJECTS.
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

       050-OPEN-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "JDD010E jcl-dd-check: could not open the "
                 "DD cross-check report, status " ws-rpt-status
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
                   AND (ws-only-project = SPACES
                     OR ws-proj-name = ws-only-project)
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
               DISPLAY "JDD011E jcl-dd-check: no ACTIVE project '"
                 FUNCTION TRIM(ws-only-project)
                 "' with a JCL skeleton" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       110-JUDGE-CANDIDATE SECTION.
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
           END-IF.

      *>   an absent catalog is a shop from before PROJFILES -- every
      *>   project falls back to its one program
       200-LOAD-CATALOG SECTION.
           CALL "catalog-members" USING CATALOG-MEMBERS
           END-CALL.

       300-CHECK-ALL-PROJECTS SECTION.
           PERFORM VARYING ws-cand-idx FROM 1 BY 1
               UNTIL ws-cand-idx > ws-cand-count
               MOVE ws-cand-name(ws-cand-idx) TO ws-this-project
               PERFORM 310-CHECK-ONE-PROJECT
           END-PERFORM.
           IF ws-cand-count = 0
               MOVE "  (no ACTIVE project carries a JCL skeleton)"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       310-CHECK-ONE-PROJECT SECTION.
           MOVE 0 TO ws-mem-count ws-dd-count ws-prj-findings
             ws-prj-unchecked.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > cat-count
               IF cat-project(ws-cat-idx) = ws-this-project
                   AND ws-mem-count < ws-mem-max
                   ADD 1 TO ws-mem-count
                   MOVE cat-path(ws-cat-idx)
                     TO ws-mem-path(ws-mem-count)
               END-IF
           END-PERFORM.
           IF ws-mem-count = 0
               MOVE 1 TO ws-mem-count
               MOVE SPACES TO ws-mem-path(1)
               STRING FUNCTION TRIM(ws-this-project) "/"
                 FUNCTION TRIM(ws-this-project) ".cbl"
                 DELIMITED BY SIZE INTO ws-mem-path(1)
               END-STRING
           END-IF.
           MOVE "START" TO ws-scan-op.
           CALL "select-scan" USING ws-scan-op SELECT-SCAN
           END-CALL.
           MOVE "DECL " TO ws-scan-op.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               PERFORM 320-SCAN-ONE-MEMBER
           END-PERFORM.
           MOVE "OPENS" TO ws-scan-op.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               PERFORM 320-SCAN-ONE-MEMBER
           END-PERFORM.
           MOVE scn-sel-count TO ws-sel-count.
           PERFORM VARYING ws-sel-idx FROM 1 BY 1
               UNTIL ws-sel-idx > ws-sel-count
               PERFORM 360-TAKE-ONE-SELECT
           END-PERFORM.
           PERFORM 500-READ-SKELETON.
           ADD 1 TO ws-checked-count.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-this-project) "  "
             FUNCTION TRIM(ws-jcl-path) "  " ws-sel-count
             " SELECT(s), " ws-dd-count " DD(s)"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-sel-idx FROM 1 BY 1
               UNTIL ws-sel-idx > ws-sel-count
               PERFORM 600-CHECK-ONE-SELECT
           END-PERFORM.
           PERFORM VARYING ws-dd-idx FROM 1 BY 1
               UNTIL ws-dd-idx > ws-dd-count
               PERFORM 650-CHECK-ONE-DD
           END-PERFORM.
           MOVE SPACES TO ws-rpt-line.
           IF ws-prj-findings = 0
               ADD 1 TO ws-clean-count
               MOVE "  CLEAN" TO ws-rpt-line
           ELSE
               STRING "  " ws-prj-findings " finding(s)"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   a member that cannot be read is passed over -- a missing
      *>   source is reconcile-projects' complaint, not this check's
       320-SCAN-ONE-MEMBER SECTION.
           MOVE SPACES TO scn-path.
           MOVE ws-mem-path(ws-mem-idx) TO scn-path.
           CALL "select-scan" USING ws-scan-op SELECT-SCAN
           END-CALL.

      *>   a SELECT from the scan, with the modes its OPENs name
       360-TAKE-ONE-SELECT SECTION.
           MOVE scn-sel-name(ws-sel-idx) TO ws-sel-name(ws-sel-idx).
           MOVE scn-sel-target(ws-sel-idx)
             TO ws-sel-target(ws-sel-idx).
           MOVE SPACES TO ws-sel-ddname(ws-sel-idx).
           MOVE "N" TO ws-sel-input(ws-sel-idx)
             ws-sel-output(ws-sel-idx) ws-sel-i-o(ws-sel-idx)
             ws-sel-extend(ws-sel-idx).
           PERFORM VARYING ws-open-idx FROM 1 BY 1
               UNTIL ws-open-idx > scn-open-count
               IF scn-open-sel(ws-open-idx) = ws-sel-idx
                   MOVE scn-open-mode(ws-open-idx) TO ws-open-mode-now
                   PERFORM 365-NOTE-OPEN-MODE
               END-IF
           END-PERFORM.
           PERFORM 370-DERIVE-DDNAME.

       365-NOTE-OPEN-MODE SECTION.
           EVALUATE ws-open-mode-now
               WHEN "INPUT"
                   MOVE "Y" TO ws-sel-input(ws-sel-idx)
               WHEN "OUTPUT"
                   MOVE "Y" TO ws-sel-output(ws-sel-idx)
               WHEN "I-O"
                   MOVE "Y" TO ws-sel-i-o(ws-sel-idx)
               WHEN "EXTEND"
                   MOVE "Y" TO ws-sel-extend(ws-sel-idx)
           END-EVALUATE.

      *>   the target as select-scan resolves it (one set at run
      *>   time is none), then cut to what follows the last hyphen
      *>   (UT-S-INFILE is DD INFILE) and held to the DD name rules:
      *>   one to eight of A-Z, 0-9, @ # $, not starting with a
      *>   digit. Anything else leaves the DD name blank --
      *>   NOT-CHECKED.
       370-DERIVE-DDNAME SECTION.
           MOVE SPACES TO ws-resolved.
           IF scn-sel-runtime(ws-sel-idx) = "N"
               MOVE scn-sel-resolved(ws-sel-idx) TO ws-resolved
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-resolved))
             TO ws-resolved.
           IF ws-resolved = SPACES
               GO TO 370-DERIVE-DDNAME-EXIT
           END-IF.
           MOVE 0 TO ws-dot-pos.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 60
               IF ws-resolved(ws-scan-idx:1) = "-"
                   MOVE ws-scan-idx TO ws-dot-pos
               END-IF
           END-PERFORM.
           IF ws-dot-pos > 0 AND ws-dot-pos < 60
               MOVE ws-resolved(ws-dot-pos + 1:) TO ws-resolved
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-resolved))
             TO ws-tok-len.
           IF ws-tok-len > 8 OR ws-resolved(1:1) IS NUMERIC
               GO TO 370-DERIVE-DDNAME-EXIT
           END-IF.
           MOVE "Y" TO ws-dd-valid.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > ws-tok-len
               MOVE ws-resolved(ws-scan-idx:1) TO ws-dd-char
               IF NOT ((ws-dd-char >= "A" AND ws-dd-char <= "Z")
                    OR ws-dd-char IS NUMERIC
                    OR ws-dd-char = "@" OR "#" OR "$")
                   MOVE "N" TO ws-dd-valid
               END-IF
           END-PERFORM.
           IF ws-dd-valid = "Y"
               MOVE ws-resolved(1:8) TO ws-sel-ddname(ws-sel-idx)
           END-IF.
       370-DERIVE-DDNAME-EXIT.
           EXIT.

      *>   the skeleton's cards: //name DD parms. A card with no name
      *>   whose operation is not DD continues the DD before it (its
      *>   DISP= may be there); one whose operation is DD is a
      *>   concatenation and adds no name. //STEP.NAME overrides
      *>   count as NAME.
       500-READ-SKELETON SECTION.
           MOVE SPACES TO ws-jcl-path.
           STRING FUNCTION TRIM(ws-this-project) "/"
             FUNCTION TRIM(ws-this-project) ".jcl"
             DELIMITED BY SIZE INTO ws-jcl-path
           END-STRING.
           MOVE "N" TO ws-jcl-eof.
           MOVE 0 TO ws-card-no ws-last-dd.
           OPEN INPUT JCL-FILE.
           IF ws-jcl-status NOT = "00"
               GO TO 500-READ-SKELETON-EXIT
           END-IF.
           PERFORM UNTIL ws-jcl-eof = "Y"
               READ JCL-FILE
                   AT END
                       MOVE "Y" TO ws-jcl-eof
                   NOT AT END
                       ADD 1 TO ws-card-no
                       IF JCL-RECORD(1:2) = "//"
                           AND JCL-RECORD(3:1) NOT = "*"
                           PERFORM 510-TAKE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JCL-FILE.
       500-READ-SKELETON-EXIT.
           EXIT.

       510-TAKE-ONE-CARD SECTION.
           MOVE FUNCTION UPPER-CASE(JCL-RECORD(1:72)) TO ws-jcl-upper.
           MOVE SPACES TO ws-jcl-name ws-jcl-op ws-jcl-parms.
      *>   a nameless card: a continuation of the DD before it, or
      *>   a concatenation to it
           IF ws-jcl-upper(3:1) = SPACE
               UNSTRING ws-jcl-upper(3:) DELIMITED BY ALL " "
                 INTO ws-jcl-name ws-jcl-parms
               END-UNSTRING
               IF ws-jcl-parms(1:3) NOT = "DD " AND ws-last-dd > 0
                   PERFORM 520-TAKE-DD-PARMS
               END-IF
               GO TO 510-TAKE-ONE-CARD-EXIT
           END-IF.
           UNSTRING ws-jcl-upper(3:) DELIMITED BY ALL " "
             INTO ws-jcl-name ws-jcl-op ws-jcl-parms
           END-UNSTRING.
           IF ws-jcl-op NOT = "DD"
               MOVE 0 TO ws-last-dd
               GO TO 510-TAKE-ONE-CARD-EXIT
           END-IF.
           IF ws-dd-count >= ws-dd-max
               GO TO 510-TAKE-ONE-CARD-EXIT
           END-IF.
           MOVE 0 TO ws-dot-pos.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 20
               IF ws-jcl-name(ws-scan-idx:1) = "."
                   MOVE ws-scan-idx TO ws-dot-pos
               END-IF
           END-PERFORM.
           IF ws-dot-pos > 0
               MOVE ws-jcl-name(ws-dot-pos + 1:) TO ws-jcl-name
           END-IF.
           ADD 1 TO ws-dd-count.
           MOVE ws-dd-count TO ws-last-dd.
           MOVE ws-jcl-name(1:8) TO ws-dd-name(ws-dd-count).
           MOVE SPACES TO ws-dd-disp(ws-dd-count).
           MOVE "N" TO ws-dd-default(ws-dd-count)
             ws-dd-has-dsn(ws-dd-count).
           MOVE ws-card-no TO ws-dd-card(ws-dd-count).
           PERFORM 520-TAKE-DD-PARMS.
       510-TAKE-ONE-CARD-EXIT.
           EXIT.

      *>   DISP=SHR, DISP=(NEW,CATLG,DELETE), DISP=(,PASS): the
      *>   status is the first subparameter, NEW when it is left
      *>   out. A DD with DSN= and no DISP= at all is NEW too; one
      *>   with no DSN= (SYSOUT=, DUMMY, *) has no status to check.
       520-TAKE-DD-PARMS SECTION.
           MOVE 0 TO ws-hits.
           INSPECT ws-jcl-parms TALLYING ws-hits FOR ALL "DSN="
             ALL "DSNAME=".
           IF ws-hits > 0
               MOVE "Y" TO ws-dd-has-dsn(ws-last-dd)
               IF ws-dd-disp(ws-last-dd) = SPACES
                   MOVE "NEW" TO ws-dd-disp(ws-last-dd)
                   MOVE "Y" TO ws-dd-default(ws-last-dd)
               END-IF
           END-IF.
           MOVE 0 TO ws-disp-pos.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > 67 OR ws-disp-pos > 0
               IF ws-jcl-parms(ws-scan-idx:5) = "DISP="
                   COMPUTE ws-disp-pos = ws-scan-idx + 5
               END-IF
           END-PERFORM.
           IF ws-disp-pos = 0
               GO TO 520-TAKE-DD-PARMS-EXIT
           END-IF.
           IF ws-jcl-parms(ws-disp-pos:1) = "("
               ADD 1 TO ws-disp-pos
           END-IF.
           MOVE SPACES TO ws-disp-text.
           UNSTRING ws-jcl-parms(ws-disp-pos:) DELIMITED BY ","
             OR ")" OR " "
             INTO ws-disp-text
           END-UNSTRING.
           IF ws-disp-text = SPACES
               MOVE "NEW" TO ws-disp-text
           END-IF.
           MOVE ws-disp-text(1:3) TO ws-dd-disp(ws-last-dd).
           MOVE "N" TO ws-dd-default(ws-last-dd).
       520-TAKE-DD-PARMS-EXIT.
           EXIT.

      *>   a SELECT's side: is the file it opens there, and does the
      *>   DD's status suit the way it is opened
       600-CHECK-ONE-SELECT SECTION.
           IF ws-sel-input(ws-sel-idx) = "N"
               AND ws-sel-output(ws-sel-idx) = "N"
               AND ws-sel-i-o(ws-sel-idx) = "N"
               AND ws-sel-extend(ws-sel-idx) = "N"
               GO TO 600-CHECK-ONE-SELECT-EXIT
           END-IF.
           IF ws-sel-ddname(ws-sel-idx) = SPACES
               ADD 1 TO ws-prj-unchecked
               MOVE SPACES TO ws-rpt-line
               STRING "  NOT-CHECKED  "
                 FUNCTION TRIM(ws-sel-name(ws-sel-idx))
                 " assigned to "
                 FUNCTION TRIM(ws-sel-target(ws-sel-idx))
                 ", no DD name to match"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               GO TO 600-CHECK-ONE-SELECT-EXIT
           END-IF.
           MOVE 0 TO ws-dd-idx.
           PERFORM VARYING ws-dd-look FROM 1 BY 1
               UNTIL ws-dd-look > ws-dd-count OR ws-dd-idx > 0
               IF ws-dd-name(ws-dd-look) = ws-sel-ddname(ws-sel-idx)
                   MOVE ws-dd-look TO ws-dd-idx
               END-IF
           END-PERFORM.
           IF ws-dd-idx = 0
               ADD 1 TO ws-prj-findings
               MOVE SPACES TO ws-rpt-line
               STRING "  MISSING-DD   "
                 ws-sel-ddname(ws-sel-idx) " needed by SELECT "
                 FUNCTION TRIM(ws-sel-name(ws-sel-idx))
                 ", no DD statement for it"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               GO TO 600-CHECK-ONE-SELECT-EXIT
           END-IF.
           IF ws-sel-output(ws-sel-idx) = "Y"
               AND ws-dd-disp(ws-dd-idx) = "OLD"
               MOVE "OUTPUT" TO ws-open-mode-now
               PERFORM 610-NOTE-DISP-CLASH
           END-IF.
           IF ws-sel-input(ws-sel-idx) = "Y"
               AND ws-dd-disp(ws-dd-idx) = "NEW"
               MOVE "INPUT" TO ws-open-mode-now
               PERFORM 610-NOTE-DISP-CLASH
           END-IF.
       600-CHECK-ONE-SELECT-EXIT.
           EXIT.

       610-NOTE-DISP-CLASH SECTION.
           ADD 1 TO ws-prj-findings.
           MOVE SPACES TO ws-rpt-line.
           IF ws-dd-default(ws-dd-idx) = "Y"
               STRING "  DISP         " ws-dd-name(ws-dd-idx)
                 " card " ws-dd-card(ws-dd-idx)
                 " has no DISP= (NEW) but SELECT "
                 FUNCTION TRIM(ws-sel-name(ws-sel-idx))
                 " is opened " FUNCTION TRIM(ws-open-mode-now)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "  DISP         " ws-dd-name(ws-dd-idx)
                 " card " ws-dd-card(ws-dd-idx) " is DISP="
                 ws-dd-disp(ws-dd-idx) " but SELECT "
                 FUNCTION TRIM(ws-sel-name(ws-sel-idx))
                 " is opened " FUNCTION TRIM(ws-open-mode-now)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.

      *>   a DD's side: does any SELECT, opened or not, assign to it
       650-CHECK-ONE-DD SECTION.
           PERFORM VARYING ws-sys-idx FROM 1 BY 1
               UNTIL ws-sys-idx > ws-sys-max
               IF ws-sys-name(ws-sys-idx) = ws-dd-name(ws-dd-idx)
                   GO TO 650-CHECK-ONE-DD-EXIT
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-sel-idx FROM 1 BY 1
               UNTIL ws-sel-idx > ws-sel-count
               IF ws-sel-ddname(ws-sel-idx) = ws-dd-name(ws-dd-idx)
                   GO TO 650-CHECK-ONE-DD-EXIT
               END-IF
           END-PERFORM.
           ADD 1 TO ws-prj-findings.
           MOVE SPACES TO ws-rpt-line.
           STRING "  UNUSED-DD    " ws-dd-name(ws-dd-idx)
             " card " ws-dd-card(ws-dd-idx)
             ", no SELECT assigns to it"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
       650-CHECK-ONE-DD-EXIT.
           EXIT.

       400-SHOW-TOTALS SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-checked-count " project(s) checked, "
             ws-clean-count " CLEAN"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           DISPLAY "jcl-dd-check: " ws-checked-count
             " project(s) checked, " ws-clean-count " CLEAN"
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
               DISPLAY "JDD001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "JDD002E JCL DD cross-check failed, see SYSERR"
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

       END PROGRAM "jcl-dd-check".
