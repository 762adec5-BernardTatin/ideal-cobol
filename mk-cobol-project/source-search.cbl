      *> -------------------------------------------
      *> source-search.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> shop-wide source search: "which programs still copy
      *> TAXRATE", "who uses CUST-REGION" -- one command instead of a
      *> grep over the projects root and archive/ that never sees
      *> inside a packed container. Searched, project by project in
      *> PROJECTS order:
      *>
      *>   ACTIVE (and any other live status)  every source file in
      *>                   the project's directory
      *>   RETIRED         the loose archive/<name>/ directory, or
      *>                   else the packed archive/<name>.PAK read
      *>                   in place through its table of contents --
      *>                   the same *TOC lines archive-unpack walks,
      *>                   so nothing is unpacked to disk
      *>   bundles         every export-project <name>.BUNDLE in the
      *>                   projects root or archive/, read the same
      *>                   way; its *REC line supplies the project's
      *>                   status, owner and template for the filters
      *>
      *> The search text is matched anywhere in the line, upper and
      *> lower case alike, comment lines included. It is a plain
      *> string or a simple pattern: "*" stands for any run of
      *> characters and "?" for any one character -- a blank inside
      *> the text is written as "?". Hits are grouped by project
      *> with its status and where the files were read from, then
      *> member, line number and the line itself.
      *>
      *>   source-search <text> [--status <status>] [--owner <owner>]
      *>                 [--tag <tag>] [--template <template>]
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "source-search".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC ws-source-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-source-status.
      *>   directory listings redirected into a scratch file, the
      *>   same technique secret-scan uses for archive/
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC ws-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT CONTAINER-FILE
               ASSIGN TO DYNAMIC ws-container-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-container-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SOURCE-FILE.
         01 SOURCE-RECORD PIC X(256).
         FD  LIST-FILE.
         01 LIST-RECORD PIC X(200).
         FD  CONTAINER-FILE.
         01 CONTAINER-RECORD PIC X(256).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "source-search".
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

      *>   the command line: the search text, then any of the four
      *>   "--<option> <value>" filters, in any order
           01 ws-cmdline        PIC X(256).
           01 ws-cmd-ptr        PIC 9(4).
           01 ws-cmd-word       PIC X(80).
           01 ws-cmd-value      PIC X(80).
           01 ws-search-text    PIC X(80).
           01 ws-want-status    PIC X(10).
           01 ws-want-owner     PIC X(30).
           01 ws-want-template  PIC X(12).
           01 ws-want-tag       PIC X(80).
           01 ws-filter-desc    PIC X(132).

      *>   the search text cut at each "*" into the pieces that must
      *>   appear in the line, in order; "?" is kept in a piece and
      *>   matches any one character where it stands
           78 ws-piece-max VALUE 10.
           01 ws-piece-count    PIC 99 VALUE 0.
           01 ws-piece-idx      PIC 99.
           01 ws-piece-table.
               05 ws-piece-entry OCCURS 10 TIMES.
                   10 ws-piece-text   PIC X(80).
                   10 ws-piece-len    PIC 9(3).
                   10 ws-piece-any    PIC X.
           01 ws-pattern-upper  PIC X(80).
           01 ws-pattern-ptr    PIC 9(3).
           01 ws-pattern-word   PIC X(80).

           01 ws-source-path    PIC X(300).
           01 ws-source-status  PIC XX.
           01 ws-source-eof     PIC X.
           01 ws-list-path      PIC X(300) VALUE "SOURCESEARCH.TMP".
           01 ws-list-status    PIC XX.
           01 ws-list-eof       PIC X.
           01 ws-container-path PIC X(300).
           01 ws-container-status PIC XX.
           01 ws-shell-command  PIC X(400).
           01 ws-rc             PIC 9(9) COMP-5.
           01 ws-exist-info     PIC X(16).

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

      *>   the PROJECT-RECORD image off a bundle's *REC line
           01 ws-bundle-record.
               05 ws-bnd-name           PIC X(48).
               05 ws-bnd-owner          PIC X(30).
               05 ws-bnd-create-date    PIC X(8).
               05 ws-bnd-create-time    PIC X(8).
               05 ws-bnd-template       PIC X(12).
               05 ws-bnd-status         PIC X(10).
               05 ws-bnd-cloned-from    PIC X(48).
               05 ws-bnd-module-type    PIC X(4).
               05 ws-bnd-verified       PIC X(8).

      *>   the record the filters are judged against, from PROJECTS
      *>   or from a bundle
           01 ws-cand-name      PIC X(48).
           01 ws-cand-owner     PIC X(30).
           01 ws-cand-template  PIC X(12).
           01 ws-cand-status    PIC X(10).
           01 ws-cand-keep      PIC X.
           01 ws-tag-answer     PIC X.

      *>   every project the filters keep, collected before any file
      *>   is read so the browse and the listings never interleave
           78 ws-name-max VALUE 300.
           01 ws-proj-count     PIC 9(4) VALUE 0.
           01 ws-proj-idx       PIC 9(4).
           01 ws-proj-table.
               05 ws-proj-entry OCCURS 300 TIMES.
                   10 ws-sel-name     PIC X(48).
                   10 ws-sel-status   PIC X(10).

      *>   the bundles found in the root and in archive/
           01 ws-bundle-count   PIC 9(4) VALUE 0.
           01 ws-bundle-idx     PIC 9(4).
           01 ws-bundle-table.
               05 ws-bundle-file OCCURS 300 TIMES PIC X(120).

      *>   one directory's files, listed before any is opened
           78 ws-file-max VALUE 100.
           01 ws-file-count     PIC 9(3).
           01 ws-file-idx       PIC 9(3).
           01 ws-file-table.
               05 ws-file-name OCCURS 100 TIMES PIC X(60).
           01 ws-dir-path       PIC X(120).
           01 ws-entry-len      PIC 9(3).
           01 ws-entry-suffix   PIC X(4).
           01 ws-dots           PIC 9(3).

      *>   a container's table of contents: the same *TOC line shape
      *>   archive-pack and export-project write and archive-unpack
      *>   reads back
           78 ws-member-max VALUE 6.
           01 ws-toc-count      PIC 9 VALUE 0.
           01 ws-toc-idx        PIC 9.
           01 ws-toc-done       PIC X.
           01 ws-toc-bad        PIC X.
           01 ws-toc-table.
               05 ws-toc-entry OCCURS 6 TIMES.
                   10 ws-toc-name     PIC X(60).
                   10 ws-toc-lines    PIC 9(7).
           01 ws-toc-parse.
               05 FILLER             PIC X(5).
               05 ws-parse-name      PIC X(60).
               05 FILLER             PIC X.
               05 ws-parse-offset    PIC 9(7).
               05 FILLER             PIC X.
               05 ws-parse-lines     PIC 9(7).
               05 FILLER             PIC X.
               05 ws-parse-sum       PIC 9(9).
           01 ws-bnd-header.
               05 FILLER             PIC X(5).
               05 ws-bnd-header-name PIC X(48).
               05 FILLER             PIC X(203).
           01 ws-lines-left     PIC 9(7).

      *>   the group being searched: its project, status and where
      *>   its files are read from; the heading goes out with the
      *>   group's first hit, so a project with none stays off the
      *>   report
           01 ws-group-name     PIC X(48).
           01 ws-group-status   PIC X(10).
           01 ws-group-source   PIC X(120).
           01 ws-group-shown    PIC X.
           01 ws-member-shown   PIC X(60).

      *>   the line being searched
           01 ws-line-no        PIC 9(5).
           01 ws-upper-line     PIC X(256).
           01 ws-line-hit       PIC X.
           01 ws-line-from      PIC 9(3).
           01 ws-find-pos       PIC 9(3).
           01 ws-find-idx       PIC 9(3).
           01 ws-char-idx       PIC 9(3).
           01 ws-char-ok        PIC X.

           01 ws-group-count    PIC 9(4) VALUE 0.
           01 ws-hit-group-count PIC 9(4) VALUE 0.
           01 ws-files-count    PIC 9(6) VALUE 0.
           01 ws-hit-count      PIC 9(6) VALUE 0.
           01 ws-unsearched-count PIC 9(4) VALUE 0.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "SEARCH shop-wide source search".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-COLLECT-PROJECTS.
           perform 150-COLLECT-BUNDLES.
           perform 050-OPEN-REPORT.
           perform 200-SEARCH-PROJECTS.
           perform 400-SEARCH-BUNDLES.
           perform 600-CLOSE-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
      *>   listed files can carry leading tabs (Makefile recipes),
      *>   which line sequential's default validation rejects
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           PERFORM 010-READ-ARGUMENTS.
           PERFORM 020-SPLIT-PATTERN.

       010-READ-ARGUMENTS SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-search-text ws-want-status ws-want-owner
             ws-want-template ws-want-tag.
           MOVE 1 TO ws-cmd-ptr.
           PERFORM UNTIL ws-cmd-ptr > 256
               OR ws-cmdline(ws-cmd-ptr:) = SPACES
               MOVE SPACES TO ws-cmd-word ws-cmd-value
               UNSTRING ws-cmdline DELIMITED BY ALL " "
                 INTO ws-cmd-word WITH POINTER ws-cmd-ptr
               END-UNSTRING
               IF ws-cmd-word(1:2) = "--"
                   AND ws-cmd-ptr <= 256
                   UNSTRING ws-cmdline DELIMITED BY ALL " "
                     INTO ws-cmd-value WITH POINTER ws-cmd-ptr
                   END-UNSTRING
               END-IF
               EVALUATE FUNCTION UPPER-CASE(ws-cmd-word)
                   WHEN SPACES
                       CONTINUE
                   WHEN "--STATUS"
                       MOVE FUNCTION UPPER-CASE(ws-cmd-value)
                         TO ws-want-status
                   WHEN "--OWNER"
                       MOVE ws-cmd-value TO ws-want-owner
                   WHEN "--TEMPLATE"
                       MOVE ws-cmd-value TO ws-want-template
                   WHEN "--TAG"
                       MOVE ws-cmd-value TO ws-want-tag
                   WHEN OTHER
                       IF ws-cmd-word(1:2) = "--"
                           OR ws-search-text NOT = SPACES
                           PERFORM 015-SHOW-USAGE
                       END-IF
                       MOVE ws-cmd-word TO ws-search-text
               END-EVALUATE
               IF ws-cmd-word(1:2) = "--" AND ws-cmd-value = SPACES
                   PERFORM 015-SHOW-USAGE
               END-IF
           END-PERFORM.
           IF ws-search-text = SPACES
               PERFORM 015-SHOW-USAGE
           END-IF.

       015-SHOW-USAGE SECTION.
           DISPLAY "SRS010E usage: source-search <text> "
             "[--status <status>] [--owner <owner>] [--tag <tag>] "
             "[--template <template>]" UPON SYSERR
           END-DISPLAY.
           MOVE 1 TO RETURN-CODE.
           perform 900-TERMINATE.

      *>   "*" splits the text into pieces; leading, trailing and
      *>   doubled stars leave no piece behind, and a text that is
      *>   nothing but stars and blanks would match every line
       020-SPLIT-PATTERN SECTION.
           MOVE FUNCTION UPPER-CASE(ws-search-text)
             TO ws-pattern-upper.
           MOVE 1 TO ws-pattern-ptr.
           PERFORM UNTIL ws-pattern-ptr > 80
               OR ws-pattern-upper(ws-pattern-ptr:) = SPACES
               MOVE SPACES TO ws-pattern-word
               UNSTRING ws-pattern-upper DELIMITED BY "*"
                 INTO ws-pattern-word WITH POINTER ws-pattern-ptr
               END-UNSTRING
               IF ws-pattern-word NOT = SPACES
                   AND ws-piece-count < ws-piece-max
                   ADD 1 TO ws-piece-count
                   MOVE ws-pattern-word
                     TO ws-piece-text(ws-piece-count)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-pattern-word
                     TRAILING)) TO ws-piece-len(ws-piece-count)
                   MOVE "N" TO ws-piece-any(ws-piece-count)
                   MOVE 0 TO ws-dots
                   INSPECT ws-pattern-word TALLYING ws-dots
                     FOR ALL "?"
                   IF ws-dots > 0
                       MOVE "Y" TO ws-piece-any(ws-piece-count)
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-piece-count = 0
               PERFORM 015-SHOW-USAGE
           END-IF.

      *>   the report is opened only once the arguments and the
      *>   project list are settled, so a usage error leaves no
      *>   half-written report behind
       050-OPEN-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "SRS011E source-search: could not open the "
                 "search report, status " ws-rpt-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "searching for '" FUNCTION TRIM(ws-search-text)
             "'" DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-filter-desc.
           MOVE 1 TO ws-cmd-ptr.
           IF ws-want-status NOT = SPACES
               STRING "  status " FUNCTION TRIM(ws-want-status)
                 DELIMITED BY SIZE INTO ws-filter-desc
                 WITH POINTER ws-cmd-ptr
               END-STRING
           END-IF.
           IF ws-want-owner NOT = SPACES
               STRING "  owner " FUNCTION TRIM(ws-want-owner)
                 DELIMITED BY SIZE INTO ws-filter-desc
                 WITH POINTER ws-cmd-ptr
               END-STRING
           END-IF.
           IF ws-want-tag NOT = SPACES
               STRING "  tag " FUNCTION TRIM(ws-want-tag)
                 DELIMITED BY SIZE INTO ws-filter-desc
                 WITH POINTER ws-cmd-ptr
               END-STRING
           END-IF.
           IF ws-want-template NOT = SPACES
               STRING "  template " FUNCTION TRIM(ws-want-template)
                 DELIMITED BY SIZE INTO ws-filter-desc
                 WITH POINTER ws-cmd-ptr
               END-STRING
           END-IF.
           IF ws-filter-desc NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "limited to" ws-filter-desc
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.

       100-COLLECT-PROJECTS SECTION.
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
               MOVE ws-proj-name     TO ws-cand-name
               MOVE ws-proj-owner    TO ws-cand-owner
               MOVE ws-proj-template TO ws-cand-template
               MOVE ws-proj-status   TO ws-cand-status
               PERFORM 110-APPLY-FILTERS
               IF ws-cand-keep = "Y" AND ws-proj-count < ws-name-max
                   ADD 1 TO ws-proj-count
                   MOVE ws-proj-name TO ws-sel-name(ws-proj-count)
                   MOVE ws-proj-status
                     TO ws-sel-status(ws-proj-count)
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE "BREND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.

      *>   status, owner and template compare blind to case; the
      *>   tag goes to tag-match, which answers from PROJTAGS
       110-APPLY-FILTERS SECTION.
           MOVE "N" TO ws-cand-keep.
           IF ws-want-status NOT = SPACES
               AND FUNCTION UPPER-CASE(ws-cand-status)
                 NOT = ws-want-status
               GO TO 110-APPLY-FILTERS-EXIT
           END-IF.
           IF ws-want-owner NOT = SPACES
               AND FUNCTION UPPER-CASE(ws-cand-owner)
                 NOT = FUNCTION UPPER-CASE(ws-want-owner)
               GO TO 110-APPLY-FILTERS-EXIT
           END-IF.
           IF ws-want-template NOT = SPACES
               AND FUNCTION UPPER-CASE(ws-cand-template)
                 NOT = FUNCTION UPPER-CASE(ws-want-template)
               GO TO 110-APPLY-FILTERS-EXIT
           END-IF.
           IF ws-want-tag NOT = SPACES
               CALL "tag-match" USING ws-cand-name ws-want-tag
                 ws-tag-answer
               END-CALL
               IF ws-tag-answer NOT = "Y"
                   GO TO 110-APPLY-FILTERS-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO ws-cand-keep.
       110-APPLY-FILTERS-EXIT.
           EXIT.

      *>   export-project writes <name>.BUNDLE into the projects root
      *>   unless told otherwise; one kept beside the containers in
      *>   archive/ is searched too
       150-COLLECT-BUNDLES SECTION.
           MOVE SPACES TO ws-shell-command.
           STRING "ls -1d *.BUNDLE archive/*.BUNDLE 2>/dev/null > "
             FUNCTION TRIM(ws-list-path)
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO ws-list-eof.
           OPEN INPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               GO TO 150-COLLECT-BUNDLES-EXIT
           END-IF.
           PERFORM UNTIL ws-list-eof = "Y"
               READ LIST-FILE
                   AT END
                       MOVE "Y" TO ws-list-eof
                   NOT AT END
                       IF LIST-RECORD NOT = SPACES
                           AND ws-bundle-count < ws-name-max
                           ADD 1 TO ws-bundle-count
                           MOVE LIST-RECORD
                             TO ws-bundle-file(ws-bundle-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
       150-COLLECT-BUNDLES-EXIT.
           EXIT.

      *>   a RETIRED project is searched where retire-project left
      *>   it: the loose directory older retirements used, else the
      *>   packed container; every other status is still on disk
      *>   under its own name
       200-SEARCH-PROJECTS SECTION.
           PERFORM VARYING ws-proj-idx FROM 1 BY 1
               UNTIL ws-proj-idx > ws-proj-count
               ADD 1 TO ws-group-count
               MOVE ws-sel-name(ws-proj-idx) TO ws-group-name
               MOVE ws-sel-status(ws-proj-idx) TO ws-group-status
               MOVE "N" TO ws-group-shown
               IF FUNCTION TRIM(ws-group-status) = "RETIRED"
                   PERFORM 210-SEARCH-RETIRED
               ELSE
                   MOVE SPACES TO ws-dir-path ws-group-source
                   MOVE ws-group-name TO ws-dir-path
                   STRING FUNCTION TRIM(ws-group-name) "/"
                     DELIMITED BY SIZE INTO ws-group-source
                   END-STRING
                   PERFORM 300-SEARCH-ONE-DIRECTORY
               END-IF
           END-PERFORM.

       210-SEARCH-RETIRED SECTION.
           MOVE SPACES TO ws-dir-path ws-group-source.
           STRING "archive/" FUNCTION TRIM(ws-group-name)
             DELIMITED BY SIZE INTO ws-dir-path
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-dir-path ws-exist-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               STRING FUNCTION TRIM(ws-dir-path) "/"
                 DELIMITED BY SIZE INTO ws-group-source
               END-STRING
               PERFORM 300-SEARCH-ONE-DIRECTORY
               GO TO 210-SEARCH-RETIRED-EXIT
           END-IF.
           MOVE SPACES TO ws-container-path.
           STRING FUNCTION TRIM(ws-dir-path) ".PAK"
             DELIMITED BY SIZE INTO ws-container-path
           END-STRING.
           MOVE ws-container-path TO ws-group-source.
           OPEN INPUT CONTAINER-FILE.
           IF ws-container-status NOT = "00"
               MOVE "no archive directory or container on disk"
                 TO ws-member-shown
               PERFORM 520-NOTE-UNSEARCHED
               GO TO 210-SEARCH-RETIRED-EXIT
           END-IF.
           PERFORM 500-READ-TOC.
           IF ws-toc-bad = "Y"
               MOVE "the container's table of contents is unreadable"
                 TO ws-member-shown
               PERFORM 520-NOTE-UNSEARCHED
           ELSE
               PERFORM 510-SEARCH-MEMBERS
           END-IF.
           CLOSE CONTAINER-FILE.
       210-SEARCH-RETIRED-EXIT.
           EXIT.

      *>   build output (.o/.so/.dll, and the suffix-less executables
      *>   make leaves beside the Makefile) is not source and is
      *>   passed over, the same way secret-scan passes it
       300-SEARCH-ONE-DIRECTORY SECTION.
           MOVE 0 TO ws-file-count.
           MOVE SPACES TO ws-shell-command.
           STRING "ls -pA " FUNCTION TRIM(ws-dir-path)
             " 2>/dev/null > " FUNCTION TRIM(ws-list-path)
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO ws-list-eof.
           OPEN INPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               GO TO 300-SEARCH-ONE-DIRECTORY-EXIT
           END-IF.
           PERFORM UNTIL ws-list-eof = "Y"
               READ LIST-FILE
                   AT END
                       MOVE "Y" TO ws-list-eof
                   NOT AT END
                       PERFORM 310-KEEP-ONE-FILE
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           PERFORM VARYING ws-file-idx FROM 1 BY 1
               UNTIL ws-file-idx > ws-file-count
               MOVE SPACES TO ws-source-path
               STRING FUNCTION TRIM(ws-dir-path) "/"
                 FUNCTION TRIM(ws-file-name(ws-file-idx))
                 DELIMITED BY SIZE INTO ws-source-path
               END-STRING
               MOVE ws-file-name(ws-file-idx) TO ws-member-shown
               PERFORM 320-SEARCH-ONE-FILE
           END-PERFORM.
       300-SEARCH-ONE-DIRECTORY-EXIT.
           EXIT.

       310-KEEP-ONE-FILE SECTION.
           IF LIST-RECORD = SPACES OR ws-file-count >= ws-file-max
               GO TO 310-KEEP-ONE-FILE-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LIST-RECORD))
             TO ws-entry-len.
           IF LIST-RECORD(ws-entry-len:1) = "/"
               GO TO 310-KEEP-ONE-FILE-EXIT
           END-IF.
           MOVE 0 TO ws-dots.
           INSPECT LIST-RECORD(1:ws-entry-len) TALLYING ws-dots
             FOR ALL ".".
           IF ws-dots = 0 AND LIST-RECORD(1:ws-entry-len)
                NOT = "Makefile"
               GO TO 310-KEEP-ONE-FILE-EXIT
           END-IF.
           MOVE SPACES TO ws-entry-suffix.
           IF ws-entry-len > 3
               MOVE FUNCTION UPPER-CASE(
                 LIST-RECORD(ws-entry-len - 3:4)) TO ws-entry-suffix
           END-IF.
           IF ws-entry-suffix(3:2) = ".O" OR ws-entry-suffix(2:3)
                = ".SO" OR ws-entry-suffix = ".DLL"
                OR ws-entry-suffix = ".EXE"
               GO TO 310-KEEP-ONE-FILE-EXIT
           END-IF.
           ADD 1 TO ws-file-count.
           MOVE LIST-RECORD(1:ws-entry-len)
             TO ws-file-name(ws-file-count).
       310-KEEP-ONE-FILE-EXIT.
           EXIT.

       320-SEARCH-ONE-FILE SECTION.
           MOVE "N" TO ws-source-eof.
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               GO TO 320-SEARCH-ONE-FILE-EXIT
           END-IF.
           ADD 1 TO ws-files-count.
           MOVE 0 TO ws-line-no.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-line-no
                       MOVE SOURCE-RECORD TO ws-upper-line
                       PERFORM 700-MATCH-LINE
                       IF ws-line-hit = "Y"
                           PERFORM 710-NOTE-HIT
                       END-IF
               END-READ
      *>       a line that will not read as text ends the file's
      *>       search
               IF ws-source-status(1:1) NOT = "0"
                   MOVE "Y" TO ws-source-eof
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
       320-SEARCH-ONE-FILE-EXIT.
           EXIT.

      *>   a bundle is filtered on the record it carries, since the
      *>   project it holds may not be in this site's PROJECTS at all
       400-SEARCH-BUNDLES SECTION.
           PERFORM VARYING ws-bundle-idx FROM 1 BY 1
               UNTIL ws-bundle-idx > ws-bundle-count
               MOVE ws-bundle-file(ws-bundle-idx) TO ws-container-path
               PERFORM 410-SEARCH-ONE-BUNDLE
           END-PERFORM.

       410-SEARCH-ONE-BUNDLE SECTION.
           OPEN INPUT CONTAINER-FILE.
           IF ws-container-status NOT = "00"
               GO TO 410-SEARCH-ONE-BUNDLE-EXIT
           END-IF.
           MOVE SPACES TO ws-bundle-record.
           PERFORM 500-READ-TOC.
           MOVE ws-bnd-name     TO ws-cand-name.
           MOVE ws-bnd-owner    TO ws-cand-owner.
           MOVE ws-bnd-template TO ws-cand-template.
           MOVE ws-bnd-status   TO ws-cand-status.
           PERFORM 110-APPLY-FILTERS.
           IF ws-cand-keep = "Y"
               ADD 1 TO ws-group-count
               MOVE ws-bnd-name TO ws-group-name
               MOVE ws-bnd-status TO ws-group-status
               MOVE "N" TO ws-group-shown
               MOVE ws-container-path TO ws-group-source
               IF ws-toc-bad = "Y"
                   MOVE "the bundle's table of contents is unreadable"
                     TO ws-member-shown
                   PERFORM 520-NOTE-UNSEARCHED
               ELSE
                   PERFORM 510-SEARCH-MEMBERS
               END-IF
           END-IF.
           CLOSE CONTAINER-FILE.
       410-SEARCH-ONE-BUNDLE-EXIT.
           EXIT.

      *>   header, *REC, *TOC lines, *END-TOC -- anything else that
      *>   early means the file is not one archive-pack or
      *>   export-project wrote
       500-READ-TOC SECTION.
           MOVE 0 TO ws-toc-count.
           MOVE "N" TO ws-toc-done ws-toc-bad.
           PERFORM UNTIL ws-toc-done = "Y"
               READ CONTAINER-FILE
                   AT END
                       MOVE "Y" TO ws-toc-done ws-toc-bad
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CONTAINER-RECORD(1:8) = "*END-TOC"
                               MOVE "Y" TO ws-toc-done
                           WHEN CONTAINER-RECORD(1:5) = "*TOC "
                               AND ws-toc-count < ws-member-max
                               MOVE CONTAINER-RECORD
                                 TO ws-toc-parse
                               ADD 1 TO ws-toc-count
                               MOVE ws-parse-name
                                 TO ws-toc-name(ws-toc-count)
                               MOVE ws-parse-lines
                                 TO ws-toc-lines(ws-toc-count)
                           WHEN CONTAINER-RECORD(1:5) = "*PAK "
                               CONTINUE
                           WHEN CONTAINER-RECORD(1:5) = "*BND "
                               MOVE CONTAINER-RECORD
                                 TO ws-bnd-header
                               MOVE ws-bnd-header-name TO ws-bnd-name
                           WHEN CONTAINER-RECORD(1:5) = "*REC "
                               MOVE CONTAINER-RECORD(6:176)
                                 TO ws-bundle-record
                           WHEN OTHER
                               MOVE "Y" TO ws-toc-done ws-toc-bad
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF ws-toc-count = 0
               MOVE "Y" TO ws-toc-bad
           END-IF.

      *>   the data area holds the members back to back in TOC
      *>   order, so each one is just the next ws-toc-lines lines --
      *>   read and searched where they lie, never written out
       510-SEARCH-MEMBERS SECTION.
           PERFORM VARYING ws-toc-idx FROM 1 BY 1
               UNTIL ws-toc-idx > ws-toc-count
               MOVE ws-toc-name(ws-toc-idx) TO ws-member-shown
               MOVE ws-toc-lines(ws-toc-idx) TO ws-lines-left
               MOVE 0 TO ws-line-no
               ADD 1 TO ws-files-count
               PERFORM UNTIL ws-lines-left = 0
                   READ CONTAINER-FILE
                       AT END
                           MOVE 0 TO ws-lines-left
                       NOT AT END
                           ADD 1 TO ws-line-no
                           SUBTRACT 1 FROM ws-lines-left
                           MOVE CONTAINER-RECORD TO ws-upper-line
                           PERFORM 700-MATCH-LINE
                           IF ws-line-hit = "Y"
                               MOVE CONTAINER-RECORD TO SOURCE-RECORD
                               PERFORM 710-NOTE-HIT
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

      *>   a group that could not be searched at all is said so
      *>   under its heading, not passed over in silence
       520-NOTE-UNSEARCHED SECTION.
           ADD 1 TO ws-unsearched-count.
           PERFORM 720-SHOW-GROUP.
           MOVE SPACES TO ws-rpt-line.
           STRING "    NOT SEARCHED -- " FUNCTION TRIM(ws-member-shown)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

       600-CLOSE-REPORT SECTION.
           IF ws-hit-count = 0
               MOVE "  (no line matches)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-group-count " project(s) searched, "
             ws-files-count " file(s) read, " ws-hit-count
             " line(s) matched in " ws-hit-group-count
             " project(s), " ws-unsearched-count " not searched"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-list-path)
             RETURNING ws-rc
           END-CALL.

      *>   every piece of the text must be found, in order, each one
      *>   after the end of the last; the line is upper-cased once
      *>   so case never matters
       700-MATCH-LINE SECTION.
           MOVE "N" TO ws-line-hit.
           IF ws-upper-line = SPACES
               GO TO 700-MATCH-LINE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-upper-line) TO ws-upper-line.
           MOVE 1 TO ws-line-from.
           PERFORM VARYING ws-piece-idx FROM 1 BY 1
               UNTIL ws-piece-idx > ws-piece-count
               PERFORM 705-FIND-PIECE
               IF ws-find-pos = 0
                   GO TO 700-MATCH-LINE-EXIT
               END-IF
               COMPUTE ws-line-from = ws-find-pos
                 + ws-piece-len(ws-piece-idx)
           END-PERFORM.
           MOVE "Y" TO ws-line-hit.
       700-MATCH-LINE-EXIT.
           EXIT.

      *>   first place at or after ws-line-from the piece fits, 0 if
      *>   none; a piece with no "?" is compared whole
       705-FIND-PIECE SECTION.
           MOVE 0 TO ws-find-pos.
           PERFORM VARYING ws-find-idx FROM ws-line-from BY 1
               UNTIL ws-find-idx > 257 - ws-piece-len(ws-piece-idx)
               OR ws-find-pos > 0
               IF ws-piece-any(ws-piece-idx) = "N"
                   IF ws-upper-line(ws-find-idx:
                        ws-piece-len(ws-piece-idx))
                      = ws-piece-text(ws-piece-idx)
                        (1:ws-piece-len(ws-piece-idx))
                       MOVE ws-find-idx TO ws-find-pos
                   END-IF
               ELSE
                   MOVE "Y" TO ws-char-ok
                   PERFORM VARYING ws-char-idx FROM 1 BY 1
                       UNTIL ws-char-idx > ws-piece-len(ws-piece-idx)
                       OR ws-char-ok = "N"
                       IF ws-piece-text(ws-piece-idx)(ws-char-idx:1)
                            NOT = "?"
                          AND ws-piece-text(ws-piece-idx)
                            (ws-char-idx:1) NOT = ws-upper-line
                            (ws-find-idx + ws-char-idx - 1:1)
                           MOVE "N" TO ws-char-ok
                       END-IF
                   END-PERFORM
                   IF ws-char-ok = "Y"
                       MOVE ws-find-idx TO ws-find-pos
                   END-IF
               END-IF
           END-PERFORM.

      *>   member:line, then the line as it stands in the source
       710-NOTE-HIT SECTION.
           ADD 1 TO ws-hit-count.
           IF ws-group-shown NOT = "Y"
               ADD 1 TO ws-hit-group-count
           END-IF.
           PERFORM 720-SHOW-GROUP.
           MOVE SPACES TO ws-rpt-line.
           STRING "    " FUNCTION TRIM(ws-member-shown) ":"
             ws-line-no "  " FUNCTION TRIM(SOURCE-RECORD TRAILING)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.

       720-SHOW-GROUP SECTION.
           IF ws-group-shown = "Y"
               GO TO 720-SHOW-GROUP-EXIT
           END-IF.
           MOVE "Y" TO ws-group-shown.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-group-name) "  "
             FUNCTION TRIM(ws-group-status) "  ("
             FUNCTION TRIM(ws-group-source) ")"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
       720-SHOW-GROUP-EXIT.
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
               DISPLAY "SRS001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "SRS002E source search failed, see SYSERR"
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

       END PROGRAM "source-search".
