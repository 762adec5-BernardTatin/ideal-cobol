      *> -------------------------------------------
      *> project-doc.cbl
      *> the technical specification of one project, written from
      *> its source as it stands and filed through report-writer as
      *> REPORT.PROJDOC -- what a new owner used to reverse-engineer
      *> by hand. The members are the .cbl, .cob and .cpy files
      *> PROJFILES catalogs for the project, as catalog-members
      *> reads them (<name>/<name>.cbl when it catalogs none); programs
      *> are written up first, then copybooks. Per member:
      *>
      *>   purpose     the header comment block ahead of PROGRAM-ID
      *>               (a copybook's ahead of its first entry),
      *>               rule lines and the file-name line left out
      *>   paragraphs  every paragraph and section header in the
      *>               PROCEDURE DIVISION with its line number and
      *>               the paragraphs it PERFORMs, the main line's
      *>               own PERFORMs ahead of the first header
      *>   files       each SELECT with its ASSIGN target resolved
      *>               by select-scan, as dataset-scan's are, its
      *>               organization and the modes it is OPENed in
      *>   layouts     each FD, LINKAGE and copybook record laid out
      *>               by copybook-layout, as data-export's are:
      *>               level, name, picture, usage, start and length,
      *>               with OCCURS and REDEFINES shown
      *>   CALLs       every subprogram the member CALLs
      *>   COPYs       every copybook the member COPYs
      *>
      *> then the project's DEPENDS callees and callers, and each
      *> copybook used, found among the project's members, in the
      *> shared COPYLIB, or in neither. Read-only throughout.
      *> CALLed by project-spec on demand and by transfer-owner
      *> after every ownership change it makes.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "project-doc" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC ws-source-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-source-status.
           SELECT DEPENDS-FILE
               ASSIGN TO DYNAMIC ws-depends-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-depends-status.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01 SOURCE-RECORD PIC X(256).
       FD  DEPENDS-FILE.
       01 DEPENDS-RECORD.
           05 dep-rec-caller    PIC X(48).
           05 FILLER            PIC X.
           05 dep-rec-callee    PIC X(48).

       WORKING-STORAGE SECTION.
       COPY "copylib-names.cpy".

       01 ws-source-path     PIC X(300).
       01 ws-source-status   PIC XX.
       01 ws-source-eof      PIC X.
       01 ws-depends-path    PIC X(300) VALUE "DEPENDS".
       01 ws-depends-status  PIC XX.
       01 ws-depends-eof     PIC X VALUE "N".
       01 ws-rc              PIC 9(9) COMP-5.
       01 ws-size-info.
           05 ws-file-size   PIC X(8) COMP-X.
           05 FILLER         PIC X(8).
           05 FILLER         PIC X(8).

      *>   projects-io's USING items; FIND fills the master part
       01 ws-projects-io-op  PIC X(6).
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
      *>   owner-check's USING items, for the owner's department
       01 ws-owner-id        PIC X(30).
       01 ws-owner-status    PIC 99.
       01 ws-owner-dept      PIC X(20).

      *>   the project's source members, newest catalog entry per
      *>   path kept; P a program, C a copybook
       78 ws-mem-max VALUE 50.
       01 ws-mem-count       PIC 9(3) VALUE 0.
       01 ws-mem-idx         PIC 9(3).
       01 ws-mem-table.
           05 ws-mem-entry OCCURS 50 TIMES.
               10 ws-mem-path     PIC X(120).
               10 ws-mem-kind     PIC X.
       01 ws-kind-pass       PIC X.
       01 ws-cat-idx         PIC 9(4).
           COPY "catalog-members.cpy".
       01 ws-found-flag      PIC X.
       01 ws-path-len        PIC 9(3).
       01 ws-path-suffix     PIC X(4).
       01 ws-slash-pos       PIC 9(3).
       01 ws-member-base     PIC X(60).
       01 ws-line-no         PIC 9(6).

      *>   the project's DEPENDS edges, either way round
       78 ws-edge-max VALUE 100.
       01 ws-callee-count    PIC 9(3) VALUE 0.
       01 ws-caller-count    PIC 9(3) VALUE 0.
       01 ws-edge-idx        PIC 9(3).
       01 ws-callee-table.
           05 ws-callee-name OCCURS 100 TIMES PIC X(48).
       01 ws-caller-table.
           05 ws-caller-name OCCURS 100 TIMES PIC X(48).

      *>   where in the member the line stands: I identification or
      *>   environment, D data division before any section, F file
      *>   section, W working-storage (and the other sections not
      *>   written up), L linkage, P procedure division, C a
      *>   copybook's own text
       01 ws-region          PIC X.
       01 ws-program-id      PIC X(30).

      *>   the purpose: the header comment block, 30 lines kept
       78 ws-pur-max VALUE 30.
       01 ws-pur-done        PIC X.
       01 ws-pur-count       PIC 99.
       01 ws-pur-more        PIC 9(4).
       01 ws-pur-idx         PIC 99.
       01 ws-pur-table.
           05 ws-pur-line OCCURS 30 TIMES PIC X(65).
       01 ws-pur-text        PIC X(65).
       01 ws-pur-probe       PIC X(65).

      *>   the paragraph and section headers, and per header the
      *>   run of PERFORM targets it names, kept in one flat table
       78 ws-par-max VALUE 400.
       01 ws-par-count       PIC 9(3).
       01 ws-par-more        PIC 9(4).
       01 ws-par-idx         PIC 9(3).
       01 ws-cur-par         PIC 9(3).
       01 ws-par-table.
           05 ws-par-entry OCCURS 400 TIMES.
               10 ws-par-name      PIC X(30).
               10 ws-par-line      PIC 9(6).
               10 ws-par-section   PIC X.
               10 ws-par-first-prf PIC 9(4).
               10 ws-par-prf-count PIC 9(3).
       78 ws-prf-max VALUE 1500.
       01 ws-prf-count       PIC 9(4).
       01 ws-prf-idx         PIC 9(4).
       01 ws-prf-last        PIC 9(4).
       01 ws-prf-table.
           05 ws-prf-target OCCURS 1500 TIMES PIC X(64).
       01 ws-prf-text        PIC X(64).

      *>   the member's SELECTs, their ASSIGN targets, organization
      *>   and the modes they are OPENed in, as select-scan finds
      *>   them
       01 ws-scan-op         PIC X(5).
       01 ws-sel-idx         PIC 9(3).
       01 ws-open-idx        PIC 9(3).
           COPY "select-scan.cpy".
       01 ws-sel-modes       PIC X(30).
       01 ws-mode-text       PIC X(30).

      *>   the member's CALLs and COPYs, and every copybook the
      *>   project uses across all its members
       78 ws-call-max VALUE 60.
       01 ws-call-count      PIC 9(3).
       01 ws-call-idx        PIC 9(3).
       01 ws-call-table.
           05 ws-call-name OCCURS 60 TIMES PIC X(40).
       78 ws-copy-max VALUE 40.
       01 ws-copy-count      PIC 9(3).
       01 ws-copy-idx        PIC 9(3).
       01 ws-copy-table.
           05 ws-copy-name OCCURS 40 TIMES PIC X(40).
       78 ws-pcp-max VALUE 100.
       01 ws-pcp-count       PIC 9(3) VALUE 0.
       01 ws-pcp-idx         PIC 9(3).
       01 ws-pcp-table.
           05 ws-pcp-name OCCURS 100 TIMES PIC X(40).
       01 ws-name-text       PIC X(64).

      *>   one source line cut into words; a quoted literal is one
      *>   word, quotes kept, so a literal is told from a name
       78 ws-tok-max VALUE 30.
       01 ws-tok-count       PIC 9(2).
       01 ws-tok-idx         PIC 9(2).
       01 ws-tok-table.
           05 ws-tok OCCURS 30 TIMES PIC X(60).
       01 ws-tok-upper       PIC X(60).
       01 ws-tok-len         PIC 9(3).
       01 ws-line-period     PIC X.
       01 ws-scan-idx        PIC 9(3).
       01 ws-tok-start       PIC 9(3).
       01 ws-quote-char      PIC X.
       01 ws-first-col       PIC 9(3).
       01 ws-word-idx        PIC 9(2).
       01 ws-word-1          PIC X(60).
       01 ws-word-2          PIC X(60).

      *>   the records laid out: copybook-layout is fed the FILE
      *>   SECTION, the LINKAGE SECTION and a copybook's own text
      *>   line by line; an FD whose record is a COPY comes back
      *>   with no entries, naming the copybook. Where each record
      *>   stands is kept alongside
       01 ws-layout-op       PIC X(5).
       COPY "copybook-layout.cpy".
       01 ws-rec-idx         PIC 9(3).
       01 ws-rec-seen        PIC 9(3).
       01 ws-ent-idx         PIC 9(3).
       01 ws-rec-where-table.
           05 ws-rec-where OCCURS 60 TIMES PIC X(40).
       01 ws-where-text      PIC X(40).

      *>   one layout line, fixed columns built as a finished group
       01 ws-lay-line.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 ws-lay-start       PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ws-lay-length      PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ws-lay-level       PIC 99.
           05 FILLER             PIC X VALUE SPACE.
           05 ws-lay-name        PIC X(42).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-lay-pic         PIC X(24).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-lay-usage       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-lay-extra       PIC X(20).
       01 ws-indent          PIC 99.
       01 ws-ed-occurs       PIC Z(3)9.

      *>   a list of names written across as many lines as it
      *>   takes, continuation lines indented under the first item
       01 ws-list-item       PIC X(64).
       01 ws-list-len        PIC 9(3).
       01 ws-list-ptr        PIC 9(3).
       01 ws-list-indent     PIC 9(3).
       01 ws-list-count      PIC 9(4).

      *>   the run's tallies, for the totals
       01 ws-read-count      PIC 9(3) VALUE 0.
       01 ws-unread-count    PIC 9(3) VALUE 0.
       01 ws-program-count   PIC 9(3) VALUE 0.
       01 ws-copybook-count  PIC 9(3) VALUE 0.
       01 ws-tot-paras       PIC 9(5) VALUE 0.
       01 ws-tot-files       PIC 9(5) VALUE 0.
       01 ws-tot-records     PIC 9(5) VALUE 0.
       01 ws-tot-calls       PIC 9(5) VALUE 0.
       01 ws-ed-line         PIC Z(5)9.
       01 ws-ed-small        PIC Z(4)9.
       01 ws-ed-count-1      PIC Z(4)9.
       01 ws-ed-count-2      PIC Z(4)9.
       01 ws-ed-count-3      PIC Z(4)9.
       01 ws-ed-count-4      PIC Z(4)9.
       01 ws-ed-count-5      PIC Z(4)9.

      *>   report-writer's USING items
       01 ws-rpt-op          PIC X(5).
       01 ws-rpt-title       PIC X(60).
       01 ws-rpt-line        PIC X(132).
       01 ws-rpt-status      PIC 99.

       LINKAGE SECTION.
      *> the project to write up
       01 lk-proj-name       PIC X(48).
      *> 0 = filed, 10 = not on the PROJECTS master, 20 = filed
      *> with the master details only, no member could be read,
      *> 30 = the report could not be opened
       01 lk-status          PIC 99.

       PROCEDURE DIVISION USING lk-proj-name lk-status.
       prog.
           MOVE 0 TO lk-status.
           PERFORM READ-MASTER.
           IF lk-status NOT = 0
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-MEMBERS.
           PERFORM LOAD-DEPENDS.
           MOVE SPACES TO ws-rpt-title.
           STRING "PROJDOC " FUNCTION TRIM(lk-proj-name)
             DELIMITED BY SIZE INTO ws-rpt-title
           END-STRING.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               MOVE 30 TO lk-status
               EXIT PROGRAM
           END-IF.
           PERFORM PRINT-MASTER.
      *>   programs first, then the copybooks they COPY
           MOVE "P" TO ws-kind-pass.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               IF ws-mem-kind(ws-mem-idx) = ws-kind-pass
                   PERFORM DOCUMENT-MEMBER
               END-IF
           END-PERFORM.
           MOVE "C" TO ws-kind-pass.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               IF ws-mem-kind(ws-mem-idx) = ws-kind-pass
                   PERFORM DOCUMENT-MEMBER
               END-IF
           END-PERFORM.
           PERFORM PRINT-DEPENDS.
           PERFORM PRINT-COPYBOOKS.
           PERFORM PRINT-TOTALS.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM CALL-REPORT-WRITER.
           IF ws-read-count = 0
               MOVE 20 TO lk-status
           END-IF.
           EXIT PROGRAM.

       READ-MASTER SECTION.
           MOVE SPACES TO ws-projects-record.
           MOVE lk-proj-name TO ws-proj-name.
           MOVE "FIND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE ws-proj-owner TO ws-owner-id.
           CALL "owner-check" USING ws-owner-id ws-owner-status
             ws-owner-dept
           END-CALL.

      *>   an absent catalog is a shop from before PROJFILES -- the
      *>   project falls back to its one program
       LOAD-MEMBERS SECTION.
           CALL "catalog-members" USING CATALOG-MEMBERS
           END-CALL.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > cat-count
               IF cat-project(ws-cat-idx) = lk-proj-name
                   PERFORM KEEP-SOURCE-MEMBER
               END-IF
           END-PERFORM.
           IF ws-mem-count = 0
               MOVE 1 TO ws-mem-count
               MOVE SPACES TO ws-mem-path(1)
               STRING FUNCTION TRIM(lk-proj-name) "/"
                 FUNCTION TRIM(lk-proj-name) ".cbl"
                 DELIMITED BY SIZE INTO ws-mem-path(1)
               END-STRING
               MOVE "P" TO ws-mem-kind(1)
           END-IF.

       KEEP-SOURCE-MEMBER SECTION.
           IF ws-mem-count >= ws-mem-max
               EXIT SECTION
           END-IF.
           ADD 1 TO ws-mem-count.
           MOVE cat-path(ws-cat-idx) TO ws-mem-path(ws-mem-count).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(cat-path(ws-cat-idx)))
             TO ws-path-len.
           MOVE FUNCTION UPPER-CASE
             (cat-path(ws-cat-idx)(ws-path-len - 3:4))
             TO ws-path-suffix.
           IF ws-path-suffix = ".CPY"
               MOVE "C" TO ws-mem-kind(ws-mem-count)
           ELSE
               MOVE "P" TO ws-mem-kind(ws-mem-count)
           END-IF.

      *>   DEPENDS forward (what this project CALLs) and backward
      *>   (who CALLs it), as where-used reads it
       LOAD-DEPENDS SECTION.
           OPEN INPUT DEPENDS-FILE.
           IF ws-depends-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-depends-eof = "Y"
               READ DEPENDS-FILE
                   AT END
                       MOVE "Y" TO ws-depends-eof
                   NOT AT END
                       IF dep-rec-caller = lk-proj-name
                           AND ws-callee-count < ws-edge-max
                           ADD 1 TO ws-callee-count
                           MOVE dep-rec-callee
                             TO ws-callee-name(ws-callee-count)
                       END-IF
                       IF dep-rec-callee = lk-proj-name
                           AND ws-caller-count < ws-edge-max
                           ADD 1 TO ws-caller-count
                           MOVE dep-rec-caller
                             TO ws-caller-name(ws-caller-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPENDS-FILE.

       PRINT-MASTER SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING "TECHNICAL SPECIFICATION  "
             FUNCTION TRIM(lk-proj-name)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM EMIT-REPORT-LINE.
           MOVE ALL "=" TO ws-rpt-line(1:60).
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-owner-dept = SPACES
               STRING "Owner         " FUNCTION TRIM(ws-proj-owner)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "Owner         " FUNCTION TRIM(ws-proj-owner)
                 "  (" FUNCTION TRIM(ws-owner-dept) ")"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "Status        " FUNCTION TRIM(ws-proj-status)
             "    Template " FUNCTION TRIM(ws-proj-template)
             "    Module " FUNCTION TRIM(ws-proj-module-type)
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "Created       " ws-proj-create-date " "
             ws-proj-create-time "    Last verified "
             ws-proj-verified
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM EMIT-REPORT-LINE.
           IF ws-proj-cloned-from NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "Cloned from   "
                 FUNCTION TRIM(ws-proj-cloned-from)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           MOVE "Members       " TO ws-rpt-line.
           MOVE 15 TO ws-list-ptr ws-list-indent.
           MOVE 0 TO ws-list-count.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               MOVE ws-mem-path(ws-mem-idx) TO ws-list-item
               PERFORM LIST-ADD-ITEM
           END-PERFORM.
           PERFORM LIST-END.

      *>   one member: read once into the tables, laid out, printed
       DOCUMENT-MEMBER SECTION.
           PERFORM RESET-MEMBER.
           MOVE SPACES TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           MOVE ws-mem-path(ws-mem-idx) TO ws-source-path.
           MOVE "N" TO ws-source-eof.
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               ADD 1 TO ws-unread-count
               MOVE SPACES TO ws-rpt-line
               STRING "MEMBER " FUNCTION TRIM(ws-source-path)
                 "  -- could not be read (status " ws-source-status
                 ")" DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM EMIT-REPORT-LINE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-line-no
                       PERFORM TAKE-SOURCE-LINE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           PERFORM SCAN-SELECTS.
           MOVE "END  " TO ws-layout-op.
           CALL "copybook-layout" USING ws-layout-op COPYBOOK-LAYOUT
           END-CALL.
           ADD 1 TO ws-read-count.
           IF ws-mem-kind(ws-mem-idx) = "C"
               ADD 1 TO ws-copybook-count
           ELSE
               ADD 1 TO ws-program-count
           END-IF.
           PERFORM PRINT-MEMBER.

       RESET-MEMBER SECTION.
           MOVE 0 TO ws-line-no ws-pur-count ws-pur-more ws-par-count
             ws-par-more ws-cur-par ws-prf-count ws-call-count
             ws-copy-count ws-rec-seen.
           MOVE "N" TO ws-pur-done.
           MOVE SPACES TO ws-program-id.
           MOVE SPACES TO lay-prefix.
           MOVE "project-doc" TO lay-program.
           MOVE 0 TO lay-limit.
           MOVE "N" TO lay-columns lay-copies.
           MOVE "START" TO ws-layout-op.
           CALL "copybook-layout" USING ws-layout-op COPYBOOK-LAYOUT
           END-CALL.
           IF ws-mem-kind(ws-mem-idx) = "C"
               MOVE "C" TO ws-region
           ELSE
               MOVE "I" TO ws-region
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-mem-path(ws-mem-idx)))
             TO ws-path-len.
           MOVE 0 TO ws-slash-pos.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
               UNTIL ws-scan-idx > ws-path-len
               IF ws-mem-path(ws-mem-idx)(ws-scan-idx:1) = "/"
                   MOVE ws-scan-idx TO ws-slash-pos
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-member-base.
           MOVE ws-mem-path(ws-mem-idx)(ws-slash-pos + 1:)
             TO ws-member-base.

      *>   the member's files, read by select-scan as dataset-scan
      *>   reads them: declarations, then OPENs
       SCAN-SELECTS SECTION.
           MOVE SPACES TO scn-path.
           MOVE ws-mem-path(ws-mem-idx) TO scn-path.
           MOVE "START" TO ws-scan-op.
           CALL "select-scan" USING ws-scan-op SELECT-SCAN
           END-CALL.
           MOVE "DECL " TO ws-scan-op.
           CALL "select-scan" USING ws-scan-op SELECT-SCAN
           END-CALL.
           MOVE "OPENS" TO ws-scan-op.
           CALL "select-scan" USING ws-scan-op SELECT-SCAN
           END-CALL.

       TAKE-SOURCE-LINE SECTION.
           IF ws-pur-done = "N"
               PERFORM TAKE-PURPOSE-LINE
           END-IF.
           IF SOURCE-RECORD = SPACES
               EXIT SECTION
           END-IF.
           PERFORM CUT-INTO-WORDS.
           IF ws-tok-count > 0
               PERFORM TAKE-WORDS
           END-IF.
           IF ws-region = "F" OR ws-region = "L" OR ws-region = "C"
               PERFORM TAKE-LAYOUT-LINE
           END-IF.

      *>   the line fed to the layout; an FD or LINKAGE record that
      *>   is a COPY is laid out where the copybook itself is
      *>   written up, so only there is a COPY a record
       TAKE-LAYOUT-LINE SECTION.
           IF ws-region = "C"
               MOVE "N" TO lay-copies
           ELSE
               MOVE "Y" TO lay-copies
           END-IF.
           MOVE SOURCE-RECORD TO lay-line.
           MOVE "LINE " TO ws-layout-op.
           CALL "copybook-layout" USING ws-layout-op COPYBOOK-LAYOUT
           END-CALL.
           PERFORM UNTIL ws-rec-seen >= lay-rec-count
               ADD 1 TO ws-rec-seen
               PERFORM NOTE-NEW-RECORD
           END-PERFORM.

      *>   the header comment block: a *> comment wherever it opens,
      *>   or a column-7 * comment, up to the rule line that closes
      *>   it; compiler directives and the line that only names the
      *>   member are left out
       TAKE-PURPOSE-LINE SECTION.
           MOVE 0 TO ws-first-col.
           PERFORM VARYING ws-scan-idx FROM 7 BY 1
               UNTIL ws-scan-idx > 180 OR ws-first-col > 0
               IF SOURCE-RECORD(ws-scan-idx:1) NOT = SPACE
                   MOVE ws-scan-idx TO ws-first-col
               END-IF
           END-PERFORM.
           IF ws-first-col = 0
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-pur-text.
           EVALUATE TRUE
               WHEN SOURCE-RECORD(ws-first-col:2) = "*>"
                   MOVE SOURCE-RECORD(ws-first-col + 2:65)
                     TO ws-pur-text
               WHEN ws-first-col = 7
                   AND (SOURCE-RECORD(7:1) = "*"
                        OR SOURCE-RECORD(7:1) = "/")
                   MOVE SOURCE-RECORD(8:65) TO ws-pur-text
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE.
           IF ws-pur-text(1:1) = SPACE
               MOVE ws-pur-text(2:) TO ws-pur-text
           END-IF.
           MOVE ws-pur-text TO ws-pur-probe.
           INSPECT ws-pur-probe REPLACING ALL "-" BY SPACE
             ALL "=" BY SPACE ALL "*" BY SPACE.
      *>   a rule line under the block closes it
           IF ws-pur-probe = SPACES
               IF ws-pur-text NOT = SPACES AND ws-pur-count > 0
                   MOVE "Y" TO ws-pur-done
               END-IF
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(ws-pur-text) = ws-member-base
               OR ws-pur-probe(1:2) = ">>"
               EXIT SECTION
           END-IF.
           IF ws-pur-count < ws-pur-max
               ADD 1 TO ws-pur-count
               MOVE ws-pur-text TO ws-pur-line(ws-pur-count)
           ELSE
               ADD 1 TO ws-pur-more
           END-IF.

      *>   comments (a column-7 * or /, or a line opening with *>)
      *>   come back with no words; otherwise columns 8 on are cut
      *>   at blanks and commas, a trailing period noted and shed
       CUT-INTO-WORDS SECTION.
           MOVE 0 TO ws-tok-count.
           MOVE "N" TO ws-line-period.
           IF SOURCE-RECORD(7:1) = "*" OR SOURCE-RECORD(7:1) = "/"
               EXIT SECTION
           END-IF.
           MOVE 0 TO ws-first-col.
           PERFORM VARYING ws-scan-idx FROM 8 BY 1
               UNTIL ws-scan-idx > 255 OR ws-first-col > 0
               IF SOURCE-RECORD(ws-scan-idx:1) NOT = SPACE
                   MOVE ws-scan-idx TO ws-first-col
               END-IF
           END-PERFORM.
           IF ws-first-col = 0
               EXIT SECTION
           END-IF.
           IF SOURCE-RECORD(ws-first-col:2) = "*>"
               EXIT SECTION
           END-IF.
           MOVE ws-first-col TO ws-scan-idx.
           PERFORM UNTIL ws-scan-idx > 256
               OR ws-tok-count >= ws-tok-max
               IF SOURCE-RECORD(ws-scan-idx:1) = SPACE
                   OR SOURCE-RECORD(ws-scan-idx:1) = ","
                   ADD 1 TO ws-scan-idx
               ELSE
                   IF SOURCE-RECORD(ws-scan-idx:2) = "*>"
                       MOVE 257 TO ws-scan-idx
                   ELSE
                       PERFORM TAKE-ONE-WORD
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-ONE-WORD SECTION.
           MOVE ws-scan-idx TO ws-tok-start.
           IF SOURCE-RECORD(ws-scan-idx:1) = '"'
               OR SOURCE-RECORD(ws-scan-idx:1) = "'"
               MOVE SOURCE-RECORD(ws-scan-idx:1) TO ws-quote-char
               ADD 1 TO ws-scan-idx
               PERFORM UNTIL ws-scan-idx > 256
                   OR SOURCE-RECORD(ws-scan-idx:1) = ws-quote-char
                   ADD 1 TO ws-scan-idx
               END-PERFORM
               IF ws-scan-idx <= 256
                   ADD 1 TO ws-scan-idx
               END-IF
           ELSE
               PERFORM UNTIL ws-scan-idx > 256
                   OR SOURCE-RECORD(ws-scan-idx:1) = SPACE
                   OR SOURCE-RECORD(ws-scan-idx:1) = ","
                   ADD 1 TO ws-scan-idx
               END-PERFORM
           END-IF.
           COMPUTE ws-tok-len = ws-scan-idx - ws-tok-start.
           IF ws-tok-len > 60
               MOVE 60 TO ws-tok-len
           END-IF.
      *>   a period straight after a word or a literal ends the
      *>   sentence; on its own it is no word at all
           IF SOURCE-RECORD(ws-tok-start:ws-tok-len) = "."
               MOVE "Y" TO ws-line-period
               EXIT SECTION
           END-IF.
           IF SOURCE-RECORD(ws-tok-start + ws-tok-len - 1:1) = "."
               MOVE "Y" TO ws-line-period
               SUBTRACT 1 FROM ws-tok-len
           ELSE
               MOVE "N" TO ws-line-period
           END-IF.
           ADD 1 TO ws-tok-count.
           MOVE SPACES TO ws-tok(ws-tok-count).
           MOVE SOURCE-RECORD(ws-tok-start:ws-tok-len)
             TO ws-tok(ws-tok-count).

      *>   the division and section headers move the region on;
      *>   the rest of the line is read for what that region holds
       TAKE-WORDS SECTION.
           MOVE FUNCTION UPPER-CASE(ws-tok(1)) TO ws-word-1.
           MOVE FUNCTION UPPER-CASE(ws-tok(2)) TO ws-word-2.
           EVALUATE TRUE
               WHEN ws-word-1 = "IDENTIFICATION"
                   AND ws-word-2 = "DIVISION"
                   AND ws-region NOT = "C"
                   MOVE "I" TO ws-region
                   PERFORM CHANGE-REGION
               WHEN ws-word-1 = "PROGRAM-ID"
                   MOVE "Y" TO ws-pur-done
                   IF ws-program-id = SPACES
                       MOVE ws-tok(2) TO ws-name-text
                       PERFORM STRIP-QUOTES
                       MOVE ws-name-text TO ws-program-id
                   END-IF
               WHEN ws-word-1 = "DATA" AND ws-word-2 = "DIVISION"
                   AND ws-region NOT = "C"
                   MOVE "D" TO ws-region
                   PERFORM CHANGE-REGION
               WHEN ws-word-1 = "PROCEDURE" AND ws-word-2 = "DIVISION"
                   AND ws-region NOT = "C"
                   MOVE "Y" TO ws-pur-done
                   MOVE "P" TO ws-region
                   PERFORM CHANGE-REGION
               WHEN ws-word-2 = "SECTION"
                   AND ws-region NOT = "P" AND ws-region NOT = "C"
                   EVALUATE ws-word-1
                       WHEN "FILE"
                           MOVE "F" TO ws-region
                       WHEN "LINKAGE"
                           MOVE "L" TO ws-region
                       WHEN "INPUT-OUTPUT"
                       WHEN "CONFIGURATION"
                           MOVE "I" TO ws-region
                       WHEN OTHER
                           MOVE "W" TO ws-region
                   END-EVALUATE
                   PERFORM CHANGE-REGION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *>   a copybook's purpose is the comment block ahead of its
      *>   first entry
           IF ws-region = "C"
               MOVE "Y" TO ws-pur-done
           END-IF.
           PERFORM VARYING ws-tok-idx FROM 1 BY 1
               UNTIL ws-tok-idx >= ws-tok-count
               IF FUNCTION UPPER-CASE(ws-tok(ws-tok-idx)) = "COPY"
                   PERFORM NOTE-COPY
               END-IF
           END-PERFORM.
           IF ws-region = "P"
               PERFORM TAKE-PROCEDURE-WORDS
           ELSE
               PERFORM TAKE-DECLARATIONS
           END-IF.

      *>   a record still open ends where its section does
       CHANGE-REGION SECTION.
           MOVE "BREAK" TO ws-layout-op.
           CALL "copybook-layout" USING ws-layout-op COPYBOOK-LAYOUT
           END-CALL.

       STRIP-QUOTES SECTION.
           INSPECT ws-name-text REPLACING ALL '"' BY SPACE
             ALL "'" BY SPACE.
           MOVE FUNCTION TRIM(ws-name-text) TO ws-name-text.

       NOTE-COPY SECTION.
           MOVE ws-tok(ws-tok-idx + 1) TO ws-name-text.
           PERFORM STRIP-QUOTES.
           IF ws-name-text = SPACES
               EXIT SECTION
           END-IF.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-copy-idx FROM 1 BY 1
               UNTIL ws-copy-idx > ws-copy-count
               IF ws-copy-name(ws-copy-idx) = ws-name-text
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND ws-copy-count < ws-copy-max
               ADD 1 TO ws-copy-count
               MOVE ws-name-text TO ws-copy-name(ws-copy-count)
           END-IF.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-pcp-idx FROM 1 BY 1
               UNTIL ws-pcp-idx > ws-pcp-count
               IF ws-pcp-name(ws-pcp-idx) = ws-name-text
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND ws-pcp-count < ws-pcp-max
               ADD 1 TO ws-pcp-count
               MOVE ws-name-text TO ws-pcp-name(ws-pcp-count)
           END-IF.

      *>   a 78-level constant outside the sections the layout is
      *>   fed, for a PICTURE or OCCURS there that names it
       TAKE-DECLARATIONS SECTION.
           IF ws-tok-count >= 4 AND ws-tok(1) = "78"
               AND FUNCTION UPPER-CASE(ws-tok(3)) = "VALUE"
               AND FUNCTION TRIM(ws-tok(4)) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(ws-tok(4))) <= 5
               AND ws-region NOT = "F" AND ws-region NOT = "L"
               AND ws-region NOT = "C"
               AND lay-con-count < 100
               ADD 1 TO lay-con-count
               MOVE ws-word-2 TO lay-con-name(lay-con-count)
               COMPUTE lay-con-value(lay-con-count) =
                 FUNCTION NUMVAL(ws-tok(4))
           END-IF.

      *>   a name standing alone in Area A (or with SECTION after
      *>   it) is a paragraph or section header, the rule
      *>   source-metrics counts them by; any other line is read
      *>   for PERFORM and CALL
       TAKE-PROCEDURE-WORDS SECTION.
           IF ws-first-col <= 11
               AND ws-word-1 NOT = "END"
               AND ws-word-1 NOT = "DECLARATIVES"
               AND ws-word-1(1:2) NOT = ">>"
               AND (ws-tok-count = 1
                    OR (ws-tok-count = 2 AND ws-word-2 = "SECTION"))
               PERFORM NOTE-PARAGRAPH
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-tok-idx FROM 1 BY 1
               UNTIL ws-tok-idx > ws-tok-count
               MOVE FUNCTION UPPER-CASE(ws-tok(ws-tok-idx))
                 TO ws-tok-upper
               EVALUATE TRUE
                   WHEN ws-tok-upper = "PERFORM"
                       AND ws-tok-idx < ws-tok-count
                       PERFORM NOTE-PERFORM
                   WHEN ws-tok-upper = "CALL"
                       AND ws-tok-idx < ws-tok-count
                       PERFORM NOTE-CALL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       NOTE-PARAGRAPH SECTION.
           IF ws-par-count >= ws-par-max
               ADD 1 TO ws-par-more
               MOVE 0 TO ws-cur-par
               EXIT SECTION
           END-IF.
           ADD 1 TO ws-par-count.
           MOVE ws-par-count TO ws-cur-par.
           MOVE ws-word-1 TO ws-par-name(ws-cur-par).
           MOVE ws-line-no TO ws-par-line(ws-cur-par).
           IF ws-tok-count = 2
               MOVE "Y" TO ws-par-section(ws-cur-par)
           ELSE
               MOVE "N" TO ws-par-section(ws-cur-par)
           END-IF.
           COMPUTE ws-par-first-prf(ws-cur-par) = ws-prf-count + 1.
           MOVE 0 TO ws-par-prf-count(ws-cur-par).

      *>   PERFORM <name> [THRU <name>] out of line; an in-line
      *>   PERFORM (UNTIL, VARYING, WITH TEST, or n TIMES) names no
      *>   paragraph. Statements ahead of the first header are the
      *>   main line's
       NOTE-PERFORM SECTION.
           MOVE ws-tok-idx TO ws-word-idx.
           ADD 1 TO ws-word-idx.
           MOVE FUNCTION UPPER-CASE(ws-tok(ws-word-idx))
             TO ws-tok-upper.
           IF ws-tok-upper = "UNTIL" OR ws-tok-upper = "VARYING"
               OR ws-tok-upper = "WITH" OR ws-tok-upper = "TEST"
               OR ws-tok-upper = "FOREVER"
               OR FUNCTION TRIM(ws-tok-upper) IS NUMERIC
               EXIT SECTION
           END-IF.
           IF ws-word-idx < ws-tok-count
               AND FUNCTION UPPER-CASE(ws-tok(ws-word-idx + 1))
                   = "TIMES"
               EXIT SECTION
           END-IF.
           MOVE ws-tok-upper TO ws-prf-text.
           IF ws-word-idx + 2 <= ws-tok-count
               AND (FUNCTION UPPER-CASE(ws-tok(ws-word-idx + 1))
                       = "THRU"
                    OR FUNCTION UPPER-CASE(ws-tok(ws-word-idx + 1))
                       = "THROUGH")
               MOVE SPACES TO ws-prf-text
               STRING FUNCTION TRIM(ws-tok-upper) " THRU "
                 FUNCTION UPPER-CASE(ws-tok(ws-word-idx + 2))
                 DELIMITED BY SIZE INTO ws-prf-text
               END-STRING
           END-IF.
           IF ws-cur-par = 0
               IF ws-par-count > 0
                   EXIT SECTION
               END-IF
               MOVE "(main line)" TO ws-word-1
               MOVE 1 TO ws-tok-count
               PERFORM NOTE-PARAGRAPH
           END-IF.
           COMPUTE ws-prf-last = ws-par-first-prf(ws-cur-par)
             + ws-par-prf-count(ws-cur-par) - 1.
           PERFORM VARYING ws-prf-idx FROM ws-par-first-prf(ws-cur-par)
               BY 1 UNTIL ws-prf-idx > ws-prf-last
               IF ws-prf-target(ws-prf-idx) = ws-prf-text
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF ws-prf-count < ws-prf-max
               ADD 1 TO ws-prf-count
               MOVE ws-prf-text TO ws-prf-target(ws-prf-count)
               ADD 1 TO ws-par-prf-count(ws-cur-par)
           END-IF.

      *>   CALL "<literal>" as written; CALL <data-name> is decided
      *>   at run time and shown in parentheses
       NOTE-CALL SECTION.
           MOVE ws-tok(ws-tok-idx + 1) TO ws-name-text.
           IF ws-name-text(1:1) = '"' OR ws-name-text(1:1) = "'"
               PERFORM STRIP-QUOTES
           ELSE
               MOVE SPACES TO ws-name-text
               STRING "(" FUNCTION TRIM(ws-tok(ws-tok-idx + 1)) ")"
                 DELIMITED BY SIZE INTO ws-name-text
               END-STRING
           END-IF.
           PERFORM VARYING ws-call-idx FROM 1 BY 1
               UNTIL ws-call-idx > ws-call-count
               IF ws-call-name(ws-call-idx) = ws-name-text
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF ws-call-count < ws-call-max
               ADD 1 TO ws-call-count
               MOVE ws-name-text TO ws-call-name(ws-call-count)
           END-IF.

      *>   where a record just opened stands: under which FD, in
      *>   the LINKAGE SECTION, or as a copybook's own text; a COPY
      *>   record's name is upper-cased by the layout, so the name
      *>   as written is the one the COPY on the same line noted
       NOTE-NEW-RECORD SECTION.
           MOVE SPACES TO ws-where-text.
           EVALUATE TRUE
               WHEN ws-region = "L"
                   MOVE "LINKAGE SECTION" TO ws-where-text
               WHEN ws-region = "C"
                   MOVE "copybook" TO ws-where-text
               WHEN lay-rec-fd(ws-rec-seen) NOT = SPACES
                   STRING "FD " FUNCTION TRIM(lay-rec-fd(ws-rec-seen))
                     DELIMITED BY SIZE INTO ws-where-text
                   END-STRING
               WHEN OTHER
                   MOVE "FILE SECTION" TO ws-where-text
           END-EVALUATE.
           MOVE ws-where-text TO ws-rec-where(ws-rec-seen).
           IF lay-rec-first(ws-rec-seen) NOT = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-copy-idx FROM 1 BY 1
               UNTIL ws-copy-idx > ws-copy-count
               IF FUNCTION UPPER-CASE(ws-copy-name(ws-copy-idx))
                   = lay-rec-name(ws-rec-seen)
                   MOVE ws-copy-name(ws-copy-idx)
                     TO lay-rec-name(ws-rec-seen)
               END-IF
           END-PERFORM.

      *>   the member written up: heading, purpose, paragraphs and
      *>   their PERFORMs, files, record layouts, CALLs and COPYs
       PRINT-MEMBER SECTION.
           MOVE ws-line-no TO ws-ed-line.
           MOVE SPACES TO ws-rpt-line.
           IF ws-mem-kind(ws-mem-idx) = "C"
               STRING "MEMBER " FUNCTION TRIM(ws-mem-path(ws-mem-idx))
                 "  -- copybook, " FUNCTION TRIM(ws-ed-line)
                 " lines" DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "MEMBER " FUNCTION TRIM(ws-mem-path(ws-mem-idx))
                 "  -- program " FUNCTION TRIM(ws-program-id) ", "
                 FUNCTION TRIM(ws-ed-line) " lines"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM EMIT-REPORT-LINE.
           MOVE ALL "-" TO ws-rpt-line(1:60).
           PERFORM EMIT-REPORT-LINE.
           PERFORM PRINT-PURPOSE.
           IF ws-mem-kind(ws-mem-idx) NOT = "C"
               PERFORM PRINT-PARAGRAPHS
           END-IF.
           IF scn-sel-count > 0
               PERFORM PRINT-FILES
           END-IF.
           IF lay-rec-count > 0
               PERFORM PRINT-LAYOUTS
           END-IF.
           IF ws-call-count > 0
               MOVE SPACES TO ws-rpt-line
               MOVE "  CALLs" TO ws-rpt-line
               MOVE 20 TO ws-list-ptr ws-list-indent
               MOVE 0 TO ws-list-count
               PERFORM VARYING ws-call-idx FROM 1 BY 1
                   UNTIL ws-call-idx > ws-call-count
                   MOVE ws-call-name(ws-call-idx) TO ws-list-item
                   PERFORM LIST-ADD-ITEM
               END-PERFORM
               PERFORM LIST-END
               ADD ws-call-count TO ws-tot-calls
           END-IF.
           IF ws-copy-count > 0
               MOVE SPACES TO ws-rpt-line
               MOVE "  COPYs" TO ws-rpt-line
               MOVE 20 TO ws-list-ptr ws-list-indent
               MOVE 0 TO ws-list-count
               PERFORM VARYING ws-copy-idx FROM 1 BY 1
                   UNTIL ws-copy-idx > ws-copy-count
                   MOVE ws-copy-name(ws-copy-idx) TO ws-list-item
                   PERFORM LIST-ADD-ITEM
               END-PERFORM
               PERFORM LIST-END
           END-IF.

       PRINT-PURPOSE SECTION.
           MOVE "  Purpose" TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           IF ws-pur-count = 0
               MOVE "    (no header comment block)" TO ws-rpt-line
               PERFORM EMIT-REPORT-LINE
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-pur-idx FROM 1 BY 1
               UNTIL ws-pur-idx > ws-pur-count
               MOVE SPACES TO ws-rpt-line
               MOVE ws-pur-line(ws-pur-idx) TO ws-rpt-line(5:65)
               PERFORM EMIT-REPORT-LINE
           END-PERFORM.
           IF ws-pur-more > 0
               MOVE ws-pur-more TO ws-ed-small
               MOVE SPACES TO ws-rpt-line
               STRING "    ... " FUNCTION TRIM(ws-ed-small)
                 " more comment line(s) in the member"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF.

      *>   line number, header, and the PERFORM targets across
      *>   from it, continued under themselves when they run long
       PRINT-PARAGRAPHS SECTION.
           MOVE "  Paragraphs and PERFORM structure" TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           IF ws-par-count = 0
               MOVE "    (no PROCEDURE DIVISION found)" TO ws-rpt-line
               PERFORM EMIT-REPORT-LINE
               EXIT SECTION
           END-IF.
           MOVE "      line  paragraph / section               "
             & "      performs" TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           PERFORM VARYING ws-par-idx FROM 1 BY 1
               UNTIL ws-par-idx > ws-par-count
               MOVE SPACES TO ws-rpt-line
               MOVE ws-par-line(ws-par-idx) TO ws-ed-line
               MOVE ws-ed-line TO ws-rpt-line(5:6)
               MOVE ws-par-name(ws-par-idx) TO ws-rpt-line(13:30)
               IF ws-par-section(ws-par-idx) = "Y"
                   MOVE "SECTION" TO ws-rpt-line(44:7)
               END-IF
               MOVE 53 TO ws-list-ptr ws-list-indent
               MOVE 0 TO ws-list-count
               COMPUTE ws-prf-last = ws-par-first-prf(ws-par-idx)
                 + ws-par-prf-count(ws-par-idx) - 1
               PERFORM VARYING ws-prf-idx
                   FROM ws-par-first-prf(ws-par-idx) BY 1
                   UNTIL ws-prf-idx > ws-prf-last
                   MOVE ws-prf-target(ws-prf-idx) TO ws-list-item
                   PERFORM LIST-ADD-ITEM
               END-PERFORM
               PERFORM EMIT-REPORT-LINE
           END-PERFORM.
           IF ws-par-more > 0
               MOVE ws-par-more TO ws-ed-small
               MOVE SPACES TO ws-rpt-line
               STRING "    ... " FUNCTION TRIM(ws-ed-small)
                 " more header(s) not listed"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF.
           ADD ws-par-count TO ws-tot-paras.

      *>   the target as select-scan resolves it: literal as
      *>   written, data name through its VALUE, a DYNAMIC name with
      *>   no VALUE in parentheses as set at run time
       PRINT-FILES SECTION.
           MOVE "  Files" TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           MOVE "    SELECT                         assign to       "
             & "                         organization     opened"
             TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           PERFORM VARYING ws-sel-idx FROM 1 BY 1
               UNTIL ws-sel-idx > scn-sel-count
               PERFORM GATHER-MODES
               MOVE SPACES TO ws-rpt-line
               MOVE scn-sel-name(ws-sel-idx) TO ws-rpt-line(5:30)
               MOVE scn-sel-resolved(ws-sel-idx)(1:40)
                 TO ws-rpt-line(36:40)
               MOVE scn-sel-org(ws-sel-idx) TO ws-rpt-line(77:16)
               IF ws-sel-modes = SPACES
                   MOVE "(not opened here)" TO ws-rpt-line(94:30)
               ELSE
                   MOVE ws-sel-modes TO ws-rpt-line(94:30)
               END-IF
               PERFORM EMIT-REPORT-LINE
           END-PERFORM.
           ADD scn-sel-count TO ws-tot-files.

      *>   the modes the SELECT is OPENed in, in the order first seen
       GATHER-MODES SECTION.
           MOVE SPACES TO ws-sel-modes.
           PERFORM VARYING ws-open-idx FROM 1 BY 1
               UNTIL ws-open-idx > scn-open-count
               IF scn-open-sel(ws-open-idx) = ws-sel-idx
                   IF ws-sel-modes = SPACES
                       MOVE scn-open-mode(ws-open-idx) TO ws-sel-modes
                   ELSE
                       MOVE ws-sel-modes TO ws-mode-text
                       MOVE SPACES TO ws-sel-modes
                       STRING FUNCTION TRIM(ws-mode-text) " "
                         FUNCTION TRIM(scn-open-mode(ws-open-idx))
                         DELIMITED BY SIZE INTO ws-sel-modes
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-LAYOUTS SECTION.
           MOVE "  Record layouts" TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           PERFORM VARYING ws-rec-idx FROM 1 BY 1
               UNTIL ws-rec-idx > lay-rec-count
               PERFORM PRINT-ONE-RECORD
           END-PERFORM.
           IF lay-ent-more > 0
               MOVE lay-ent-more TO ws-ed-small
               MOVE SPACES TO ws-rpt-line
               STRING "    ... " FUNCTION TRIM(ws-ed-small)
                 " more entr(ies) past the 999 laid out"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF.

       PRINT-ONE-RECORD SECTION.
           MOVE SPACES TO ws-rpt-line.
           IF lay-rec-first(ws-rec-idx) = 0
               STRING "    " FUNCTION TRIM(ws-rec-where(ws-rec-idx))
                 ": record is copybook "
                 FUNCTION TRIM(lay-rec-name(ws-rec-idx))
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM EMIT-REPORT-LINE
               EXIT SECTION
           END-IF.
           IF lay-rec-last(ws-rec-idx) < lay-rec-first(ws-rec-idx)
               EXIT SECTION
           END-IF.
           ADD 1 TO ws-tot-records.
           MOVE lay-rec-len(ws-rec-idx) TO ws-ed-small.
           STRING "    " FUNCTION TRIM(ws-rec-where(ws-rec-idx))
             ": record " FUNCTION TRIM(lay-rec-name(ws-rec-idx))
             ", " FUNCTION TRIM(ws-ed-small) " bytes"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM EMIT-REPORT-LINE.
           MOVE "      start length lv name                         "
             & "              picture                  usage"
             TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           PERFORM VARYING ws-ent-idx FROM lay-rec-first(ws-rec-idx)
               BY 1 UNTIL ws-ent-idx > lay-rec-last(ws-rec-idx)
               PERFORM PRINT-ONE-ENTRY
           END-PERFORM.

       PRINT-ONE-ENTRY SECTION.
           COMPUTE ws-lay-start = lay-ent-offset(ws-ent-idx) + 1.
           MOVE lay-ent-size(ws-ent-idx) TO ws-lay-length.
           MOVE lay-ent-level(ws-ent-idx) TO ws-lay-level.
           MOVE SPACES TO ws-lay-name.
           COMPUTE ws-indent = lay-ent-nest(ws-ent-idx) * 2 + 1.
           IF ws-indent > 13
               MOVE 13 TO ws-indent
           END-IF.
           IF lay-ent-name(ws-ent-idx) = SPACES
               MOVE "FILLER" TO ws-lay-name(ws-indent:)
           ELSE
               MOVE lay-ent-name(ws-ent-idx) TO ws-lay-name(ws-indent:)
           END-IF.
           MOVE lay-ent-pic(ws-ent-idx) TO ws-lay-pic.
           EVALUATE lay-ent-usage(ws-ent-idx)
               WHEN "P"
                   MOVE "COMP-3" TO ws-lay-usage
               WHEN "B"
                   MOVE "COMP" TO ws-lay-usage
               WHEN "L"
                   MOVE "COMP-5" TO ws-lay-usage
               WHEN "1"
                   MOVE "COMP-1" TO ws-lay-usage
               WHEN "2"
                   MOVE "COMP-2" TO ws-lay-usage
               WHEN "I"
                   MOVE "INDEX" TO ws-lay-usage
               WHEN "R"
                   MOVE "POINTER" TO ws-lay-usage
               WHEN "M"
                   MOVE "NATIONAL" TO ws-lay-usage
               WHEN OTHER
                   MOVE SPACES TO ws-lay-usage
           END-EVALUATE.
           MOVE SPACES TO ws-lay-extra.
           IF lay-ent-occurs(ws-ent-idx) > 1
               MOVE lay-ent-occurs(ws-ent-idx) TO ws-ed-occurs
               STRING "OCCURS " FUNCTION TRIM(ws-ed-occurs)
                 DELIMITED BY SIZE INTO ws-lay-extra
               END-STRING
           END-IF.
           IF lay-ent-redefines(ws-ent-idx) = "Y"
               MOVE "REDEFINES" TO ws-lay-extra
           END-IF.
           MOVE ws-lay-line TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.

       PRINT-DEPENDS SECTION.
           MOVE SPACES TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           MOVE "SUBPROGRAM RELATIONSHIPS (DEPENDS)" TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           MOVE ALL "-" TO ws-rpt-line(1:60).
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           MOVE "  calls" TO ws-rpt-line.
           MOVE 20 TO ws-list-ptr ws-list-indent.
           MOVE 0 TO ws-list-count.
           PERFORM VARYING ws-edge-idx FROM 1 BY 1
               UNTIL ws-edge-idx > ws-callee-count
               MOVE ws-callee-name(ws-edge-idx) TO ws-list-item
               PERFORM LIST-ADD-ITEM
           END-PERFORM.
           IF ws-list-count = 0
               MOVE "(nothing on record)" TO ws-rpt-line(20:)
           END-IF.
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           MOVE "  called by" TO ws-rpt-line.
           MOVE 20 TO ws-list-ptr ws-list-indent.
           MOVE 0 TO ws-list-count.
           PERFORM VARYING ws-edge-idx FROM 1 BY 1
               UNTIL ws-edge-idx > ws-caller-count
               MOVE ws-caller-name(ws-edge-idx) TO ws-list-item
               PERFORM LIST-ADD-ITEM
           END-PERFORM.
           IF ws-list-count = 0
               MOVE "(nothing on record)" TO ws-rpt-line(20:)
           END-IF.
           PERFORM EMIT-REPORT-LINE.

      *>   each copybook by where the build finds it: one of the
      *>   project's own members (with or without its suffix), the
      *>   shared library, or neither
       PRINT-COPYBOOKS SECTION.
           MOVE SPACES TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           MOVE "COPYBOOKS USED" TO ws-rpt-line.
           PERFORM EMIT-REPORT-LINE.
           MOVE ALL "-" TO ws-rpt-line(1:60).
           PERFORM EMIT-REPORT-LINE.
           IF ws-pcp-count = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM EMIT-REPORT-LINE
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-pcp-idx FROM 1 BY 1
               UNTIL ws-pcp-idx > ws-pcp-count
               PERFORM PRINT-ONE-COPYBOOK
           END-PERFORM.

       PRINT-ONE-COPYBOOK SECTION.
           MOVE SPACES TO ws-rpt-line.
           MOVE ws-pcp-name(ws-pcp-idx) TO ws-rpt-line(3:40).
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               OR ws-found-flag = "Y"
               PERFORM RESET-MEMBER
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-member-base))
                 TO ws-path-len
               IF ws-member-base = ws-pcp-name(ws-pcp-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
               IF ws-path-len > 4
                   IF ws-member-base(1:ws-path-len - 4)
                       = ws-pcp-name(ws-pcp-idx)
                       AND ws-member-base(ws-path-len - 3:1) = "."
                       MOVE "Y" TO ws-found-flag
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               MOVE "project member" TO ws-rpt-line(44:)
               PERFORM EMIT-REPORT-LINE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-source-path.
           STRING CLB-LIBRARY-DIR "/"
             FUNCTION TRIM(ws-pcp-name(ws-pcp-idx))
             DELIMITED BY SIZE INTO ws-source-path
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-source-path) ws-size-info
             RETURNING ws-rc
           END-CALL.
      *>   COPY <name> with no suffix finds <name>.cpy as well
           IF ws-rc NOT = 0
               MOVE SPACES TO ws-source-path
               STRING CLB-LIBRARY-DIR "/"
                 FUNCTION TRIM(ws-pcp-name(ws-pcp-idx)) ".cpy"
                 DELIMITED BY SIZE INTO ws-source-path
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING
                 FUNCTION TRIM(ws-source-path) ws-size-info
                 RETURNING ws-rc
               END-CALL
           END-IF.
           IF ws-rc = 0
               MOVE "shared library (COPYLIB)" TO ws-rpt-line(44:)
           ELSE
               MOVE "not among the members or in COPYLIB"
                 TO ws-rpt-line(44:)
           END-IF.
           PERFORM EMIT-REPORT-LINE.

       PRINT-TOTALS SECTION.
           MOVE SPACES TO ws-rpt-line.
           MOVE ws-program-count TO ws-ed-count-1.
           MOVE ws-copybook-count TO ws-ed-count-2.
           MOVE ws-unread-count TO ws-ed-count-3.
           STRING FUNCTION TRIM(ws-ed-count-1) " program(s) and "
             FUNCTION TRIM(ws-ed-count-2) " copybook(s) written up, "
             FUNCTION TRIM(ws-ed-count-3) " member(s) not readable"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.
           MOVE ws-tot-paras TO ws-ed-count-1.
           MOVE ws-tot-files TO ws-ed-count-2.
           MOVE ws-tot-records TO ws-ed-count-3.
           MOVE ws-tot-calls TO ws-ed-count-4.
           MOVE ws-pcp-count TO ws-ed-count-5.
           STRING FUNCTION TRIM(ws-ed-count-1) " paragraph(s), "
             FUNCTION TRIM(ws-ed-count-2) " file(s), "
             FUNCTION TRIM(ws-ed-count-3) " record layout(s), "
             FUNCTION TRIM(ws-ed-count-4) " CALL(s), "
             FUNCTION TRIM(ws-ed-count-5) " copybook(s) used"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM CALL-REPORT-WRITER.

      *>   the caller has ws-rpt-line ready up to ws-list-ptr; each
      *>   item goes after a comma, onto a fresh line under the
      *>   first when it would leave no room for the next comma
       LIST-ADD-ITEM SECTION.
           IF ws-list-item = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-list-item))
             TO ws-list-len.
           IF ws-list-count > 0
               MOVE "," TO ws-rpt-line(ws-list-ptr:1)
               ADD 2 TO ws-list-ptr
           END-IF.
           IF ws-list-ptr + ws-list-len > 132 AND ws-list-count > 0
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO ws-rpt-line
               MOVE ws-list-indent TO ws-list-ptr
           END-IF.
           MOVE FUNCTION TRIM(ws-list-item)
             TO ws-rpt-line(ws-list-ptr:ws-list-len).
           ADD ws-list-len TO ws-list-ptr.
           ADD 1 TO ws-list-count.

       LIST-END SECTION.
           PERFORM EMIT-REPORT-LINE.

       EMIT-REPORT-LINE SECTION.
           MOVE "LINE " TO ws-rpt-op.
           PERFORM CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.

       CALL-REPORT-WRITER SECTION.
           CALL "report-writer" USING ws-rpt-op ws-rpt-title
             ws-rpt-line ws-rpt-status
           END-CALL.

       END PROGRAM "project-doc".
