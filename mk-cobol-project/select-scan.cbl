      *> -------------------------------------------
      *> select-scan.cbl
      *> the one reading of a program's files, shared by
      *> dataset-scan, jcl-dd-check and project-doc so the three
      *> never disagree about what a SELECT is assigned to or how
      *> it is opened. A member is read twice, declarations first,
      *> so a path's VALUE in a copybook is known wherever the OPEN
      *> is. Called with an operation:
      *>
      *>   "START"  forget every SELECT, VALUE and OPEN so far
      *>   "DECL "  read scn-path for SELECT ... ASSIGN and
      *>            ORGANIZATION (across lines until the period)
      *>            and every level-numbered item with a VALUE
      *>            literal, the VALUE possibly on the next line
      *>   "OPENS"  read scn-path for OPEN <mode> <file>..., then
      *>            resolve every SELECT's target
      *>
      *> A project is one START, a DECL per member, then an OPENS
      *> per member; a single program is START, DECL, OPENS. A
      *> member that cannot be read sets scn-status 12 and is
      *> otherwise passed over -- a missing source is
      *> reconcile-projects' complaint. Keeps its tables between
      *> calls, so it is not INITIAL. Layout in select-scan.cpy.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "select-scan".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC ws-source-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-source-status.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01 SOURCE-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 ws-source-path    PIC X(300).
       01 ws-source-status  PIC XX.
       01 ws-source-eof     PIC X.

       78 ws-sel-max VALUE 50.
       78 ws-val-max VALUE 500.
       78 ws-open-max VALUE 100.
       01 ws-sel-idx        PIC 9(3).
       01 ws-sel-look       PIC 9(3).
       01 ws-sel-pending    PIC 9(3).
       01 ws-org-pending    PIC 9(3).
       01 ws-val-idx        PIC 9(3).
       01 ws-open-idx       PIC 9(3).
       01 ws-decl-pending   PIC X(30).
       01 ws-in-open        PIC X.
       01 ws-open-mode-now  PIC X(6).
       01 ws-found-flag     PIC X.

      *>   one source line cut into words; a quoted literal is one
      *>   word, quotes kept, so a literal is told from a name
       78 ws-tok-max VALUE 30.
       01 ws-tok-count      PIC 9(2).
       01 ws-tok-idx        PIC 9(2).
       01 ws-tok-table.
           05 ws-tok OCCURS 30 TIMES PIC X(60).
       01 ws-tok-upper      PIC X(60).
       01 ws-tok-len        PIC 9(3).
       01 ws-line-period    PIC X.
       01 ws-scan-idx       PIC 9(3).
       01 ws-tok-start      PIC 9(3).
       01 ws-quote-char     PIC X.
       01 ws-first-col      PIC 9(3).
       01 ws-word-idx       PIC 9(2).

       LINKAGE SECTION.
       01 lk-op             PIC X(5).
           COPY "select-scan.cpy".

       PROCEDURE DIVISION USING lk-op SELECT-SCAN.
       prog.
           EVALUATE lk-op
               WHEN "START"
                   MOVE 0 TO scn-status scn-sel-count scn-val-count
                     scn-open-count
               WHEN "DECL "
               WHEN "OPENS"
                   PERFORM READ-MEMBER
                   IF lk-op = "OPENS"
                       PERFORM VARYING ws-sel-idx FROM 1 BY 1
                           UNTIL ws-sel-idx > scn-sel-count
                           PERFORM RESOLVE-TARGET
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT PROGRAM.

       READ-MEMBER SECTION.
           MOVE 0 TO scn-status.
           MOVE scn-path TO ws-source-path.
           MOVE "N" TO ws-source-eof.
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               MOVE 12 TO scn-status
               EXIT SECTION
           END-IF.
           MOVE 0 TO ws-sel-pending ws-org-pending.
           MOVE SPACES TO ws-decl-pending.
           MOVE "N" TO ws-in-open.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       IF SOURCE-RECORD NOT = SPACES
                           PERFORM CUT-INTO-WORDS
                           IF ws-tok-count > 0
                               IF lk-op = "DECL "
                                   PERFORM TAKE-DECLARATIONS
                               ELSE
                                   PERFORM TAKE-OPENS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.

      *>   comments (a column-7 * or /, or *> wherever it opens)
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

       TAKE-DECLARATIONS SECTION.
      *>   a level number opens a declaration that a VALUE further
      *>   along, on this line or the next, belongs to
           IF ws-tok-count >= 2
               AND FUNCTION TRIM(ws-tok(1)) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(ws-tok(1))) <= 2
               MOVE FUNCTION UPPER-CASE(ws-tok(2)) TO ws-decl-pending
           END-IF.
           PERFORM VARYING ws-tok-idx FROM 1 BY 1
               UNTIL ws-tok-idx > ws-tok-count
               MOVE FUNCTION UPPER-CASE(ws-tok(ws-tok-idx))
                 TO ws-tok-upper
               EVALUATE TRUE
                   WHEN ws-tok-upper = "SELECT"
                       AND ws-tok-idx < ws-tok-count
                       PERFORM NOTE-SELECT
                   WHEN ws-tok-upper = "ASSIGN"
                       AND ws-sel-pending > 0
                       PERFORM NOTE-ASSIGN
                   WHEN ws-tok-upper = "ORGANIZATION"
                       AND ws-org-pending > 0
                       AND ws-tok-idx < ws-tok-count
                       PERFORM NOTE-ORGANIZATION
                   WHEN ws-tok-upper = "VALUE"
                       AND ws-decl-pending NOT = SPACES
                       AND ws-tok-idx < ws-tok-count
                       PERFORM NOTE-VALUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF ws-line-period = "Y"
               MOVE 0 TO ws-sel-pending ws-org-pending
               MOVE SPACES TO ws-decl-pending
           END-IF.

       NOTE-SELECT SECTION.
           MOVE ws-tok-idx TO ws-word-idx.
           ADD 1 TO ws-word-idx.
           IF FUNCTION UPPER-CASE(ws-tok(ws-word-idx)) = "OPTIONAL"
               AND ws-word-idx < ws-tok-count
               ADD 1 TO ws-word-idx
           END-IF.
           IF scn-sel-count >= ws-sel-max
               EXIT SECTION
           END-IF.
           ADD 1 TO scn-sel-count.
           MOVE FUNCTION UPPER-CASE(ws-tok(ws-word-idx))
             TO scn-sel-name(scn-sel-count).
           MOVE SPACES TO scn-sel-target(scn-sel-count)
             scn-sel-resolved(scn-sel-count).
      *>   no ORGANIZATION clause is the standard's default
           MOVE "SEQUENTIAL" TO scn-sel-org(scn-sel-count).
           MOVE "N" TO scn-sel-dynamic(scn-sel-count)
             scn-sel-runtime(scn-sel-count).
           MOVE scn-sel-count TO ws-sel-pending ws-org-pending.

      *>   ASSIGN [TO] [DYNAMIC|EXTERNAL|USING] <target>
       NOTE-ASSIGN SECTION.
           MOVE ws-tok-idx TO ws-word-idx.
           PERFORM UNTIL ws-word-idx >= ws-tok-count
               ADD 1 TO ws-word-idx
               MOVE FUNCTION UPPER-CASE(ws-tok(ws-word-idx))
                 TO ws-tok-upper
               EVALUATE ws-tok-upper
                   WHEN "TO"
                   WHEN "EXTERNAL"
                   WHEN "USING"
                       CONTINUE
                   WHEN "DYNAMIC"
                       MOVE "Y" TO scn-sel-dynamic(ws-sel-pending)
                   WHEN OTHER
                       MOVE ws-tok(ws-word-idx)
                         TO scn-sel-target(ws-sel-pending)
                       MOVE ws-tok-count TO ws-word-idx
                       MOVE 0 TO ws-sel-pending
               END-EVALUATE
           END-PERFORM.

      *>   ORGANIZATION [IS] LINE SEQUENTIAL | INDEXED | ...
       NOTE-ORGANIZATION SECTION.
           MOVE ws-tok-idx TO ws-word-idx.
           ADD 1 TO ws-word-idx.
           IF FUNCTION UPPER-CASE(ws-tok(ws-word-idx)) = "IS"
               AND ws-word-idx < ws-tok-count
               ADD 1 TO ws-word-idx
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-tok(ws-word-idx))
             TO ws-tok-upper.
           EVALUATE ws-tok-upper
               WHEN "LINE"
                   MOVE "LINE SEQUENTIAL" TO scn-sel-org(ws-org-pending)
               WHEN "RECORD"
                   MOVE "RECORD SEQUENTIAL"
                     TO scn-sel-org(ws-org-pending)
               WHEN OTHER
                   MOVE ws-tok-upper TO scn-sel-org(ws-org-pending)
           END-EVALUATE.
           MOVE 0 TO ws-org-pending.

      *>   VALUE [IS] "<literal>" -- only a literal can name a file
       NOTE-VALUE SECTION.
           MOVE ws-tok-idx TO ws-word-idx.
           ADD 1 TO ws-word-idx.
           IF FUNCTION UPPER-CASE(ws-tok(ws-word-idx)) = "IS"
               AND ws-word-idx < ws-tok-count
               ADD 1 TO ws-word-idx
           END-IF.
           IF (ws-tok(ws-word-idx)(1:1) = '"'
                OR ws-tok(ws-word-idx)(1:1) = "'")
              AND scn-val-count < ws-val-max
               ADD 1 TO scn-val-count
               MOVE ws-decl-pending TO scn-val-name(scn-val-count)
               MOVE ws-tok(ws-word-idx)
                 TO scn-val-literal(scn-val-count)
           END-IF.
           MOVE SPACES TO ws-decl-pending.

      *>   OPEN <mode> <file>... [<mode> <file>...], carried onto
      *>   following lines for as long as they go on naming modes
      *>   and SELECT names already known
       TAKE-OPENS SECTION.
           MOVE 0 TO ws-word-idx.
           IF ws-in-open = "Y"
               MOVE FUNCTION UPPER-CASE(ws-tok(1)) TO ws-tok-upper
               PERFORM FIND-SELECT
               IF ws-tok-upper = "INPUT" OR "OUTPUT" OR "I-O"
                   OR "EXTEND" OR ws-sel-idx > 0
                   MOVE 1 TO ws-word-idx
               ELSE
                   MOVE "N" TO ws-in-open
               END-IF
           END-IF.
           IF ws-word-idx = 0
               PERFORM VARYING ws-tok-idx FROM 1 BY 1
                   UNTIL ws-tok-idx > ws-tok-count
                   OR ws-word-idx > 0
                   IF FUNCTION UPPER-CASE(ws-tok(ws-tok-idx)) = "OPEN"
                       COMPUTE ws-word-idx = ws-tok-idx + 1
                       MOVE "Y" TO ws-in-open
                       MOVE SPACES TO ws-open-mode-now
                   END-IF
               END-PERFORM
           END-IF.
           IF ws-word-idx = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-tok-idx FROM ws-word-idx BY 1
               UNTIL ws-tok-idx > ws-tok-count
               OR ws-in-open = "N"
               MOVE FUNCTION UPPER-CASE(ws-tok(ws-tok-idx))
                 TO ws-tok-upper
               EVALUATE ws-tok-upper
                   WHEN "INPUT"
                   WHEN "OUTPUT"
                   WHEN "I-O"
                   WHEN "EXTEND"
                       MOVE ws-tok-upper TO ws-open-mode-now
                   WHEN "WITH"
                   WHEN "NO"
                   WHEN "REWIND"
                   WHEN "LOCK"
                   WHEN "REVERSED"
                       CONTINUE
                   WHEN OTHER
                       PERFORM FIND-SELECT
                       IF ws-sel-idx > 0
                           AND ws-open-mode-now NOT = SPACES
                           PERFORM NOTE-OPEN
                       ELSE
                           MOVE "N" TO ws-in-open
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF ws-line-period = "Y"
               MOVE "N" TO ws-in-open
           END-IF.

       FIND-SELECT SECTION.
           MOVE 0 TO ws-sel-idx.
           PERFORM VARYING ws-sel-look FROM 1 BY 1
               UNTIL ws-sel-look > scn-sel-count OR ws-sel-idx > 0
               IF scn-sel-name(ws-sel-look) = ws-tok-upper
                   MOVE ws-sel-look TO ws-sel-idx
               END-IF
           END-PERFORM.

       NOTE-OPEN SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-open-idx FROM 1 BY 1
               UNTIL ws-open-idx > scn-open-count
               IF scn-open-sel(ws-open-idx) = ws-sel-idx
                   AND scn-open-mode(ws-open-idx) = ws-open-mode-now
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND scn-open-count < ws-open-max
               ADD 1 TO scn-open-count
               MOVE ws-sel-idx TO scn-open-sel(scn-open-count)
               MOVE ws-open-mode-now TO scn-open-mode(scn-open-count)
               MOVE scn-path TO scn-open-member(scn-open-count)
           END-IF.

      *>   the target resolved: literal as written, data name
      *>   through its VALUE, a DYNAMIC name with no VALUE in
      *>   parentheses as set at run time, logical name as it
      *>   stands
       RESOLVE-TARGET SECTION.
           MOVE SPACES TO scn-sel-resolved(ws-sel-idx).
           MOVE "N" TO scn-sel-runtime(ws-sel-idx).
           IF scn-sel-target(ws-sel-idx)(1:1) = '"'
               OR scn-sel-target(ws-sel-idx)(1:1) = "'"
               MOVE scn-sel-target(ws-sel-idx)(2:)
                 TO scn-sel-resolved(ws-sel-idx)
           ELSE
               MOVE FUNCTION UPPER-CASE(scn-sel-target(ws-sel-idx))
                 TO ws-tok-upper
               PERFORM VARYING ws-val-idx FROM 1 BY 1
                   UNTIL ws-val-idx > scn-val-count
                   OR scn-sel-resolved(ws-sel-idx) NOT = SPACES
                   IF scn-val-name(ws-val-idx) = ws-tok-upper
                       MOVE scn-val-literal(ws-val-idx)(2:)
                         TO scn-sel-resolved(ws-sel-idx)
                   END-IF
               END-PERFORM
           END-IF.
           IF scn-sel-resolved(ws-sel-idx) NOT = SPACES
               INSPECT scn-sel-resolved(ws-sel-idx)
                 REPLACING ALL '"' BY SPACE ALL "'" BY SPACE
               EXIT SECTION
           END-IF.
           IF scn-sel-dynamic(ws-sel-idx) = "Y"
               MOVE "Y" TO scn-sel-runtime(ws-sel-idx)
               STRING "(" FUNCTION TRIM(scn-sel-target(ws-sel-idx))
                 ")" DELIMITED BY SIZE
                 INTO scn-sel-resolved(ws-sel-idx)
               END-STRING
           ELSE
               MOVE scn-sel-target(ws-sel-idx)
                 TO scn-sel-resolved(ws-sel-idx)
           END-IF.
