      *> -------------------------------------------
      *> copybook-gen.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> builds a real record layout from the field list analysts
      *> send over -- until now typed into a copybook by hand, one
      *> PICTURE and one miscounted offset at a time. create-copybook
      *> only ever wrote a placeholder record. Reads a field-layout
      *> spec, checks every name against the COBOL naming rules and
      *> the reserved words, works out each PICTURE, byte length
      *> and starting offset, and writes
      *>
      *>   <name>.cpy      01 <NAME>-RECORD, levelled 05/10/15..,
      *>                   an offset/length comment above every
      *>                   field
      *>   <name>.LAYOUT   the same layout as a listing for the
      *>                   analysts to check against their sheet
      *>
      *> into the projects root -- where copylib-maint PUBLISH can
      *> take the copybook into the shared library -- or, given a
      *> project, into that project, the way add-module adds a
      *> member: the Makefile's CPYBOOKS line grows the copybook,
      *> both are cataloged in PROJFILES, and the PROJECTS record
      *> gets a journaled touch.
      *>
      *>   copybook-gen <spec-file> <name> [project]
      *>
      *> The spec, one field per line, "*" lines comments, is either
      *> CSV as a spreadsheet saves it (a heading row with TYPE in
      *> its second column is skipped):
      *>
      *>   name,type,length,decimals,occurs
      *>
      *> or fixed columns: name 1-30, type 32-39, length 41-45,
      *> decimals 47-48, occurs 50-53. Types: X (also A, ALPHA,
      *> CHAR, TEXT), 9 (N, NUM, NUMERIC, ZONED, UNSIGNED), S9
      *> (SIGNED), COMP-3 (P, PACKED), COMP (B, BINARY, COMP-4); a
      *> numeric length counts every digit, the decimals included.
      *> GROUP opens a group level (its occurs repeats the whole
      *> group) and END closes the innermost open one; FILLER is
      *> taken as a name. Nothing is written unless every line is
      *> clean; each problem is reported with its spec line.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "copybook-gen".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPEC-FILE
               ASSIGN TO DYNAMIC ws-spec-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-spec-status.
           SELECT OUT-FILE
               ASSIGN TO DYNAMIC ws-out-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-status.
           SELECT IN-TEXT-FILE
               ASSIGN TO DYNAMIC ws-in-text-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-in-text-status.
           SELECT OUT-TEXT-FILE
               ASSIGN TO DYNAMIC ws-out-text-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-text-status.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SPEC-FILE.
         01 SPEC-RECORD PIC X(200).
      *>   the copybook, then the listing
         FD  OUT-FILE.
         01 OUT-RECORD PIC X(132).
         FD  IN-TEXT-FILE.
         01 IN-TEXT-RECORD PIC X(92).
         FD  OUT-TEXT-FILE.
         01 OUT-TEXT-RECORD PIC X(92).
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
           01 ws-log-program-name PIC X(30) VALUE "copybook-gen".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-cmdline        PIC X(300).
           01 ws-spec-path      PIC X(300).
           01 ws-spec-status    PIC XX.
           01 ws-spec-eof       PIC X VALUE "N".
           01 ws-book-arg       PIC X(48).
           01 ws-proj-arg       PIC X(48).
           01 ws-record-name    PIC X(40).
           01 ws-out-path       PIC X(300).
           01 ws-out-status     PIC XX.
           01 ws-cpy-path       PIC X(300).
           01 ws-layout-path    PIC X(300).
           01 ws-op-status      PIC X VALUE "Y".
           01 ws-today          PIC X(8).

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

      *>   one spec line taken apart, as text until it is checked
           01 ws-line-no        PIC 9(5) VALUE 0.
           01 ws-in-name        PIC X(40).
           01 ws-in-type        PIC X(12).
           01 ws-in-len         PIC X(10).
           01 ws-in-dec         PIC X(10).
           01 ws-in-occ         PIC X(10).
           01 ws-comma-count    PIC 9(3).
           01 ws-problem        PIC X(60).
           01 ws-error-count    PIC 9(4) VALUE 0.

      *>   name checks: the shop's character rules for a data name
           01 ws-valid-flag     PIC X.
           01 ws-name-len       PIC 999.
           01 ws-char-idx       PIC 999.
           01 ws-one-char       PIC X.
           01 ws-letter-seen    PIC X.
           78 ws-reserved-count VALUE 160.
           01 ws-reserved-table.
               05 FILLER PIC X(16) VALUE "ACCEPT".
               05 FILLER PIC X(16) VALUE "ACCESS".
               05 FILLER PIC X(16) VALUE "ADD".
               05 FILLER PIC X(16) VALUE "ADDRESS".
               05 FILLER PIC X(16) VALUE "ADVANCING".
               05 FILLER PIC X(16) VALUE "AFTER".
               05 FILLER PIC X(16) VALUE "ALL".
               05 FILLER PIC X(16) VALUE "ALPHABETIC".
               05 FILLER PIC X(16) VALUE "ALSO".
               05 FILLER PIC X(16) VALUE "ALTER".
               05 FILLER PIC X(16) VALUE "AND".
               05 FILLER PIC X(16) VALUE "ARE".
               05 FILLER PIC X(16) VALUE "AREA".
               05 FILLER PIC X(16) VALUE "ASCENDING".
               05 FILLER PIC X(16) VALUE "ASSIGN".
               05 FILLER PIC X(16) VALUE "AT".
               05 FILLER PIC X(16) VALUE "AUTHOR".
               05 FILLER PIC X(16) VALUE "BEFORE".
               05 FILLER PIC X(16) VALUE "BINARY".
               05 FILLER PIC X(16) VALUE "BLANK".
               05 FILLER PIC X(16) VALUE "BLOCK".
               05 FILLER PIC X(16) VALUE "BY".
               05 FILLER PIC X(16) VALUE "CALL".
               05 FILLER PIC X(16) VALUE "CANCEL".
               05 FILLER PIC X(16) VALUE "CHARACTER".
               05 FILLER PIC X(16) VALUE "CHARACTERS".
               05 FILLER PIC X(16) VALUE "CLASS".
               05 FILLER PIC X(16) VALUE "CLOSE".
               05 FILLER PIC X(16) VALUE "CODE".
               05 FILLER PIC X(16) VALUE "COMMA".
               05 FILLER PIC X(16) VALUE "COMP".
               05 FILLER PIC X(16) VALUE "COMP-3".
               05 FILLER PIC X(16) VALUE "COMPUTATIONAL".
               05 FILLER PIC X(16) VALUE "COMPUTE".
               05 FILLER PIC X(16) VALUE "CONFIGURATION".
               05 FILLER PIC X(16) VALUE "CONTINUE".
               05 FILLER PIC X(16) VALUE "CONVERTING".
               05 FILLER PIC X(16) VALUE "COPY".
               05 FILLER PIC X(16) VALUE "CORR".
               05 FILLER PIC X(16) VALUE "CORRESPONDING".
               05 FILLER PIC X(16) VALUE "COUNT".
               05 FILLER PIC X(16) VALUE "CURRENCY".
               05 FILLER PIC X(16) VALUE "DATA".
               05 FILLER PIC X(16) VALUE "DATE".
               05 FILLER PIC X(16) VALUE "DAY".
               05 FILLER PIC X(16) VALUE "DAY-OF-WEEK".
               05 FILLER PIC X(16) VALUE "DELETE".
               05 FILLER PIC X(16) VALUE "DELIMITED".
               05 FILLER PIC X(16) VALUE "DELIMITER".
               05 FILLER PIC X(16) VALUE "DEPENDING".
               05 FILLER PIC X(16) VALUE "DESCENDING".
               05 FILLER PIC X(16) VALUE "DISPLAY".
               05 FILLER PIC X(16) VALUE "DIVIDE".
               05 FILLER PIC X(16) VALUE "DIVISION".
               05 FILLER PIC X(16) VALUE "DOWN".
               05 FILLER PIC X(16) VALUE "DUPLICATES".
               05 FILLER PIC X(16) VALUE "DYNAMIC".
               05 FILLER PIC X(16) VALUE "ELSE".
               05 FILLER PIC X(16) VALUE "END".
               05 FILLER PIC X(16) VALUE "END-IF".
               05 FILLER PIC X(16) VALUE "END-PERFORM".
               05 FILLER PIC X(16) VALUE "ENTRY".
               05 FILLER PIC X(16) VALUE "ENVIRONMENT".
               05 FILLER PIC X(16) VALUE "EQUAL".
               05 FILLER PIC X(16) VALUE "ERROR".
               05 FILLER PIC X(16) VALUE "EVALUATE".
               05 FILLER PIC X(16) VALUE "EXCEPTION".
               05 FILLER PIC X(16) VALUE "EXIT".
               05 FILLER PIC X(16) VALUE "EXTEND".
               05 FILLER PIC X(16) VALUE "EXTERNAL".
               05 FILLER PIC X(16) VALUE "FALSE".
               05 FILLER PIC X(16) VALUE "FD".
               05 FILLER PIC X(16) VALUE "FILE".
               05 FILLER PIC X(16) VALUE "FILE-CONTROL".
               05 FILLER PIC X(16) VALUE "FIRST".
               05 FILLER PIC X(16) VALUE "FOR".
               05 FILLER PIC X(16) VALUE "FROM".
               05 FILLER PIC X(16) VALUE "FUNCTION".
               05 FILLER PIC X(16) VALUE "GIVING".
               05 FILLER PIC X(16) VALUE "GLOBAL".
               05 FILLER PIC X(16) VALUE "GO".
               05 FILLER PIC X(16) VALUE "GREATER".
               05 FILLER PIC X(16) VALUE "HIGH-VALUE".
               05 FILLER PIC X(16) VALUE "HIGH-VALUES".
               05 FILLER PIC X(16) VALUE "IF".
               05 FILLER PIC X(16) VALUE "IN".
               05 FILLER PIC X(16) VALUE "INDEX".
               05 FILLER PIC X(16) VALUE "INDEXED".
               05 FILLER PIC X(16) VALUE "INITIAL".
               05 FILLER PIC X(16) VALUE "INITIALIZE".
               05 FILLER PIC X(16) VALUE "INPUT".
               05 FILLER PIC X(16) VALUE "INSPECT".
               05 FILLER PIC X(16) VALUE "INTO".
               05 FILLER PIC X(16) VALUE "INVALID".
               05 FILLER PIC X(16) VALUE "IS".
               05 FILLER PIC X(16) VALUE "JUST".
               05 FILLER PIC X(16) VALUE "JUSTIFIED".
               05 FILLER PIC X(16) VALUE "KEY".
               05 FILLER PIC X(16) VALUE "LABEL".
               05 FILLER PIC X(16) VALUE "LEADING".
               05 FILLER PIC X(16) VALUE "LESS".
               05 FILLER PIC X(16) VALUE "LINE".
               05 FILLER PIC X(16) VALUE "LINES".
               05 FILLER PIC X(16) VALUE "LINKAGE".
               05 FILLER PIC X(16) VALUE "LOW-VALUE".
               05 FILLER PIC X(16) VALUE "LOW-VALUES".
               05 FILLER PIC X(16) VALUE "MERGE".
               05 FILLER PIC X(16) VALUE "MODE".
               05 FILLER PIC X(16) VALUE "MOVE".
               05 FILLER PIC X(16) VALUE "MULTIPLY".
               05 FILLER PIC X(16) VALUE "NEXT".
               05 FILLER PIC X(16) VALUE "NOT".
               05 FILLER PIC X(16) VALUE "NUMERIC".
               05 FILLER PIC X(16) VALUE "OCCURS".
               05 FILLER PIC X(16) VALUE "OF".
               05 FILLER PIC X(16) VALUE "OFF".
               05 FILLER PIC X(16) VALUE "ON".
               05 FILLER PIC X(16) VALUE "OPEN".
               05 FILLER PIC X(16) VALUE "OR".
               05 FILLER PIC X(16) VALUE "ORGANIZATION".
               05 FILLER PIC X(16) VALUE "OTHER".
               05 FILLER PIC X(16) VALUE "OUTPUT".
               05 FILLER PIC X(16) VALUE "PACKED-DECIMAL".
               05 FILLER PIC X(16) VALUE "PERFORM".
               05 FILLER PIC X(16) VALUE "PIC".
               05 FILLER PIC X(16) VALUE "PICTURE".
               05 FILLER PIC X(16) VALUE "POINTER".
               05 FILLER PIC X(16) VALUE "PROCEDURE".
               05 FILLER PIC X(16) VALUE "PROGRAM".
               05 FILLER PIC X(16) VALUE "PROGRAM-ID".
               05 FILLER PIC X(16) VALUE "QUOTE".
               05 FILLER PIC X(16) VALUE "READ".
               05 FILLER PIC X(16) VALUE "RECORD".
               05 FILLER PIC X(16) VALUE "REDEFINES".
               05 FILLER PIC X(16) VALUE "RELEASE".
               05 FILLER PIC X(16) VALUE "REMAINDER".
               05 FILLER PIC X(16) VALUE "RENAMES".
               05 FILLER PIC X(16) VALUE "REPLACE".
               05 FILLER PIC X(16) VALUE "RETURN".
               05 FILLER PIC X(16) VALUE "REWRITE".
               05 FILLER PIC X(16) VALUE "ROUNDED".
               05 FILLER PIC X(16) VALUE "RUN".
               05 FILLER PIC X(16) VALUE "SEARCH".
               05 FILLER PIC X(16) VALUE "SECTION".
               05 FILLER PIC X(16) VALUE "SELECT".
               05 FILLER PIC X(16) VALUE "SET".
               05 FILLER PIC X(16) VALUE "SIGN".
               05 FILLER PIC X(16) VALUE "SIZE".
               05 FILLER PIC X(16) VALUE "SORT".
               05 FILLER PIC X(16) VALUE "SPACE".
               05 FILLER PIC X(16) VALUE "SPACES".
               05 FILLER PIC X(16) VALUE "STATUS".
               05 FILLER PIC X(16) VALUE "STOP".
               05 FILLER PIC X(16) VALUE "STRING".
               05 FILLER PIC X(16) VALUE "SUBTRACT".
               05 FILLER PIC X(16) VALUE "TALLYING".
               05 FILLER PIC X(16) VALUE "THEN".
               05 FILLER PIC X(16) VALUE "THRU".
               05 FILLER PIC X(16) VALUE "TIME".
               05 FILLER PIC X(16) VALUE "TIMES".
               05 FILLER PIC X(16) VALUE "TO".
               05 FILLER PIC X(16) VALUE "TRUE".
               05 FILLER PIC X(16) VALUE "UNSTRING".
               05 FILLER PIC X(16) VALUE "UNTIL".
               05 FILLER PIC X(16) VALUE "USAGE".
               05 FILLER PIC X(16) VALUE "VALUE".
           01 ws-reserved-redef REDEFINES ws-reserved-table.
               05 ws-reserved-word OCCURS 160 TIMES PIC X(16).

      *>   the layout: every spec line that survives, in order,
      *>   with what the checks and the sizing worked out
           78 ws-fld-max VALUE 500.
           01 ws-fld-count      PIC 9(4) VALUE 0.
           01 ws-fld-idx        PIC 9(4).
           01 ws-fld-table.
               05 ws-fld-entry OCCURS 500 TIMES.
                   10 ws-fld-line      PIC 9(5).
                   10 ws-fld-depth     PIC 9.
                   10 ws-fld-name      PIC X(30).
                   10 ws-fld-type      PIC X(8).
                   10 ws-fld-len       PIC 9(5).
                   10 ws-fld-dec       PIC 9(2).
                   10 ws-fld-occ       PIC 9(4).
      *>   one occurrence's bytes, all occurrences' bytes, and the
      *>   1-based start of the first occurrence
                   10 ws-fld-bytes     PIC 9(7).
                   10 ws-fld-total     PIC 9(7).
                   10 ws-fld-offset    PIC 9(7).
                   10 ws-fld-pic       PIC X(24).
                   10 ws-fld-usage     PIC X(8).
      *>   the groups open at this point in the spec, innermost last
           78 ws-max-depth VALUE 5.
           01 ws-depth          PIC 9 VALUE 0.
           01 ws-open-group     PIC 9(4) OCCURS 5 TIMES.
           01 ws-group-idx      PIC 9(4).
           01 ws-position       PIC 9(7) VALUE 1.
           01 ws-record-len     PIC 9(7) VALUE 0.
           01 ws-elem-count     PIC 9(4) VALUE 0.
           01 ws-int-digits     PIC 9(2).
           01 ws-pic-ptr        PIC 9(3).

      *>   the copybook lines: a field's clauses are flowed onto as
      *>   many lines as column 72 allows
           01 ws-code-line      PIC X(132).
           01 ws-code-ptr       PIC 9(3).
           01 ws-clause         PIC X(40).
           01 ws-indent         PIC 9(3).
           01 ws-level          PIC 99.
           01 ws-ed-1           PIC Z(6)9.
           01 ws-ed-2           PIC Z(6)9.
           01 ws-ed-3           PIC Z(6)9.
           01 ws-layout-line.
               05 ws-lay-level     PIC X(4).
               05 ws-lay-name      PIC X(40).
               05 ws-lay-type      PIC X(8).
               05 ws-lay-len       PIC ZZZZ9.
               05 FILLER           PIC X VALUE SPACE.
               05 ws-lay-dec       PIC ZZ9.
               05 FILLER           PIC X VALUE SPACE.
               05 ws-lay-occ       PIC ZZZZZ9.
               05 FILLER           PIC X VALUE SPACE.
               05 ws-lay-offset    PIC ZZZZZZ9.
               05 FILLER           PIC X VALUE SPACE.
               05 ws-lay-bytes     PIC ZZZZZZ9.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 ws-lay-pic       PIC X(36).
           01 ws-layout-head.
               05 FILLER PIC X(4)  VALUE "Lvl".
               05 FILLER PIC X(40) VALUE "Name".
               05 FILLER PIC X(8)  VALUE "Type".
               05 FILLER PIC X(6)  VALUE "  Len".
               05 FILLER PIC X(4)  VALUE "Dec".
               05 FILLER PIC X(7)  VALUE " Occurs".
               05 FILLER PIC X(8)  VALUE "  Offset".
               05 FILLER PIC X(8)  VALUE "   Bytes".
               05 FILLER PIC X(2)  VALUE SPACES.
               05 FILLER PIC X(7)  VALUE "PICTURE".

      *>   the Makefile rewrite and the PROJFILES entries, the way
      *>   add-module does both
           01 ws-in-text-path   PIC X(300).
           01 ws-in-text-status PIC XX.
           01 ws-out-text-path  PIC X(300).
           01 ws-out-text-status PIC XX.
           01 ws-text-eof       PIC X.
           01 ws-line-work      PIC X(92).
           01 ws-projfiles-path   PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.
           01 ws-sum-path         PIC X(300).
           01 ws-sum-value        PIC 9(9).
           01 ws-sum-status       PIC 99.
           01 ws-catalog-idx      PIC 9.
           01 ws-rc               PIC 9(9) COMP-5.
           01 ws-file-info        PIC X(16).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-READ-SPEC.
           IF ws-op-status = "Y" AND ws-proj-arg NOT = SPACES
               perform 200-CONFIRM-PROJECT
           END-IF.
           IF ws-op-status = "Y"
               perform 300-WRITE-COPYBOOK
           END-IF.
           IF ws-op-status = "Y"
               perform 400-WRITE-LAYOUT
           END-IF.
           IF ws-op-status = "Y" AND ws-proj-arg NOT = SPACES
               perform 500-EXTEND-MAKEFILE
               perform 600-CATALOG-NEW-FILES
               perform 700-JOURNAL-THE-CHANGE
           END-IF.
           IF ws-op-status = "Y"
               MOVE ws-record-len TO ws-ed-1
               MOVE ws-elem-count TO ws-ed-2
               DISPLAY "copybook-gen: " FUNCTION TRIM(ws-cpy-path)
                 " written, " FUNCTION TRIM(ws-record-name) " "
                 FUNCTION TRIM(ws-ed-1) " bytes in "
                 FUNCTION TRIM(ws-ed-2) " field(s); listing in "
                 FUNCTION TRIM(ws-layout-path)
               END-DISPLAY
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-spec-path.
           MOVE SPACES TO ws-book-arg.
           MOVE SPACES TO ws-proj-arg.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-spec-path ws-book-arg ws-proj-arg
           END-UNSTRING.
           IF ws-spec-path = SPACES OR ws-book-arg = SPACES
               DISPLAY "CBG010E "
                 "usage: copybook-gen <spec-file> <name> [project]"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   the copybook name becomes a file name and the record's
      *>   name, so it is held to the module-name rules add-module
      *>   applies
           MOVE "Y" TO ws-valid-flag.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-book-arg))
             TO ws-name-len.
           IF ws-name-len > 23
               MOVE "N" TO ws-valid-flag
           END-IF.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-name-len
               MOVE ws-book-arg(ws-char-idx:1) TO ws-one-char
               IF NOT ((ws-one-char >= "A" AND ws-one-char <= "Z")
                    OR (ws-one-char >= "a" AND ws-one-char <= "z")
                    OR (ws-one-char >= "0" AND ws-one-char <= "9")
                    OR ws-one-char = "-")
                   MOVE "N" TO ws-valid-flag
               END-IF
           END-PERFORM.
           IF ws-book-arg(1:1) = "-"
               MOVE "N" TO ws-valid-flag
           END-IF.
           IF ws-valid-flag = "N"
               DISPLAY "CBG011E copybook-gen: '"
                 FUNCTION TRIM(ws-book-arg) "' is not a usable "
                 "copybook name -- letters, digits and hyphens, "
                 "23 at most" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-record-name.
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(ws-book-arg))
             "-RECORD" DELIMITED BY SIZE INTO ws-record-name
           END-STRING.
           MOVE SPACES TO ws-cpy-path.
           MOVE SPACES TO ws-layout-path.
           IF ws-proj-arg = SPACES
               STRING FUNCTION TRIM(ws-book-arg) ".cpy"
                 DELIMITED BY SIZE INTO ws-cpy-path
               END-STRING
               STRING FUNCTION TRIM(ws-book-arg) ".LAYOUT"
                 DELIMITED BY SIZE INTO ws-layout-path
               END-STRING
           ELSE
               STRING FUNCTION TRIM(ws-proj-arg) "/"
                 FUNCTION TRIM(ws-book-arg) ".cpy"
                 DELIMITED BY SIZE INTO ws-cpy-path
               END-STRING
               STRING FUNCTION TRIM(ws-proj-arg) "/"
                 FUNCTION TRIM(ws-book-arg) ".LAYOUT"
                 DELIMITED BY SIZE INTO ws-layout-path
               END-STRING
           END-IF.

      *>   the whole spec is checked and sized before anything is
      *>   written; every problem found is reported, not just the
      *>   first
       100-READ-SPEC SECTION.
           OPEN INPUT SPEC-FILE.
           IF ws-spec-status NOT = "00"
               DISPLAY "CBG013E copybook-gen: cannot read spec file '"
                 FUNCTION TRIM(ws-spec-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 100-READ-SPEC-EXIT
           END-IF.
           PERFORM UNTIL ws-spec-eof = "Y"
               READ SPEC-FILE
                   AT END
                       MOVE "Y" TO ws-spec-eof
                   NOT AT END
                       ADD 1 TO ws-line-no
                       IF SPEC-RECORD NOT = SPACES
                           AND SPEC-RECORD(1:1) NOT = "*"
                           PERFORM 110-TAKE-SPEC-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPEC-FILE.
           IF ws-depth > 0
               MOVE "a GROUP is still open at the end of the spec"
                 TO ws-problem
               PERFORM 190-REPORT-PROBLEM
           END-IF.
           IF ws-elem-count = 0 AND ws-error-count = 0
               MOVE "the spec holds no fields" TO ws-problem
               PERFORM 190-REPORT-PROBLEM
           END-IF.
           COMPUTE ws-record-len = ws-position - 1.
           IF ws-error-count > 0
               MOVE ws-error-count TO ws-ed-1
               DISPLAY "CBG014E copybook-gen: "
                 FUNCTION TRIM(ws-ed-1) " problem(s) in '"
                 FUNCTION TRIM(ws-spec-path) "' -- nothing written"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
           END-IF.
       100-READ-SPEC-EXIT.
           EXIT.

       110-TAKE-SPEC-LINE SECTION.
           MOVE SPACES TO ws-in-name ws-in-type ws-in-len ws-in-dec
             ws-in-occ.
           MOVE 0 TO ws-comma-count.
           INSPECT SPEC-RECORD TALLYING ws-comma-count FOR ALL ",".
           IF ws-comma-count > 0
               UNSTRING SPEC-RECORD DELIMITED BY ","
                 INTO ws-in-name ws-in-type ws-in-len ws-in-dec
                   ws-in-occ
               END-UNSTRING
           ELSE
               MOVE SPEC-RECORD(1:30)  TO ws-in-name
               MOVE SPEC-RECORD(32:8)  TO ws-in-type
               MOVE SPEC-RECORD(41:5)  TO ws-in-len
               MOVE SPEC-RECORD(47:2)  TO ws-in-dec
               MOVE SPEC-RECORD(50:4)  TO ws-in-occ
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-in-name))
             TO ws-in-name.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-in-type))
             TO ws-in-type.
           MOVE FUNCTION TRIM(ws-in-len) TO ws-in-len.
           MOVE FUNCTION TRIM(ws-in-dec) TO ws-in-dec.
           MOVE FUNCTION TRIM(ws-in-occ) TO ws-in-occ.
      *>   a spreadsheet's heading row
           IF ws-in-type = "TYPE"
               GO TO 110-TAKE-SPEC-LINE-EXIT
           END-IF.
      *>   END closes a group whether it is typed in the type column
      *>   or stands alone on the line
           IF ws-in-type = SPACES
               AND (ws-in-name = "END" OR ws-in-name = "END-GROUP")
               MOVE ws-in-name TO ws-in-type
           END-IF.
           IF ws-in-type = "END" OR ws-in-type = "END-GROUP"
               PERFORM 170-CLOSE-GROUP
               GO TO 110-TAKE-SPEC-LINE-EXIT
           END-IF.
           IF ws-fld-count >= ws-fld-max
               MOVE "more fields than the layout table holds"
                 TO ws-problem
               PERFORM 190-REPORT-PROBLEM
               GO TO 110-TAKE-SPEC-LINE-EXIT
           END-IF.
           ADD 1 TO ws-fld-count.
           MOVE ws-fld-count TO ws-fld-idx.
           INITIALIZE ws-fld-entry(ws-fld-idx).
           MOVE ws-line-no TO ws-fld-line(ws-fld-idx).
           MOVE ws-in-name TO ws-fld-name(ws-fld-idx).
           PERFORM 120-CHECK-NUMBERS.
           PERFORM 130-CHECK-NAME.
           EVALUATE ws-in-type
               WHEN "X" WHEN "A" WHEN "ALPHA" WHEN "CHAR" WHEN "TEXT"
                   MOVE "X" TO ws-fld-type(ws-fld-idx)
               WHEN "9" WHEN "N" WHEN "NUM" WHEN "NUMERIC"
               WHEN "ZONED" WHEN "UNSIGNED"
                   MOVE "9" TO ws-fld-type(ws-fld-idx)
               WHEN "S9" WHEN "SIGNED"
                   MOVE "S9" TO ws-fld-type(ws-fld-idx)
               WHEN "COMP-3" WHEN "P" WHEN "PACKED"
                   MOVE "COMP-3" TO ws-fld-type(ws-fld-idx)
               WHEN "COMP" WHEN "B" WHEN "BINARY" WHEN "COMP-4"
                   MOVE "COMP" TO ws-fld-type(ws-fld-idx)
               WHEN "GROUP"
                   MOVE "GROUP" TO ws-fld-type(ws-fld-idx)
               WHEN OTHER
                   MOVE SPACES TO ws-problem
                   STRING "type '" FUNCTION TRIM(ws-in-type)
                     "' is not one copybook-gen knows"
                     DELIMITED BY SIZE INTO ws-problem
                   END-STRING
                   PERFORM 190-REPORT-PROBLEM
                   GO TO 110-TAKE-SPEC-LINE-EXIT
           END-EVALUATE.
           IF ws-fld-type(ws-fld-idx) = "GROUP"
               PERFORM 160-OPEN-GROUP
           ELSE
               PERFORM 140-SIZE-FIELD
           END-IF.
       110-TAKE-SPEC-LINE-EXIT.
           EXIT.

      *>   blank counts are zero, a blank occurs once
       120-CHECK-NUMBERS SECTION.
           IF ws-in-len = SPACES
               MOVE "0" TO ws-in-len
           END-IF.
           IF ws-in-dec = SPACES
               MOVE "0" TO ws-in-dec
           END-IF.
           IF ws-in-occ = SPACES
               MOVE "1" TO ws-in-occ
           END-IF.
           IF FUNCTION TRIM(ws-in-len) IS NOT NUMERIC
               OR FUNCTION TRIM(ws-in-dec) IS NOT NUMERIC
               OR FUNCTION TRIM(ws-in-occ) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(ws-in-len)) > 5
               OR FUNCTION LENGTH(FUNCTION TRIM(ws-in-dec)) > 2
               OR FUNCTION LENGTH(FUNCTION TRIM(ws-in-occ)) > 4
               MOVE "length, decimals and occurs must be whole numbers"
                 TO ws-problem
               PERFORM 190-REPORT-PROBLEM
               MOVE "0" TO ws-in-len ws-in-dec
               MOVE "1" TO ws-in-occ
           END-IF.
           COMPUTE ws-fld-len(ws-fld-idx) = FUNCTION NUMVAL(ws-in-len).
           COMPUTE ws-fld-dec(ws-fld-idx) = FUNCTION NUMVAL(ws-in-dec).
           COMPUTE ws-fld-occ(ws-fld-idx) = FUNCTION NUMVAL(ws-in-occ).
           IF ws-fld-occ(ws-fld-idx) = 0
               MOVE 1 TO ws-fld-occ(ws-fld-idx)
           END-IF.

      *>   a data name: 1-30 letters, digits and hyphens, at least
      *>   one letter, no hyphen first or last, not a reserved word,
      *>   not already used in the layout; FILLER may repeat
       130-CHECK-NAME SECTION.
           IF ws-in-name = "FILLER"
               GO TO 130-CHECK-NAME-EXIT
           END-IF.
           MOVE "Y" TO ws-valid-flag.
           MOVE "N" TO ws-letter-seen.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-in-name))
             TO ws-name-len.
           IF ws-in-name = SPACES OR ws-name-len > 30
               MOVE "N" TO ws-valid-flag
           END-IF.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-name-len
               MOVE ws-in-name(ws-char-idx:1) TO ws-one-char
               IF ws-one-char >= "A" AND ws-one-char <= "Z"
                   MOVE "Y" TO ws-letter-seen
               END-IF
               IF NOT ((ws-one-char >= "A" AND ws-one-char <= "Z")
                    OR (ws-one-char >= "0" AND ws-one-char <= "9")
                    OR ws-one-char = "-")
                   MOVE "N" TO ws-valid-flag
               END-IF
           END-PERFORM.
           IF ws-in-name(1:1) = "-"
               MOVE "N" TO ws-valid-flag
           END-IF.
           IF ws-name-len > 0 AND ws-name-len <= 30
               IF ws-in-name(ws-name-len:1) = "-"
                   MOVE "N" TO ws-valid-flag
               END-IF
           END-IF.
           IF ws-valid-flag = "N" OR ws-letter-seen = "N"
               MOVE SPACES TO ws-problem
               STRING "'" FUNCTION TRIM(ws-in-name)
                 "' is not a valid COBOL data name"
                 DELIMITED BY SIZE INTO ws-problem
               END-STRING
               PERFORM 190-REPORT-PROBLEM
               GO TO 130-CHECK-NAME-EXIT
           END-IF.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-reserved-count
               IF ws-in-name = ws-reserved-word(ws-char-idx)
                   MOVE SPACES TO ws-problem
                   STRING "'" FUNCTION TRIM(ws-in-name)
                     "' is a reserved COBOL word"
                     DELIMITED BY SIZE INTO ws-problem
                   END-STRING
                   PERFORM 190-REPORT-PROBLEM
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-group-idx FROM 1 BY 1
               UNTIL ws-group-idx >= ws-fld-idx
               IF ws-fld-name(ws-group-idx) = ws-in-name
                   MOVE SPACES TO ws-problem
                   STRING "'" FUNCTION TRIM(ws-in-name)
                     "' is already used in this layout"
                     DELIMITED BY SIZE INTO ws-problem
                   END-STRING
                   PERFORM 190-REPORT-PROBLEM
               END-IF
           END-PERFORM.
       130-CHECK-NAME-EXIT.
           EXIT.

      *>   the PICTURE and the bytes one occurrence takes; the field
      *>   starts where the last one ended
       140-SIZE-FIELD SECTION.
           COMPUTE ws-fld-depth(ws-fld-idx) = ws-depth + 1.
           IF ws-fld-type(ws-fld-idx) = "X"
               IF ws-fld-len(ws-fld-idx) = 0
                   OR ws-fld-dec(ws-fld-idx) > 0
                   MOVE "a character field needs a length, no decimals"
                     TO ws-problem
                   PERFORM 190-REPORT-PROBLEM
                   GO TO 140-SIZE-FIELD-EXIT
               END-IF
               MOVE ws-fld-len(ws-fld-idx) TO ws-ed-1
               MOVE SPACES TO ws-fld-pic(ws-fld-idx)
               STRING "X(" FUNCTION TRIM(ws-ed-1) ")"
                 DELIMITED BY SIZE INTO ws-fld-pic(ws-fld-idx)
               END-STRING
               MOVE ws-fld-len(ws-fld-idx) TO ws-fld-bytes(ws-fld-idx)
           ELSE
               IF ws-fld-len(ws-fld-idx) = 0
                   OR ws-fld-len(ws-fld-idx) > 18
                   OR ws-fld-dec(ws-fld-idx) > ws-fld-len(ws-fld-idx)
                   MOVE "a numeric field needs 1 to 18 digits in all"
                     TO ws-problem
                   PERFORM 190-REPORT-PROBLEM
                   GO TO 140-SIZE-FIELD-EXIT
               END-IF
               PERFORM 150-BUILD-NUMERIC-PIC
           END-IF.
           COMPUTE ws-fld-total(ws-fld-idx) =
             ws-fld-bytes(ws-fld-idx) * ws-fld-occ(ws-fld-idx).
           MOVE ws-position TO ws-fld-offset(ws-fld-idx).
           ADD ws-fld-total(ws-fld-idx) TO ws-position.
           ADD 1 TO ws-elem-count.
       140-SIZE-FIELD-EXIT.
           EXIT.

      *>   S9(i)V9(d) and its storage: zoned one byte a digit, packed
      *>   two digits a byte plus the sign's half, binary the
      *>   halfword, fullword or doubleword the digits need
       150-BUILD-NUMERIC-PIC SECTION.
           COMPUTE ws-int-digits =
             ws-fld-len(ws-fld-idx) - ws-fld-dec(ws-fld-idx).
           MOVE SPACES TO ws-fld-pic(ws-fld-idx).
           MOVE 1 TO ws-pic-ptr.
           IF ws-fld-type(ws-fld-idx) NOT = "9"
               STRING "S" DELIMITED BY SIZE
                 INTO ws-fld-pic(ws-fld-idx) WITH POINTER ws-pic-ptr
               END-STRING
           END-IF.
           IF ws-int-digits > 0
               MOVE ws-int-digits TO ws-ed-1
               STRING "9(" FUNCTION TRIM(ws-ed-1) ")"
                 DELIMITED BY SIZE
                 INTO ws-fld-pic(ws-fld-idx) WITH POINTER ws-pic-ptr
               END-STRING
           END-IF.
           IF ws-fld-dec(ws-fld-idx) > 0
               MOVE ws-fld-dec(ws-fld-idx) TO ws-ed-1
               STRING "V9(" FUNCTION TRIM(ws-ed-1) ")"
                 DELIMITED BY SIZE
                 INTO ws-fld-pic(ws-fld-idx) WITH POINTER ws-pic-ptr
               END-STRING
           END-IF.
           EVALUATE ws-fld-type(ws-fld-idx)
               WHEN "COMP-3"
                   MOVE "COMP-3" TO ws-fld-usage(ws-fld-idx)
                   COMPUTE ws-fld-bytes(ws-fld-idx) =
                     (ws-fld-len(ws-fld-idx) / 2) + 1
               WHEN "COMP"
                   MOVE "COMP" TO ws-fld-usage(ws-fld-idx)
                   EVALUATE TRUE
                       WHEN ws-fld-len(ws-fld-idx) <= 4
                           MOVE 2 TO ws-fld-bytes(ws-fld-idx)
                       WHEN ws-fld-len(ws-fld-idx) <= 9
                           MOVE 4 TO ws-fld-bytes(ws-fld-idx)
                       WHEN OTHER
                           MOVE 8 TO ws-fld-bytes(ws-fld-idx)
                   END-EVALUATE
               WHEN OTHER
                   MOVE ws-fld-len(ws-fld-idx)
                     TO ws-fld-bytes(ws-fld-idx)
           END-EVALUATE.

      *>   a group starts where the last field ended; its size is
      *>   only known when its END comes
       160-OPEN-GROUP SECTION.
           IF ws-depth >= ws-max-depth - 1
               MOVE "groups nest deeper than five levels"
                 TO ws-problem
               PERFORM 190-REPORT-PROBLEM
               SUBTRACT 1 FROM ws-fld-count
               GO TO 160-OPEN-GROUP-EXIT
           END-IF.
           COMPUTE ws-fld-depth(ws-fld-idx) = ws-depth + 1.
           MOVE ws-position TO ws-fld-offset(ws-fld-idx).
           ADD 1 TO ws-depth.
           MOVE ws-fld-idx TO ws-open-group(ws-depth).
       160-OPEN-GROUP-EXIT.
           EXIT.

      *>   the group is everything since it opened, and the fields
      *>   after it start past its last occurrence
       170-CLOSE-GROUP SECTION.
           IF ws-depth = 0
               MOVE "END with no GROUP open" TO ws-problem
               PERFORM 190-REPORT-PROBLEM
               GO TO 170-CLOSE-GROUP-EXIT
           END-IF.
           MOVE ws-open-group(ws-depth) TO ws-group-idx.
           SUBTRACT 1 FROM ws-depth.
           IF ws-group-idx = ws-fld-count
               MOVE SPACES TO ws-problem
               STRING "group '" FUNCTION TRIM(ws-fld-name(ws-group-idx))
                 "' holds no fields"
                 DELIMITED BY SIZE INTO ws-problem
               END-STRING
               PERFORM 190-REPORT-PROBLEM
               GO TO 170-CLOSE-GROUP-EXIT
           END-IF.
           COMPUTE ws-fld-bytes(ws-group-idx) =
             ws-position - ws-fld-offset(ws-group-idx).
           COMPUTE ws-fld-total(ws-group-idx) =
             ws-fld-bytes(ws-group-idx) * ws-fld-occ(ws-group-idx).
           COMPUTE ws-position =
             ws-fld-offset(ws-group-idx) + ws-fld-total(ws-group-idx).
       170-CLOSE-GROUP-EXIT.
           EXIT.

       190-REPORT-PROBLEM SECTION.
           ADD 1 TO ws-error-count.
           MOVE ws-line-no TO ws-ed-1.
           DISPLAY "CBG012E copybook-gen: spec line "
             FUNCTION TRIM(ws-ed-1) ": " FUNCTION TRIM(ws-problem)
             UPON SYSERR
           END-DISPLAY.

      *>   only ACTIVE projects take new members, and a copybook
      *>   already there is never written over
       200-CONFIRM-PROJECT SECTION.
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-proj-arg TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "CBG015E copybook-gen: project '"
                 FUNCTION TRIM(ws-proj-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 200-CONFIRM-PROJECT-EXIT
           END-IF.
           IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "CBG016E copybook-gen: project is "
                 FUNCTION TRIM(ws-proj-status)
                 " -- only ACTIVE projects take new copybooks"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 200-CONFIRM-PROJECT-EXIT
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-cpy-path) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               DISPLAY "CBG017E copybook-gen: "
                 FUNCTION TRIM(ws-cpy-path) " already exists"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
           END-IF.
       200-CONFIRM-PROJECT-EXIT.
           EXIT.

       300-WRITE-COPYBOOK SECTION.
           MOVE ws-cpy-path TO ws-out-path.
           OPEN OUTPUT OUT-FILE.
           IF ws-out-status NOT = "00"
               DISPLAY "CBG018E copybook-gen: could not write '"
                 FUNCTION TRIM(ws-out-path) "', status "
                 ws-out-status UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 300-WRITE-COPYBOOK-EXIT
           END-IF.
           MOVE "      *> -------------------------------------------"
             TO OUT-RECORD.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           STRING "      *> " FUNCTION TRIM(ws-book-arg) ".cpy"
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           STRING "      *> generated by copybook-gen " ws-today
             " from " FUNCTION TRIM(ws-spec-path)
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE ws-record-len TO ws-ed-1.
           MOVE SPACES TO OUT-RECORD.
           STRING "      *> record length " FUNCTION TRIM(ws-ed-1)
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE "      *> -------------------------------------------"
             TO OUT-RECORD.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           STRING "           01 " FUNCTION TRIM(ws-record-name) "."
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           PERFORM VARYING ws-fld-idx FROM 1 BY 1
               UNTIL ws-fld-idx > ws-fld-count
               PERFORM 310-WRITE-ONE-FIELD
           END-PERFORM.
           CLOSE OUT-FILE.
       300-WRITE-COPYBOOK-EXIT.
           EXIT.

      *>   the offset/length comment, then the level and name, then
      *>   the clauses flowed inside column 72
       310-WRITE-ONE-FIELD SECTION.
           COMPUTE ws-indent = 11 + (4 * ws-fld-depth(ws-fld-idx)).
           COMPUTE ws-level = 5 * ws-fld-depth(ws-fld-idx).
           MOVE ws-fld-offset(ws-fld-idx) TO ws-ed-1.
           MOVE ws-fld-total(ws-fld-idx) TO ws-ed-2.
           MOVE SPACES TO OUT-RECORD.
           STRING "      *>" DELIMITED BY SIZE
             INTO OUT-RECORD
           END-STRING.
           MOVE SPACES TO ws-code-line.
           STRING "offset " FUNCTION TRIM(ws-ed-1) ", length "
             FUNCTION TRIM(ws-ed-2)
             DELIMITED BY SIZE INTO ws-code-line
           END-STRING.
           IF ws-fld-occ(ws-fld-idx) > 1
               MOVE ws-fld-bytes(ws-fld-idx) TO ws-ed-2
               MOVE ws-fld-occ(ws-fld-idx) TO ws-ed-3
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-code-line))
                 TO ws-code-ptr
               ADD 1 TO ws-code-ptr
               STRING " (" FUNCTION TRIM(ws-ed-2) " x "
                 FUNCTION TRIM(ws-ed-3) ")"
                 DELIMITED BY SIZE
                 INTO ws-code-line WITH POINTER ws-code-ptr
               END-STRING
           END-IF.
           MOVE ws-code-line TO OUT-RECORD(ws-indent + 1:).
           WRITE OUT-RECORD.
           MOVE SPACES TO ws-code-line.
           MOVE ws-indent TO ws-code-ptr.
           ADD 1 TO ws-code-ptr.
           STRING ws-level " " FUNCTION TRIM(ws-fld-name(ws-fld-idx))
             DELIMITED BY SIZE
             INTO ws-code-line WITH POINTER ws-code-ptr
           END-STRING.
           IF ws-fld-type(ws-fld-idx) NOT = "GROUP"
               MOVE SPACES TO ws-clause
               STRING "PIC " FUNCTION TRIM(ws-fld-pic(ws-fld-idx))
                 DELIMITED BY SIZE INTO ws-clause
               END-STRING
               PERFORM 320-ADD-CLAUSE
           END-IF.
           IF ws-fld-usage(ws-fld-idx) NOT = SPACES
               MOVE ws-fld-usage(ws-fld-idx) TO ws-clause
               PERFORM 320-ADD-CLAUSE
           END-IF.
           IF ws-fld-occ(ws-fld-idx) > 1
               MOVE ws-fld-occ(ws-fld-idx) TO ws-ed-3
               MOVE SPACES TO ws-clause
               STRING "OCCURS " FUNCTION TRIM(ws-ed-3) " TIMES"
                 DELIMITED BY SIZE INTO ws-clause
               END-STRING
               PERFORM 320-ADD-CLAUSE
           END-IF.
           MOVE "." TO ws-code-line(ws-code-ptr:1).
           IF ws-code-ptr > 72
               MOVE ws-code-line TO OUT-RECORD
               MOVE SPACES TO OUT-RECORD(ws-code-ptr:)
               WRITE OUT-RECORD
               MOVE SPACES TO ws-code-line
               COMPUTE ws-code-ptr = ws-indent + 5
               MOVE "." TO ws-code-line(ws-code-ptr:1)
           END-IF.
           MOVE ws-code-line TO OUT-RECORD.
           WRITE OUT-RECORD.

      *>   one clause onto the line, or onto a fresh continuation
      *>   line four columns in when it would pass column 72 (the
      *>   period included)
       320-ADD-CLAUSE SECTION.
           IF ws-code-ptr + 1
              + FUNCTION LENGTH(FUNCTION TRIM(ws-clause)) > 72
               MOVE ws-code-line TO OUT-RECORD
               WRITE OUT-RECORD
               MOVE SPACES TO ws-code-line
               COMPUTE ws-code-ptr = ws-indent + 4
           END-IF.
           STRING " " FUNCTION TRIM(ws-clause)
             DELIMITED BY SIZE
             INTO ws-code-line WITH POINTER ws-code-ptr
           END-STRING.

      *>   the listing the analysts check against their sheet: every
      *>   field with its level, PICTURE, offset and bytes
       400-WRITE-LAYOUT SECTION.
           MOVE ws-layout-path TO ws-out-path.
           OPEN OUTPUT OUT-FILE.
           IF ws-out-status NOT = "00"
               DISPLAY "CBG018E copybook-gen: could not write '"
                 FUNCTION TRIM(ws-out-path) "', status "
                 ws-out-status UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 400-WRITE-LAYOUT-EXIT
           END-IF.
           MOVE SPACES TO OUT-RECORD.
           STRING "Layout of " FUNCTION TRIM(ws-record-name) " in "
             FUNCTION TRIM(ws-cpy-path) ", generated " ws-today
             " from " FUNCTION TRIM(ws-spec-path)
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE ws-record-len TO ws-ed-1.
           MOVE ws-elem-count TO ws-ed-2.
           MOVE SPACES TO OUT-RECORD.
           STRING "Record length " FUNCTION TRIM(ws-ed-1)
             " bytes, " FUNCTION TRIM(ws-ed-2) " field(s); offsets "
             "count from 1, an OCCURS item's is its first occurrence"
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           WRITE OUT-RECORD.
           MOVE ws-layout-head TO OUT-RECORD.
           WRITE OUT-RECORD.
           PERFORM VARYING ws-fld-idx FROM 1 BY 1
               UNTIL ws-fld-idx > ws-fld-count
               PERFORM 410-LAYOUT-ONE-FIELD
           END-PERFORM.
           CLOSE OUT-FILE.
       400-WRITE-LAYOUT-EXIT.
           EXIT.

       410-LAYOUT-ONE-FIELD SECTION.
           COMPUTE ws-level = 5 * ws-fld-depth(ws-fld-idx).
           MOVE ws-level TO ws-lay-level.
           MOVE SPACES TO ws-lay-name.
           COMPUTE ws-indent = (2 * (ws-fld-depth(ws-fld-idx) - 1)) + 1.
           MOVE ws-fld-name(ws-fld-idx) TO ws-lay-name(ws-indent:).
           MOVE ws-fld-type(ws-fld-idx) TO ws-lay-type.
           MOVE ws-fld-len(ws-fld-idx) TO ws-lay-len.
           MOVE ws-fld-dec(ws-fld-idx) TO ws-lay-dec.
           MOVE ws-fld-occ(ws-fld-idx) TO ws-lay-occ.
           MOVE ws-fld-offset(ws-fld-idx) TO ws-lay-offset.
           MOVE ws-fld-total(ws-fld-idx) TO ws-lay-bytes.
           MOVE SPACES TO ws-lay-pic.
           IF ws-fld-type(ws-fld-idx) = "GROUP"
               MOVE 0 TO ws-lay-len
           ELSE
               STRING FUNCTION TRIM(ws-fld-pic(ws-fld-idx)) " "
                 ws-fld-usage(ws-fld-idx)
                 DELIMITED BY SIZE INTO ws-lay-pic
               END-STRING
           END-IF.
           MOVE ws-layout-line TO OUT-RECORD.
           WRITE OUT-RECORD.

      *>   CPYBOOKS grows the copybook, written the way
      *>   create-makefile would have
       500-EXTEND-MAKEFILE SECTION.
           MOVE SPACES TO ws-in-text-path.
           STRING FUNCTION TRIM(ws-proj-arg) "/Makefile"
             DELIMITED BY SIZE INTO ws-in-text-path
           END-STRING.
           MOVE SPACES TO ws-out-text-path.
           STRING FUNCTION TRIM(ws-proj-arg) "/Makefile.new"
             DELIMITED BY SIZE INTO ws-out-text-path
           END-STRING.
           OPEN INPUT IN-TEXT-FILE.
           IF ws-in-text-status NOT = "00"
               DISPLAY "CBG019E copybook-gen: could not read "
                 FUNCTION TRIM(ws-in-text-path)
                 " -- the copybook is written but not in the build"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 500-EXTEND-MAKEFILE-EXIT
           END-IF.
      *>   the Makefile's recipe lines carry leading tabs, which line
      *>   sequential's default validation rejects on the way out
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN OUTPUT OUT-TEXT-FILE.
           IF ws-out-text-status NOT = "00"
               CLOSE IN-TEXT-FILE
               MOVE 1 TO RETURN-CODE
               GO TO 500-EXTEND-MAKEFILE-EXIT
           END-IF.
           MOVE "N" TO ws-text-eof.
           PERFORM UNTIL ws-text-eof = "Y"
               READ IN-TEXT-FILE
                   AT END
                       MOVE "Y" TO ws-text-eof
                   NOT AT END
                       MOVE IN-TEXT-RECORD TO ws-line-work
                       IF IN-TEXT-RECORD(1:11) = "CPYBOOKS = "
                           MOVE SPACES TO ws-line-work
                           STRING FUNCTION TRIM(IN-TEXT-RECORD
                             TRAILING) " "
                             FUNCTION TRIM(ws-book-arg) ".cpy"
                             DELIMITED BY SIZE INTO ws-line-work
                           END-STRING
                       END-IF
                       MOVE ws-line-work TO OUT-TEXT-RECORD
                       WRITE OUT-TEXT-RECORD
               END-READ
           END-PERFORM.
           CLOSE IN-TEXT-FILE.
           CLOSE OUT-TEXT-FILE.
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-in-text-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_RENAME_FILE" USING ws-out-text-path
             ws-in-text-path
             RETURNING ws-rc
           END-CALL.
       500-EXTEND-MAKEFILE-EXIT.
           EXIT.

      *>   the copybook and the extended Makefile get fresh PROJFILES
      *>   records, so gen-drift and the hand-edit refusal cover
      *>   them; the listing is the analysts' and is not cataloged
       600-CATALOG-NEW-FILES SECTION.
           OPEN EXTEND PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               OPEN OUTPUT PROJFILES-FILE
               CLOSE PROJFILES-FILE
               OPEN EXTEND PROJFILES-FILE
           END-IF.
           PERFORM VARYING ws-catalog-idx FROM 1 BY 1
               UNTIL ws-catalog-idx > 2
               PERFORM 610-CATALOG-ONE-FILE
           END-PERFORM.
           CLOSE PROJFILES-FILE.

       610-CATALOG-ONE-FILE SECTION.
           MOVE SPACES TO ws-sum-path.
           IF ws-catalog-idx = 1
               MOVE ws-cpy-path TO ws-sum-path
           ELSE
               MOVE ws-in-text-path TO ws-sum-path
           END-IF.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               GO TO 610-CATALOG-ONE-FILE-EXIT
           END-IF.
           MOVE SPACES TO PROJFILES-RECORD.
           MOVE ws-proj-arg        TO pf-rec-project.
           MOVE ws-sum-path(1:120) TO pf-rec-path.
           MOVE ws-sum-value       TO pf-rec-checksum.
           MOVE ws-today           TO pf-rec-date.
           WRITE PROJFILES-RECORD.
       610-CATALOG-ONE-FILE-EXIT.
           EXIT.

      *>   the record itself does not change shape, but the FORCE
      *>   rewrite puts a who-and-when line in the PROJECTS-AUDIT
      *>   journal -- the master's trail shows the project grew
       700-JOURNAL-THE-CHANGE SECTION.
           MOVE "FORCE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "CBG020E copybook-gen: files are in place but "
                 "the journal touch failed (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CBG001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "CBG002E copybook-gen failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "copybook-gen".
