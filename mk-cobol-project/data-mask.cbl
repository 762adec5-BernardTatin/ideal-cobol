      *> -------------------------------------------
      *> data-mask.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> takes the names and account numbers out of a production
      *> extract before it is used for testing. The file is laid
      *> out through its copybook, as data-export does, and each
      *> field is matched by name against the masking rules; a copy
      *> with the matched fields masked is written beside it as
      *> <data-file>.masked, with <data-file>.masklog listing every
      *> field, the rule it got and how many values were masked.
      *>
      *>   data-mask <data-file> <copybook> [<rules-file>]
      *>
      *> The rules come from MASKRULES in the projects root unless
      *> another file is named; see that file for the layout. The
      *> first rule whose pattern appears in a field's name decides
      *> it: SUBST replaces a text value with one from a list,
      *> SCRAMBLE keeps its shape -- digit for digit, letter for
      *> letter, a number keeping its digit count and sign -- FIXED
      *> puts one value in every record, KEEP leaves the field be;
      *> a field no rule names is kept. A number under SUBST is
      *> scrambled.
      *>
      *> Masking is repeatable: what a value becomes depends only
      *> on the value and the rules file's KEY, so the same account
      *> number masks the same way in every file and every run, and
      *> joins across masked files still match. A number masks the
      *> same whether it is held zoned, packed or binary.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "data-mask".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE
               ASSIGN TO DYNAMIC ws-data-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-data-status.
           SELECT MASKED-FILE
               ASSIGN TO DYNAMIC ws-masked-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-masked-status.
           SELECT MASKLOG-FILE
               ASSIGN TO DYNAMIC ws-masklog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-masklog-status.
           SELECT RULES-FILE
               ASSIGN TO DYNAMIC ws-rules-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rules-status.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC ws-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.

       DATA DIVISION.
         FILE SECTION.
         FD  DATA-FILE.
         01 DATA-RECORD PIC X(2048).
         FD  MASKED-FILE.
         01 MASKED-RECORD PIC X(2048).
         FD  MASKLOG-FILE.
         01 MASKLOG-RECORD PIC X(132).
         FD  RULES-FILE.
         01 RULES-RECORD PIC X(132).
         FD  LIST-FILE.
         01 LIST-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "data-mask".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   chain's timeline shows it
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

           01 ws-cmdline        PIC X(300).
           01 ws-data-path      PIC X(300).
           01 ws-data-status    PIC XX.
           01 ws-data-eof       PIC X VALUE "N".
           01 ws-masked-path    PIC X(300).
           01 ws-masked-status  PIC XX.
           01 ws-masklog-path   PIC X(300).
           01 ws-masklog-status PIC XX.
           01 ws-copybook-path  PIC X(300).
           01 ws-rules-path     PIC X(300).
           01 ws-rules-status   PIC XX.
           01 ws-rules-eof      PIC X VALUE "N".
           01 ws-list-path      PIC X(300).
           01 ws-list-status    PIC XX.
           01 ws-list-eof       PIC X VALUE "N".

      *>   the copybook as copybook-layout lays it out; the first
      *>   01 record is the one masked
           01 ws-layout-op      PIC X(5).
           COPY "copybook-layout.cpy".
           01 ws-ent-idx        PIC 9(3).
           01 ws-record-len     PIC 9(5) VALUE 0.
           01 ws-col-idx        PIC 9(3).

      *>   what each entry's rule is and did, beside the entry
      *>   table: the rule line that named it, the treatment it
      *>   actually gets, and its values masked and left as found
           01 ws-how-table.
               05 ws-how OCCURS 999 TIMES.
                   10 ws-how-rule      PIC 9(3).
                   10 ws-how-word      PIC X(8).
                   10 ws-how-masked    PIC 9(9).
                   10 ws-how-left      PIC 9(9).

      *>   the masking rules, in file order; the first whose
      *>   pattern is in a field's name is that field's rule
           78 ws-rule-max VALUE 100.
           01 ws-rule-count     PIC 9(3) VALUE 0.
           01 ws-rule-idx       PIC 9(3).
           01 ws-rule-table.
               05 ws-rule OCCURS 100 TIMES.
                   10 ws-rule-pattern  PIC X(30).
                   10 ws-rule-word     PIC X(8).
                   10 ws-rule-arg      PIC X(80).
                   10 ws-rule-list     PIC 9.
           01 ws-rules-line     PIC X(132).
           01 ws-rules-upper    PIC X(132).
           01 ws-rules-line-no  PIC 9(5) VALUE 0.
           01 ws-eq-pos         PIC 9(3).
           01 ws-rule-ptr       PIC 9(3).
           01 ws-key-text       PIC X(80) VALUE SPACES.
           01 ws-pattern-len    PIC 99.
           01 ws-pattern-hits   PIC 99.

      *>   the substitution lists SUBST rules draw on, each read once
      *>   however many rules name it
           78 ws-list-max VALUE 4.
           78 ws-list-size-max VALUE 1000.
           01 ws-list-count     PIC 9 VALUE 0.
           01 ws-list-idx       PIC 9.
           01 ws-list-table.
               05 ws-list OCCURS 4 TIMES.
                   10 ws-list-name     PIC X(80).
                   10 ws-list-size     PIC 9(4).
                   10 ws-list-value OCCURS 1000 TIMES PIC X(40).
           01 ws-list-pick      PIC 9(4).

      *>   the repeatable part: a value's hash, seeded from the
      *>   rules file's KEY, starts a Park-Miller sequence whose
      *>   draws pick the masked digits and letters
           01 ws-seed           PIC 9(18) VALUE 0.
           01 ws-hash           PIC 9(18).
           01 ws-random         PIC 9(18).
           01 ws-hash-text      PIC X(256).
           01 ws-hash-len       PIC 9(3).
           01 ws-draw           PIC 99.
           01 ws-upper-letters  PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 ws-lower-letters  PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".

      *>   one field's value, decoded
           01 ws-decode-record  PIC X(2048).
           01 ws-out-record     PIC X(2048).
           01 ws-val-text       PIC X(256).
           01 ws-val-len        PIC 9(3).
           01 ws-val-num        PIC S9(20)V9(18).
           01 ws-val-bad        PIC X.
           01 ws-val-blank      PIC X.
           01 ws-raw            PIC X(256).
           01 ws-raw-len        PIC 9(3).
           01 ws-byte-idx       PIC 9(3).
           01 ws-byte-value     PIC 999.
           01 ws-area-char      PIC X.
           01 ws-nibble-hi      PIC 99.
           01 ws-nibble-lo      PIC 99.
           01 ws-digit          PIC 99.
           01 ws-negative       PIC X.
           01 ws-int-value      PIC S9(20).
           01 ws-abs-value      PIC 9(20).
           01 ws-abs-value-x REDEFINES ws-abs-value PIC X(20).
           01 ws-text-ptr       PIC 9(3).
           01 ws-sign-byte      PIC 9(3).
           01 ws-digit-from     PIC 9(3).
           01 ws-digit-to       PIC 9(3).
           01 ws-zero-idx       PIC 99.
           01 ws-char-idx       PIC 9(3).
           01 ws-overpunch-plus  PIC X(10) VALUE "{ABCDEFGHI".
           01 ws-overpunch-minus PIC X(10) VALUE "}JKLMNOPQR".
           01 ws-overpunch-ascii PIC X(10) VALUE "pqrstuvwxy".
           01 ws-bad-count      PIC 9(9) VALUE 0.

      *>   the masked number and how it goes back into the field
           01 ws-new-abs        PIC 9(20).
           01 ws-new-abs-x REDEFINES ws-new-abs PIC X(20).
           01 ws-new-negative   PIC X.
           01 ws-sig-digits     PIC 99.
           01 ws-digit-count    PIC 99.
           01 ws-fixed-num      PIC S9(20)V9(18).
           01 ws-bin-value      PIC 9(20).
           01 ws-put-idx        PIC 99.
           01 ws-old-family     PIC X.
           01 ws-round          PIC 99.
           01 ws-one-digit      PIC 9.
           01 ws-one-digit-x REDEFINES ws-one-digit PIC X.
           01 ws-sign-nibble    PIC 99.
           01 ws-bin-quotient   PIC 9(20).
           01 ws-line-break     PIC X.

      *>   the masking log
           01 ws-log-line.
               05 ws-ml-name      PIC X(31).
               05 ws-ml-word      PIC X(10).
               05 ws-ml-masked    PIC Z(8)9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ws-ml-left      PIC Z(8)9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ws-ml-note      PIC X(69).
           01 ws-read-count     PIC 9(9) VALUE 0.
           01 ws-written-count  PIC 9(9) VALUE 0.
           01 ws-active-count   PIC 9(3) VALUE 0.
           01 ws-unmaskable     PIC 9(3) VALUE 0.
           01 ws-left-total     PIC 9(9) VALUE 0.
           01 ws-ed-count-1     PIC Z(8)9.
           01 ws-ed-count-2     PIC Z(8)9.
           01 ws-ed-line        PIC Z(4)9.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-READ-COPYBOOK.
           perform 150-READ-RULES.
           perform 170-MATCH-FIELDS.
           perform 300-MASK-RECORDS.
           perform 700-WRITE-MASKLOG.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-data-path ws-copybook-path ws-rules-path.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-data-path ws-copybook-path ws-rules-path
           END-UNSTRING.
           IF ws-data-path = SPACES OR ws-copybook-path = SPACES
               DISPLAY "DMK010E usage: data-mask <data-file> "
                 "<copybook> [<rules-file>]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-rules-path = SPACES
               MOVE "MASKRULES" TO ws-rules-path
           END-IF.
           MOVE SPACES TO ws-masked-path ws-masklog-path.
           STRING FUNCTION TRIM(ws-data-path) ".masked"
             DELIMITED BY SIZE INTO ws-masked-path
           END-STRING.
           STRING FUNCTION TRIM(ws-data-path) ".masklog"
             DELIMITED BY SIZE INTO ws-masklog-path
           END-STRING.

      *>   the copybook laid out and cut into columns by
      *>   copybook-layout, which says why when it cannot be
       100-READ-COPYBOOK SECTION.
           MOVE ws-copybook-path TO lay-path.
           MOVE 2048 TO lay-limit.
           MOVE "DMK" TO lay-prefix.
           MOVE ws-log-program-name TO lay-program.
           MOVE "Y" TO lay-columns.
           MOVE "N" TO lay-copies.
           MOVE "FILE " TO ws-layout-op.
           CALL "copybook-layout" USING ws-layout-op COPYBOOK-LAYOUT
           END-CALL.
           IF lay-status NOT = 0
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE lay-rec-len(lay-main) TO ws-record-len.
           IF lay-col-count = 0
               DISPLAY "DMK016E data-mask: no maskable fields in "
                 FUNCTION TRIM(ws-copybook-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   the rules file: '*' lines are notes, KEY=<text> seeds the
      *>   masking, every other line is <pattern>=<rule> [<value>]
       150-READ-RULES SECTION.
           OPEN INPUT RULES-FILE.
           IF ws-rules-status NOT = "00"
               DISPLAY "DMK018E data-mask: could not read rules file "
                 FUNCTION TRIM(ws-rules-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-rules-eof = "Y"
               READ RULES-FILE
                   AT END
                       MOVE "Y" TO ws-rules-eof
                   NOT AT END
                       ADD 1 TO ws-rules-line-no
                       PERFORM 155-TAKE-RULE-LINE
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
           MOVE 5381 TO ws-seed.
           MOVE ws-key-text TO ws-hash-text.
           MOVE 0 TO ws-hash-len.
           IF ws-key-text NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-key-text TRAILING))
                 TO ws-hash-len
           END-IF.
           PERFORM 450-HASH-VALUE.
           MOVE ws-hash TO ws-seed.
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
               UNTIL ws-rule-idx > ws-rule-count
               IF ws-rule-word(ws-rule-idx) = "SUBST"
                   PERFORM 160-FIND-LIST
               END-IF
           END-PERFORM.

       155-TAKE-RULE-LINE SECTION.
           MOVE RULES-RECORD TO ws-rules-line.
           IF ws-rules-line = SPACES
               OR FUNCTION TRIM(ws-rules-line)(1:1) = "*"
               GO TO 155-TAKE-RULE-LINE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-rules-line) TO ws-rules-upper.
           MOVE 0 TO ws-eq-pos.
           INSPECT ws-rules-upper TALLYING ws-eq-pos
             FOR CHARACTERS BEFORE INITIAL "=".
           IF ws-eq-pos >= 131
               OR ws-rules-upper(1:ws-eq-pos + 1) = SPACES
               PERFORM 159-BAD-RULE-LINE
           END-IF.
           IF FUNCTION TRIM(ws-rules-upper(1:ws-eq-pos + 1)) = "KEY="
               MOVE FUNCTION TRIM(ws-rules-line(ws-eq-pos + 2:))
                 TO ws-key-text
               GO TO 155-TAKE-RULE-LINE-EXIT
           END-IF.
           IF ws-rule-count >= ws-rule-max
               DISPLAY "DMK020E data-mask: more than 100 rules in "
                 FUNCTION TRIM(ws-rules-path) UPON SYSERR
               END-DISPLAY
               CLOSE RULES-FILE
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ADD 1 TO ws-rule-count.
           MOVE SPACES TO ws-rule(ws-rule-count).
           MOVE 0 TO ws-rule-list(ws-rule-count).
           MOVE FUNCTION TRIM(ws-rules-upper(1:ws-eq-pos))
             TO ws-rule-pattern(ws-rule-count).
      *>   the rule word, then the value as typed, spaces and case
      *>   kept, for FIXED and the list name for SUBST
           MOVE FUNCTION TRIM(ws-rules-line(ws-eq-pos + 2:))
             TO ws-rules-line.
           MOVE 1 TO ws-rule-ptr.
           UNSTRING ws-rules-line DELIMITED BY ALL " "
             INTO ws-rule-word(ws-rule-count)
             WITH POINTER ws-rule-ptr
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-rule-word(ws-rule-count))
             TO ws-rule-word(ws-rule-count).
           IF ws-rule-ptr <= 132
               MOVE FUNCTION TRIM(ws-rules-line(ws-rule-ptr:))
                 TO ws-rule-arg(ws-rule-count)
           END-IF.
           EVALUATE ws-rule-word(ws-rule-count)
               WHEN "SCRAMBLE"
               WHEN "KEEP"
                   CONTINUE
               WHEN "SUBST"
                   IF ws-rule-arg(ws-rule-count) = SPACES
                       MOVE "MASKSUBST" TO ws-rule-arg(ws-rule-count)
                   END-IF
               WHEN "FIXED"
                   IF ws-rule-arg(ws-rule-count) = SPACES
                       PERFORM 159-BAD-RULE-LINE
                   END-IF
               WHEN OTHER
                   PERFORM 159-BAD-RULE-LINE
           END-EVALUATE.
       155-TAKE-RULE-LINE-EXIT.
           EXIT.

       159-BAD-RULE-LINE SECTION.
           MOVE ws-rules-line-no TO ws-ed-line.
           DISPLAY "DMK019E data-mask: " FUNCTION TRIM(ws-rules-path)
             " line " FUNCTION TRIM(ws-ed-line) ": expected "
             "<pattern>=SUBST|SCRAMBLE|FIXED|KEEP [<value>]"
             UPON SYSERR
           END-DISPLAY.
           CLOSE RULES-FILE.
           MOVE 1 TO RETURN-CODE.
           perform 900-TERMINATE.

      *>   a list named by several SUBST rules is read the once
       160-FIND-LIST SECTION.
           PERFORM VARYING ws-list-idx FROM 1 BY 1
               UNTIL ws-list-idx > ws-list-count
               OR ws-rule-list(ws-rule-idx) > 0
               IF ws-list-name(ws-list-idx) = ws-rule-arg(ws-rule-idx)
                   MOVE ws-list-idx TO ws-rule-list(ws-rule-idx)
               END-IF
           END-PERFORM.
           IF ws-rule-list(ws-rule-idx) > 0
               GO TO 160-FIND-LIST-EXIT
           END-IF.
           IF ws-list-count >= ws-list-max
               DISPLAY "DMK021E data-mask: more than 4 substitution "
                 "lists in " FUNCTION TRIM(ws-rules-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ADD 1 TO ws-list-count.
           MOVE ws-list-count TO ws-rule-list(ws-rule-idx).
           MOVE ws-rule-arg(ws-rule-idx) TO ws-list-name(ws-list-count)
             ws-list-path.
           MOVE 0 TO ws-list-size(ws-list-count).
           OPEN INPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               DISPLAY "DMK022E data-mask: could not read substitution"
                 " list " FUNCTION TRIM(ws-list-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "N" TO ws-list-eof.
           PERFORM UNTIL ws-list-eof = "Y"
               READ LIST-FILE
                   AT END
                       MOVE "Y" TO ws-list-eof
                   NOT AT END
                       PERFORM 165-TAKE-LIST-VALUE
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           IF ws-list-size(ws-list-count) = 0
               DISPLAY "DMK023E data-mask: substitution list "
                 FUNCTION TRIM(ws-list-path) " holds no values"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
       160-FIND-LIST-EXIT.
           EXIT.

       165-TAKE-LIST-VALUE SECTION.
           IF LIST-RECORD = SPACES
               OR FUNCTION TRIM(LIST-RECORD)(1:1) = "*"
               GO TO 165-TAKE-LIST-VALUE-EXIT
           END-IF.
           IF ws-list-size(ws-list-count) >= ws-list-size-max
               DISPLAY "DMK024E data-mask: more than 1000 values in "
                 FUNCTION TRIM(ws-list-path) UPON SYSERR
               END-DISPLAY
               CLOSE LIST-FILE
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ADD 1 TO ws-list-size(ws-list-count).
           MOVE FUNCTION TRIM(LIST-RECORD) TO
             ws-list-value(ws-list-count, ws-list-size(ws-list-count)).
       165-TAKE-LIST-VALUE-EXIT.
           EXIT.

      *>   each named field to the first rule found in its name, and
      *>   the treatment it gets for what it holds
       170-MATCH-FIELDS SECTION.
           PERFORM VARYING ws-ent-idx FROM lay-rec-first(lay-main)
               BY 1 UNTIL ws-ent-idx > lay-rec-last(lay-main)
               MOVE 0 TO ws-how-rule(ws-ent-idx)
                 ws-how-masked(ws-ent-idx) ws-how-left(ws-ent-idx)
               MOVE "(none)" TO ws-how-word(ws-ent-idx)
               IF lay-ent-kind(ws-ent-idx) NOT = "G"
                   AND lay-ent-skip(ws-ent-idx) NOT = "Y"
                   AND lay-ent-name(ws-ent-idx) NOT = SPACES
                   PERFORM 175-MATCH-ONE-FIELD
               END-IF
           END-PERFORM.
           IF ws-active-count = 0
               DISPLAY "DMK027E data-mask: no field in "
                 FUNCTION TRIM(ws-copybook-path) " is masked by a rule"
                 " in " FUNCTION TRIM(ws-rules-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       175-MATCH-ONE-FIELD SECTION.
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
               UNTIL ws-rule-idx > ws-rule-count
               OR ws-how-rule(ws-ent-idx) > 0
               MOVE FUNCTION LENGTH(
                 FUNCTION TRIM(ws-rule-pattern(ws-rule-idx)))
                 TO ws-pattern-len
               MOVE 0 TO ws-pattern-hits
               INSPECT lay-ent-name(ws-ent-idx) TALLYING ws-pattern-hits
                 FOR ALL ws-rule-pattern(ws-rule-idx)(1:ws-pattern-len)
               IF ws-pattern-hits > 0
                   MOVE ws-rule-idx TO ws-how-rule(ws-ent-idx)
               END-IF
           END-PERFORM.
           MOVE ws-how-rule(ws-ent-idx) TO ws-rule-idx.
           IF ws-rule-idx = 0
               GO TO 175-MATCH-ONE-FIELD-EXIT
           END-IF.
           MOVE ws-rule-word(ws-rule-idx) TO ws-how-word(ws-ent-idx).
           IF ws-rule-word(ws-rule-idx) = "KEEP"
               GO TO 175-MATCH-ONE-FIELD-EXIT
           END-IF.
           IF lay-ent-kind(ws-ent-idx) = "U"
               MOVE "LEFT" TO ws-how-word(ws-ent-idx)
               ADD 1 TO ws-unmaskable
               DISPLAY "DMK025W data-mask: "
                 FUNCTION TRIM(lay-ent-name(ws-ent-idx))
                 " matches a masking rule but its usage cannot be "
                 "masked; it is copied as it is" UPON SYSERR
               END-DISPLAY
               GO TO 175-MATCH-ONE-FIELD-EXIT
           END-IF.
           IF lay-ent-kind(ws-ent-idx) = "N"
               EVALUATE ws-rule-word(ws-rule-idx)
                   WHEN "SUBST"
                       MOVE "SCRAMBLE" TO ws-how-word(ws-ent-idx)
                   WHEN "FIXED"
                       IF FUNCTION TEST-NUMVAL(ws-rule-arg(ws-rule-idx))
                          NOT = 0
                           DISPLAY "DMK026E data-mask: FIXED value '"
                             FUNCTION TRIM(ws-rule-arg(ws-rule-idx))
                             "' for "
                             FUNCTION TRIM(lay-ent-name(ws-ent-idx))
                             " is not a number" UPON SYSERR
                           END-DISPLAY
                           MOVE 1 TO RETURN-CODE
                           perform 900-TERMINATE
                       END-IF
               END-EVALUATE
           END-IF.
           ADD 1 TO ws-active-count.
       175-MATCH-ONE-FIELD-EXIT.
           EXIT.

       300-MASK-RECORDS SECTION.
      *>   packed and binary bytes are not text; line sequential's
      *>   default validation would refuse them on the way in and
      *>   on the way out
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN INPUT DATA-FILE.
           IF ws-data-status NOT = "00"
               DISPLAY "DMK028E data-mask: could not read "
                 FUNCTION TRIM(ws-data-path) ", status "
                 ws-data-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           OPEN OUTPUT MASKED-FILE.
           IF ws-masked-status NOT = "00"
               DISPLAY "DMK029E data-mask: could not write "
                 FUNCTION TRIM(ws-masked-path) ", status "
                 ws-masked-status UPON SYSERR
               END-DISPLAY
               CLOSE DATA-FILE
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-data-eof = "Y"
               READ DATA-FILE
                   AT END
                       MOVE "Y" TO ws-data-eof
                   NOT AT END
                       ADD 1 TO ws-read-count
                       PERFORM 310-MASK-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE MASKED-FILE.

       310-MASK-ONE-RECORD SECTION.
           MOVE DATA-RECORD TO ws-decode-record ws-out-record.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               MOVE lay-col-entry(ws-col-idx) TO ws-ent-idx
               EVALUATE ws-how-word(ws-ent-idx)
                   WHEN "SUBST"
                   WHEN "SCRAMBLE"
                   WHEN "FIXED"
                       IF lay-ent-kind(ws-ent-idx) = "N"
                           PERFORM 420-MASK-NUMBER
                       ELSE
                           PERFORM 410-MASK-TEXT
                       END-IF
               END-EVALUATE
           END-PERFORM.
           WRITE MASKED-RECORD FROM ws-out-record
           END-WRITE.
           ADD 1 TO ws-written-count.

      *>   text: a field of spaces stays spaces; a SUBST value comes
      *>   off the list at the place the value's hash picks
       410-MASK-TEXT SECTION.
           MOVE lay-ent-size(ws-ent-idx) TO ws-raw-len.
           IF lay-ent-size(ws-ent-idx) > 256
               MOVE 256 TO ws-raw-len
           END-IF.
           MOVE ws-decode-record(lay-col-offset(ws-col-idx) + 1:
             ws-raw-len)
             TO ws-raw.
           IF ws-raw(1:ws-raw-len) = SPACES
               ADD 1 TO ws-how-left(ws-ent-idx)
               GO TO 410-MASK-TEXT-EXIT
           END-IF.
           MOVE ws-how-rule(ws-ent-idx) TO ws-rule-idx.
           MOVE ws-raw TO ws-hash-text.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-raw TRAILING))
             TO ws-hash-len.
           PERFORM 450-HASH-VALUE.
           EVALUATE ws-how-word(ws-ent-idx)
               WHEN "FIXED"
                   MOVE ws-rule-arg(ws-rule-idx) TO ws-raw(1:ws-raw-len)
               WHEN "SUBST"
                   MOVE ws-rule-list(ws-rule-idx) TO ws-list-idx
                   COMPUTE ws-list-pick =
                     FUNCTION MOD(ws-hash, ws-list-size(ws-list-idx))
                     + 1
                   MOVE ws-list-value(ws-list-idx, ws-list-pick)
                     TO ws-raw(1:ws-raw-len)
               WHEN OTHER
                   PERFORM VARYING ws-char-idx FROM 1 BY 1
                       UNTIL ws-char-idx > ws-raw-len
                       PERFORM 415-SCRAMBLE-ONE-CHAR
                   END-PERFORM
           END-EVALUATE.
           MOVE ws-raw(1:ws-raw-len)
             TO ws-out-record(lay-col-offset(ws-col-idx) + 1:
                ws-raw-len).
           ADD 1 TO ws-how-masked(ws-ent-idx).
       410-MASK-TEXT-EXIT.
           EXIT.

      *>   a digit for a digit, a letter for a letter in the same
      *>   case; spaces and punctuation keep their places
       415-SCRAMBLE-ONE-CHAR SECTION.
           PERFORM 455-NEXT-RANDOM.
           EVALUATE TRUE
               WHEN ws-raw(ws-char-idx:1) IS NUMERIC
                   COMPUTE ws-draw = FUNCTION MOD(ws-random, 10)
                   MOVE ws-draw(2:1) TO ws-raw(ws-char-idx:1)
               WHEN ws-raw(ws-char-idx:1) = SPACE
                   CONTINUE
               WHEN ws-raw(ws-char-idx:1) IS ALPHABETIC-UPPER
                   COMPUTE ws-draw = FUNCTION MOD(ws-random, 26) + 1
                   MOVE ws-upper-letters(ws-draw:1)
                     TO ws-raw(ws-char-idx:1)
               WHEN ws-raw(ws-char-idx:1) IS ALPHABETIC-LOWER
                   COMPUTE ws-draw = FUNCTION MOD(ws-random, 26) + 1
                   MOVE ws-lower-letters(ws-draw:1)
                     TO ws-raw(ws-char-idx:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>   numbers: decoded, masked as a value, and put back in the
      *>   field's own form -- zoned, packed or binary, with the sign
      *>   held the way it was
       420-MASK-NUMBER SECTION.
           PERFORM 500-DECODE-COLUMN.
           IF ws-val-blank = "Y" OR ws-val-bad = "Y"
               ADD 1 TO ws-how-left(ws-ent-idx)
               GO TO 420-MASK-NUMBER-EXIT
           END-IF.
           IF ws-int-value < 0
               COMPUTE ws-abs-value = 0 - ws-int-value
           ELSE
               MOVE ws-int-value TO ws-abs-value
           END-IF.
           MOVE ws-how-rule(ws-ent-idx) TO ws-rule-idx.
           MOVE lay-ent-size(ws-ent-idx) TO ws-raw-len.
           IF ws-how-word(ws-ent-idx) = "FIXED"
               PERFORM 428-TAKE-FIXED-NUMBER
           ELSE
               MOVE ws-negative TO ws-new-negative
               PERFORM 425-HASH-DIGITS
               PERFORM 426-DRAW-DIGITS
           END-IF.
           MOVE 0 TO ws-round.
           EVALUATE lay-ent-usage(ws-ent-idx)
               WHEN "P"
                   PERFORM 435-PUT-PACKED
               WHEN "B" WHEN "L"
                   PERFORM 440-PUT-BINARY
               WHEN OTHER
                   PERFORM 430-PUT-ZONED
                   MOVE "N" TO ws-line-break
           END-EVALUATE.
      *>   a byte that reads as a line end would split the record in
      *>   a line sequential file; the next draw is taken instead,
      *>   which keeps the result repeatable
           PERFORM UNTIL ws-line-break = "N" OR ws-round >= 10
               OR ws-how-word(ws-ent-idx) = "FIXED"
               ADD 1 TO ws-round
               PERFORM 426-DRAW-DIGITS
               IF lay-ent-usage(ws-ent-idx) = "P"
                   PERFORM 435-PUT-PACKED
               ELSE
                   PERFORM 440-PUT-BINARY
               END-IF
           END-PERFORM.
           MOVE ws-raw(1:ws-raw-len)
             TO ws-out-record(lay-col-offset(ws-col-idx) + 1:
                ws-raw-len).
           ADD 1 TO ws-how-masked(ws-ent-idx).
       420-MASK-NUMBER-EXIT.
           EXIT.

      *>   the hash is of the significant digits alone, so a number
      *>   masks the same in a field of any size or form
       425-HASH-DIGITS SECTION.
           MOVE 0 TO ws-sig-digits.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > 20 OR ws-sig-digits > 0
               IF ws-abs-value-x(ws-char-idx:1) NOT = "0"
                   COMPUTE ws-sig-digits = 21 - ws-char-idx
               END-IF
           END-PERFORM.
           IF ws-sig-digits > lay-ent-digits(ws-ent-idx)
               MOVE lay-ent-digits(ws-ent-idx) TO ws-sig-digits
           END-IF.
           MOVE SPACES TO ws-hash-text.
           MOVE 0 TO ws-hash-len.
           IF ws-sig-digits > 0
               MOVE ws-abs-value-x(21 - ws-sig-digits:ws-sig-digits)
                 TO ws-hash-text
               MOVE ws-sig-digits TO ws-hash-len
           END-IF.
           PERFORM 450-HASH-VALUE.

      *>   as many digits as the value had, the first never zero, so
      *>   a masked amount keeps its magnitude; zero stays zero
       426-DRAW-DIGITS SECTION.
           MOVE 0 TO ws-new-abs.
           PERFORM VARYING ws-digit-count FROM 1 BY 1
               UNTIL ws-digit-count > ws-sig-digits
               PERFORM 455-NEXT-RANDOM
               IF ws-digit-count = 1
                   COMPUTE ws-draw = FUNCTION MOD(ws-random, 9) + 1
               ELSE
                   COMPUTE ws-draw = FUNCTION MOD(ws-random, 10)
               END-IF
               COMPUTE ws-new-abs = ws-new-abs * 10 + ws-draw
           END-PERFORM.

      *>   the FIXED value at the field's scale, its high-order
      *>   digits cut as a MOVE would cut them
       428-TAKE-FIXED-NUMBER SECTION.
           COMPUTE ws-fixed-num =
             FUNCTION NUMVAL(ws-rule-arg(ws-rule-idx)).
           MOVE "N" TO ws-new-negative.
           IF ws-fixed-num < 0
               AND lay-ent-signed(ws-ent-idx) = "Y"
               MOVE "Y" TO ws-new-negative
           END-IF.
           IF ws-fixed-num < 0
               COMPUTE ws-fixed-num = 0 - ws-fixed-num
           END-IF.
           COMPUTE ws-new-abs =
             ws-fixed-num * (10 ** lay-ent-dec(ws-ent-idx)).
           IF lay-ent-digits(ws-ent-idx) < 20
               MOVE ALL "0"
                 TO ws-new-abs-x(1:20 - lay-ent-digits(ws-ent-idx))
           END-IF.
           IF ws-new-abs = 0
               MOVE "N" TO ws-new-negative
           END-IF.

      *>   zoned: the digit bytes rewritten; an overpunched sign
      *>   stays in the family it was written in -- host {A-I and
      *>   }J-R, or the workstation's plain digit and p-y
       430-PUT-ZONED SECTION.
           MOVE 1 TO ws-digit-from.
           MOVE ws-raw-len TO ws-digit-to.
           MOVE 0 TO ws-sign-byte.
           IF lay-ent-signed(ws-ent-idx) = "Y"
               IF lay-ent-separate(ws-ent-idx) = "Y"
                   IF lay-ent-leading(ws-ent-idx) = "Y"
                       MOVE 1 TO ws-byte-idx
                       MOVE 2 TO ws-digit-from
                   ELSE
                       MOVE ws-raw-len TO ws-byte-idx
                       SUBTRACT 1 FROM ws-digit-to
                   END-IF
                   IF ws-new-negative = "Y"
                       MOVE "-" TO ws-raw(ws-byte-idx:1)
                   ELSE
                       MOVE "+" TO ws-raw(ws-byte-idx:1)
                   END-IF
               ELSE
                   IF lay-ent-leading(ws-ent-idx) = "Y"
                       MOVE 1 TO ws-sign-byte
                   ELSE
                       MOVE ws-raw-len TO ws-sign-byte
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING ws-byte-idx FROM ws-digit-from BY 1
               UNTIL ws-byte-idx > ws-digit-to
               COMPUTE ws-put-idx =
                 21 - (ws-digit-to - ws-byte-idx + 1)
               MOVE ws-new-abs-x(ws-put-idx:1) TO ws-area-char
               IF ws-byte-idx = ws-sign-byte
                   PERFORM 431-PUT-OVERPUNCH
               ELSE
                   MOVE ws-area-char TO ws-raw(ws-byte-idx:1)
               END-IF
           END-PERFORM.

       431-PUT-OVERPUNCH SECTION.
           MOVE "W" TO ws-old-family.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > 10
               IF ws-raw(ws-byte-idx:1)
                    = ws-overpunch-plus(ws-char-idx:1)
                  OR ws-raw(ws-byte-idx:1)
                    = ws-overpunch-minus(ws-char-idx:1)
                   MOVE "H" TO ws-old-family
               END-IF
           END-PERFORM.
           MOVE ws-area-char TO ws-one-digit-x.
           COMPUTE ws-zero-idx = ws-one-digit + 1.
           EVALUATE TRUE
               WHEN ws-new-negative = "Y" AND ws-old-family = "H"
                   MOVE ws-overpunch-minus(ws-zero-idx:1)
                     TO ws-raw(ws-byte-idx:1)
               WHEN ws-new-negative = "Y"
                   MOVE ws-overpunch-ascii(ws-zero-idx:1)
                     TO ws-raw(ws-byte-idx:1)
               WHEN ws-old-family = "H"
                   MOVE ws-overpunch-plus(ws-zero-idx:1)
                     TO ws-raw(ws-byte-idx:1)
               WHEN OTHER
                   MOVE ws-area-char TO ws-raw(ws-byte-idx:1)
           END-EVALUATE.

      *>   packed: two digits a byte, the sign half-byte kept unless
      *>   a FIXED value turns the sign over
       435-PUT-PACKED SECTION.
           COMPUTE ws-byte-value =
             FUNCTION ORD(ws-raw(ws-raw-len:1)) - 1.
           DIVIDE ws-byte-value BY 16 GIVING ws-nibble-hi
             REMAINDER ws-sign-nibble
           END-DIVIDE.
           IF ws-new-negative NOT = ws-negative
               IF ws-new-negative = "Y"
                   MOVE 13 TO ws-sign-nibble
               ELSE
                   MOVE 12 TO ws-sign-nibble
               END-IF
           END-IF.
           MOVE "N" TO ws-line-break.
           COMPUTE ws-put-idx = 21 - (ws-raw-len * 2 - 1).
           PERFORM VARYING ws-byte-idx FROM 1 BY 1
               UNTIL ws-byte-idx > ws-raw-len
               MOVE ws-new-abs-x(ws-put-idx:1) TO ws-one-digit-x
               MOVE ws-one-digit TO ws-nibble-hi
               ADD 1 TO ws-put-idx
               IF ws-byte-idx < ws-raw-len
                   MOVE ws-new-abs-x(ws-put-idx:1) TO ws-one-digit-x
                   MOVE ws-one-digit TO ws-nibble-lo
                   ADD 1 TO ws-put-idx
               ELSE
                   MOVE ws-sign-nibble TO ws-nibble-lo
               END-IF
               COMPUTE ws-byte-value = ws-nibble-hi * 16 + ws-nibble-lo
               MOVE FUNCTION CHAR(ws-byte-value + 1)
                 TO ws-raw(ws-byte-idx:1)
               IF ws-byte-value = 10 OR ws-byte-value = 13
                   MOVE "Y" TO ws-line-break
               END-IF
           END-PERFORM.

      *>   binary: two's complement for a negative, high byte first
      *>   but for COMP-5, which is the machine's own order
       440-PUT-BINARY SECTION.
           MOVE ws-new-abs TO ws-bin-value.
           IF ws-new-negative = "Y" AND ws-bin-value > 0
               COMPUTE ws-bin-value = (256 ** ws-raw-len) - ws-bin-value
           END-IF.
           MOVE "N" TO ws-line-break.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-raw-len
               DIVIDE ws-bin-value BY 256 GIVING ws-bin-quotient
                 REMAINDER ws-byte-value
               END-DIVIDE
               MOVE ws-bin-quotient TO ws-bin-value
               IF lay-ent-usage(ws-ent-idx) = "L"
                   MOVE ws-char-idx TO ws-byte-idx
               ELSE
                   COMPUTE ws-byte-idx = ws-raw-len - ws-char-idx + 1
               END-IF
               MOVE FUNCTION CHAR(ws-byte-value + 1)
                 TO ws-raw(ws-byte-idx:1)
               IF ws-byte-value = 10 OR ws-byte-value = 13
                   MOVE "Y" TO ws-line-break
               END-IF
           END-PERFORM.

      *>   the value's hash, seeded by the KEY, and the first draw
       450-HASH-VALUE SECTION.
           MOVE ws-seed TO ws-hash.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-hash-len
               COMPUTE ws-hash = FUNCTION MOD(ws-hash * 31
                 + FUNCTION ORD(ws-hash-text(ws-char-idx:1)),
                 2147483647)
           END-PERFORM.
           COMPUTE ws-random = FUNCTION MOD(ws-hash, 2147483646) + 1.

       455-NEXT-RANDOM SECTION.
           COMPUTE ws-random = FUNCTION MOD(ws-random * 48271,
             2147483647).

      *>   every named field in record order, with what was done to
      *>   it, for whoever signs off the masked copy
       700-WRITE-MASKLOG SECTION.
           OPEN OUTPUT MASKLOG-FILE.
           IF ws-masklog-status NOT = "00"
               DISPLAY "DMK030E data-mask: could not write "
                 FUNCTION TRIM(ws-masklog-path) ", status "
                 ws-masklog-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO MASKLOG-RECORD.
           STRING "data-mask: " FUNCTION TRIM(ws-data-path) " -> "
             FUNCTION TRIM(ws-masked-path)
             DELIMITED BY SIZE INTO MASKLOG-RECORD
           END-STRING.
           WRITE MASKLOG-RECORD
           END-WRITE.
           MOVE SPACES TO MASKLOG-RECORD.
           STRING "copybook " FUNCTION TRIM(ws-copybook-path)
             ", rules " FUNCTION TRIM(ws-rules-path)
             DELIMITED BY SIZE INTO MASKLOG-RECORD
           END-STRING.
           WRITE MASKLOG-RECORD
           END-WRITE.
           MOVE SPACES TO MASKLOG-RECORD.
           WRITE MASKLOG-RECORD
           END-WRITE.
           MOVE SPACES TO ws-log-line.
           MOVE "FIELD" TO ws-ml-name.
           MOVE "RULE" TO ws-ml-word.
           MOVE "NOTE" TO ws-ml-note.
           MOVE ws-log-line TO MASKLOG-RECORD.
           MOVE "   MASKED" TO MASKLOG-RECORD(42:9).
           MOVE "     LEFT" TO MASKLOG-RECORD(53:9).
           WRITE MASKLOG-RECORD
           END-WRITE.
           PERFORM VARYING ws-ent-idx FROM lay-rec-first(lay-main)
               BY 1 UNTIL ws-ent-idx > lay-rec-last(lay-main)
               IF lay-ent-kind(ws-ent-idx) NOT = "G"
                   AND lay-ent-skip(ws-ent-idx) NOT = "Y"
                   AND lay-ent-name(ws-ent-idx) NOT = SPACES
                   PERFORM 710-LOG-ONE-FIELD
               END-IF
           END-PERFORM.
           MOVE SPACES TO MASKLOG-RECORD.
           WRITE MASKLOG-RECORD
           END-WRITE.
           MOVE ws-read-count TO ws-ed-count-1.
           MOVE ws-written-count TO ws-ed-count-2.
           MOVE SPACES TO MASKLOG-RECORD.
           STRING FUNCTION TRIM(ws-ed-count-1) " record(s) read, "
             FUNCTION TRIM(ws-ed-count-2) " written"
             DELIMITED BY SIZE INTO MASKLOG-RECORD
           END-STRING.
           WRITE MASKLOG-RECORD
           END-WRITE.
           IF ws-left-total > 0
               MOVE ws-left-total TO ws-ed-count-1
               MOVE SPACES TO MASKLOG-RECORD
               STRING FUNCTION TRIM(ws-ed-count-1) " value(s) left "
                 "as found: spaces, or not a valid number"
                 DELIMITED BY SIZE INTO MASKLOG-RECORD
               END-STRING
               WRITE MASKLOG-RECORD
               END-WRITE
           END-IF.
           CLOSE MASKLOG-FILE.
           MOVE ws-read-count TO ws-ed-count-1.
           DISPLAY "data-mask: " FUNCTION TRIM(ws-ed-count-1)
             " record(s) masked into " FUNCTION TRIM(ws-masked-path)
             ", log in " FUNCTION TRIM(ws-masklog-path)
           END-DISPLAY.
           IF ws-bad-count > 0
               MOVE ws-bad-count TO ws-ed-count-1
               DISPLAY "DMK031W data-mask: "
                 FUNCTION TRIM(ws-ed-count-1) " numeric value(s) "
                 "were not valid numbers and were copied unmasked"
                 UPON SYSERR
               END-DISPLAY
           END-IF.

       710-LOG-ONE-FIELD SECTION.
           MOVE SPACES TO ws-log-line.
           MOVE lay-ent-name(ws-ent-idx) TO ws-ml-name.
           MOVE ws-how-word(ws-ent-idx) TO ws-ml-word.
           MOVE ws-how-masked(ws-ent-idx) TO ws-ml-masked.
           MOVE ws-how-left(ws-ent-idx) TO ws-ml-left.
           ADD ws-how-left(ws-ent-idx) TO ws-left-total.
           MOVE ws-how-rule(ws-ent-idx) TO ws-rule-idx.
           EVALUATE TRUE
               WHEN ws-how-word(ws-ent-idx) = "LEFT"
                   MOVE "its usage cannot be masked" TO ws-ml-note
               WHEN ws-rule-idx = 0
                   MOVE "no rule names it" TO ws-ml-note
               WHEN ws-how-word(ws-ent-idx) = "FIXED"
                   STRING "pattern "
                     FUNCTION TRIM(ws-rule-pattern(ws-rule-idx))
                     ", value "
                     FUNCTION TRIM(ws-rule-arg(ws-rule-idx))
                     DELIMITED BY SIZE INTO ws-ml-note
                   END-STRING
               WHEN ws-rule-word(ws-rule-idx) = "SUBST"
                   AND ws-how-word(ws-ent-idx) = "SUBST"
                   STRING "pattern "
                     FUNCTION TRIM(ws-rule-pattern(ws-rule-idx))
                     ", list "
                     FUNCTION TRIM(ws-rule-arg(ws-rule-idx))
                     DELIMITED BY SIZE INTO ws-ml-note
                   END-STRING
               WHEN ws-rule-word(ws-rule-idx) = "SUBST"
                   STRING "pattern "
                     FUNCTION TRIM(ws-rule-pattern(ws-rule-idx))
                     ", a number, so scrambled"
                     DELIMITED BY SIZE INTO ws-ml-note
                   END-STRING
               WHEN OTHER
                   STRING "pattern "
                     FUNCTION TRIM(ws-rule-pattern(ws-rule-idx))
                     DELIMITED BY SIZE INTO ws-ml-note
                   END-STRING
           END-EVALUATE.
           IF ws-how-word(ws-ent-idx) = "KEEP"
              OR ws-how-word(ws-ent-idx) = "(none)"
              OR ws-how-word(ws-ent-idx) = "LEFT"
               MOVE SPACES TO MASKLOG-RECORD
               MOVE ws-log-line TO MASKLOG-RECORD
               MOVE SPACES TO MASKLOG-RECORD(42:20)
           ELSE
               MOVE ws-log-line TO MASKLOG-RECORD
           END-IF.
           WRITE MASKLOG-RECORD
           END-WRITE.


      *>   one column's bytes out of the record, as readable text in
      *>   ws-val-text and, for a number, its value in ws-val-num
       500-DECODE-COLUMN SECTION.
           MOVE lay-col-entry(ws-col-idx) TO ws-ent-idx.
           MOVE SPACES TO ws-val-text.
           MOVE 0 TO ws-val-num.
           MOVE "N" TO ws-val-bad ws-val-blank.
           MOVE lay-ent-size(ws-ent-idx) TO ws-raw-len.
           IF lay-ent-size(ws-ent-idx) > 256
               MOVE 256 TO ws-raw-len
           END-IF.
           MOVE ws-decode-record(lay-col-offset(ws-col-idx) + 1:
             ws-raw-len)
             TO ws-raw.
           IF lay-ent-kind(ws-ent-idx) NOT = "N"
               MOVE ws-raw(1:ws-raw-len) TO ws-val-text
               GO TO 500-DECODE-COLUMN-EXIT
           END-IF.
           MOVE 0 TO ws-int-value.
           MOVE "N" TO ws-negative.
           EVALUATE lay-ent-usage(ws-ent-idx)
               WHEN "P"
                   PERFORM 520-UNPACK-PACKED
               WHEN "B" WHEN "L"
                   PERFORM 530-UNPACK-BINARY
               WHEN OTHER
                   IF ws-raw(1:ws-raw-len) = SPACES
                       MOVE "Y" TO ws-val-blank
                       GO TO 500-DECODE-COLUMN-EXIT
                   END-IF
                   PERFORM 510-UNPACK-ZONED
           END-EVALUATE.
           IF ws-val-bad = "Y"
               ADD 1 TO ws-bad-count
               GO TO 500-DECODE-COLUMN-EXIT
           END-IF.
           IF ws-negative = "Y"
               COMPUTE ws-int-value = 0 - ws-int-value
           END-IF.
           COMPUTE ws-val-num =
             ws-int-value / (10 ** lay-ent-dec(ws-ent-idx)).
           PERFORM 540-FORMAT-NUMBER.
       500-DECODE-COLUMN-EXIT.
           EXIT.

      *>   zoned decimal: a digit per byte, the sign overpunched on
      *>   the last byte (first with SIGN LEADING) or a byte of its
      *>   own with SEPARATE; the overpunch may be the host's
      *>   {A-I/}J-R or the workstation's p-y for a negative
       510-UNPACK-ZONED SECTION.
           MOVE 1 TO ws-digit-from.
           MOVE ws-raw-len TO ws-digit-to.
           MOVE 0 TO ws-sign-byte.
           IF lay-ent-signed(ws-ent-idx) = "Y"
               IF lay-ent-separate(ws-ent-idx) = "Y"
                   IF lay-ent-leading(ws-ent-idx) = "Y"
                       MOVE 1 TO ws-sign-byte
                       MOVE 2 TO ws-digit-from
                   ELSE
                       MOVE ws-raw-len TO ws-sign-byte
                       SUBTRACT 1 FROM ws-digit-to
                   END-IF
                   EVALUATE ws-raw(ws-sign-byte:1)
                       WHEN "-"
                           MOVE "Y" TO ws-negative
                       WHEN "+"
                           CONTINUE
                       WHEN OTHER
                           MOVE "Y" TO ws-val-bad
                   END-EVALUATE
                   MOVE 0 TO ws-sign-byte
               ELSE
                   IF lay-ent-leading(ws-ent-idx) = "Y"
                       MOVE 1 TO ws-sign-byte
                   ELSE
                       MOVE ws-raw-len TO ws-sign-byte
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING ws-byte-idx FROM ws-digit-from BY 1
               UNTIL ws-byte-idx > ws-digit-to OR ws-val-bad = "Y"
               IF ws-raw(ws-byte-idx:1) IS NUMERIC
                   MOVE ws-raw(ws-byte-idx:1) TO ws-digit
               ELSE
                   IF ws-byte-idx = ws-sign-byte
                       PERFORM 515-READ-OVERPUNCH
                   ELSE
                       MOVE "Y" TO ws-val-bad
                   END-IF
               END-IF
               COMPUTE ws-int-value = ws-int-value * 10 + ws-digit
           END-PERFORM.

       515-READ-OVERPUNCH SECTION.
           MOVE 0 TO ws-zero-idx.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > 10 OR ws-zero-idx > 0
               EVALUATE ws-raw(ws-byte-idx:1)
                   WHEN ws-overpunch-plus(ws-char-idx:1)
                       MOVE ws-char-idx TO ws-zero-idx
                   WHEN ws-overpunch-minus(ws-char-idx:1)
                   WHEN ws-overpunch-ascii(ws-char-idx:1)
                       MOVE ws-char-idx TO ws-zero-idx
                       MOVE "Y" TO ws-negative
               END-EVALUATE
           END-PERFORM.
           IF ws-zero-idx = 0
               MOVE "Y" TO ws-val-bad
               MOVE 0 TO ws-digit
           ELSE
               COMPUTE ws-digit = ws-zero-idx - 1
           END-IF.

      *>   packed decimal: two digits a byte, the last half-byte the
      *>   sign -- D or B negative, A C E F positive
       520-UNPACK-PACKED SECTION.
           PERFORM VARYING ws-byte-idx FROM 1 BY 1
               UNTIL ws-byte-idx > ws-raw-len OR ws-val-bad = "Y"
               COMPUTE ws-byte-value =
                 FUNCTION ORD(ws-raw(ws-byte-idx:1)) - 1
               DIVIDE ws-byte-value BY 16 GIVING ws-nibble-hi
                 REMAINDER ws-nibble-lo
               END-DIVIDE
               IF ws-nibble-hi > 9
                   MOVE "Y" TO ws-val-bad
               END-IF
               COMPUTE ws-int-value = ws-int-value * 10 + ws-nibble-hi
               IF ws-byte-idx < ws-raw-len
                   IF ws-nibble-lo > 9
                       MOVE "Y" TO ws-val-bad
                   END-IF
                   COMPUTE ws-int-value =
                     ws-int-value * 10 + ws-nibble-lo
               ELSE
                   EVALUATE ws-nibble-lo
                       WHEN 11 WHEN 13
                           MOVE "Y" TO ws-negative
                       WHEN 10 WHEN 12 WHEN 14 WHEN 15
                           CONTINUE
                       WHEN OTHER
                           MOVE "Y" TO ws-val-bad
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>   binary: big-endian for COMP/BINARY/COMP-4, the machine's
      *>   own order for COMP-5; a signed field with its top bit set
      *>   is negative in two's complement
       530-UNPACK-BINARY SECTION.
           IF lay-ent-usage(ws-ent-idx) = "L"
               MOVE ws-raw(ws-raw-len:1) TO ws-area-char
           ELSE
               MOVE ws-raw(1:1) TO ws-area-char
           END-IF.
           IF lay-ent-signed(ws-ent-idx) = "Y"
               AND FUNCTION ORD(ws-area-char) > 128
               MOVE "Y" TO ws-negative
           END-IF.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-raw-len
               IF lay-ent-usage(ws-ent-idx) = "L"
                   COMPUTE ws-byte-idx = ws-raw-len - ws-char-idx + 1
               ELSE
                   MOVE ws-char-idx TO ws-byte-idx
               END-IF
               COMPUTE ws-byte-value =
                 FUNCTION ORD(ws-raw(ws-byte-idx:1)) - 1
               IF ws-negative = "Y"
                   COMPUTE ws-byte-value = 255 - ws-byte-value
               END-IF
               COMPUTE ws-int-value = ws-int-value * 256 + ws-byte-value
           END-PERFORM.
           IF ws-negative = "Y"
               ADD 1 TO ws-int-value
           END-IF.

      *>   sign, whole part without leading zeros, point, decimals
       540-FORMAT-NUMBER SECTION.
           IF ws-int-value < 0
               COMPUTE ws-abs-value = 0 - ws-int-value
           ELSE
               MOVE ws-int-value TO ws-abs-value
           END-IF.
           MOVE SPACES TO ws-val-text.
           MOVE 1 TO ws-text-ptr.
           IF ws-int-value < 0
               STRING "-" DELIMITED BY SIZE
                 INTO ws-val-text WITH POINTER ws-text-ptr
               END-STRING
           END-IF.
           COMPUTE ws-digit-to = 20 - lay-ent-dec(ws-ent-idx).
           MOVE 1 TO ws-digit-from.
           PERFORM UNTIL ws-digit-from >= ws-digit-to
               OR ws-abs-value-x(ws-digit-from:1) NOT = "0"
               ADD 1 TO ws-digit-from
           END-PERFORM.
           STRING ws-abs-value-x(ws-digit-from:
                    ws-digit-to - ws-digit-from + 1)
             DELIMITED BY SIZE
             INTO ws-val-text WITH POINTER ws-text-ptr
           END-STRING.
           IF lay-ent-dec(ws-ent-idx) > 0
               STRING "." ws-abs-value-x(ws-digit-to + 1:
                        lay-ent-dec(ws-ent-idx))
                 DELIMITED BY SIZE
                 INTO ws-val-text WITH POINTER ws-text-ptr
               END-STRING
           END-IF.


      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DMK001E " FUNCTION TRIM(ws-log-program-name)
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
               STRING "DMK002E data mask failed, see SYSERR"
                 DELIMITED BY SIZE INTO ws-log-error-msg
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

       END PROGRAM "data-mask".
