      *> -------------------------------------------
      *> gdg-io.cbl
      *> the one gateway to the generation-data-group catalog, in
      *> the projects-io mould: every program that writes a dated
      *> output file hands it here once it is safely written, and
      *> every program that reads one can ask for it by relative
      *> generation instead of by name. The file keeps the name its
      *> writer always gave it -- chain-runner and the operators
      *> still read PROJECTS.BAK.yyyymmdd -- and the catalog adds
      *> the generation number and the order. Groups themselves are
      *> defined with gdg-maint; a file whose group is not defined
      *> is left alone, the way every file was before.
      *>
      *>   lk-op "CATLG" lk-path was just written as the newest
      *>                 generation of lk-base: it gets the next
      *>                 generation number, back in lk-gen, and the
      *>                 oldest generations past the group's limit
      *>                 are deleted and uncataloged. A path that
      *>                 is already a generation (a report extended
      *>                 twice the same day) keeps its number.
      *>         "RSLV " lk-path holds what the operator typed: a
      *>                 relative reference -- 0 the newest, -1 the
      *>                 one before, ... -- against the group named
      *>                 in lk-base, or <base>(<ref>) against any
      *>                 group; it comes back as the file name and
      *>                 lk-gen as its generation. Anything else is
      *>                 a plain file name and is left as it was.
      *>         "ROLL " apply lk-base's limit now (gdg-maint ALTER)
      *>
      *> status: 0 = done, 4 = no such group (CATLG, ROLL) or not a
      *> relative reference (RSLV), 8 = the group or generation a
      *> reference names does not exist, 10 = the catalog could not
      *> be rewritten. Layout: gdg-names.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "gdg-io" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUPS-FILE
               ASSIGN TO DYNAMIC ws-groups-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-groups-status.
           SELECT GENS-FILE
               ASSIGN TO DYNAMIC ws-gens-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gens-status.

       DATA DIVISION.
       FILE SECTION.
       FD  GROUPS-FILE.
           COPY "gdg-group-rec.cpy".
       FD  GENS-FILE.
           COPY "gdg-gen-rec.cpy".

       WORKING-STORAGE SECTION.
           COPY "gdg-names.cpy".
       01 ws-groups-path    PIC X(300) VALUE GDG-GROUPS-PATH.
       01 ws-groups-status  PIC XX.
       01 ws-groups-eof     PIC X VALUE "N".
       01 ws-gens-path      PIC X(300) VALUE GDG-GENS-PATH.
       01 ws-gens-status    PIC XX.
       01 ws-gens-eof       PIC X VALUE "N".

      *>   every group, rewritten whole when CATLG moves a counter
       78 ws-grp-max VALUE 200.
       01 ws-grp-count      PIC 9(4) VALUE 0.
       01 ws-grp-idx        PIC 9(4).
       01 ws-grp-found      PIC 9(4) VALUE 0.
       01 ws-grp-table.
           05 ws-grp-entry OCCURS 200 TIMES.
               10 ws-grp-base     PIC X(44).
               10 ws-grp-limit    PIC 9(3).
               10 ws-grp-last-gen PIC 9(4).
               10 ws-grp-date     PIC X(8).
               10 ws-grp-by       PIC X(30).

      *>   every generation of every group, oldest first; a rolled
      *>   off one is blanked and left out of the rewrite
       78 ws-gen-max VALUE 3000.
       01 ws-gen-count      PIC 9(4) VALUE 0.
       01 ws-gen-idx        PIC 9(4).
       01 ws-gen-table.
           05 ws-gen-entry OCCURS 3000 TIMES.
               10 ws-gen-base     PIC X(44).
               10 ws-gen-number   PIC 9(4).
               10 ws-gen-path     PIC X(120).
               10 ws-gen-date     PIC X(8).
               10 ws-gen-time     PIC X(6).
       01 ws-base           PIC X(44).
       01 ws-base-gens      PIC 9(4).
       01 ws-now-date       PIC X(8).
       01 ws-now-time       PIC X(8).
       01 ws-delete-path    PIC X(300).
       01 ws-rc             PIC 9(9) COMP-5.

      *>   a reference taken apart: the group it names, its sign
      *>   and its distance back from the newest
       01 ws-ref-text       PIC X(300).
       01 ws-ref-len        PIC 9(4).
       01 ws-ref-open       PIC 9(4).
       01 ws-ref-base       PIC X(300).
       01 ws-ref-value      PIC X(20).
       01 ws-ref-digits     PIC X(20).
       01 ws-ref-digit-len  PIC 9(4).
       01 ws-ref-sign       PIC X.
       01 ws-ref-back       PIC 9(4).
       01 ws-ref-ok         PIC X.

       LINKAGE SECTION.
      *> "CATLG", "RSLV " or "ROLL "
       01 lk-op           PIC X(5).
      *> the group; on RSLV the group a bare reference is against
       01 lk-base         PIC X(44).
      *> the generation's file name; on RSLV the reference, in and
      *> the file name, out
       01 lk-path         PIC X(300).
      *> the absolute generation number, out
       01 lk-gen          PIC 9(4).
      *> 0 = done, 4 = no such group / not a reference, 8 = no such
      *> generation, 10 = the catalog could not be rewritten
       01 lk-status       PIC 99.

       PROCEDURE DIVISION USING lk-op lk-base lk-path lk-gen
           lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE 0 TO lk-gen.
           EVALUATE lk-op
               WHEN "CATLG"
                   MOVE lk-base TO ws-base
                   PERFORM LOAD-GROUPS
                   IF ws-grp-found = 0
                       MOVE 4 TO lk-status
                   ELSE
                       PERFORM LOAD-GENERATIONS
                       PERFORM CATALOG-GENERATION
                   END-IF
               WHEN "RSLV "
                   PERFORM PARSE-REFERENCE
                   IF ws-ref-ok = "Y"
                       PERFORM LOAD-GROUPS
                       PERFORM RESOLVE-REFERENCE
                   ELSE
                       MOVE 4 TO lk-status
                   END-IF
               WHEN "ROLL "
                   MOVE lk-base TO ws-base
                   PERFORM LOAD-GROUPS
                   IF ws-grp-found = 0
                       MOVE 4 TO lk-status
                   ELSE
                       PERFORM LOAD-GENERATIONS
                       PERFORM ROLL-OFF-EXCESS
                       PERFORM REWRITE-GENERATIONS
                   END-IF
               WHEN OTHER
                   MOVE 4 TO lk-status
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           EXIT PROGRAM.

      *>   an absent group file is no groups defined: every caller
      *>   carries on exactly as before
       LOAD-GROUPS SECTION.
           OPEN INPUT GROUPS-FILE.
           IF ws-groups-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-groups-eof = "Y"
               OR ws-grp-count >= ws-grp-max
               READ GROUPS-FILE
                   AT END
                       MOVE "Y" TO ws-groups-eof
                   NOT AT END
                       IF GDG-GROUP-RECORD NOT = SPACES
                           AND gdg-grp-limit IS NUMERIC
                           ADD 1 TO ws-grp-count
                           MOVE gdg-grp-base
                             TO ws-grp-base(ws-grp-count)
                           MOVE gdg-grp-limit
                             TO ws-grp-limit(ws-grp-count)
                           MOVE gdg-grp-last-gen
                             TO ws-grp-last-gen(ws-grp-count)
                           MOVE gdg-grp-date
                             TO ws-grp-date(ws-grp-count)
                           MOVE gdg-grp-by
                             TO ws-grp-by(ws-grp-count)
                           IF gdg-grp-base = ws-base
                               MOVE ws-grp-count TO ws-grp-found
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GROUPS-FILE.

       LOAD-GENERATIONS SECTION.
           OPEN INPUT GENS-FILE.
           IF ws-gens-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-gens-eof = "Y"
               OR ws-gen-count >= ws-gen-max
               READ GENS-FILE
                   AT END
                       MOVE "Y" TO ws-gens-eof
                   NOT AT END
                       IF GDG-GEN-RECORD NOT = SPACES
                           AND gdg-gen-number IS NUMERIC
                           ADD 1 TO ws-gen-count
                           MOVE gdg-gen-base
                             TO ws-gen-base(ws-gen-count)
                           MOVE gdg-gen-number
                             TO ws-gen-number(ws-gen-count)
                           MOVE gdg-gen-path
                             TO ws-gen-path(ws-gen-count)
                           MOVE gdg-gen-date
                             TO ws-gen-date(ws-gen-count)
                           MOVE gdg-gen-time
                             TO ws-gen-time(ws-gen-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GENS-FILE.

      *>   the next number wraps past 9999 back to 1, the way a
      *>   GnnnnV00 name does; the group's counter is rewritten
      *>   only once the generation itself is on the catalog
       CATALOG-GENERATION SECTION.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
               UNTIL ws-gen-idx > ws-gen-count
               IF ws-gen-base(ws-gen-idx) = ws-base
                   AND ws-gen-path(ws-gen-idx) = lk-path(1:120)
                   MOVE ws-gen-number(ws-gen-idx) TO lk-gen
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF ws-gen-count >= ws-gen-max
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           IF ws-grp-last-gen(ws-grp-found) >= 9999
               MOVE 1 TO ws-grp-last-gen(ws-grp-found)
           ELSE
               ADD 1 TO ws-grp-last-gen(ws-grp-found)
           END-IF.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           ADD 1 TO ws-gen-count.
           MOVE ws-base TO ws-gen-base(ws-gen-count).
           MOVE ws-grp-last-gen(ws-grp-found)
             TO ws-gen-number(ws-gen-count).
           MOVE lk-path(1:120) TO ws-gen-path(ws-gen-count).
           MOVE ws-now-date TO ws-gen-date(ws-gen-count).
           MOVE ws-now-time(1:6) TO ws-gen-time(ws-gen-count).
           MOVE ws-grp-last-gen(ws-grp-found) TO lk-gen.
           PERFORM ROLL-OFF-EXCESS.
           PERFORM REWRITE-GENERATIONS.
           IF lk-status = 0
               PERFORM REWRITE-GROUPS
           END-IF.

      *>   oldest first, so the first of the group's lines still in
      *>   the table is always the one to go
       ROLL-OFF-EXCESS SECTION.
           MOVE 0 TO ws-base-gens.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
               UNTIL ws-gen-idx > ws-gen-count
               IF ws-gen-base(ws-gen-idx) = ws-base
                   ADD 1 TO ws-base-gens
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
               UNTIL ws-gen-idx > ws-gen-count
               OR ws-base-gens <= ws-grp-limit(ws-grp-found)
               IF ws-gen-base(ws-gen-idx) = ws-base
                   PERFORM ROLL-OFF-ONE
                   SUBTRACT 1 FROM ws-base-gens
               END-IF
           END-PERFORM.

      *>   a generation already gone from disk is uncataloged all
      *>   the same -- there is nothing left to keep
       ROLL-OFF-ONE SECTION.
           MOVE SPACES TO ws-delete-path.
           MOVE ws-gen-path(ws-gen-idx) TO ws-delete-path.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-delete-path)
             RETURNING ws-rc
           END-CALL.
           DISPLAY "gdg-io: rolled off " FUNCTION TRIM(ws-base)
             " G" ws-gen-number(ws-gen-idx) "V00 ("
             FUNCTION TRIM(ws-delete-path) ")"
           END-DISPLAY.
      *>   a report's HTML copy sits beside it under the same name
      *>   and goes with it; nothing else has one
           MOVE SPACES TO ws-delete-path.
           STRING FUNCTION TRIM(ws-gen-path(ws-gen-idx)) ".html"
             DELIMITED BY SIZE INTO ws-delete-path
           END-STRING.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-delete-path)
             RETURNING ws-rc
           END-CALL.
           MOVE SPACES TO ws-gen-base(ws-gen-idx).

       REWRITE-GENERATIONS SECTION.
           OPEN OUTPUT GENS-FILE.
           IF ws-gens-status NOT = "00"
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
               UNTIL ws-gen-idx > ws-gen-count
               IF ws-gen-base(ws-gen-idx) NOT = SPACES
                   MOVE SPACES TO GDG-GEN-RECORD
                   MOVE ws-gen-base(ws-gen-idx)   TO gdg-gen-base
                   MOVE ws-gen-number(ws-gen-idx) TO gdg-gen-number
                   MOVE ws-gen-path(ws-gen-idx)   TO gdg-gen-path
                   MOVE ws-gen-date(ws-gen-idx)   TO gdg-gen-date
                   MOVE ws-gen-time(ws-gen-idx)   TO gdg-gen-time
                   WRITE GDG-GEN-RECORD
               END-IF
           END-PERFORM.
           CLOSE GENS-FILE.

       REWRITE-GROUPS SECTION.
           OPEN OUTPUT GROUPS-FILE.
           IF ws-groups-status NOT = "00"
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-grp-idx FROM 1 BY 1
               UNTIL ws-grp-idx > ws-grp-count
               MOVE SPACES TO GDG-GROUP-RECORD
               MOVE ws-grp-base(ws-grp-idx)     TO gdg-grp-base
               MOVE ws-grp-limit(ws-grp-idx)    TO gdg-grp-limit
               MOVE ws-grp-last-gen(ws-grp-idx) TO gdg-grp-last-gen
               MOVE ws-grp-date(ws-grp-idx)     TO gdg-grp-date
               MOVE ws-grp-by(ws-grp-idx)       TO gdg-grp-by
               WRITE GDG-GROUP-RECORD
           END-PERFORM.
           CLOSE GROUPS-FILE.

      *>   0, -n or +0 on its own, or the same inside <base>(...);
      *>   a bare reference needs its sign (or is 0), so a plain
      *>   file name made of digits is never taken for one
       PARSE-REFERENCE SECTION.
           MOVE "N" TO ws-ref-ok.
           MOVE SPACES TO ws-ref-text ws-ref-base ws-ref-value.
           MOVE FUNCTION TRIM(lk-path) TO ws-ref-text.
           IF ws-ref-text = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(lk-path)) TO ws-ref-len.
           MOVE 0 TO ws-ref-open.
           INSPECT ws-ref-text(1:ws-ref-len) TALLYING ws-ref-open
             FOR CHARACTERS BEFORE INITIAL "(".
           IF ws-ref-open < ws-ref-len
               IF ws-ref-open = 0
                   OR ws-ref-text(ws-ref-len:1) NOT = ")"
                   EXIT SECTION
               END-IF
               MOVE ws-ref-text(1:ws-ref-open) TO ws-ref-base
               IF ws-ref-len - ws-ref-open - 2 < 1
                   EXIT SECTION
               END-IF
               MOVE ws-ref-text(ws-ref-open + 2:
                 ws-ref-len - ws-ref-open - 2) TO ws-ref-value
           ELSE
               MOVE lk-base TO ws-ref-base
               MOVE ws-ref-text(1:ws-ref-len) TO ws-ref-value
           END-IF.
           MOVE SPACES TO ws-ref-digits.
           MOVE ws-ref-value(1:1) TO ws-ref-sign.
           IF ws-ref-sign = "-" OR ws-ref-sign = "+"
               MOVE ws-ref-value(2:19) TO ws-ref-digits
           ELSE
               MOVE SPACE TO ws-ref-sign
               MOVE ws-ref-value TO ws-ref-digits
           END-IF.
           IF ws-ref-digits = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-ref-digits))
             TO ws-ref-digit-len.
           IF ws-ref-digit-len > 4
               OR ws-ref-digits(1:ws-ref-digit-len) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE ws-ref-digits(1:ws-ref-digit-len) TO ws-ref-back.
           IF ws-ref-sign = SPACE AND ws-ref-back NOT = 0
               EXIT SECTION
           END-IF.
           MOVE "Y" TO ws-ref-ok.

      *>   +n names a generation not yet written, so only the sign
      *>   of a 0 may be +; -n counts back from the newest
       RESOLVE-REFERENCE SECTION.
           MOVE ws-ref-base(1:44) TO ws-base.
           MOVE 0 TO ws-grp-found.
           PERFORM VARYING ws-grp-idx FROM 1 BY 1
               UNTIL ws-grp-idx > ws-grp-count
               IF ws-grp-base(ws-grp-idx) = ws-base
                   MOVE ws-grp-idx TO ws-grp-found
               END-IF
           END-PERFORM.
           IF ws-grp-found = 0
               OR (ws-ref-sign = "+" AND ws-ref-back NOT = 0)
               MOVE 8 TO lk-status
               EXIT SECTION
           END-IF.
           PERFORM LOAD-GENERATIONS.
           PERFORM VARYING ws-gen-idx FROM ws-gen-count BY -1
               UNTIL ws-gen-idx < 1
               IF ws-gen-base(ws-gen-idx) = ws-base
                   IF ws-ref-back = 0
                       MOVE SPACES TO lk-path
                       MOVE ws-gen-path(ws-gen-idx) TO lk-path
                       MOVE ws-gen-number(ws-gen-idx) TO lk-gen
                       EXIT SECTION
                   END-IF
                   SUBTRACT 1 FROM ws-ref-back
               END-IF
           END-PERFORM.
           MOVE 8 TO lk-status.

           END PROGRAM "gdg-io".
