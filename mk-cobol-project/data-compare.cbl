      *> -------------------------------------------
      *> data-compare.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the field-by-field compare of two runs' output files. diff
      *> shows whole 300-byte records and no field names; this lays
      *> both files out through their copybook, the way data-export
      *> does, matches the records on a key field -- or by position
      *> when no key is named -- and reports every record INSERTED,
      *> DELETED or CHANGED, showing for a changed record only the
      *> fields that differ, by name, old value and new. A field
      *> summary closes the report -- "AMOUNT-DUE changed in 412
      *> records" is the line a reviewer wants first -- and then the
      *> totals.
      *>
      *>   data-compare <old-file> <new-file> <copybook>
      *>                [<key-field>] [SUMMARY]
      *>
      *> The key may be any field or group outside an OCCURS; the
      *> old file is held whole (5000 records of up to 2048 bytes),
      *> so neither file need be in key order, and a key twice in a
      *> file matches its occurrences in turn. Numbers compare by
      *> value, so a packed sign of F against C is no change; bytes
      *> that differ outside every named field are counted as such.
      *> SUMMARY leaves out the record lines.
      *>
      *> The report goes to the console with no dates or times in
      *> it, so a golden-output regression run can capture it as
      *> expected output. The run ends 0 when the files match and
      *> 1 when they differ, as diff does; only a run that could
      *> not compare is logged as a failure.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "data-compare".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE
               ASSIGN TO DYNAMIC ws-old-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-old-status.
           SELECT NEW-FILE
               ASSIGN TO DYNAMIC ws-new-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-new-status.

       DATA DIVISION.
         FILE SECTION.
         FD  OLD-FILE.
         01 OLD-RECORD PIC X(2048).
         FD  NEW-FILE.
         01 NEW-RECORD PIC X(2048).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "data-compare".
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
           01 ws-arg-4          PIC X(40).
           01 ws-arg-5          PIC X(40).
           01 ws-summary-only   PIC X VALUE "N".
           01 ws-key-name       PIC X(40) VALUE SPACES.
           01 ws-old-path       PIC X(300).
           01 ws-old-status     PIC XX.
           01 ws-old-eof        PIC X VALUE "N".
           01 ws-new-path       PIC X(300).
           01 ws-new-status     PIC XX.
           01 ws-new-eof        PIC X VALUE "N".
           01 ws-copybook-path  PIC X(300).

      *>   the copybook as copybook-layout lays it out; the first
      *>   01 record is the one compared
           01 ws-layout-op      PIC X(5).
           COPY "copybook-layout.cpy".
           01 ws-ent-idx        PIC 9(3).
           01 ws-record-len     PIC 9(5) VALUE 0.
           01 ws-col-idx        PIC 9(3).

      *>   the number of records each column changed in, beside
      *>   copybook-layout's columns
           01 ws-chg-table.
               05 ws-chg OCCURS 500 TIMES.
                   10 ws-col-changed  PIC 9(7).

      *>   the key: its bytes, and the column that shows it readably
      *>   when it is an elementary field
           01 ws-key-entry      PIC 9(3) VALUE 0.
           01 ws-key-offset     PIC 9(5).
           01 ws-key-size       PIC 9(5).
           01 ws-key-col        PIC 9(3) VALUE 0.
           01 ws-key-value      PIC X(64).

      *>   one field's value, decoded
           01 ws-decode-record  PIC X(2048).
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

      *>   the two sides of one field
           01 ws-old-text       PIC X(256).
           01 ws-old-num        PIC S9(20)V9(18).
           01 ws-old-bad        PIC X.
           01 ws-old-blank      PIC X.
           01 ws-field-differs  PIC X.
           01 ws-show-old       PIC X(256).
           01 ws-show-new       PIC X(256).

      *>   the old file held whole for matching on the key, with an
      *>   index kept in key order as it loads
           78 ws-old-max VALUE 5000.
           01 ws-old-count      PIC 9(5) VALUE 0.
           01 ws-old-table.
               05 ws-old OCCURS 5000 TIMES.
                   10 ws-old-rec      PIC X(2048).
                   10 ws-old-key      PIC X(64).
                   10 ws-old-matched  PIC X.
           01 ws-ord-table.
               05 ws-ord OCCURS 5000 TIMES PIC 9(5) COMP.
           01 ws-ord-idx        PIC 9(5) COMP.
           01 ws-lo             PIC 9(5) COMP.
           01 ws-hi             PIC 9(5) COMP.
           01 ws-mid            PIC 9(5) COMP.
           01 ws-old-idx        PIC 9(5).
           01 ws-found-idx      PIC 9(5).

      *>   the pair under compare and how it is named on the report
           01 ws-pair-old       PIC X(2048).
           01 ws-pair-new       PIC X(2048).
           01 ws-old-seq        PIC 9(7).
           01 ws-new-seq        PIC 9(7).
           01 ws-label          PIC X(80).
           01 ws-pair-changed   PIC X.
           01 ws-mask-old       PIC X(2048).
           01 ws-mask-new       PIC X(2048).
           01 ws-ed-seq-1       PIC Z(6)9.
           01 ws-ed-seq-2       PIC Z(6)9.

      *>   the run's tallies
           01 ws-old-read       PIC 9(7) VALUE 0.
           01 ws-new-read       PIC 9(7) VALUE 0.
           01 ws-matched-count  PIC 9(7) VALUE 0.
           01 ws-changed-count  PIC 9(7) VALUE 0.
           01 ws-same-count     PIC 9(7) VALUE 0.
           01 ws-inserted-count PIC 9(7) VALUE 0.
           01 ws-deleted-count  PIC 9(7) VALUE 0.
           01 ws-other-count    PIC 9(7) VALUE 0.
           01 ws-bad-count      PIC 9(9) VALUE 0.
           01 ws-ed-count       PIC Z(6)9.
           01 ws-ed-small       PIC Z(4)9.
           01 ws-differ-flag    PIC X VALUE "N".
           01 ws-summary-line.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ws-sum-name     PIC X(44).
               05 ws-sum-count    PIC Z(6)9.
               05 FILLER          PIC X(10) VALUE " record(s)".

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-READ-COPYBOOK.
           perform 270-SET-KEY.
           perform 300-OPEN-FILES.
           IF ws-key-entry > 0
               perform 400-LOAD-OLD-FILE
               perform 410-MATCH-NEW-FILE
               perform 420-LIST-DELETED
           ELSE
               perform 450-STEP-BY-POSITION
           END-IF.
           perform 700-PRINT-SUMMARY.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-old-path ws-new-path ws-copybook-path
             ws-arg-4 ws-arg-5.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-old-path ws-new-path ws-copybook-path
               ws-arg-4 ws-arg-5
           END-UNSTRING.
           IF ws-old-path = SPACES OR ws-new-path = SPACES
               OR ws-copybook-path = SPACES
               DISPLAY "DCM010E usage: data-compare <old-file> "
                 "<new-file> <copybook> [<key-field>] [SUMMARY]"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-arg-4) TO ws-arg-4.
           MOVE FUNCTION UPPER-CASE(ws-arg-5) TO ws-arg-5.
           IF ws-arg-4 = "SUMMARY"
               MOVE "Y" TO ws-summary-only
           ELSE
               MOVE ws-arg-4 TO ws-key-name
               IF ws-arg-5 = "SUMMARY"
                   MOVE "Y" TO ws-summary-only
               END-IF
           END-IF.

      *>   the copybook laid out and cut into columns by
      *>   copybook-layout, which says why when it cannot be
       100-READ-COPYBOOK SECTION.
           MOVE ws-copybook-path TO lay-path.
           MOVE 2048 TO lay-limit.
           MOVE "DCM" TO lay-prefix.
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
               DISPLAY "DCM016E data-compare: no comparable fields in "
                 FUNCTION TRIM(ws-copybook-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   the key must be a field or group the record has exactly
      *>   once -- nothing under an OCCURS or a REDEFINES
       270-SET-KEY SECTION.
           IF ws-key-name = SPACES
               GO TO 270-SET-KEY-EXIT
           END-IF.
           PERFORM VARYING ws-ent-idx FROM lay-rec-first(lay-main)
               BY 1 UNTIL ws-ent-idx > lay-rec-last(lay-main)
               OR ws-key-entry > 0
               IF lay-ent-name(ws-ent-idx) = ws-key-name
                   MOVE ws-ent-idx TO ws-key-entry
               END-IF
           END-PERFORM.
           IF ws-key-entry = 0
               DISPLAY "DCM018E data-compare: '"
                 FUNCTION TRIM(ws-key-name) "' is not a field in "
                 FUNCTION TRIM(ws-copybook-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF lay-ent-dims(ws-key-entry) > 0
               OR lay-ent-occurs(ws-key-entry) > 1
               OR lay-ent-skip(ws-key-entry) = "Y"
               OR lay-ent-size(ws-key-entry) = 0
               OR lay-ent-size(ws-key-entry) > 64
               DISPLAY "DCM019E data-compare: the key must be a field "
                 "of 1 to 64 bytes outside any OCCURS or REDEFINES"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE lay-ent-offset(ws-key-entry) TO ws-key-offset.
           MOVE lay-ent-size(ws-key-entry) TO ws-key-size.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               IF lay-col-entry(ws-col-idx) = ws-key-entry
                   MOVE ws-col-idx TO ws-key-col
               END-IF
           END-PERFORM.
       270-SET-KEY-EXIT.
           EXIT.

       300-OPEN-FILES SECTION.
      *>   packed and binary bytes are not text; line sequential's
      *>   default validation would refuse them on the way in
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN INPUT OLD-FILE.
           IF ws-old-status NOT = "00"
               DISPLAY "DCM020E data-compare: could not read "
                 FUNCTION TRIM(ws-old-path) ", status "
                 ws-old-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           OPEN INPUT NEW-FILE.
           IF ws-new-status NOT = "00"
               DISPLAY "DCM020E data-compare: could not read "
                 FUNCTION TRIM(ws-new-path) ", status "
                 ws-new-status UPON SYSERR
               END-DISPLAY
               CLOSE OLD-FILE
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-label.
           IF ws-key-entry > 0
               STRING "matched on " FUNCTION TRIM(ws-key-name)
                 DELIMITED BY SIZE INTO ws-label
               END-STRING
           ELSE
               MOVE "matched by position" TO ws-label
           END-IF.
           DISPLAY "data-compare: " FUNCTION TRIM(ws-old-path)
             " -> " FUNCTION TRIM(ws-new-path) " through "
             FUNCTION TRIM(ws-copybook-path) ", "
             FUNCTION TRIM(ws-label)
           END-DISPLAY.

      *>   the old file into the table, each record's place in key
      *>   order found by halving; an equal key goes after those
      *>   already in, so duplicates keep their file order
       400-LOAD-OLD-FILE SECTION.
           PERFORM UNTIL ws-old-eof = "Y"
               READ OLD-FILE
                   AT END
                       MOVE "Y" TO ws-old-eof
                   NOT AT END
                       PERFORM 405-HOLD-OLD-RECORD
               END-READ
           END-PERFORM.
           CLOSE OLD-FILE.

       405-HOLD-OLD-RECORD SECTION.
           IF ws-old-count >= ws-old-max
               DISPLAY "DCM021E data-compare: "
                 FUNCTION TRIM(ws-old-path) " has more than 5000 "
                 "records -- compare by position instead" UPON SYSERR
               END-DISPLAY
               CLOSE OLD-FILE NEW-FILE
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ADD 1 TO ws-old-read.
           ADD 1 TO ws-old-count.
           MOVE OLD-RECORD TO ws-old-rec(ws-old-count).
           MOVE SPACES TO ws-old-key(ws-old-count).
           MOVE OLD-RECORD(ws-key-offset + 1:ws-key-size)
             TO ws-old-key(ws-old-count).
           MOVE "N" TO ws-old-matched(ws-old-count).
           MOVE ws-old-key(ws-old-count) TO ws-key-value.
           MOVE 1 TO ws-lo.
           MOVE ws-old-count TO ws-hi.
           PERFORM UNTIL ws-lo >= ws-hi
               COMPUTE ws-mid = (ws-lo + ws-hi) / 2
               IF ws-old-key(ws-ord(ws-mid)) <= ws-key-value
                   COMPUTE ws-lo = ws-mid + 1
               ELSE
                   MOVE ws-mid TO ws-hi
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-ord-idx FROM ws-old-count BY -1
               UNTIL ws-ord-idx <= ws-lo
               MOVE ws-ord(ws-ord-idx - 1) TO ws-ord(ws-ord-idx)
           END-PERFORM.
           MOVE ws-old-count TO ws-ord(ws-lo).

      *>   each new record to the first old record with its key not
      *>   yet matched; none left, and it is an insert
       410-MATCH-NEW-FILE SECTION.
           PERFORM UNTIL ws-new-eof = "Y"
               READ NEW-FILE
                   AT END
                       MOVE "Y" TO ws-new-eof
                   NOT AT END
                       ADD 1 TO ws-new-read
                       PERFORM 415-MATCH-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE NEW-FILE.

       415-MATCH-ONE-RECORD SECTION.
           MOVE SPACES TO ws-key-value.
           MOVE NEW-RECORD(ws-key-offset + 1:ws-key-size)
             TO ws-key-value.
           MOVE 1 TO ws-lo.
           COMPUTE ws-hi = ws-old-count + 1.
           PERFORM UNTIL ws-lo >= ws-hi
               COMPUTE ws-mid = (ws-lo + ws-hi) / 2
               IF ws-old-key(ws-ord(ws-mid)) < ws-key-value
                   COMPUTE ws-lo = ws-mid + 1
               ELSE
                   MOVE ws-mid TO ws-hi
               END-IF
           END-PERFORM.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-ord-idx FROM ws-lo BY 1
               UNTIL ws-ord-idx > ws-old-count OR ws-found-idx > 0
               IF ws-old-key(ws-ord(ws-ord-idx)) NOT = ws-key-value
                   MOVE ws-old-count TO ws-ord-idx
               ELSE
                   IF ws-old-matched(ws-ord(ws-ord-idx)) = "N"
                       MOVE ws-ord(ws-ord-idx) TO ws-found-idx
                   END-IF
               END-IF
           END-PERFORM.
           MOVE NEW-RECORD TO ws-pair-new.
           MOVE ws-new-read TO ws-new-seq.
           IF ws-found-idx = 0
               MOVE ws-pair-new TO ws-decode-record
               PERFORM 610-NAME-THE-RECORD
               PERFORM 620-REPORT-INSERTED
               GO TO 415-MATCH-ONE-RECORD-EXIT
           END-IF.
           MOVE "Y" TO ws-old-matched(ws-found-idx).
           MOVE ws-old-rec(ws-found-idx) TO ws-pair-old.
           MOVE ws-found-idx TO ws-old-seq.
           PERFORM 600-COMPARE-PAIR.
       415-MATCH-ONE-RECORD-EXIT.
           EXIT.

      *>   what the new file never matched, in old-file order
       420-LIST-DELETED SECTION.
           PERFORM VARYING ws-old-idx FROM 1 BY 1
               UNTIL ws-old-idx > ws-old-count
               IF ws-old-matched(ws-old-idx) = "N"
                   MOVE ws-old-rec(ws-old-idx) TO ws-pair-old
                   MOVE ws-old-idx TO ws-old-seq
                   MOVE ws-pair-old TO ws-decode-record
                   PERFORM 610-NAME-THE-RECORD
                   PERFORM 630-REPORT-DELETED
               END-IF
           END-PERFORM.

      *>   no key: record n against record n, the longer file's tail
      *>   inserted or deleted
       450-STEP-BY-POSITION SECTION.
           PERFORM UNTIL ws-old-eof = "Y" AND ws-new-eof = "Y"
               IF ws-old-eof = "N"
                   READ OLD-FILE
                       AT END
                           MOVE "Y" TO ws-old-eof
                       NOT AT END
                           ADD 1 TO ws-old-read
                   END-READ
               END-IF
               IF ws-new-eof = "N"
                   READ NEW-FILE
                       AT END
                           MOVE "Y" TO ws-new-eof
                       NOT AT END
                           ADD 1 TO ws-new-read
                   END-READ
               END-IF
               MOVE OLD-RECORD TO ws-pair-old
               MOVE NEW-RECORD TO ws-pair-new
               MOVE ws-old-read TO ws-old-seq
               MOVE ws-new-read TO ws-new-seq
               EVALUATE TRUE
                   WHEN ws-old-eof = "Y" AND ws-new-eof = "Y"
                       CONTINUE
                   WHEN ws-old-eof = "Y"
                       PERFORM 610-NAME-THE-RECORD
                       PERFORM 620-REPORT-INSERTED
                   WHEN ws-new-eof = "Y"
                       PERFORM 610-NAME-THE-RECORD
                       PERFORM 630-REPORT-DELETED
                   WHEN OTHER
                       PERFORM 600-COMPARE-PAIR
               END-EVALUATE
           END-PERFORM.
           CLOSE OLD-FILE NEW-FILE.


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

      *>   field by field; the record line goes out with the first
      *>   field that differs, so a record whose fields differ only
      *>   in how an equal number is held -- a packed sign of F for
      *>   C -- is counted unchanged and never printed
       600-COMPARE-PAIR SECTION.
           ADD 1 TO ws-matched-count.
           MOVE "N" TO ws-pair-changed.
           IF ws-pair-old = ws-pair-new
               ADD 1 TO ws-same-count
               GO TO 600-COMPARE-PAIR-EXIT
           END-IF.
           MOVE ws-pair-new TO ws-decode-record.
           PERFORM 610-NAME-THE-RECORD.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               PERFORM 605-COMPARE-ONE-FIELD
           END-PERFORM.
           IF ws-pair-changed = "N"
               PERFORM 608-COMPARE-OTHER-BYTES
           END-IF.
           IF ws-pair-changed = "N"
               ADD 1 TO ws-same-count
           END-IF.
       600-COMPARE-PAIR-EXIT.
           EXIT.

      *>   the records with every named field blanked out; what still
      *>   differs is FILLER or a field too deep to be named
       608-COMPARE-OTHER-BYTES SECTION.
           MOVE ws-pair-old TO ws-mask-old.
           MOVE ws-pair-new TO ws-mask-new.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               MOVE lay-col-entry(ws-col-idx) TO ws-ent-idx
               MOVE SPACES TO ws-mask-old(lay-col-offset(ws-col-idx)
                 + 1:lay-ent-size(ws-ent-idx))
               MOVE SPACES TO ws-mask-new(lay-col-offset(ws-col-idx)
                 + 1:lay-ent-size(ws-ent-idx))
           END-PERFORM.
           IF ws-mask-old = ws-mask-new
               GO TO 608-COMPARE-OTHER-BYTES-EXIT
           END-IF.
           PERFORM 606-REPORT-CHANGED.
           ADD 1 TO ws-other-count.
           IF ws-summary-only = "N"
               DISPLAY "          (bytes outside the named fields "
                 "differ)"
               END-DISPLAY
           END-IF.
       608-COMPARE-OTHER-BYTES-EXIT.
           EXIT.

      *>   the first difference in a pair makes it a changed record
       606-REPORT-CHANGED SECTION.
           IF ws-pair-changed = "Y"
               GO TO 606-REPORT-CHANGED-EXIT
           END-IF.
           MOVE "Y" TO ws-pair-changed.
           ADD 1 TO ws-changed-count.
           MOVE "Y" TO ws-differ-flag.
           IF ws-summary-only = "Y"
               GO TO 606-REPORT-CHANGED-EXIT
           END-IF.
           IF ws-key-entry > 0
               MOVE ws-old-seq TO ws-ed-seq-1
               MOVE ws-new-seq TO ws-ed-seq-2
               DISPLAY "CHANGED   " FUNCTION TRIM(ws-label)
                 "  (old record " FUNCTION TRIM(ws-ed-seq-1)
                 ", new record " FUNCTION TRIM(ws-ed-seq-2) ")"
               END-DISPLAY
           ELSE
               DISPLAY "CHANGED   " FUNCTION TRIM(ws-label)
               END-DISPLAY
           END-IF.
       606-REPORT-CHANGED-EXIT.
           EXIT.

      *>   the same bytes are the same field; otherwise numbers are
      *>   equal when their values are, text only when it matches
       605-COMPARE-ONE-FIELD SECTION.
           MOVE lay-col-entry(ws-col-idx) TO ws-ent-idx.
           IF ws-pair-old(lay-col-offset(ws-col-idx) + 1:
                 lay-ent-size(ws-ent-idx))
              = ws-pair-new(lay-col-offset(ws-col-idx) + 1:
                 lay-ent-size(ws-ent-idx))
               GO TO 605-COMPARE-ONE-FIELD-EXIT
           END-IF.
           MOVE ws-pair-old TO ws-decode-record.
           PERFORM 500-DECODE-COLUMN.
           MOVE ws-val-text TO ws-old-text.
           MOVE ws-val-num TO ws-old-num.
           MOVE ws-val-bad TO ws-old-bad.
           MOVE ws-val-blank TO ws-old-blank.
           MOVE ws-pair-new TO ws-decode-record.
           PERFORM 500-DECODE-COLUMN.
           MOVE "Y" TO ws-field-differs.
           IF lay-ent-kind(lay-col-entry(ws-col-idx)) = "N"
               AND ws-old-bad = "N" AND ws-val-bad = "N"
               AND ws-old-blank = "N" AND ws-val-blank = "N"
               AND ws-old-num = ws-val-num
               MOVE "N" TO ws-field-differs
           END-IF.
           IF ws-field-differs = "N"
               GO TO 605-COMPARE-ONE-FIELD-EXIT
           END-IF.
           PERFORM 606-REPORT-CHANGED.
           ADD 1 TO ws-col-changed(ws-col-idx).
           IF ws-summary-only = "Y"
               GO TO 605-COMPARE-ONE-FIELD-EXIT
           END-IF.
           MOVE ws-old-text TO ws-show-old.
           IF ws-old-bad = "Y"
               MOVE "(not a number)" TO ws-show-old
           END-IF.
           IF ws-show-old = SPACES
               MOVE "(spaces)" TO ws-show-old
           END-IF.
           MOVE ws-val-text TO ws-show-new.
           IF ws-val-bad = "Y"
               MOVE "(not a number)" TO ws-show-new
           END-IF.
           IF ws-show-new = SPACES
               MOVE "(spaces)" TO ws-show-new
           END-IF.
           DISPLAY "          " lay-col-name(ws-col-idx) " "
             FUNCTION TRIM(ws-show-old TRAILING) "  ->  "
             FUNCTION TRIM(ws-show-new TRAILING)
           END-DISPLAY.
       605-COMPARE-ONE-FIELD-EXIT.
           EXIT.

      *>   "key <value>" when matching on a key, the key shown as
      *>   its field reads; "record <n>" by position
       610-NAME-THE-RECORD SECTION.
           MOVE SPACES TO ws-label.
           IF ws-key-entry = 0
               IF ws-old-eof = "Y" AND ws-new-eof = "N"
                   MOVE ws-new-seq TO ws-ed-seq-1
               ELSE
                   MOVE ws-old-seq TO ws-ed-seq-1
               END-IF
               STRING "record " FUNCTION TRIM(ws-ed-seq-1)
                 DELIMITED BY SIZE INTO ws-label
               END-STRING
               GO TO 610-NAME-THE-RECORD-EXIT
           END-IF.
           IF ws-key-col > 0
               MOVE ws-key-col TO ws-col-idx
               PERFORM 500-DECODE-COLUMN
           END-IF.
           IF ws-key-col = 0 OR ws-val-bad = "Y"
               OR ws-val-blank = "Y"
               MOVE SPACES TO ws-val-text
               MOVE ws-decode-record(ws-key-offset + 1:ws-key-size)
                 TO ws-val-text
           END-IF.
           STRING "key " FUNCTION TRIM(ws-val-text)
             DELIMITED BY SIZE INTO ws-label
           END-STRING.
       610-NAME-THE-RECORD-EXIT.
           EXIT.

       620-REPORT-INSERTED SECTION.
           ADD 1 TO ws-inserted-count.
           MOVE "Y" TO ws-differ-flag.
           IF ws-summary-only = "N"
               MOVE ws-new-seq TO ws-ed-seq-1
               DISPLAY "INSERTED  " FUNCTION TRIM(ws-label)
                 "  (new record " FUNCTION TRIM(ws-ed-seq-1) ")"
               END-DISPLAY
           END-IF.

       630-REPORT-DELETED SECTION.
           ADD 1 TO ws-deleted-count.
           MOVE "Y" TO ws-differ-flag.
           IF ws-summary-only = "N"
               MOVE ws-old-seq TO ws-ed-seq-1
               DISPLAY "DELETED   " FUNCTION TRIM(ws-label)
                 "  (old record " FUNCTION TRIM(ws-ed-seq-1) ")"
               END-DISPLAY
           END-IF.

      *>   per field, the number of records it changed in, then the
      *>   totals and the verdict the exit status repeats
       700-PRINT-SUMMARY SECTION.
           IF ws-changed-count > 0
               DISPLAY "field changes:"
               END-DISPLAY
               PERFORM VARYING ws-col-idx FROM 1 BY 1
                   UNTIL ws-col-idx > lay-col-count
                   IF ws-col-changed(ws-col-idx) > 0
                       MOVE lay-col-name(ws-col-idx) TO ws-sum-name
                       MOVE ws-col-changed(ws-col-idx) TO ws-sum-count
                       DISPLAY ws-summary-line
                       END-DISPLAY
                   END-IF
               END-PERFORM
               IF ws-other-count > 0
                   MOVE "(bytes outside the named fields)"
                     TO ws-sum-name
                   MOVE ws-other-count TO ws-sum-count
                   DISPLAY ws-summary-line
                   END-DISPLAY
               END-IF
           END-IF.
           MOVE ws-old-read TO ws-ed-seq-1.
           MOVE ws-new-read TO ws-ed-seq-2.
           DISPLAY "totals: " FUNCTION TRIM(ws-ed-seq-1) " old, "
             FUNCTION TRIM(ws-ed-seq-2) " new record(s)"
           END-DISPLAY.
           MOVE ws-matched-count TO ws-ed-seq-1.
           MOVE ws-same-count TO ws-ed-seq-2.
           MOVE ws-changed-count TO ws-ed-count.
           DISPLAY "        " FUNCTION TRIM(ws-ed-seq-1) " matched: "
             FUNCTION TRIM(ws-ed-seq-2) " unchanged, "
             FUNCTION TRIM(ws-ed-count) " changed"
           END-DISPLAY.
           MOVE ws-inserted-count TO ws-ed-seq-1.
           MOVE ws-deleted-count TO ws-ed-seq-2.
           DISPLAY "        " FUNCTION TRIM(ws-ed-seq-1) " inserted, "
             FUNCTION TRIM(ws-ed-seq-2) " deleted"
           END-DISPLAY.
           IF lay-not-shown + lay-too-deep > 0
               COMPUTE ws-ed-small = lay-not-shown + lay-too-deep
               DISPLAY "        " FUNCTION TRIM(ws-ed-small)
                 " field(s) compared as bytes only"
               END-DISPLAY
           END-IF.
           IF ws-differ-flag = "Y"
               DISPLAY "data-compare: files differ"
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "data-compare: files match"
               END-DISPLAY
           END-IF.


      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DCM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
      *>   a CALLed subprogram comes back with its own RETURN-CODE,
      *>   wiping this run's exit status -- so the status is saved
      *>   before the logging calls and put back for the STOP RUN.
      *>   Files that differ are the answer, not a failure: only a
      *>   run that could not compare is logged
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0 AND ws-differ-flag = "N"
               MOVE SPACES TO ws-log-error-msg
               STRING "DCM002E data compare failed, see SYSERR"
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

       END PROGRAM "data-compare".
