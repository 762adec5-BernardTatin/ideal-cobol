      *> -------------------------------------------
      *> data-export.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> "that file as a spreadsheet", in batch. file-aid shows one
      *> record at a time; this takes a data file and the copybook
      *> that describes it and writes every record out as a CSV
      *> with a header row of field names, or as a fixed-width
      *> listing through report-writer with the standard page
      *> headers. The copybook is laid out the way the compiler
      *> would: group usage carried down, REDEFINES kept to the
      *> first view, and OCCURS groups (three deep at most) written
      *> as repeated columns, NAME(1), NAME(2) ... in record order.
      *> Numbers come out readable -- zoned, packed and binary
      *> fields unpacked, the sign and the implied decimal point put
      *> in. Records are lines, as file-aid reads them.
      *>
      *>   data-export <data-file> <copybook> [CSV|PRINT]
      *>               [<field> <op> <value>]
      *>
      *> CSV (the default) writes <data-file>.csv; PRINT files
      *> REPORT.EXPORT, each record on one line, or wrapped onto
      *> continuation lines when the fields need more than 132
      *> columns. The filter keeps only the records whose field
      *> compares true: <op> is EQ, NE, GT, GE, LT or LE (or = <>
      *> > >= < <=, quoted for the shell), the comparison numeric
      *> for a numeric field and by text otherwise; an OCCURS
      *> field is named with its subscripts, as in the header row.
      *> A numeric field whose bytes are not a valid number is
      *> written empty, and counted.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "data-export".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE
               ASSIGN TO DYNAMIC ws-data-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-data-status.
           SELECT CSV-FILE
               ASSIGN TO DYNAMIC ws-csv-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-csv-status.

       DATA DIVISION.
         FILE SECTION.
         FD  DATA-FILE.
         01 DATA-RECORD PIC X(8192).
         FD  CSV-FILE.
         01 CSV-RECORD PIC X(8000).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "data-export".
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
           01 ws-parse-ptr      PIC 9(3).
           01 ws-arg-3          PIC X(40).
           01 ws-mode           PIC X(5) VALUE "CSV".
           01 ws-data-path      PIC X(300).
           01 ws-data-status    PIC XX.
           01 ws-data-eof       PIC X VALUE "N".
           01 ws-copybook-path  PIC X(300).
           01 ws-csv-path       PIC X(300).
           01 ws-csv-status     PIC XX.

      *>   the copybook as copybook-layout lays it out; the first
      *>   01 record is the one exported
           01 ws-layout-op      PIC X(5).
           COPY "copybook-layout.cpy".
           01 ws-ent-idx        PIC 9(3).
           01 ws-record-len     PIC 9(5) VALUE 0.

      *>   each column's printed width and where it stands on the
      *>   print line, beside copybook-layout's columns
           01 ws-col-idx        PIC 9(3).
           01 ws-prt-table.
               05 ws-prt OCCURS 500 TIMES.
                   10 ws-col-width    PIC 9(3).
                   10 ws-col-band     PIC 9.
                   10 ws-col-pos      PIC 9(3).

      *>   the optional filter
           01 ws-flt-field      PIC X(44) VALUE SPACES.
           01 ws-flt-op         PIC X(4) VALUE SPACES.
           01 ws-flt-value      PIC X(200) VALUE SPACES.
           01 ws-flt-col        PIC 9(3) VALUE 0.
           01 ws-flt-num        PIC S9(20)V9(18).
           01 ws-flt-result     PIC X.
           01 ws-flt-len        PIC 9(3).

      *>   one field's value, decoded
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
           01 ws-overpunch-plus  PIC X(10) VALUE "{ABCDEFGHI".
           01 ws-overpunch-minus PIC X(10) VALUE "}JKLMNOPQR".
           01 ws-overpunch-ascii PIC X(10) VALUE "pqrstuvwxy".

      *>   the output lines
           01 ws-csv-line       PIC X(8000).
           01 ws-csv-ptr        PIC 9(5).
           01 ws-csv-cut        PIC X.
           01 ws-quote-need     PIC X.
           01 ws-char-idx       PIC 9(3).
           01 ws-band-count     PIC 9 VALUE 1.
           01 ws-band-idx       PIC 9.
           01 ws-print-pos      PIC 9(3).
           01 ws-band-lines.
               05 ws-band-line OCCURS 9 TIMES PIC X(132).
           01 ws-place-pos      PIC 9(3).

      *>   the run's tallies
           01 ws-read-count     PIC 9(9) VALUE 0.
           01 ws-kept-count     PIC 9(9) VALUE 0.
           01 ws-bad-count      PIC 9(9) VALUE 0.
           01 ws-cut-count      PIC 9(9) VALUE 0.
           01 ws-ed-count-1     PIC Z(8)9.
           01 ws-ed-count-2     PIC Z(8)9.
           01 ws-ed-small       PIC Z(4)9.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60).
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-READ-COPYBOOK.
           perform 250-BUILD-COLUMNS.
           perform 270-SET-FILTER.
           perform 300-EXPORT-RECORDS.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-data-path ws-copybook-path ws-arg-3.
           MOVE 1 TO ws-parse-ptr.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-data-path ws-copybook-path ws-arg-3
             WITH POINTER ws-parse-ptr
           END-UNSTRING.
           IF ws-data-path = SPACES OR ws-copybook-path = SPACES
               DISPLAY "DEX010E usage: data-export <data-file> "
                 "<copybook> [CSV|PRINT] [<field> <op> <value>]"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-arg-3) TO ws-arg-3.
           IF ws-arg-3 = "CSV" OR ws-arg-3 = "PRINT"
               MOVE ws-arg-3 TO ws-mode
               MOVE SPACES TO ws-arg-3
               IF ws-parse-ptr <= 300
                   UNSTRING ws-cmdline DELIMITED BY ALL " "
                     INTO ws-arg-3
                     WITH POINTER ws-parse-ptr
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(ws-arg-3) TO ws-arg-3
               END-IF
           END-IF.
      *>   the filter: field and operator are words, the value is
      *>   the rest of the line, so it may hold spaces
           IF ws-arg-3 NOT = SPACES
               MOVE ws-arg-3 TO ws-flt-field
               IF ws-parse-ptr <= 300
                   UNSTRING ws-cmdline DELIMITED BY ALL " "
                     INTO ws-flt-op
                     WITH POINTER ws-parse-ptr
                   END-UNSTRING
               END-IF
               IF ws-parse-ptr <= 300
                   MOVE FUNCTION TRIM(ws-cmdline(ws-parse-ptr:))
                     TO ws-flt-value
               END-IF
               MOVE FUNCTION UPPER-CASE(ws-flt-op) TO ws-flt-op
               PERFORM 010-CHECK-FILTER-WORDS
           END-IF.
           MOVE SPACES TO ws-csv-path.
           STRING FUNCTION TRIM(ws-data-path) ".csv"
             DELIMITED BY SIZE INTO ws-csv-path
           END-STRING.

      *>   the operator in its word form from here on; a value in
      *>   quotes loses them
       010-CHECK-FILTER-WORDS SECTION.
           EVALUATE ws-flt-op
               WHEN "EQ" WHEN "="
                   MOVE "EQ" TO ws-flt-op
               WHEN "NE" WHEN "<>"
                   MOVE "NE" TO ws-flt-op
               WHEN "GT" WHEN ">"
                   MOVE "GT" TO ws-flt-op
               WHEN "GE" WHEN ">="
                   MOVE "GE" TO ws-flt-op
               WHEN "LT" WHEN "<"
                   MOVE "LT" TO ws-flt-op
               WHEN "LE" WHEN "<="
                   MOVE "LE" TO ws-flt-op
               WHEN OTHER
                   DISPLAY "DEX011E data-export: filter needs <field> "
                     "EQ|NE|GT|GE|LT|LE <value>, not '"
                     FUNCTION TRIM(ws-flt-op) "'" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
           END-EVALUATE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-flt-value))
             TO ws-flt-len.
           IF ws-flt-len > 1
               AND (ws-flt-value(1:1) = QUOTE
                    OR ws-flt-value(1:1) = "'")
               AND ws-flt-value(ws-flt-len:1) = ws-flt-value(1:1)
               MOVE SPACE TO ws-flt-value(ws-flt-len:1)
               MOVE ws-flt-value(2:) TO ws-flt-value
           END-IF.

      *>   the copybook laid out and cut into columns by
      *>   copybook-layout, which says why when it cannot be
       100-READ-COPYBOOK SECTION.
           MOVE ws-copybook-path TO lay-path.
           MOVE 8192 TO lay-limit.
           MOVE "DEX" TO lay-prefix.
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

      *>   every exportable elementary item, once per subscript
      *>   combination, in record order, as wide as its value or its
      *>   name, whichever is wider
       250-BUILD-COLUMNS SECTION.
           IF lay-col-count = 0
               DISPLAY "DEX016E data-export: no exportable fields in "
                 FUNCTION TRIM(ws-copybook-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               PERFORM 255-SET-COLUMN-WIDTH
           END-PERFORM.
           PERFORM 260-LAY-OUT-PRINT.

      *>   text longer than a print line is cut at 100
       255-SET-COLUMN-WIDTH SECTION.
           MOVE lay-col-entry(ws-col-idx) TO ws-ent-idx.
           IF lay-ent-kind(ws-ent-idx) = "N"
               MOVE lay-ent-digits(ws-ent-idx)
                 TO ws-col-width(ws-col-idx)
               IF lay-ent-signed(ws-ent-idx) = "Y"
                   ADD 1 TO ws-col-width(ws-col-idx)
               END-IF
               IF lay-ent-dec(ws-ent-idx) > 0
                   ADD 1 TO ws-col-width(ws-col-idx)
               END-IF
           ELSE
               IF lay-ent-size(ws-ent-idx) > 100
                   MOVE 100 TO ws-col-width(ws-col-idx)
               ELSE
                   MOVE lay-ent-size(ws-ent-idx)
                     TO ws-col-width(ws-col-idx)
               END-IF
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(lay-col-name(ws-col-idx)))
               > ws-col-width(ws-col-idx)
               MOVE FUNCTION LENGTH(
                 FUNCTION TRIM(lay-col-name(ws-col-idx)))
                 TO ws-col-width(ws-col-idx)
           END-IF.

      *>   the print line is 132 wide: columns go left to right two
      *>   apart, and one that will not fit starts a continuation
      *>   line, indented four, for the same record
       260-LAY-OUT-PRINT SECTION.
           MOVE 1 TO ws-band-count.
           MOVE 1 TO ws-print-pos.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               IF ws-print-pos + ws-col-width(ws-col-idx) - 1 > 132
                   AND ws-print-pos > 5
                   IF ws-band-count < 9
                       ADD 1 TO ws-band-count
                   END-IF
                   MOVE 5 TO ws-print-pos
               END-IF
               MOVE ws-band-count TO ws-col-band(ws-col-idx)
               MOVE ws-print-pos TO ws-col-pos(ws-col-idx)
               COMPUTE ws-print-pos =
                 ws-print-pos + ws-col-width(ws-col-idx) + 2
           END-PERFORM.

      *>   the filter's field must be a column, and a numeric one
      *>   needs a number to compare with
       270-SET-FILTER SECTION.
           IF ws-flt-field = SPACES
               GO TO 270-SET-FILTER-EXIT
           END-IF.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count OR ws-flt-col > 0
               IF lay-col-name(ws-col-idx) = ws-flt-field
                   MOVE ws-col-idx TO ws-flt-col
               END-IF
           END-PERFORM.
           IF ws-flt-col = 0
               DISPLAY "DEX018E data-export: '"
                 FUNCTION TRIM(ws-flt-field) "' is not an exported "
                 "field -- an OCCURS field needs its subscripts"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF lay-ent-kind(lay-col-entry(ws-flt-col)) = "N"
               IF ws-flt-value = SPACES
                   OR FUNCTION TEST-NUMVAL(ws-flt-value) NOT = 0
                   DISPLAY "DEX019E data-export: "
                     FUNCTION TRIM(ws-flt-field) " is numeric; '"
                     FUNCTION TRIM(ws-flt-value) "' is not a number"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
               END-IF
               COMPUTE ws-flt-num = FUNCTION NUMVAL(ws-flt-value)
           END-IF.
       270-SET-FILTER-EXIT.
           EXIT.

       300-EXPORT-RECORDS SECTION.
      *>   packed and binary bytes are not text; line sequential's
      *>   default validation would refuse them on the way in
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN INPUT DATA-FILE.
           IF ws-data-status NOT = "00"
               DISPLAY "DEX020E data-export: could not read "
                 FUNCTION TRIM(ws-data-path) ", status "
                 ws-data-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-EXPORT-RECORDS-EXIT
           END-IF.
           IF ws-mode = "PRINT"
               PERFORM 400-OPEN-REPORT
           ELSE
               PERFORM 350-OPEN-CSV
           END-IF.
           IF RETURN-CODE NOT = 0
               CLOSE DATA-FILE
               GO TO 300-EXPORT-RECORDS-EXIT
           END-IF.
           PERFORM UNTIL ws-data-eof = "Y"
               READ DATA-FILE
                   AT END
                       MOVE "Y" TO ws-data-eof
                   NOT AT END
                       ADD 1 TO ws-read-count
                       PERFORM 310-EXPORT-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
           MOVE ws-read-count TO ws-ed-count-1.
           MOVE ws-kept-count TO ws-ed-count-2.
           IF ws-mode = "PRINT"
               PERFORM 420-CLOSE-REPORT
           ELSE
               CLOSE CSV-FILE
               DISPLAY "data-export: " FUNCTION TRIM(ws-ed-count-1)
                 " record(s) read, " FUNCTION TRIM(ws-ed-count-2)
                 " written to " FUNCTION TRIM(ws-csv-path)
               END-DISPLAY
           END-IF.
           IF lay-not-shown + lay-too-deep > 0
               COMPUTE ws-ed-small = lay-not-shown + lay-too-deep
               DISPLAY "data-export: " FUNCTION TRIM(ws-ed-small)
                 " field(s) left out -- floating-point, national or "
                 "P-scaled, or OCCURS more than three deep"
               END-DISPLAY
           END-IF.
           IF ws-bad-count > 0
               MOVE ws-bad-count TO ws-ed-count-1
               DISPLAY "DEX021W data-export: "
                 FUNCTION TRIM(ws-ed-count-1) " numeric value(s) "
                 "were not valid numbers and were written empty"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
           IF ws-cut-count > 0
               MOVE ws-cut-count TO ws-ed-count-1
               DISPLAY "DEX022W data-export: "
                 FUNCTION TRIM(ws-ed-count-1) " CSV line(s) were "
                 "longer than 8000 characters and were cut"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
       300-EXPORT-RECORDS-EXIT.
           EXIT.

       310-EXPORT-ONE-RECORD SECTION.
           IF ws-flt-col > 0
               MOVE ws-flt-col TO ws-col-idx
               PERFORM 500-DECODE-COLUMN
               PERFORM 320-APPLY-FILTER
               IF ws-flt-result = "N"
                   GO TO 310-EXPORT-ONE-RECORD-EXIT
               END-IF
           END-IF.
           ADD 1 TO ws-kept-count.
           IF ws-mode = "PRINT"
               PERFORM 410-PRINT-RECORD
           ELSE
               PERFORM 360-WRITE-CSV-RECORD
           END-IF.
       310-EXPORT-ONE-RECORD-EXIT.
           EXIT.

      *>   numeric fields compare as numbers, text as text; a value
      *>   that could not be read matches nothing
       320-APPLY-FILTER SECTION.
           MOVE "N" TO ws-flt-result.
           IF lay-ent-kind(lay-col-entry(ws-flt-col)) = "N"
               IF ws-val-bad = "Y" OR ws-val-blank = "Y"
                   GO TO 320-APPLY-FILTER-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN ws-flt-op = "EQ" AND ws-val-num = ws-flt-num
                   WHEN ws-flt-op = "NE" AND ws-val-num NOT = ws-flt-num
                   WHEN ws-flt-op = "GT" AND ws-val-num > ws-flt-num
                   WHEN ws-flt-op = "GE" AND ws-val-num >= ws-flt-num
                   WHEN ws-flt-op = "LT" AND ws-val-num < ws-flt-num
                   WHEN ws-flt-op = "LE" AND ws-val-num <= ws-flt-num
                       MOVE "Y" TO ws-flt-result
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN ws-flt-op = "EQ" AND ws-val-text = ws-flt-value
                   WHEN ws-flt-op = "NE"
                       AND ws-val-text NOT = ws-flt-value
                   WHEN ws-flt-op = "GT" AND ws-val-text > ws-flt-value
                   WHEN ws-flt-op = "GE"
                       AND ws-val-text >= ws-flt-value
                   WHEN ws-flt-op = "LT" AND ws-val-text < ws-flt-value
                   WHEN ws-flt-op = "LE"
                       AND ws-val-text <= ws-flt-value
                       MOVE "Y" TO ws-flt-result
               END-EVALUATE
           END-IF.
       320-APPLY-FILTER-EXIT.
           EXIT.

      *>   the header row goes out as the file is opened
       350-OPEN-CSV SECTION.
           OPEN OUTPUT CSV-FILE.
           IF ws-csv-status NOT = "00"
               DISPLAY "DEX023E data-export: could not write "
                 FUNCTION TRIM(ws-csv-path) ", status "
                 ws-csv-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 350-OPEN-CSV-EXIT
           END-IF.
           MOVE SPACES TO ws-csv-line.
           MOVE 1 TO ws-csv-ptr.
           MOVE "N" TO ws-csv-cut.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               MOVE lay-col-name(ws-col-idx) TO ws-val-text
               MOVE "X" TO ws-quote-need
               PERFORM 370-ADD-CSV-VALUE
           END-PERFORM.
           MOVE ws-csv-line TO CSV-RECORD.
           WRITE CSV-RECORD.
       350-OPEN-CSV-EXIT.
           EXIT.

       360-WRITE-CSV-RECORD SECTION.
           MOVE SPACES TO ws-csv-line.
           MOVE 1 TO ws-csv-ptr.
           MOVE "N" TO ws-csv-cut.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               PERFORM 500-DECODE-COLUMN
               MOVE lay-ent-kind(lay-col-entry(ws-col-idx))
                 TO ws-quote-need
               PERFORM 370-ADD-CSV-VALUE
           END-PERFORM.
           IF ws-csv-cut = "Y"
               ADD 1 TO ws-cut-count
           END-IF.
           MOVE ws-csv-line TO CSV-RECORD.
           WRITE CSV-RECORD.

      *>   a comma between values; text is quoted only when it holds
      *>   a comma or a quote, and a quote inside is doubled
       370-ADD-CSV-VALUE SECTION.
           IF ws-col-idx > 1
               STRING "," DELIMITED BY SIZE
                 INTO ws-csv-line WITH POINTER ws-csv-ptr
                 ON OVERFLOW MOVE "Y" TO ws-csv-cut
               END-STRING
           END-IF.
           IF ws-val-text = SPACES
               GO TO 370-ADD-CSV-VALUE-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-val-text TRAILING))
             TO ws-val-len.
           IF ws-quote-need = "X"
               MOVE "N" TO ws-quote-need
               PERFORM VARYING ws-char-idx FROM 1 BY 1
                   UNTIL ws-char-idx > ws-val-len
                   IF ws-val-text(ws-char-idx:1) = ","
                       OR ws-val-text(ws-char-idx:1) = QUOTE
                       MOVE "Y" TO ws-quote-need
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO ws-quote-need
           END-IF.
           IF ws-quote-need = "N"
               STRING ws-val-text(1:ws-val-len) DELIMITED BY SIZE
                 INTO ws-csv-line WITH POINTER ws-csv-ptr
                 ON OVERFLOW MOVE "Y" TO ws-csv-cut
               END-STRING
               GO TO 370-ADD-CSV-VALUE-EXIT
           END-IF.
           STRING QUOTE DELIMITED BY SIZE
             INTO ws-csv-line WITH POINTER ws-csv-ptr
             ON OVERFLOW MOVE "Y" TO ws-csv-cut
           END-STRING.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-val-len
               IF ws-val-text(ws-char-idx:1) = QUOTE
                   STRING QUOTE DELIMITED BY SIZE
                     INTO ws-csv-line WITH POINTER ws-csv-ptr
                     ON OVERFLOW MOVE "Y" TO ws-csv-cut
                   END-STRING
               END-IF
               STRING ws-val-text(ws-char-idx:1) DELIMITED BY SIZE
                 INTO ws-csv-line WITH POINTER ws-csv-ptr
                 ON OVERFLOW MOVE "Y" TO ws-csv-cut
               END-STRING
           END-PERFORM.
           STRING QUOTE DELIMITED BY SIZE
             INTO ws-csv-line WITH POINTER ws-csv-ptr
             ON OVERFLOW MOVE "Y" TO ws-csv-cut
           END-STRING.
       370-ADD-CSV-VALUE-EXIT.
           EXIT.

      *>   REPORT.EXPORT, with the file and any filter in the first
      *>   lines and the field names as the column headings
       400-OPEN-REPORT SECTION.
           MOVE SPACES TO ws-rpt-title.
           STRING "EXPORT " FUNCTION TRIM(ws-data-path)
             DELIMITED BY SIZE INTO ws-rpt-title
           END-STRING.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "DEX024E data-export: could not open the export "
                 "report, status " ws-rpt-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 400-OPEN-REPORT-EXIT
           END-IF.
           MOVE ws-record-len TO ws-ed-small.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-data-path) " through "
             FUNCTION TRIM(ws-copybook-path) ", "
             FUNCTION TRIM(ws-ed-small) "-byte records"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           IF ws-flt-col > 0
               MOVE SPACES TO ws-rpt-line
               STRING "Only records where " FUNCTION TRIM(ws-flt-field)
                 " " FUNCTION TRIM(ws-flt-op) " "
                 FUNCTION TRIM(ws-flt-value)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-band-lines.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               MOVE ws-col-band(ws-col-idx) TO ws-band-idx
               MOVE ws-col-pos(ws-col-idx) TO ws-place-pos
               MOVE lay-col-name(ws-col-idx)
                 TO ws-band-line(ws-band-idx)
                    (ws-place-pos:ws-col-width(ws-col-idx))
           END-PERFORM.
           PERFORM 430-EMIT-BANDS.
           MOVE ALL "-" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
       400-OPEN-REPORT-EXIT.
           EXIT.

      *>   text left in its column, numbers right
       410-PRINT-RECORD SECTION.
           MOVE SPACES TO ws-band-lines.
           PERFORM VARYING ws-col-idx FROM 1 BY 1
               UNTIL ws-col-idx > lay-col-count
               PERFORM 500-DECODE-COLUMN
               MOVE ws-col-band(ws-col-idx) TO ws-band-idx
               MOVE ws-col-pos(ws-col-idx) TO ws-place-pos
               IF lay-ent-kind(lay-col-entry(ws-col-idx)) = "N"
                   AND ws-val-text NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-val-text))
                     TO ws-val-len
                   COMPUTE ws-place-pos = ws-place-pos
                     + ws-col-width(ws-col-idx) - ws-val-len
                   MOVE ws-val-text(1:ws-val-len)
                     TO ws-band-line(ws-band-idx)
                        (ws-place-pos:ws-val-len)
               ELSE
                   MOVE ws-val-text
                     TO ws-band-line(ws-band-idx)
                        (ws-place-pos:ws-col-width(ws-col-idx))
               END-IF
           END-PERFORM.
           PERFORM 430-EMIT-BANDS.
           IF ws-band-count > 1
               MOVE SPACES TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       420-CLOSE-REPORT SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING FUNCTION TRIM(ws-ed-count-1) " record(s) read, "
             FUNCTION TRIM(ws-ed-count-2) " listed"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           DISPLAY "data-export: " FUNCTION TRIM(ws-ed-count-1)
             " record(s) read, " FUNCTION TRIM(ws-ed-count-2)
             " listed in REPORT.EXPORT"
           END-DISPLAY.

       430-EMIT-BANDS SECTION.
           PERFORM VARYING ws-band-idx FROM 1 BY 1
               UNTIL ws-band-idx > ws-band-count
               MOVE ws-band-line(ws-band-idx) TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.

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
           MOVE DATA-RECORD(lay-col-offset(ws-col-idx) + 1:ws-raw-len)
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
               DISPLAY "DEX001E " FUNCTION TRIM(ws-log-program-name)
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
               STRING "DEX002E data export failed, see SYSERR"
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

       END PROGRAM "data-export".
