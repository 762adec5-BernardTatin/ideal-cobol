      *> -------------------------------------------
      *> copybook-layout.cbl
      *> the one reading of a record description, shared by
      *> data-export, data-compare, data-mask, maint-gen,
      *> project-doc and interface-check so the six never disagree
      *> about where a field starts or how long it is. Entries are
      *> gathered across lines to their closing period (columns
      *> 8-72, comments dropped), and laid out as the compiler
      *> would: group usage carried down, a group the sum of its
      *> children, a REDEFINES back on the item it redefines and
      *> adding nothing, OCCURS n TO m at its maximum, a 78-level
      *> constant accepted as an OCCURS count or a PICTURE repeat.
      *> Called with an operation:
      *>
      *>   "FILE "  lay out the copybook lay-path names, in one go
      *>   "START"  start a fresh layout, to be fed line by line
      *>   "LINE "  take lay-line
      *>   "BREAK"  a section or division header: the entry being
      *>            gathered and the open record end there
      *>   "END  "  lay out what the lines held
      *>
      *> After FILE or END lay-status says whether the first 01
      *> record is usable; with lay-prefix set the reason is also
      *> written to SYSERR as the caller's own 012E-017E message.
      *> Keeps its tables between calls, so it is not INITIAL.
      *> Layout in copybook-layout.cpy.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "copybook-layout".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPYBOOK-FILE
               ASSIGN TO DYNAMIC ws-copybook-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-copybook-status.

       DATA DIVISION.
       FILE SECTION.
       FD  COPYBOOK-FILE.
       01 COPYBOOK-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 ws-copybook-path  PIC X(300).
       01 ws-copybook-status PIC XX.
       01 ws-copybook-eof   PIC X VALUE "N".
       01 ws-line           PIC X(256).

      *>   lines are gathered into one entry up to its closing
      *>   period, whatever lines it spans
       01 ws-upper-line     PIC X(92).
       01 ws-area           PIC X(65).
       01 ws-area-idx       PIC 99.
       01 ws-area-char      PIC X.
       01 ws-quote-char     PIC X VALUE SPACE.
       01 ws-entry          PIC X(600).
       01 ws-entry-ptr      PIC 9(3) VALUE 1.
       78 ws-tok-max VALUE 16.
       01 ws-tok-table.
           05 ws-tok OCCURS 16 TIMES PIC X(40).
       01 ws-tok-count      PIC 99.
       01 ws-tok-idx        PIC 99.
       01 ws-level          PIC 99.
       01 ws-cur-fd         PIC X(30) VALUE SPACES.
       01 ws-rec-open       PIC X VALUE "N".
       01 ws-name-text      PIC X(40).

       78 ws-rec-max VALUE 60.
       78 ws-ent-max VALUE 999.
       78 ws-col-max VALUE 500.
       78 ws-con-max VALUE 100.
       01 ws-rec-idx        PIC 9(3).
       01 ws-ent-idx        PIC 9(3).
       01 ws-con-idx        PIC 9(3).
       01 ws-found-flag     PIC X.

      *>   the PICTURE taken apart
       01 ws-pic-idx        PIC 99.
       01 ws-pic-char       PIC X.
       01 ws-pic-last       PIC X.
       01 ws-rep-text       PIC X(30).
       01 ws-rep-idx        PIC 99.
       01 ws-rep-count      PIC 9(5).
       01 ws-pic-alpha      PIC 9(4).
       01 ws-pic-nines      PIC 9(4).
       01 ws-pic-dec        PIC 9(4).
       01 ws-pic-edit       PIC 9(4).
       01 ws-pic-scaled     PIC X.
       01 ws-pic-v-seen     PIC X.

      *>   the open groups while a record is laid out
       78 ws-stk-max VALUE 50.
       01 ws-stk-top        PIC 99 VALUE 0.
       01 ws-stk-table.
           05 ws-stk OCCURS 50 TIMES.
               10 ws-stk-entry    PIC 9(3).
               10 ws-stk-cursor   PIC 9(5).
               10 ws-stk-base     PIC 9(5).
       01 ws-parent         PIC 9(3).
       01 ws-close-entry    PIC 9(3).
       01 ws-dim-idx        PIC 9.

      *>   the columns
       01 ws-col-idx        PIC 9(3).
       01 ws-col-idx-2      PIC 9(3).
       01 ws-col-hold       PIC X(52).
       01 ws-hold-offset    PIC 9(5).
       01 ws-sub-1          PIC 9(4).
       01 ws-sub-2          PIC 9(4).
       01 ws-sub-3          PIC 9(4).
       01 ws-lim-1          PIC 9(4).
       01 ws-lim-2          PIC 9(4).
       01 ws-lim-3          PIC 9(4).
       01 ws-ed-sub-1       PIC Z(3)9.
       01 ws-ed-sub-2       PIC Z(3)9.
       01 ws-ed-sub-3       PIC Z(3)9.

      *>   the caller's message
       01 ws-msg-id         PIC X(3).
       01 ws-msg-text       PIC X(200).
       01 ws-ed-len         PIC Z(4)9.
       01 ws-ed-limit       PIC Z(4)9.

       LINKAGE SECTION.
       01 lk-op             PIC X(5).
           COPY "copybook-layout.cpy".

       PROCEDURE DIVISION USING lk-op COPYBOOK-LAYOUT.
       prog.
           EVALUATE lk-op
               WHEN "FILE "
                   PERFORM START-LAYOUT
                   PERFORM READ-COPYBOOK
                   IF lay-status = 0
                       PERFORM END-LAYOUT
                   END-IF
               WHEN "START"
                   PERFORM START-LAYOUT
               WHEN "LINE "
                   MOVE lay-line TO ws-line
                   PERFORM TAKE-ONE-LINE
               WHEN "BREAK"
                   PERFORM BREAK-LAYOUT
               WHEN "END  "
                   PERFORM END-LAYOUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT PROGRAM.

       START-LAYOUT SECTION.
           MOVE 0 TO lay-status lay-main lay-rec-count lay-ent-count
             lay-ent-more lay-too-deep lay-not-shown lay-col-count
             lay-con-count.
           MOVE "N" TO ws-rec-open.
           PERFORM BREAK-LAYOUT.

       BREAK-LAYOUT SECTION.
           PERFORM CLOSE-RECORD.
           MOVE SPACES TO ws-entry ws-cur-fd.
           MOVE 1 TO ws-entry-ptr.
           MOVE SPACE TO ws-quote-char.

       READ-COPYBOOK SECTION.
           MOVE lay-path TO ws-copybook-path.
           MOVE "N" TO ws-copybook-eof.
           OPEN INPUT COPYBOOK-FILE.
           IF ws-copybook-status NOT = "00"
               MOVE 12 TO lay-status
               MOVE "012" TO ws-msg-id
               MOVE SPACES TO ws-msg-text
               STRING "could not read copybook "
                 FUNCTION TRIM(lay-path)
                 DELIMITED BY SIZE INTO ws-msg-text
               END-STRING
               PERFORM SAY-MESSAGE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-copybook-eof = "Y"
               READ COPYBOOK-FILE
                   AT END
                       MOVE "Y" TO ws-copybook-eof
                   NOT AT END
                       MOVE COPYBOOK-RECORD TO ws-line
                       PERFORM TAKE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE COPYBOOK-FILE.

      *>   every record laid out, then the first 01 record checked
      *>   and, when asked, cut into columns
       END-LAYOUT SECTION.
           PERFORM CLOSE-RECORD.
           PERFORM VARYING ws-rec-idx FROM 1 BY 1
               UNTIL ws-rec-idx > lay-rec-count
               IF lay-rec-first(ws-rec-idx) > 0
                   AND lay-rec-last(ws-rec-idx)
                       >= lay-rec-first(ws-rec-idx)
                   PERFORM LAY-OUT-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-msg-text.
           EVALUATE TRUE
               WHEN lay-main = 0
                   MOVE 13 TO lay-status
                   MOVE "013" TO ws-msg-id
                   STRING "no 01 record in " FUNCTION TRIM(lay-path)
                     DELIMITED BY SIZE INTO ws-msg-text
                   END-STRING
               WHEN lay-ent-more > 0
                   MOVE 14 TO lay-status
                   MOVE "014" TO ws-msg-id
                   MOVE "more than 999 entries in the copybook"
                     TO ws-msg-text
               WHEN lay-limit > 0
                   AND lay-rec-len(lay-main) > lay-limit
                   MOVE 15 TO lay-status
                   MOVE "015" TO ws-msg-id
                   MOVE lay-rec-len(lay-main) TO ws-ed-len
                   MOVE lay-limit TO ws-ed-limit
                   STRING "the record is " FUNCTION TRIM(ws-ed-len)
                     " bytes, longer than " FUNCTION TRIM(ws-ed-limit)
                     DELIMITED BY SIZE INTO ws-msg-text
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF lay-status NOT = 0
               PERFORM SAY-MESSAGE
               EXIT SECTION
           END-IF.
           IF lay-columns = "Y"
               PERFORM BUILD-COLUMNS
           END-IF.

       SAY-MESSAGE SECTION.
           IF lay-prefix = SPACES
               EXIT SECTION
           END-IF.
           DISPLAY lay-prefix ws-msg-id "E " FUNCTION TRIM(lay-program)
             ": " FUNCTION TRIM(ws-msg-text) UPON SYSERR
           END-DISPLAY.

      *>   columns 8-72 only, comment lines and *> tails dropped; an
      *>   entry ends at a period followed by a space, outside quotes
       TAKE-ONE-LINE SECTION.
           MOVE FUNCTION UPPER-CASE(ws-line(1:92)) TO ws-upper-line.
           IF ws-upper-line(7:1) = "*" OR ws-upper-line(7:1) = "/"
               EXIT SECTION
           END-IF.
           MOVE ws-upper-line(8:65) TO ws-area.
           PERFORM VARYING ws-area-idx FROM 1 BY 1
               UNTIL ws-area-idx > 64
               IF ws-area(ws-area-idx:2) = "*>"
                   AND ws-quote-char = SPACE
                   MOVE SPACES TO ws-area(ws-area-idx:)
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-area-idx FROM 1 BY 1
               UNTIL ws-area-idx > 65
               MOVE ws-area(ws-area-idx:1) TO ws-area-char
               EVALUATE TRUE
                   WHEN ws-area-char = QUOTE OR ws-area-char = "'"
                       IF ws-quote-char = SPACE
                           MOVE ws-area-char TO ws-quote-char
                       ELSE
                           IF ws-quote-char = ws-area-char
                               MOVE SPACE TO ws-quote-char
                           END-IF
                       END-IF
                       PERFORM ADD-ENTRY-CHAR
                   WHEN ws-area-char = "." AND ws-quote-char = SPACE
                       AND (ws-area-idx = 65
                            OR ws-area(ws-area-idx + 1:1) = SPACE)
                       PERFORM TAKE-ONE-ENTRY
                       MOVE SPACES TO ws-entry
                       MOVE 1 TO ws-entry-ptr
                   WHEN OTHER
                       PERFORM ADD-ENTRY-CHAR
               END-EVALUATE
           END-PERFORM.
      *>   the line break separates words as a space would
           MOVE SPACE TO ws-area-char.
           PERFORM ADD-ENTRY-CHAR.

       ADD-ENTRY-CHAR SECTION.
           IF ws-entry-ptr < 600
               MOVE ws-area-char TO ws-entry(ws-entry-ptr:1)
               ADD 1 TO ws-entry-ptr
           END-IF.

      *>   one data description entry: an FD or SD names the file
      *>   the next record belongs to, an 01 or 77 opens a record,
      *>   and everything down to the next one belongs to it
       TAKE-ONE-ENTRY SECTION.
           IF ws-entry = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-tok-table.
           MOVE 0 TO ws-tok-count.
           UNSTRING FUNCTION TRIM(ws-entry) DELIMITED BY ALL " "
             INTO ws-tok(1) ws-tok(2) ws-tok(3) ws-tok(4) ws-tok(5)
               ws-tok(6) ws-tok(7) ws-tok(8) ws-tok(9) ws-tok(10)
               ws-tok(11) ws-tok(12) ws-tok(13) ws-tok(14)
               ws-tok(15) ws-tok(16)
             TALLYING IN ws-tok-count
           END-UNSTRING.
           IF ws-tok(1) = "FD" OR ws-tok(1) = "SD"
               PERFORM CLOSE-RECORD
               MOVE ws-tok(2) TO ws-cur-fd
               EXIT SECTION
           END-IF.
           IF ws-tok(1) = "COPY"
               IF lay-copies = "Y"
                   PERFORM NOTE-COPY-RECORD
               END-IF
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(ws-tok(1)) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(ws-tok(1))) > 2
               EXIT SECTION
           END-IF.
           COMPUTE ws-level = FUNCTION NUMVAL(ws-tok(1)).
           IF ws-level = 78
               PERFORM NOTE-CONSTANT
               EXIT SECTION
           END-IF.
           IF ws-level = 66 OR ws-level = 88 OR ws-level = 0
               OR (ws-level > 49 AND ws-level NOT = 77)
               EXIT SECTION
           END-IF.
           IF ws-level = 1 OR ws-level = 77
               PERFORM OPEN-RECORD
           END-IF.
           IF ws-rec-open = "N"
               EXIT SECTION
           END-IF.
           IF lay-ent-count >= ws-ent-max
               ADD 1 TO lay-ent-more
               EXIT SECTION
           END-IF.
           ADD 1 TO lay-ent-count.
           MOVE lay-ent-count TO ws-ent-idx.
           INITIALIZE lay-ent(ws-ent-idx).
           MOVE ws-level TO lay-ent-level(ws-ent-idx).
           MOVE 1 TO lay-ent-occurs(ws-ent-idx).
           MOVE "N" TO lay-ent-redefines(ws-ent-idx)
             lay-ent-separate(ws-ent-idx) lay-ent-leading(ws-ent-idx)
             lay-ent-signed(ws-ent-idx) lay-ent-skip(ws-ent-idx)
             lay-ent-plain(ws-ent-idx).
           MOVE SPACES TO lay-ent-pic(ws-ent-idx)
             lay-ent-usage(ws-ent-idx).
           MOVE 2 TO ws-tok-idx.
           IF ws-tok(2) NOT = "PIC" AND ws-tok(2) NOT = "PICTURE"
               AND ws-tok(2) NOT = "OCCURS"
               AND ws-tok(2) NOT = "REDEFINES"
               AND ws-tok(2) NOT = "USAGE"
               AND ws-tok(2) NOT = "VALUE"
               AND ws-tok(2) NOT = SPACES
               MOVE ws-tok(2) TO lay-ent-name(ws-ent-idx)
               MOVE 3 TO ws-tok-idx
           END-IF.
           IF lay-ent-name(ws-ent-idx) = "FILLER"
               MOVE SPACES TO lay-ent-name(ws-ent-idx)
           END-IF.
           PERFORM UNTIL ws-tok-idx > ws-tok-count
               EVALUATE ws-tok(ws-tok-idx)
                   WHEN "PIC" WHEN "PICTURE"
                       ADD 1 TO ws-tok-idx
                       IF ws-tok(ws-tok-idx) = "IS"
                           ADD 1 TO ws-tok-idx
                       END-IF
                       IF ws-tok-idx <= ws-tok-max
                           MOVE ws-tok(ws-tok-idx)
                             TO lay-ent-pic(ws-ent-idx)
                       END-IF
                   WHEN "OCCURS"
                       ADD 1 TO ws-tok-idx
                       IF ws-tok-idx <= ws-tok-max
                           PERFORM OCCURS-COUNT
                       END-IF
      *>   OCCURS n TO m DEPENDING ON: laid out at its maximum
                       IF ws-tok-idx < ws-tok-max
                           AND ws-tok(ws-tok-idx + 1) = "TO"
                           ADD 2 TO ws-tok-idx
                           PERFORM OCCURS-COUNT
                       END-IF
                   WHEN "REDEFINES"
                       MOVE "Y" TO lay-ent-redefines(ws-ent-idx)
                   WHEN "VALUE" WHEN "VALUES"
                       ADD 1 TO ws-tok-idx
                       IF ws-tok(ws-tok-idx) = "IS"
                           OR ws-tok(ws-tok-idx) = "ARE"
                           ADD 1 TO ws-tok-idx
                       END-IF
                   WHEN "SEPARATE"
                       MOVE "Y" TO lay-ent-separate(ws-ent-idx)
                   WHEN "LEADING"
                       MOVE "Y" TO lay-ent-leading(ws-ent-idx)
                   WHEN "DISPLAY"
                       MOVE "D" TO lay-ent-usage(ws-ent-idx)
                   WHEN "COMP-3" WHEN "COMPUTATIONAL-3"
                   WHEN "PACKED-DECIMAL"
                       MOVE "P" TO lay-ent-usage(ws-ent-idx)
                   WHEN "COMP" WHEN "COMPUTATIONAL" WHEN "BINARY"
                   WHEN "COMP-4" WHEN "COMPUTATIONAL-4"
                       MOVE "B" TO lay-ent-usage(ws-ent-idx)
                   WHEN "COMP-5" WHEN "COMPUTATIONAL-5"
                       MOVE "L" TO lay-ent-usage(ws-ent-idx)
                   WHEN "COMP-1" WHEN "COMPUTATIONAL-1"
                       MOVE "1" TO lay-ent-usage(ws-ent-idx)
                   WHEN "COMP-2" WHEN "COMPUTATIONAL-2"
                       MOVE "2" TO lay-ent-usage(ws-ent-idx)
                   WHEN "INDEX"
                       MOVE "I" TO lay-ent-usage(ws-ent-idx)
                   WHEN "POINTER" WHEN "PROCEDURE-POINTER"
                   WHEN "FUNCTION-POINTER"
                       MOVE "R" TO lay-ent-usage(ws-ent-idx)
                   WHEN "NATIONAL"
                       MOVE "M" TO lay-ent-usage(ws-ent-idx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO ws-tok-idx
           END-PERFORM.
           IF lay-ent-pic(ws-ent-idx) NOT = SPACES
               PERFORM SIZE-THE-PICTURE
           ELSE
               MOVE "N" TO lay-ent-plain(ws-ent-idx)
               IF lay-ent-usage(ws-ent-idx) = "1"
                   OR lay-ent-usage(ws-ent-idx) = "2"
                   OR lay-ent-usage(ws-ent-idx) = "I"
                   OR lay-ent-usage(ws-ent-idx) = "R"
                   MOVE "U" TO lay-ent-kind(ws-ent-idx)
               ELSE
                   MOVE "G" TO lay-ent-kind(ws-ent-idx)
               END-IF
           END-IF.

      *>   an OCCURS count: a number, or a 78-level constant
      *>   declared ahead of it
       OCCURS-COUNT SECTION.
           IF FUNCTION TRIM(ws-tok(ws-tok-idx)) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(ws-tok(ws-tok-idx)))
                   <= 4
               COMPUTE lay-ent-occurs(ws-ent-idx) =
                 FUNCTION NUMVAL(ws-tok(ws-tok-idx))
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-con-idx FROM 1 BY 1
               UNTIL ws-con-idx > lay-con-count
               IF lay-con-name(ws-con-idx) = ws-tok(ws-tok-idx)
                   AND lay-con-value(ws-con-idx) < 10000
                   MOVE lay-con-value(ws-con-idx)
                     TO lay-ent-occurs(ws-ent-idx)
               END-IF
           END-PERFORM.

      *>   78 <name> VALUE <n>, kept for the OCCURS and PICTURE
      *>   repeats written with it
       NOTE-CONSTANT SECTION.
           IF ws-tok-count < 4 OR ws-tok(3) NOT = "VALUE"
               OR FUNCTION TRIM(ws-tok(4)) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(ws-tok(4))) > 5
               OR lay-con-count >= ws-con-max
               EXIT SECTION
           END-IF.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-con-idx FROM 1 BY 1
               UNTIL ws-con-idx > lay-con-count
               IF lay-con-name(ws-con-idx) = ws-tok(2)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "Y"
               EXIT SECTION
           END-IF.
           ADD 1 TO lay-con-count.
           MOVE ws-tok(2) TO lay-con-name(lay-con-count).
           COMPUTE lay-con-value(lay-con-count) =
             FUNCTION NUMVAL(ws-tok(4)).

       OPEN-RECORD SECTION.
           PERFORM CLOSE-RECORD.
           IF lay-rec-count >= ws-rec-max
               EXIT SECTION
           END-IF.
           ADD 1 TO lay-rec-count.
           MOVE ws-cur-fd TO lay-rec-fd(lay-rec-count).
           MOVE "FILLER" TO lay-rec-name(lay-rec-count).
           IF ws-tok(2) NOT = SPACES AND ws-tok(2) NOT = "PIC"
               AND ws-tok(2) NOT = "PICTURE"
               MOVE ws-tok(2) TO lay-rec-name(lay-rec-count)
           END-IF.
           COMPUTE lay-rec-first(lay-rec-count) = lay-ent-count + 1.
           MOVE 0 TO lay-rec-last(lay-rec-count)
             lay-rec-len(lay-rec-count).
           IF ws-level = 1 AND lay-main = 0
               MOVE lay-rec-count TO lay-main
           END-IF.
           MOVE "Y" TO ws-rec-open.

       CLOSE-RECORD SECTION.
           IF ws-rec-open = "Y"
               MOVE lay-ent-count TO lay-rec-last(lay-rec-count)
               MOVE "N" TO ws-rec-open
           END-IF.

      *>   an FD or LINKAGE record that is a COPY: a record of its
      *>   own, laid out where the copybook is
       NOTE-COPY-RECORD SECTION.
           PERFORM CLOSE-RECORD.
           IF lay-rec-count >= ws-rec-max
               EXIT SECTION
           END-IF.
           MOVE ws-tok(2) TO ws-name-text.
           INSPECT ws-name-text REPLACING ALL '"' BY SPACE
             ALL "'" BY SPACE.
           ADD 1 TO lay-rec-count.
           MOVE ws-cur-fd TO lay-rec-fd(lay-rec-count).
           MOVE FUNCTION TRIM(ws-name-text)
             TO lay-rec-name(lay-rec-count).
           MOVE 0 TO lay-rec-first(lay-rec-count)
             lay-rec-last(lay-rec-count) lay-rec-len(lay-rec-count).

      *>   X and A make text, and so does any editing symbol (an
      *>   edited number is already readable); S, 9 and V alone make
      *>   a number; N is national; P scaling is sized only
       SIZE-THE-PICTURE SECTION.
           MOVE 0 TO ws-pic-alpha ws-pic-nines ws-pic-dec ws-pic-edit.
           MOVE "N" TO ws-pic-v-seen ws-pic-scaled.
           MOVE "Y" TO lay-ent-plain(ws-ent-idx).
           MOVE SPACE TO ws-pic-last.
           MOVE 1 TO ws-pic-idx.
           PERFORM UNTIL ws-pic-idx > 40
               MOVE lay-ent-pic(ws-ent-idx)(ws-pic-idx:1)
                 TO ws-pic-char
               EVALUATE TRUE
                   WHEN ws-pic-char = SPACE
                       MOVE 41 TO ws-pic-idx
                   WHEN ws-pic-char = "X" OR ws-pic-char = "A"
                       ADD 1 TO ws-pic-alpha
                       MOVE ws-pic-char TO ws-pic-last
                       ADD 1 TO ws-pic-idx
                   WHEN ws-pic-char = "N"
                       ADD 1 TO ws-pic-alpha
                       MOVE ws-pic-char TO ws-pic-last
                       MOVE "N" TO lay-ent-plain(ws-ent-idx)
                       IF lay-ent-usage(ws-ent-idx) = SPACE
                           MOVE "M" TO lay-ent-usage(ws-ent-idx)
                       END-IF
                       ADD 1 TO ws-pic-idx
                   WHEN ws-pic-char = "9"
                       IF ws-pic-v-seen = "Y"
                           ADD 1 TO ws-pic-dec
                       END-IF
                       ADD 1 TO ws-pic-nines
                       MOVE ws-pic-char TO ws-pic-last
                       ADD 1 TO ws-pic-idx
                   WHEN ws-pic-char = "S"
                       IF ws-pic-idx > 1
                           MOVE "N" TO lay-ent-plain(ws-ent-idx)
                       END-IF
                       MOVE "Y" TO lay-ent-signed(ws-ent-idx)
                       ADD 1 TO ws-pic-idx
                   WHEN ws-pic-char = "V"
                       IF ws-pic-v-seen = "Y"
                           MOVE "N" TO lay-ent-plain(ws-ent-idx)
                       END-IF
                       MOVE "Y" TO ws-pic-v-seen
                       ADD 1 TO ws-pic-idx
                   WHEN ws-pic-char = "P"
                       MOVE "Y" TO ws-pic-scaled
                       MOVE "N" TO lay-ent-plain(ws-ent-idx)
                       MOVE SPACE TO ws-pic-last
                       ADD 1 TO ws-pic-idx
                   WHEN ws-pic-char = "("
                       PERFORM EXPAND-REPEAT
                   WHEN OTHER
                       ADD 1 TO ws-pic-edit
                       MOVE "N" TO lay-ent-plain(ws-ent-idx)
                       MOVE "E" TO ws-pic-last
                       ADD 1 TO ws-pic-idx
               END-EVALUATE
           END-PERFORM.
      *>   text takes no sign and no decimal point
           IF ws-pic-alpha > 0
               AND (lay-ent-signed(ws-ent-idx) = "Y"
                    OR ws-pic-v-seen = "Y")
               MOVE "N" TO lay-ent-plain(ws-ent-idx)
           END-IF.
           COMPUTE lay-ent-chars(ws-ent-idx) =
             ws-pic-alpha + ws-pic-nines + ws-pic-edit.
           EVALUATE TRUE
               WHEN lay-ent-usage(ws-ent-idx) = "M"
                   OR ws-pic-scaled = "Y"
                   MOVE "U" TO lay-ent-kind(ws-ent-idx)
               WHEN ws-pic-alpha + ws-pic-edit > 0
                   MOVE "X" TO lay-ent-kind(ws-ent-idx)
               WHEN ws-pic-nines > 18
                   MOVE "U" TO lay-ent-kind(ws-ent-idx)
               WHEN OTHER
                   MOVE "N" TO lay-ent-kind(ws-ent-idx)
           END-EVALUATE.
           IF ws-pic-nines > 99
               MOVE 99 TO lay-ent-digits(ws-ent-idx)
           ELSE
               MOVE ws-pic-nines TO lay-ent-digits(ws-ent-idx)
           END-IF.
           IF ws-pic-dec > 99
               MOVE 99 TO lay-ent-dec(ws-ent-idx)
           ELSE
               MOVE ws-pic-dec TO lay-ent-dec(ws-ent-idx)
           END-IF.

      *>   "(n)" repeats the symbol before it n times in all; n may
      *>   be a 78-level constant declared ahead of it
       EXPAND-REPEAT SECTION.
           MOVE SPACES TO ws-rep-text.
           MOVE 0 TO ws-rep-idx.
           ADD 1 TO ws-pic-idx.
           PERFORM UNTIL ws-pic-idx > 40
               OR lay-ent-pic(ws-ent-idx)(ws-pic-idx:1) = ")"
               OR ws-rep-idx >= 30
               ADD 1 TO ws-rep-idx
               MOVE lay-ent-pic(ws-ent-idx)(ws-pic-idx:1)
                 TO ws-rep-text(ws-rep-idx:1)
               ADD 1 TO ws-pic-idx
           END-PERFORM.
           ADD 1 TO ws-pic-idx.
           MOVE 0 TO ws-rep-count.
           IF FUNCTION TRIM(ws-rep-text) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(ws-rep-text)) <= 4
               COMPUTE ws-rep-count = FUNCTION NUMVAL(ws-rep-text)
           ELSE
               PERFORM VARYING ws-con-idx FROM 1 BY 1
                   UNTIL ws-con-idx > lay-con-count
                   IF lay-con-name(ws-con-idx) = ws-rep-text
                       AND lay-con-value(ws-con-idx) < 10000
                       MOVE lay-con-value(ws-con-idx) TO ws-rep-count
                   END-IF
               END-PERFORM
           END-IF.
      *>   a repeat of nothing, or of no count, is no plain picture
           IF ws-rep-count = 0 OR ws-pic-last = SPACE
               MOVE "N" TO lay-ent-plain(ws-ent-idx)
           END-IF.
           IF ws-rep-count < 2
               EXIT SECTION
           END-IF.
           SUBTRACT 1 FROM ws-rep-count.
           EVALUATE TRUE
               WHEN ws-pic-last = "9" AND ws-pic-v-seen = "Y"
                   ADD ws-rep-count TO ws-pic-dec ws-pic-nines
               WHEN ws-pic-last = "9"
                   ADD ws-rep-count TO ws-pic-nines
               WHEN ws-pic-last = "E"
                   ADD ws-rep-count TO ws-pic-edit
               WHEN ws-pic-last = SPACE
                   CONTINUE
               WHEN OTHER
                   ADD ws-rep-count TO ws-pic-alpha
           END-EVALUATE.

      *>   two walks over the record's entries, as the compiler lays
      *>   a record out: sizes first, each group the sum of its
      *>   children (a REDEFINES adding nothing), then offsets, each
      *>   child where its parent's cursor stands and a REDEFINES
      *>   back on the item it redefines
       LAY-OUT-RECORD SECTION.
           MOVE 0 TO ws-stk-top.
           PERFORM VARYING ws-ent-idx FROM lay-rec-first(ws-rec-idx)
               BY 1 UNTIL ws-ent-idx > lay-rec-last(ws-rec-idx)
               PERFORM UNTIL ws-stk-top = 0
                   OR lay-ent-level(ws-stk-entry(ws-stk-top))
                      < lay-ent-level(ws-ent-idx)
                   PERFORM CLOSE-FOR-SIZE
               END-PERFORM
               IF ws-stk-top > 0
                   AND lay-ent-usage(ws-ent-idx) = SPACE
                   MOVE lay-ent-usage(ws-stk-entry(ws-stk-top))
                     TO lay-ent-usage(ws-ent-idx)
               END-IF
               IF lay-ent-usage(ws-ent-idx) = SPACE
                   MOVE "D" TO lay-ent-usage(ws-ent-idx)
               END-IF
               PERFORM SIZE-ONE-ITEM
               IF ws-stk-top < ws-stk-max
                   ADD 1 TO ws-stk-top
                   MOVE ws-ent-idx TO ws-stk-entry(ws-stk-top)
               END-IF
           END-PERFORM.
           PERFORM UNTIL ws-stk-top = 0
               PERFORM CLOSE-FOR-SIZE
           END-PERFORM.
           MOVE lay-ent-size(lay-rec-first(ws-rec-idx))
             TO lay-rec-len(ws-rec-idx).
           MOVE 0 TO ws-stk-top.
           PERFORM VARYING ws-ent-idx FROM lay-rec-first(ws-rec-idx)
               BY 1 UNTIL ws-ent-idx > lay-rec-last(ws-rec-idx)
               PERFORM UNTIL ws-stk-top = 0
                   OR lay-ent-level(ws-stk-entry(ws-stk-top))
                      < lay-ent-level(ws-ent-idx)
                   SUBTRACT 1 FROM ws-stk-top
               END-PERFORM
               PERFORM PLACE-ONE-ITEM
               IF ws-stk-top < ws-stk-max
                   ADD 1 TO ws-stk-top
                   MOVE ws-ent-idx TO ws-stk-entry(ws-stk-top)
                   MOVE lay-ent-offset(ws-ent-idx)
                     TO ws-stk-cursor(ws-stk-top)
                        ws-stk-base(ws-stk-top)
               END-IF
           END-PERFORM.

      *>   an elementary item's bytes from its PICTURE and usage
       SIZE-ONE-ITEM SECTION.
           MOVE 0 TO lay-ent-size(ws-ent-idx).
           EVALUATE TRUE
               WHEN lay-ent-kind(ws-ent-idx) = "G"
                   CONTINUE
               WHEN lay-ent-usage(ws-ent-idx) = "1"
                   OR lay-ent-usage(ws-ent-idx) = "I"
                   MOVE 4 TO lay-ent-size(ws-ent-idx)
               WHEN lay-ent-usage(ws-ent-idx) = "2"
                   OR lay-ent-usage(ws-ent-idx) = "R"
                   MOVE 8 TO lay-ent-size(ws-ent-idx)
               WHEN lay-ent-usage(ws-ent-idx) = "M"
                   COMPUTE lay-ent-size(ws-ent-idx) =
                     2 * lay-ent-chars(ws-ent-idx)
               WHEN lay-ent-usage(ws-ent-idx) = "P"
                   COMPUTE lay-ent-size(ws-ent-idx) =
                     (lay-ent-digits(ws-ent-idx) / 2) + 1
               WHEN lay-ent-usage(ws-ent-idx) = "B"
                   OR lay-ent-usage(ws-ent-idx) = "L"
                   EVALUATE TRUE
                       WHEN lay-ent-digits(ws-ent-idx) < 5
                           MOVE 2 TO lay-ent-size(ws-ent-idx)
                       WHEN lay-ent-digits(ws-ent-idx) < 10
                           MOVE 4 TO lay-ent-size(ws-ent-idx)
                       WHEN OTHER
                           MOVE 8 TO lay-ent-size(ws-ent-idx)
                   END-EVALUATE
               WHEN OTHER
                   MOVE lay-ent-chars(ws-ent-idx)
                     TO lay-ent-size(ws-ent-idx)
                   IF lay-ent-separate(ws-ent-idx) = "Y"
                       ADD 1 TO lay-ent-size(ws-ent-idx)
                   END-IF
           END-EVALUATE.
      *>   a text picture under a binary or packed group usage is
      *>   not something a file can hold readably
           IF lay-ent-kind(ws-ent-idx) = "X"
               AND lay-ent-usage(ws-ent-idx) NOT = "D"
               MOVE "U" TO lay-ent-kind(ws-ent-idx)
           END-IF.

       CLOSE-FOR-SIZE SECTION.
           MOVE ws-stk-entry(ws-stk-top) TO ws-close-entry.
           SUBTRACT 1 FROM ws-stk-top.
           IF ws-stk-top > 0
               AND lay-ent-redefines(ws-close-entry) = "N"
               MOVE ws-stk-entry(ws-stk-top) TO ws-parent
               COMPUTE lay-ent-size(ws-parent) =
                 lay-ent-size(ws-parent)
                 + lay-ent-size(ws-close-entry)
                   * lay-ent-occurs(ws-close-entry)
           END-IF.

      *>   the item's offset, how deep it stands, whether it lies
      *>   under a REDEFINES, and the OCCURS dimensions it inherits
      *>   and adds
       PLACE-ONE-ITEM SECTION.
           MOVE ws-stk-top TO lay-ent-nest(ws-ent-idx).
           IF ws-stk-top = 0
               MOVE 0 TO lay-ent-offset(ws-ent-idx)
               MOVE 0 TO lay-ent-dims(ws-ent-idx)
           ELSE
               MOVE ws-stk-entry(ws-stk-top) TO ws-parent
               IF lay-ent-redefines(ws-ent-idx) = "Y"
                   MOVE ws-stk-base(ws-stk-top)
                     TO lay-ent-offset(ws-ent-idx)
                   MOVE "Y" TO lay-ent-skip(ws-ent-idx)
               ELSE
                   MOVE ws-stk-cursor(ws-stk-top)
                     TO lay-ent-offset(ws-ent-idx)
                   MOVE ws-stk-cursor(ws-stk-top)
                     TO ws-stk-base(ws-stk-top)
                   COMPUTE ws-stk-cursor(ws-stk-top) =
                     ws-stk-cursor(ws-stk-top)
                     + lay-ent-size(ws-ent-idx)
                       * lay-ent-occurs(ws-ent-idx)
               END-IF
               IF lay-ent-skip(ws-parent) = "Y"
                   MOVE "Y" TO lay-ent-skip(ws-ent-idx)
               END-IF
               MOVE lay-ent-dims(ws-parent) TO lay-ent-dims(ws-ent-idx)
               PERFORM VARYING ws-dim-idx FROM 1 BY 1
                   UNTIL ws-dim-idx > 3
                   MOVE lay-ent-dim(ws-parent, ws-dim-idx)
                     TO lay-ent-dim(ws-ent-idx, ws-dim-idx)
               END-PERFORM
           END-IF.
           IF lay-ent-occurs(ws-ent-idx) > 1
               AND lay-ent-skip(ws-ent-idx) = "N"
               IF lay-ent-dims(ws-ent-idx) >= 3
                   MOVE "Y" TO lay-ent-skip(ws-ent-idx)
                   IF ws-rec-idx = lay-main
                       ADD 1 TO lay-too-deep
                   END-IF
               ELSE
                   ADD 1 TO lay-ent-dims(ws-ent-idx)
                   MOVE lay-ent-dims(ws-ent-idx) TO ws-dim-idx
                   MOVE lay-ent-occurs(ws-ent-idx)
                     TO lay-ent-dim-count(ws-ent-idx, ws-dim-idx)
                   MOVE lay-ent-size(ws-ent-idx)
                     TO lay-ent-dim-stride(ws-ent-idx, ws-dim-idx)
               END-IF
           END-IF.

      *>   every readable elementary item of the first 01 record,
      *>   once per subscript combination, then into record order
       BUILD-COLUMNS SECTION.
           PERFORM VARYING ws-ent-idx FROM lay-rec-first(lay-main)
               BY 1 UNTIL ws-ent-idx > lay-rec-last(lay-main)
               OR lay-status NOT = 0
               EVALUATE TRUE
                   WHEN lay-ent-kind(ws-ent-idx) = "G"
                       CONTINUE
                   WHEN lay-ent-skip(ws-ent-idx) = "Y"
                       OR lay-ent-name(ws-ent-idx) = SPACES
                       CONTINUE
                   WHEN lay-ent-kind(ws-ent-idx) = "U"
                       ADD 1 TO lay-not-shown
                   WHEN OTHER
                       PERFORM EXPAND-ONE-FIELD
               END-EVALUATE
           END-PERFORM.
           IF lay-status NOT = 0
               EXIT SECTION
           END-IF.
      *>   insertion sort on offset; a field's columns are already
      *>   in order, so the interleave is all that moves
           PERFORM VARYING ws-col-idx FROM 2 BY 1
               UNTIL ws-col-idx > lay-col-count
               MOVE lay-col(ws-col-idx) TO ws-col-hold
               MOVE lay-col-offset(ws-col-idx) TO ws-hold-offset
               MOVE ws-col-idx TO ws-col-idx-2
               PERFORM UNTIL ws-col-idx-2 < 2
                   OR lay-col-offset(ws-col-idx-2 - 1)
                      <= ws-hold-offset
                   MOVE lay-col(ws-col-idx-2 - 1)
                     TO lay-col(ws-col-idx-2)
                   SUBTRACT 1 FROM ws-col-idx-2
               END-PERFORM
               MOVE ws-col-hold TO lay-col(ws-col-idx-2)
           END-PERFORM.

       EXPAND-ONE-FIELD SECTION.
           MOVE 1 TO ws-lim-1 ws-lim-2 ws-lim-3.
           IF lay-ent-dims(ws-ent-idx) >= 1
               MOVE lay-ent-dim-count(ws-ent-idx, 1) TO ws-lim-1
           END-IF.
           IF lay-ent-dims(ws-ent-idx) >= 2
               MOVE lay-ent-dim-count(ws-ent-idx, 2) TO ws-lim-2
           END-IF.
           IF lay-ent-dims(ws-ent-idx) >= 3
               MOVE lay-ent-dim-count(ws-ent-idx, 3) TO ws-lim-3
           END-IF.
           PERFORM VARYING ws-sub-1 FROM 1 BY 1
               UNTIL ws-sub-1 > ws-lim-1 OR lay-status NOT = 0
               PERFORM VARYING ws-sub-2 FROM 1 BY 1
                   UNTIL ws-sub-2 > ws-lim-2 OR lay-status NOT = 0
                   PERFORM VARYING ws-sub-3 FROM 1 BY 1
                       UNTIL ws-sub-3 > ws-lim-3
                       OR lay-status NOT = 0
                       PERFORM ADD-ONE-COLUMN
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       ADD-ONE-COLUMN SECTION.
           IF lay-col-count >= ws-col-max
               MOVE 17 TO lay-status
               MOVE "017" TO ws-msg-id
               MOVE SPACES TO ws-msg-text
               STRING "more than 500 columns once the OCCURS are "
                 "repeated" DELIMITED BY SIZE INTO ws-msg-text
               END-STRING
               PERFORM SAY-MESSAGE
               EXIT SECTION
           END-IF.
           ADD 1 TO lay-col-count.
           MOVE ws-ent-idx TO lay-col-entry(lay-col-count).
           COMPUTE lay-col-offset(lay-col-count) =
             lay-ent-offset(ws-ent-idx)
             + (ws-sub-1 - 1) * lay-ent-dim-stride(ws-ent-idx, 1)
             + (ws-sub-2 - 1) * lay-ent-dim-stride(ws-ent-idx, 2)
             + (ws-sub-3 - 1) * lay-ent-dim-stride(ws-ent-idx, 3).
           MOVE ws-sub-1 TO ws-ed-sub-1.
           MOVE ws-sub-2 TO ws-ed-sub-2.
           MOVE ws-sub-3 TO ws-ed-sub-3.
           MOVE SPACES TO lay-col-name(lay-col-count).
           EVALUATE lay-ent-dims(ws-ent-idx)
               WHEN 0
                   MOVE lay-ent-name(ws-ent-idx)
                     TO lay-col-name(lay-col-count)
               WHEN 1
                   STRING FUNCTION TRIM(lay-ent-name(ws-ent-idx)) "("
                     FUNCTION TRIM(ws-ed-sub-1) ")"
                     DELIMITED BY SIZE INTO lay-col-name(lay-col-count)
                   END-STRING
               WHEN 2
                   STRING FUNCTION TRIM(lay-ent-name(ws-ent-idx)) "("
                     FUNCTION TRIM(ws-ed-sub-1) ","
                     FUNCTION TRIM(ws-ed-sub-2) ")"
                     DELIMITED BY SIZE INTO lay-col-name(lay-col-count)
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(lay-ent-name(ws-ent-idx)) "("
                     FUNCTION TRIM(ws-ed-sub-1) ","
                     FUNCTION TRIM(ws-ed-sub-2) ","
                     FUNCTION TRIM(ws-ed-sub-3) ")"
                     DELIMITED BY SIZE INTO lay-col-name(lay-col-count)
                   END-STRING
           END-EVALUATE.
