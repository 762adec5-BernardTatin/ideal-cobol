               ASSIGN TO DYNAMIC WS-RULES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
      *>   '--lib': a partitioned member library in, a new one out,
      *>   in the shape PDSLIB lists, extracts and adds to -- one
      *>   "PDSLIB" header line carrying the member and data-line
      *>   counts, one directory line per member (name, offset of
      *>   its first line among the data lines, line count), then
      *>   every member's lines back to back. A member is staged
      *>   through MEMBER-FILE so the ordinary single-member
      *>   pipeline converts it; the converted members collect in
      *>   LIB-DATA-FILE until the output directory is known
           SELECT LIB-IN-FILE
               ASSIGN TO DYNAMIC WS-LIB-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-IN-STATUS.
           SELECT LIB-OUT-FILE
               ASSIGN TO DYNAMIC WS-LIB-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-OUT-STATUS.
           SELECT LIB-DATA-FILE
               ASSIGN TO DYNAMIC WS-LIB-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-DATA-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO DYNAMIC WS-MBR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE
       01  CONTROL-RECORD         PIC X(200).
       FD  AUDIT-FILE
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD           PIC X(240).
       FD  RULES-FILE
           DATA RECORD IS RULES-RECORD.
       01  RULES-RECORD           PIC X(160).
       FD  XLAT-FILE
           DATA RECORD IS XLAT-RECORD.
       01  XLAT-RECORD            PIC X(80).
       FD  LIB-IN-FILE
           DATA RECORD IS LIB-IN-RECORD.
       01  LIB-IN-RECORD          PIC X(256).
       01  LIB-IN-HEADER.
           03  LIB-IN-HDR-MARK    PIC X(06).
           03  FILLER             PIC X.
           03  LIB-IN-HDR-MEMBERS PIC 9(05).
           03  FILLER             PIC X.
           03  LIB-IN-HDR-LINES   PIC 9(07).
           03  FILLER             PIC X(236).
       01  LIB-IN-DIRECTORY.
           03  LIB-IN-DIR-NAME    PIC X(30).
           03  FILLER             PIC X.
           03  LIB-IN-DIR-OFFSET  PIC 9(07).
           03  FILLER             PIC X.
           03  LIB-IN-DIR-LINES   PIC 9(07).
           03  FILLER             PIC X(210).
       FD  LIB-OUT-FILE
           DATA RECORD IS LIB-OUT-RECORD.
       01  LIB-OUT-RECORD         PIC X(256).
       01  LIB-OUT-HEADER.
           03  LIB-OUT-HDR-MARK   PIC X(06).
           03  FILLER             PIC X.
           03  LIB-OUT-HDR-MEMBERS PIC 9(05).
           03  FILLER             PIC X.
           03  LIB-OUT-HDR-LINES  PIC 9(07).
           03  FILLER             PIC X(236).
       01  LIB-OUT-DIRECTORY.
           03  LIB-OUT-DIR-NAME   PIC X(30).
           03  FILLER             PIC X.
           03  LIB-OUT-DIR-OFFSET PIC 9(07).
           03  FILLER             PIC X.
           03  LIB-OUT-DIR-LINES  PIC 9(07).
           03  FILLER             PIC X(210).
       FD  LIB-DATA-FILE
           DATA RECORD IS LIB-DATA-RECORD.
       01  LIB-DATA-RECORD        PIC X(256).
       FD  MEMBER-FILE
           DATA RECORD IS MEMBER-RECORD.
       01  MEMBER-RECORD          PIC X(256).

       WORKING-STORAGE SECTION.
       01  END-OF-FILE-FLAG       PIC X VALUE 'F'.
           05  WS-AUDIT-OLD       PIC X(80).
           05  FILLER             PIC X VALUE '|'.
           05  WS-AUDIT-NEW       PIC X(80).
      *>   a --lib run keys every listing line by "library(member)"
      *>   ahead of the entry proper, so one listing covering a whole
      *>   library still says which member each change belongs to
       01  WS-AUDIT-KEY           PIC X(60).
       01  WS-AUDIT-KEYED-LINE.
           05  WS-AUDIT-KEYED-KEY PIC X(60).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-AUDIT-KEYED-BODY PIC X(174).

       01  MEMBERS-PROCESSED-COUNT PIC 9(04) VALUE ZERO.
       01  MEMBERS-SKIPPED-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-BASE-NAME           PIC X(60).
       01  MEMBERS-CHASED-COUNT   PIC 9(04) VALUE ZERO.

      *>   '--lib <in-library> <out-library>': every member of the
      *>   input library converts, in directory order, into a new
      *>   library of the same shape -- or, with '--list', just the
      *>   members its control file names ("member in-member
      *>   out-member [code-page]"). The input library is read
      *>   forward only, reopened only when a control file asks for
      *>   a member lying behind the current position. '--verify'
      *>   compares against the members already in the output
      *>   library instead of writing one. A library carries its
      *>   copybooks as members of its own, so '--chase' has nothing
      *>   to add and does not combine; nor does '--restart', which
      *>   belongs to single-file runs
       78  LIB-MEMBER-MAX VALUE 500.
       01  WS-LIB-MODE            PIC X VALUE 'N'.
       01  WS-LIB-FLAG-POS        PIC 9(03).
       01  WS-LIB-ARG-IDX         PIC 9(03).
       01  WS-LIB-IN-PATH         PIC X(80).
       01  WS-LIB-OUT-PATH        PIC X(80).
       01  WS-LIB-IN-STATUS       PIC XX.
       01  WS-LIB-OUT-STATUS      PIC XX.
       01  WS-LIB-DATA-PATH       PIC X(80) VALUE 'USET.LIBDATA'.
       01  WS-LIB-DATA-STATUS     PIC XX.
       01  WS-MBR-PATH            PIC X(80).
       01  WS-MBR-STATUS          PIC XX.
       01  WS-MBR-EOF             PIC X.
       01  WS-MBR-IN-WORK         PIC X(80) VALUE 'USET.MBRIN'.
       01  WS-MBR-OUT-WORK        PIC X(80) VALUE 'USET.MBROUT'.
       01  WS-LIB-EOF             PIC X.
       01  WS-LIB-IN-OPEN         PIC X VALUE 'N'.
       01  WS-LIB-IN-POS          PIC 9(07).
       01  WS-LIB-IN-MEMBER       PIC X(30).
       01  WS-LIB-OUT-MEMBER      PIC X(30).
       01  WS-LIB-KEY-NAME        PIC X(30).
       01  WS-LIB-IN-FOUND        PIC 9(04).
       01  WS-LIB-OUT-FOUND       PIC 9(04).
       01  WS-LIB-SUB             PIC 9(04).
       01  WS-LIB-SCAN            PIC 9(04).
       01  WS-LIB-SKIP            PIC 9(07).
       01  WS-LIB-LINES-DONE      PIC 9(07).
       01  WS-LIB-DONE-BEFORE     PIC 9(04).
       01  WS-LIB-BROKEN          PIC X.
       01  LIB-IN-DIR-COUNT       PIC 9(04) VALUE ZERO.
       01  LIB-IN-DIR-TABLE.
           05  LIB-IN-DIR-ENTRY OCCURS LIB-MEMBER-MAX TIMES.
               10  LIB-IN-NAME    PIC X(30).
               10  LIB-IN-OFFSET  PIC 9(07).
               10  LIB-IN-LINES   PIC 9(07).
      *>   the output library's directory -- built up member by
      *>   member as a run writes, or read back from the existing
      *>   library for '--verify'
       01  LIB-OUT-DIR-COUNT      PIC 9(04) VALUE ZERO.
       01  LIB-OUT-DATA-LINES     PIC 9(07) VALUE ZERO.
       01  LIB-OUT-DIR-TABLE.
           05  LIB-OUT-DIR-ENTRY OCCURS LIB-MEMBER-MAX TIMES.
               10  LIB-OUT-NAME   PIC X(30).
               10  LIB-OUT-OFFSET PIC 9(07).
               10  LIB-OUT-LINES  PIC 9(07).

      *>   '--translate <NAME>': every byte of every line runs
      *>   through the named code page's 256-entry translate table
      *>   before anything else touches the line -- the transfer
           IF WS-CHASE-MODE = 'Y'
               PERFORM READ-COPYPATH
           END-IF.
           EVALUATE TRUE
               WHEN WS-LIB-MODE = 'Y'
                   PERFORM LIBRARY-MODE-RUN
                   PERFORM SHOW-GRAND-TOTAL-REPORT
               WHEN WS-LIST-MODE = 'Y'
                   PERFORM LIST-MODE-RUN
                   PERFORM DRAIN-CHASE-QUEUE
                   PERFORM SHOW-GRAND-TOTAL-REPORT
               WHEN OTHER
                   PERFORM INITIALIZATION-ROUTINE
                   PERFORM THE-LOOP
                           UNTIL END-OF-FILE-FLAG = 'Y'
                   PERFORM EOJ-ROUTINE
                   PERFORM DRAIN-CHASE-QUEUE
           END-EVALUATE.
           IF WS-CHASE-MODE = 'Y'
               DISPLAY 'USET: members chased     : '
                 MEMBERS-CHASED-COUNT
               MOVE FUNCTION TRIM (WS-CMDLINE) TO WS-CMDLINE
               PERFORM LOAD-CODEPAGE
           END-IF.
      *>   '--lib <in-library> <out-library>' takes two arguments and
      *>   is found by position the same way; the flag and both
      *>   library names are blanked out of the line together
           MOVE ZERO TO WS-LIB-FLAG-POS.
           PERFORM VARYING WS-LIB-ARG-IDX FROM 1 BY 1
               UNTIL WS-LIB-ARG-IDX > 154
               OR WS-LIB-FLAG-POS > ZERO
               IF WS-CMDLINE (WS-LIB-ARG-IDX:6) = '--lib '
                   MOVE WS-LIB-ARG-IDX TO WS-LIB-FLAG-POS
               END-IF
           END-PERFORM.
           IF WS-LIB-FLAG-POS > ZERO
               MOVE 'Y' TO WS-LIB-MODE
               COMPUTE WS-LIB-ARG-IDX = WS-LIB-FLAG-POS + 6
               MOVE SPACES TO WS-LIB-IN-PATH
               MOVE SPACES TO WS-LIB-OUT-PATH
               UNSTRING WS-CMDLINE (WS-LIB-ARG-IDX:)
                 DELIMITED BY ALL ' '
                 INTO WS-LIB-IN-PATH WS-LIB-OUT-PATH
               END-UNSTRING
               IF WS-LIB-IN-PATH = SPACES
                   OR WS-LIB-OUT-PATH = SPACES
                   DISPLAY 'USET: --lib needs an input and an '
                     'output library'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-LIB-IN-PATH = WS-LIB-OUT-PATH
                   DISPLAY 'USET: --lib output library would '
                     'overwrite its own input'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-LIB-ARG-IDX = 7
                 + FUNCTION LENGTH (FUNCTION TRIM (WS-LIB-IN-PATH))
                 + FUNCTION LENGTH (FUNCTION TRIM (WS-LIB-OUT-PATH))
               MOVE SPACES
                 TO WS-CMDLINE (WS-LIB-FLAG-POS:WS-LIB-ARG-IDX)
               MOVE FUNCTION TRIM (WS-CMDLINE) TO WS-CMDLINE
           END-IF.
      *>   '--free'/'--fixed' override the source-format detection;
      *>   '--fixed-lines' was stripped just above, so the shorter
      *>   '--fixed' can no longer match inside it
               MOVE FUNCTION TRIM (WS-CMDLINE) TO WS-CMDLINE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-LIB-MODE = 'Y'
               IF WS-RESTART-FLAG = 'Y'
                   DISPLAY 'USET: --lib and --restart cannot be '
                     'combined'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CHASE-MODE = 'Y'
                   DISPLAY 'USET: --lib and --chase cannot be '
                     'combined'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-CMDLINE NOT = SPACES
               UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
                 INTO WS-ARG-ONE WS-ARG-TWO
                       STOP RUN
                   END-IF
               ELSE
      *>           a library run's files are the two libraries
                   IF WS-LIB-MODE = 'Y'
                       DISPLAY 'USET: --lib takes no other file '
                         'names: ' WS-ARG-ONE (1:40)
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-ARG-ONE NOT = SPACES
                       MOVE WS-ARG-ONE TO WS-IN-PATH
                   END-IF
               CALL 'UPCASE-FLD' USING THE-FILE-NAME
                 THE-FILE-NAME-LEN WS-FOLD-MODE-UPPER
               END-CALL
      *>       under '--lib' the in and out columns name members of
      *>       the two libraries rather than files
               IF WS-LIB-MODE = 'Y'
                   MOVE FUNCTION UPPER-CASE (WS-IN-PATH)
                     TO WS-LIB-IN-MEMBER
                   MOVE FUNCTION UPPER-CASE (WS-OUT-PATH)
                     TO WS-LIB-OUT-MEMBER
                   PERFORM CONVERT-LIBRARY-MEMBER
               ELSE
                   PERFORM CONVERT-ONE-MEMBER
               END-IF
           END-IF.
           MOVE WS-XLAT-RUN-MODE TO WS-XLAT-MODE.
           MOVE WS-XLAT-RUN-NAME TO WS-XLAT-NAME.
                 TO GT-NONMAP-BYTES
           END-IF.

      *>   library mode: the input directory is loaded, each member
      *>   is staged out to MEMBER-FILE and converted there by the
      *>   ordinary pipeline, and the converted text is gathered
      *>   into LIB-DATA-FILE; only when every member is in (and so
      *>   every offset is known) is the output library written --
      *>   header, directory, then the gathered data
       LIBRARY-MODE-RUN.
           PERFORM OPEN-INPUT-LIBRARY.
           IF WS-VERIFY-MODE = 'Y'
               PERFORM LOAD-OUTPUT-DIRECTORY
           ELSE
               MOVE ZERO TO LIB-OUT-DIR-COUNT
               MOVE ZERO TO LIB-OUT-DATA-LINES
               OPEN OUTPUT LIB-DATA-FILE
               IF WS-LIB-DATA-STATUS NOT = '00'
                   DISPLAY 'USET: could not open work file '
                     FUNCTION TRIM (WS-LIB-DATA-PATH)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-LIST-MODE = 'Y'
               PERFORM LIST-MODE-RUN
           ELSE
               PERFORM VARYING WS-LIB-SUB FROM 1 BY 1
                   UNTIL WS-LIB-SUB > LIB-IN-DIR-COUNT
                   MOVE LIB-IN-NAME (WS-LIB-SUB) TO WS-LIB-IN-MEMBER
                   MOVE LIB-IN-NAME (WS-LIB-SUB) TO WS-LIB-OUT-MEMBER
                   MOVE SPACES TO THE-FILE-NAME
                   MOVE LIB-IN-NAME (WS-LIB-SUB) TO THE-FILE-NAME
                   CALL 'UPCASE-FLD' USING THE-FILE-NAME
                     THE-FILE-NAME-LEN WS-FOLD-MODE-UPPER
                   END-CALL
                   PERFORM CONVERT-LIBRARY-MEMBER
               END-PERFORM
           END-IF.
           IF WS-LIB-IN-OPEN = 'Y'
               CLOSE LIB-IN-FILE
               MOVE 'N' TO WS-LIB-IN-OPEN
           END-IF.
           IF WS-VERIFY-MODE NOT = 'Y'
               CLOSE LIB-DATA-FILE
               PERFORM WRITE-OUTPUT-LIBRARY
           END-IF.
           PERFORM REMOVE-LIBRARY-WORK-FILES.

      *>   (re)open the input library and load its directory; the
      *>   data lines start right behind it, at position zero
       OPEN-INPUT-LIBRARY.
           IF WS-LIB-IN-OPEN = 'Y'
               CLOSE LIB-IN-FILE
           END-IF.
           OPEN INPUT LIB-IN-FILE.
           IF WS-LIB-IN-STATUS NOT = '00'
               DISPLAY 'USET: could not open library '
                 FUNCTION TRIM (WS-LIB-IN-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-LIB-IN-OPEN.
           MOVE 'N' TO WS-LIB-EOF.
           MOVE ZERO TO WS-LIB-IN-POS.
           READ LIB-IN-FILE
               AT END
                   MOVE 'Y' TO WS-LIB-EOF
           END-READ.
           IF WS-LIB-EOF = 'Y'
               OR LIB-IN-HDR-MARK NOT = 'PDSLIB'
               OR LIB-IN-HDR-MEMBERS NOT NUMERIC
               DISPLAY 'USET: ' FUNCTION TRIM (WS-LIB-IN-PATH)
                 ' is not a member library'
               CLOSE LIB-IN-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LIB-IN-HDR-MEMBERS > LIB-MEMBER-MAX
               DISPLAY 'USET: ' FUNCTION TRIM (WS-LIB-IN-PATH)
                 ' holds more than ' LIB-MEMBER-MAX ' members'
               CLOSE LIB-IN-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LIB-IN-HDR-MEMBERS TO LIB-IN-DIR-COUNT.
           PERFORM VARYING WS-LIB-SCAN FROM 1 BY 1
               UNTIL WS-LIB-SCAN > LIB-IN-DIR-COUNT
               READ LIB-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
               END-READ
               IF WS-LIB-EOF = 'Y'
                   OR LIB-IN-DIR-OFFSET NOT NUMERIC
                   OR LIB-IN-DIR-LINES NOT NUMERIC
                   DISPLAY 'USET: directory of '
                     FUNCTION TRIM (WS-LIB-IN-PATH)
                     ' is damaged at entry ' WS-LIB-SCAN
                   CLOSE LIB-IN-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LIB-IN-DIR-NAME TO LIB-IN-NAME (WS-LIB-SCAN)
               MOVE LIB-IN-DIR-OFFSET TO LIB-IN-OFFSET (WS-LIB-SCAN)
               MOVE LIB-IN-DIR-LINES TO LIB-IN-LINES (WS-LIB-SCAN)
           END-PERFORM.

      *>   '--verify' compares against the output library as it
      *>   stands, so its directory is read back rather than built
       LOAD-OUTPUT-DIRECTORY.
           OPEN INPUT LIB-OUT-FILE.
           IF WS-LIB-OUT-STATUS NOT = '00'
               DISPLAY 'USET: nothing to verify against -- '
                 'could not open ' FUNCTION TRIM (WS-LIB-OUT-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-LIB-EOF.
           READ LIB-OUT-FILE
               AT END
                   MOVE 'Y' TO WS-LIB-EOF
           END-READ.
           IF WS-LIB-EOF = 'Y'
               OR LIB-OUT-HDR-MARK NOT = 'PDSLIB'
               OR LIB-OUT-HDR-MEMBERS NOT NUMERIC
               OR LIB-OUT-HDR-MEMBERS > LIB-MEMBER-MAX
               DISPLAY 'USET: ' FUNCTION TRIM (WS-LIB-OUT-PATH)
                 ' is not a member library'
               CLOSE LIB-OUT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LIB-OUT-HDR-MEMBERS TO LIB-OUT-DIR-COUNT.
           PERFORM VARYING WS-LIB-SCAN FROM 1 BY 1
               UNTIL WS-LIB-SCAN > LIB-OUT-DIR-COUNT
               READ LIB-OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
               END-READ
               IF WS-LIB-EOF = 'Y'
                   OR LIB-OUT-DIR-OFFSET NOT NUMERIC
                   OR LIB-OUT-DIR-LINES NOT NUMERIC
                   DISPLAY 'USET: directory of '
                     FUNCTION TRIM (WS-LIB-OUT-PATH)
                     ' is damaged at entry ' WS-LIB-SCAN
                   CLOSE LIB-OUT-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LIB-OUT-DIR-NAME TO LIB-OUT-NAME (WS-LIB-SCAN)
               MOVE LIB-OUT-DIR-OFFSET
                 TO LIB-OUT-OFFSET (WS-LIB-SCAN)
               MOVE LIB-OUT-DIR-LINES TO LIB-OUT-LINES (WS-LIB-SCAN)
           END-PERFORM.
           CLOSE LIB-OUT-FILE.

      *>   one library member through the pipeline: staged out,
      *>   converted (or verified) exactly as a loose member file
      *>   would be, then gathered into the new library
       CONVERT-LIBRARY-MEMBER.
           MOVE ZERO TO WS-LIB-IN-FOUND.
           PERFORM VARYING WS-LIB-SCAN FROM 1 BY 1
               UNTIL WS-LIB-SCAN > LIB-IN-DIR-COUNT
               OR WS-LIB-IN-FOUND > ZERO
               IF LIB-IN-NAME (WS-LIB-SCAN) = WS-LIB-IN-MEMBER
                   MOVE WS-LIB-SCAN TO WS-LIB-IN-FOUND
               END-IF
           END-PERFORM.
           IF WS-LIB-IN-FOUND = ZERO
               DISPLAY 'USET: member '
                 FUNCTION TRIM (WS-LIB-IN-MEMBER) ' not in '
                 FUNCTION TRIM (WS-LIB-IN-PATH) ' -- member skipped'
               ADD 1 TO MEMBERS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LIB-OUT-FOUND.
           PERFORM VARYING WS-LIB-SCAN FROM 1 BY 1
               UNTIL WS-LIB-SCAN > LIB-OUT-DIR-COUNT
               OR WS-LIB-OUT-FOUND > ZERO
               IF LIB-OUT-NAME (WS-LIB-SCAN) = WS-LIB-OUT-MEMBER
                   MOVE WS-LIB-SCAN TO WS-LIB-OUT-FOUND
               END-IF
           END-PERFORM.
           IF WS-VERIFY-MODE = 'Y'
               IF WS-LIB-OUT-FOUND = ZERO
                   DISPLAY 'USET: nothing to verify against -- '
                     'member ' FUNCTION TRIM (WS-LIB-OUT-MEMBER)
                     ' not in ' FUNCTION TRIM (WS-LIB-OUT-PATH)
                   ADD 1 TO MEMBERS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *>       a directory names each member once
               IF WS-LIB-OUT-FOUND > ZERO
                   DISPLAY 'USET: member '
                     FUNCTION TRIM (WS-LIB-OUT-MEMBER)
                     ' already written to the output library'
                     ' -- member skipped'
                   ADD 1 TO MEMBERS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF LIB-OUT-DIR-COUNT >= LIB-MEMBER-MAX
                   DISPLAY 'USET: output library full at '
                     LIB-MEMBER-MAX ' members -- '
                     FUNCTION TRIM (WS-LIB-OUT-MEMBER) ' skipped'
                   ADD 1 TO MEMBERS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM EXTRACT-INPUT-MEMBER.
           IF WS-LIB-BROKEN = 'Y'
               DISPLAY 'USET: ' FUNCTION TRIM (WS-LIB-IN-PATH)
                 ' ends inside member '
                 FUNCTION TRIM (WS-LIB-IN-MEMBER) ' -- member skipped'
               ADD 1 TO MEMBERS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-VERIFY-MODE = 'Y'
               PERFORM EXTRACT-OUTPUT-MEMBER
               IF WS-LIB-BROKEN = 'Y'
                   DISPLAY 'USET: ' FUNCTION TRIM (WS-LIB-OUT-PATH)
                     ' ends inside member '
                     FUNCTION TRIM (WS-LIB-OUT-MEMBER)
                     ' -- member skipped'
                   ADD 1 TO MEMBERS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING FUNCTION TRIM (WS-LIB-IN-PATH) '('
             FUNCTION TRIM (WS-LIB-IN-MEMBER) ')'
             DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING.
           MOVE WS-MBR-IN-WORK TO WS-IN-PATH.
           MOVE WS-MBR-OUT-WORK TO WS-OUT-PATH.
           MOVE MEMBERS-PROCESSED-COUNT TO WS-LIB-DONE-BEFORE.
           PERFORM CONVERT-ONE-MEMBER.
           IF WS-VERIFY-MODE NOT = 'Y'
               AND MEMBERS-PROCESSED-COUNT > WS-LIB-DONE-BEFORE
               PERFORM GATHER-CONVERTED-MEMBER
           END-IF.

      *>   the library is read forward only: the data lines ahead
      *>   of the member are passed over, and a member lying behind
      *>   the current position costs a reopen from the top
       EXTRACT-INPUT-MEMBER.
           IF LIB-IN-OFFSET (WS-LIB-IN-FOUND) < WS-LIB-IN-POS
               PERFORM OPEN-INPUT-LIBRARY
           END-IF.
           PERFORM UNTIL WS-LIB-IN-POS
                   >= LIB-IN-OFFSET (WS-LIB-IN-FOUND)
               OR WS-LIB-EOF = 'Y'
               READ LIB-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
                   NOT AT END
                       ADD 1 TO WS-LIB-IN-POS
               END-READ
           END-PERFORM.
           MOVE WS-MBR-IN-WORK TO WS-MBR-PATH.
           OPEN OUTPUT MEMBER-FILE.
           MOVE ZERO TO WS-LIB-LINES-DONE.
           PERFORM UNTIL WS-LIB-LINES-DONE
                   >= LIB-IN-LINES (WS-LIB-IN-FOUND)
               OR WS-LIB-EOF = 'Y'
               READ LIB-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
                   NOT AT END
                       ADD 1 TO WS-LIB-IN-POS
                       ADD 1 TO WS-LIB-LINES-DONE
                       WRITE MEMBER-RECORD FROM LIB-IN-RECORD
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           IF WS-LIB-LINES-DONE < LIB-IN-LINES (WS-LIB-IN-FOUND)
               MOVE 'Y' TO WS-LIB-BROKEN
           ELSE
               MOVE 'N' TO WS-LIB-BROKEN
           END-IF.

      *>   '--verify': the member's present converted text, staged
      *>   where the comparison reads it; the output library is
      *>   reopened for each member, skipping its header, its
      *>   directory and the data lines ahead of the member
       EXTRACT-OUTPUT-MEMBER.
           OPEN INPUT LIB-OUT-FILE.
           MOVE 'N' TO WS-LIB-EOF.
           COMPUTE WS-LIB-SKIP = 1 + LIB-OUT-DIR-COUNT
             + LIB-OUT-OFFSET (WS-LIB-OUT-FOUND).
           PERFORM WS-LIB-SKIP TIMES
               READ LIB-OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
               END-READ
           END-PERFORM.
           MOVE WS-MBR-OUT-WORK TO WS-MBR-PATH.
           OPEN OUTPUT MEMBER-FILE.
           MOVE ZERO TO WS-LIB-LINES-DONE.
           PERFORM UNTIL WS-LIB-LINES-DONE
                   >= LIB-OUT-LINES (WS-LIB-OUT-FOUND)
               OR WS-LIB-EOF = 'Y'
               READ LIB-OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
                   NOT AT END
                       ADD 1 TO WS-LIB-LINES-DONE
                       WRITE MEMBER-RECORD FROM LIB-OUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           CLOSE LIB-OUT-FILE.
           IF WS-LIB-LINES-DONE < LIB-OUT-LINES (WS-LIB-OUT-FOUND)
               MOVE 'Y' TO WS-LIB-BROKEN
           ELSE
               MOVE 'N' TO WS-LIB-BROKEN
           END-IF.

      *>   the converted member joins the gathered data, and its
      *>   directory entry is taken while the offset is known
       GATHER-CONVERTED-MEMBER.
           ADD 1 TO LIB-OUT-DIR-COUNT.
           MOVE WS-LIB-OUT-MEMBER TO LIB-OUT-NAME (LIB-OUT-DIR-COUNT).
           MOVE LIB-OUT-DATA-LINES
             TO LIB-OUT-OFFSET (LIB-OUT-DIR-COUNT).
           MOVE WS-MBR-OUT-WORK TO WS-MBR-PATH.
           OPEN INPUT MEMBER-FILE.
           MOVE 'N' TO WS-MBR-EOF.
           MOVE ZERO TO WS-LIB-LINES-DONE.
           PERFORM UNTIL WS-MBR-EOF = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-MBR-EOF
                   NOT AT END
                       ADD 1 TO WS-LIB-LINES-DONE
                       WRITE LIB-DATA-RECORD FROM MEMBER-RECORD
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           MOVE WS-LIB-LINES-DONE TO LIB-OUT-LINES (LIB-OUT-DIR-COUNT).
           ADD WS-LIB-LINES-DONE TO LIB-OUT-DATA-LINES.
      *>   the listing records where each member went, the same way
      *>   it records a chase
           IF WS-AUDIT-MODE = 'Y'
               MOVE ZERO TO WS-AUDIT-LINENO
               MOVE 'MEMBR' TO WS-AUDIT-RULE
               MOVE WS-AUDIT-KEY TO WS-AUDIT-OLD
               MOVE SPACES TO WS-AUDIT-NEW
               STRING FUNCTION TRIM (WS-LIB-OUT-PATH) '('
                 FUNCTION TRIM (WS-LIB-OUT-MEMBER) ')'
                 DELIMITED BY SIZE INTO WS-AUDIT-NEW
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-OUTPUT-LIBRARY.
           OPEN OUTPUT LIB-OUT-FILE.
           IF WS-LIB-OUT-STATUS NOT = '00'
               DISPLAY 'USET: could not open output library '
                 FUNCTION TRIM (WS-LIB-OUT-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LIB-OUT-RECORD.
           MOVE 'PDSLIB' TO LIB-OUT-HDR-MARK.
           MOVE LIB-OUT-DIR-COUNT TO LIB-OUT-HDR-MEMBERS.
           MOVE LIB-OUT-DATA-LINES TO LIB-OUT-HDR-LINES.
           WRITE LIB-OUT-RECORD.
           PERFORM VARYING WS-LIB-SCAN FROM 1 BY 1
               UNTIL WS-LIB-SCAN > LIB-OUT-DIR-COUNT
               MOVE SPACES TO LIB-OUT-RECORD
               MOVE LIB-OUT-NAME (WS-LIB-SCAN) TO LIB-OUT-DIR-NAME
               MOVE LIB-OUT-OFFSET (WS-LIB-SCAN)
                 TO LIB-OUT-DIR-OFFSET
               MOVE LIB-OUT-LINES (WS-LIB-SCAN) TO LIB-OUT-DIR-LINES
               WRITE LIB-OUT-RECORD
           END-PERFORM.
           OPEN INPUT LIB-DATA-FILE.
           MOVE 'N' TO WS-LIB-EOF.
           PERFORM UNTIL WS-LIB-EOF = 'Y'
               READ LIB-DATA-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
                   NOT AT END
                       WRITE LIB-OUT-RECORD FROM LIB-DATA-RECORD
               END-READ
           END-PERFORM.
           CLOSE LIB-DATA-FILE.
           CLOSE LIB-OUT-FILE.
           DISPLAY 'USET: library written    : '
             FUNCTION TRIM (WS-LIB-OUT-PATH).
           DISPLAY 'USET: library members    : ' LIB-OUT-DIR-COUNT.

       REMOVE-LIBRARY-WORK-FILES.
           CALL 'CBL_DELETE_FILE' USING
             FUNCTION TRIM (WS-MBR-IN-WORK)
           END-CALL.
           CALL 'CBL_DELETE_FILE' USING
             FUNCTION TRIM (WS-MBR-OUT-WORK)
           END-CALL.
           IF WS-VERIFY-MODE NOT = 'Y'
               CALL 'CBL_DELETE_FILE' USING
                 FUNCTION TRIM (WS-LIB-DATA-PATH)
               END-CALL
           END-IF.

      *>   load EXT-REMAP-TABLE from EXTMAP.CFG; a missing file is not
      *>   an error -- it falls back to the one pair this program has
      *>   always remapped, same as a missing MAKER.CFG/RESERVED.PGMID
               MOVE 'CHASE' TO WS-AUDIT-RULE
               MOVE WS-CHASE-TOKEN TO WS-AUDIT-OLD
               MOVE WS-RESOLVED-PATH TO WS-AUDIT-NEW
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *>   the member as named, then with .CPY and .cpy appended,
                   MOVE 'NOMAP' TO WS-AUDIT-RULE
                   MOVE WS-BEFORE-IMAGE TO WS-AUDIT-OLD
                   MOVE IN-RECORD TO WS-AUDIT-NEW
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.
      *>   a free-format line takes the short pipeline: no fixed
           ELSE
               WRITE OUT-RECORD FROM IN-RECORD
      *>       --restart applies to single-file runs only, so a list
      *>       or library run must not leave its last member's line
      *>       count behind for an unrelated single-file restart to
      *>       skip by
               IF WS-LIST-MODE = 'N' AND WS-CHASE-ACTIVE = 'N'
                   AND WS-LIB-MODE = 'N'
                   DIVIDE LINE-COUNT BY CHECKPOINT-INTERVAL
                     GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM
                   IF WS-CKPT-REM = ZERO
           ELSE
               WRITE OUT-RECORD-WIDE FROM IN-RECORD-WIDE
               IF WS-LIST-MODE = 'N' AND WS-CHASE-ACTIVE = 'N'
                   AND WS-LIB-MODE = 'N'
                   DIVIDE LINE-COUNT BY CHECKPOINT-INTERVAL
                     GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM
                   IF WS-CKPT-REM = ZERO
               MOVE LINE-COUNT TO WS-AUDIT-LINENO
               MOVE WS-BEFORE-IMAGE TO WS-AUDIT-OLD
               MOVE IN-RECORD TO WS-AUDIT-NEW
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *>   every listing entry goes out through here, keyed by
      *>   library and member when a --lib run is converting
       WRITE-AUDIT-RECORD.
           IF WS-LIB-MODE = 'Y'
               MOVE WS-AUDIT-KEY TO WS-AUDIT-KEYED-KEY
               MOVE WS-AUDIT-LINE TO WS-AUDIT-KEYED-BODY
               MOVE WS-AUDIT-KEYED-LINE TO AUDIT-RECORD
           ELSE
               MOVE WS-AUDIT-LINE TO AUDIT-RECORD
           END-IF.
           WRITE AUDIT-RECORD.
           ADD 1 TO AUDIT-ENTRIES-COUNT.

      *>   a clean ascending sequence in columns 73-80, and in 1-6 as
      *>   well under '--reseq-left'; '--blank-seq' clears the same
           END-IF.

       SHOW-SUMMARY-REPORT.
           IF WS-LIST-MODE = 'Y' OR WS-LIB-MODE = 'Y'
               DISPLAY 'USET: member ' THE-FILE-NAME
           END-IF.
           DISPLAY 'USET: lines copied       : ' LINES-COPIED-COUNT.
