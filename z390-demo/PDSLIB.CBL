       IDENTIFICATION DIVISION.
      *> Companion utility for USET.CBL's --lib mode: lists, extracts
      *> and adds the members of a partitioned member library, so a
      *> library can be checked, picked apart or built up without a
      *> text editor. The library shape is the one USET reads and
      *> writes -- a "PDSLIB" header line carrying the member count
      *> and the data-line count, one directory line per member
      *> (name, offset of its first line among the data lines, line
      *> count), then every member's lines back to back:
      *>
      *>     PDSLIB LIST    <library>
      *>     PDSLIB EXTRACT <library> <member> [<file>]
      *>     PDSLIB ADD     <library> <member> <file>
      *>
      *> EXTRACT writes to a file named after the member unless one
      *> is given. ADD creates the library when it does not exist
      *> yet, appends the member's directory entry and lines, and
      *> refuses a member the library already holds.

       PROGRAM-ID. PDSLIB.
           Author Bernard Tatin.
           Installation GnuCOBOL Toolchain.
           Date-Written 15/10/2026.
           Date-Compiled 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB-FILE ASSIGN TO DYNAMIC WS-LIB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO DYNAMIC WS-MBR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBR-FILE-STATUS.
      *>   ADD builds the new library here and copies it back over
      *>   the old one only once it is complete
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIB-FILE.
       01  LIB-RECORD                PIC X(256).
       01  LIB-HEADER.
           03  LIB-HDR-MARK          PIC X(06).
           03  FILLER                PIC X.
           03  LIB-HDR-MEMBERS       PIC 9(05).
           03  FILLER                PIC X.
           03  LIB-HDR-LINES         PIC 9(07).
           03  FILLER                PIC X(236).
       01  LIB-DIRECTORY.
           03  LIB-DIR-NAME          PIC X(30).
           03  FILLER                PIC X.
           03  LIB-DIR-OFFSET        PIC 9(07).
           03  FILLER                PIC X.
           03  LIB-DIR-LINES         PIC 9(07).
           03  FILLER                PIC X(210).
       FD  MEMBER-FILE.
       01  MEMBER-RECORD             PIC X(256).
       FD  WORK-FILE.
       01  WORK-RECORD               PIC X(256).
       01  WORK-HEADER.
           03  WORK-HDR-MARK         PIC X(06).
           03  FILLER                PIC X.
           03  WORK-HDR-MEMBERS      PIC 9(05).
           03  FILLER                PIC X.
           03  WORK-HDR-LINES        PIC 9(07).
           03  FILLER                PIC X(236).
       01  WORK-DIRECTORY.
           03  WORK-DIR-NAME         PIC X(30).
           03  FILLER                PIC X.
           03  WORK-DIR-OFFSET       PIC 9(07).
           03  FILLER                PIC X.
           03  WORK-DIR-LINES        PIC 9(07).
           03  FILLER                PIC X(210).

       WORKING-STORAGE SECTION.
       01  WS-CMDLINE                PIC X(200).
       01  WS-OPERATION              PIC X(10).
       01  WS-LIB-PATH               PIC X(80).
       01  WS-MEMBER                 PIC X(30).
       01  WS-MBR-PATH               PIC X(80).
       01  WS-WORK-PATH              PIC X(80) VALUE 'PDSLIB.WORK'.
       01  WS-LIB-FILE-STATUS        PIC XX.
       01  WS-MBR-FILE-STATUS        PIC XX.
       01  WS-WORK-FILE-STATUS       PIC XX.
       01  WS-LIB-EOF                PIC X.
       01  WS-MBR-EOF                PIC X.
       01  WS-WORK-EOF               PIC X.

      *>   the library's directory, as read off its front
       78  LIB-MEMBER-MAX VALUE 500.
       01  WS-LIB-EXISTS             PIC X VALUE 'N'.
       01  WS-DIR-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-DIR-LINES-TOTAL        PIC 9(07) VALUE ZERO.
       01  WS-DIR-SUB                PIC 9(04).
       01  WS-DIR-FOUND              PIC 9(04).
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS LIB-MEMBER-MAX TIMES.
               10  WS-DIR-NAME       PIC X(30).
               10  WS-DIR-OFFSET     PIC 9(07).
               10  WS-DIR-LINES      PIC 9(07).

       01  WS-DATA-LINES             PIC 9(07) VALUE ZERO.
       01  WS-LINES-DONE             PIC 9(07) VALUE ZERO.
       01  WS-SKIP-COUNT             PIC 9(07).
       01  WS-SHOW-OFFSET            PIC Z(06)9.
       01  WS-SHOW-LINES             PIC Z(06)9.
       01  WS-LIST-LINE.
           05  WS-LIST-NAME          PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LIST-OFFSET        PIC Z(06)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LIST-LINES         PIC Z(06)9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM PARSE-COMMAND-LINE.
           EVALUATE WS-OPERATION
               WHEN 'LIST'
                   PERFORM LIST-LIBRARY
               WHEN 'EXTRACT'
                   PERFORM EXTRACT-MEMBER
               WHEN 'ADD'
                   PERFORM ADD-MEMBER
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE.
           STOP RUN.

       PARSE-COMMAND-LINE.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO WS-OPERATION.
           MOVE SPACES TO WS-LIB-PATH.
           MOVE SPACES TO WS-MEMBER.
           MOVE SPACES TO WS-MBR-PATH.
           UNSTRING FUNCTION TRIM (WS-CMDLINE) DELIMITED BY ALL SPACES
             INTO WS-OPERATION WS-LIB-PATH WS-MEMBER WS-MBR-PATH
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-OPERATION) TO WS-OPERATION.
      *>   member names are kept in upper case, as on the mainframe
           MOVE FUNCTION UPPER-CASE (WS-MEMBER) TO WS-MEMBER.
           IF WS-LIB-PATH = SPACES
               PERFORM SHOW-USAGE
           END-IF.

       SHOW-USAGE.
           DISPLAY 'PDSLIB: usage -- PDSLIB LIST <library>'.
           DISPLAY 'PDSLIB:          PDSLIB EXTRACT <library> '
             '<member> [<file>]'.
           DISPLAY 'PDSLIB:          PDSLIB ADD <library> <member> '
             '<file>'.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

      *>   open the library and load its directory; the file is left
      *>   open and positioned at the first data line. A library that
      *>   is not there at all is only an error where the caller says
      *>   so -- ADD starts a new one
       READ-DIRECTORY.
           MOVE ZERO TO WS-DIR-COUNT.
           MOVE ZERO TO WS-DIR-LINES-TOTAL.
           MOVE 'N' TO WS-LIB-EOF.
           OPEN INPUT LIB-FILE.
           IF WS-LIB-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-LIB-EXISTS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-LIB-EXISTS.
           READ LIB-FILE
               AT END
                   MOVE 'Y' TO WS-LIB-EOF
           END-READ.
           IF WS-LIB-EOF = 'Y'
               OR LIB-HDR-MARK NOT = 'PDSLIB'
               OR LIB-HDR-MEMBERS NOT NUMERIC
               OR LIB-HDR-LINES NOT NUMERIC
               DISPLAY 'PDSLIB: ' FUNCTION TRIM (WS-LIB-PATH)
                 ' is not a member library'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LIB-HDR-MEMBERS > LIB-MEMBER-MAX
               DISPLAY 'PDSLIB: ' FUNCTION TRIM (WS-LIB-PATH)
                 ' holds more than ' LIB-MEMBER-MAX ' members'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LIB-HDR-MEMBERS TO WS-DIR-COUNT.
           MOVE LIB-HDR-LINES TO WS-DIR-LINES-TOTAL.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-DIR-COUNT
               READ LIB-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
               END-READ
               IF WS-LIB-EOF = 'Y'
                   OR LIB-DIR-OFFSET NOT NUMERIC
                   OR LIB-DIR-LINES NOT NUMERIC
                   DISPLAY 'PDSLIB: directory of '
                     FUNCTION TRIM (WS-LIB-PATH)
                     ' is damaged at entry ' WS-DIR-SUB
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LIB-DIR-NAME TO WS-DIR-NAME (WS-DIR-SUB)
               MOVE LIB-DIR-OFFSET TO WS-DIR-OFFSET (WS-DIR-SUB)
               MOVE LIB-DIR-LINES TO WS-DIR-LINES (WS-DIR-SUB)
           END-PERFORM.

       FIND-MEMBER.
           MOVE ZERO TO WS-DIR-FOUND.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-DIR-COUNT
               OR WS-DIR-FOUND > ZERO
               IF WS-DIR-NAME (WS-DIR-SUB) = WS-MEMBER
                   MOVE WS-DIR-SUB TO WS-DIR-FOUND
               END-IF
           END-PERFORM.

      *>   the directory as it stands, then a count of the data lines
      *>   actually present -- a library cut short in transfer shows
      *>   up here before USET trips over it
       LIST-LIBRARY.
           PERFORM READ-DIRECTORY.
           IF WS-LIB-EXISTS = 'N'
               DISPLAY 'PDSLIB: could not open library '
                 FUNCTION TRIM (WS-LIB-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'PDSLIB: library ' FUNCTION TRIM (WS-LIB-PATH).
           DISPLAY 'PDSLIB: MEMBER                           '
             'OFFSET    LINES'.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-DIR-COUNT
               MOVE WS-DIR-NAME (WS-DIR-SUB) TO WS-LIST-NAME
               MOVE WS-DIR-OFFSET (WS-DIR-SUB) TO WS-LIST-OFFSET
               MOVE WS-DIR-LINES (WS-DIR-SUB) TO WS-LIST-LINES
               DISPLAY 'PDSLIB: ' WS-LIST-LINE
           END-PERFORM.
           MOVE ZERO TO WS-DATA-LINES.
           PERFORM UNTIL WS-LIB-EOF = 'Y'
               READ LIB-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
                   NOT AT END
                       ADD 1 TO WS-DATA-LINES
               END-READ
           END-PERFORM.
           CLOSE LIB-FILE.
           MOVE WS-DIR-LINES-TOTAL TO WS-SHOW-LINES.
           DISPLAY 'PDSLIB: ' WS-DIR-COUNT ' member(s), '
             FUNCTION TRIM (WS-SHOW-LINES) ' data line(s)'.
           IF WS-DATA-LINES NOT = WS-DIR-LINES-TOTAL
               MOVE WS-DATA-LINES TO WS-SHOW-OFFSET
               DISPLAY 'PDSLIB: WARNING -- the header says '
                 FUNCTION TRIM (WS-SHOW-LINES) ' data line(s), the '
                 'library holds ' FUNCTION TRIM (WS-SHOW-OFFSET)
               MOVE 1 TO RETURN-CODE
           END-IF.

       EXTRACT-MEMBER.
           IF WS-MEMBER = SPACES
               PERFORM SHOW-USAGE
           END-IF.
           IF WS-MBR-PATH = SPACES
               MOVE WS-MEMBER TO WS-MBR-PATH
           END-IF.
           PERFORM READ-DIRECTORY.
           IF WS-LIB-EXISTS = 'N'
               DISPLAY 'PDSLIB: could not open library '
                 FUNCTION TRIM (WS-LIB-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-MEMBER.
           IF WS-DIR-FOUND = ZERO
               DISPLAY 'PDSLIB: member ' FUNCTION TRIM (WS-MEMBER)
                 ' not in ' FUNCTION TRIM (WS-LIB-PATH)
               CLOSE LIB-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DIR-OFFSET (WS-DIR-FOUND) TO WS-SKIP-COUNT.
           PERFORM WS-SKIP-COUNT TIMES
               READ LIB-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
               END-READ
           END-PERFORM.
           OPEN OUTPUT MEMBER-FILE.
           IF WS-MBR-FILE-STATUS NOT = '00'
               DISPLAY 'PDSLIB: could not open '
                 FUNCTION TRIM (WS-MBR-PATH)
               CLOSE LIB-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-LINES-DONE.
           PERFORM UNTIL WS-LINES-DONE >= WS-DIR-LINES (WS-DIR-FOUND)
               OR WS-LIB-EOF = 'Y'
               READ LIB-FILE
                   AT END
                       MOVE 'Y' TO WS-LIB-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-DONE
                       WRITE MEMBER-RECORD FROM LIB-RECORD
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           CLOSE LIB-FILE.
           MOVE WS-LINES-DONE TO WS-SHOW-LINES.
           DISPLAY 'PDSLIB: ' FUNCTION TRIM (WS-MEMBER)
             ' extracted to ' FUNCTION TRIM (WS-MBR-PATH) ' ('
             FUNCTION TRIM (WS-SHOW-LINES) ' line(s))'.
           IF WS-LINES-DONE < WS-DIR-LINES (WS-DIR-FOUND)
               DISPLAY 'PDSLIB: WARNING -- the library ends inside '
                 'member ' FUNCTION TRIM (WS-MEMBER)
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   the member's lines are counted first so the new header
      *>   and directory can be written ahead of the data; the new
      *>   library is built in WORK-FILE -- directory, the old data
      *>   as it was, the member's lines behind it -- and copied
      *>   back over the old one
       ADD-MEMBER.
           IF WS-MEMBER = SPACES OR WS-MBR-PATH = SPACES
               PERFORM SHOW-USAGE
           END-IF.
           OPEN INPUT MEMBER-FILE.
           IF WS-MBR-FILE-STATUS NOT = '00'
               DISPLAY 'PDSLIB: could not open '
                 FUNCTION TRIM (WS-MBR-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-MBR-EOF.
           MOVE ZERO TO WS-DATA-LINES.
           PERFORM UNTIL WS-MBR-EOF = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-MBR-EOF
                   NOT AT END
                       ADD 1 TO WS-DATA-LINES
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           PERFORM READ-DIRECTORY.
           PERFORM FIND-MEMBER.
           IF WS-DIR-FOUND > ZERO
               DISPLAY 'PDSLIB: member ' FUNCTION TRIM (WS-MEMBER)
                 ' is already in ' FUNCTION TRIM (WS-LIB-PATH)
               CLOSE LIB-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DIR-COUNT >= LIB-MEMBER-MAX
               DISPLAY 'PDSLIB: ' FUNCTION TRIM (WS-LIB-PATH)
                 ' is full at ' LIB-MEMBER-MAX ' members'
               CLOSE LIB-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'PDSLIB: could not open work file '
                 FUNCTION TRIM (WS-WORK-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DIR-COUNT.
           MOVE WS-MEMBER TO WS-DIR-NAME (WS-DIR-COUNT).
           MOVE WS-DIR-LINES-TOTAL TO WS-DIR-OFFSET (WS-DIR-COUNT).
           MOVE WS-DATA-LINES TO WS-DIR-LINES (WS-DIR-COUNT).
           MOVE SPACES TO WORK-RECORD.
           MOVE 'PDSLIB' TO WORK-HDR-MARK.
           MOVE WS-DIR-COUNT TO WORK-HDR-MEMBERS.
           COMPUTE WORK-HDR-LINES = WS-DIR-LINES-TOTAL + WS-DATA-LINES.
           WRITE WORK-RECORD.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > WS-DIR-COUNT
               MOVE SPACES TO WORK-RECORD
               MOVE WS-DIR-NAME (WS-DIR-SUB) TO WORK-DIR-NAME
               MOVE WS-DIR-OFFSET (WS-DIR-SUB) TO WORK-DIR-OFFSET
               MOVE WS-DIR-LINES (WS-DIR-SUB) TO WORK-DIR-LINES
               WRITE WORK-RECORD
           END-PERFORM.
           IF WS-LIB-EXISTS = 'Y'
               PERFORM UNTIL WS-LIB-EOF = 'Y'
                   READ LIB-FILE
                       AT END
                           MOVE 'Y' TO WS-LIB-EOF
                       NOT AT END
                           WRITE WORK-RECORD FROM LIB-RECORD
                   END-READ
               END-PERFORM
               CLOSE LIB-FILE
           END-IF.
           OPEN INPUT MEMBER-FILE.
           MOVE 'N' TO WS-MBR-EOF.
           PERFORM UNTIL WS-MBR-EOF = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-MBR-EOF
                   NOT AT END
                       WRITE WORK-RECORD FROM MEMBER-RECORD
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           CLOSE WORK-FILE.
           PERFORM REPLACE-LIBRARY.
           MOVE WS-DATA-LINES TO WS-SHOW-LINES.
           DISPLAY 'PDSLIB: ' FUNCTION TRIM (WS-MEMBER) ' added to '
             FUNCTION TRIM (WS-LIB-PATH) ' ('
             FUNCTION TRIM (WS-SHOW-LINES) ' line(s), member '
             WS-DIR-COUNT ')'.

       REPLACE-LIBRARY.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LIB-FILE.
           IF WS-LIB-FILE-STATUS NOT = '00'
               DISPLAY 'PDSLIB: could not rewrite '
                 FUNCTION TRIM (WS-LIB-PATH) ' -- new library left in '
                 FUNCTION TRIM (WS-WORK-PATH)
               CLOSE WORK-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-WORK-EOF.
           PERFORM UNTIL WS-WORK-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF
                   NOT AT END
                       WRITE LIB-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE LIB-FILE.
           CALL 'CBL_DELETE_FILE' USING FUNCTION TRIM (WS-WORK-PATH)
           END-CALL.

           END PROGRAM PDSLIB.
