      *> -------------------------------------------
      *> release-unpack.cbl
      *> the way back out of a release-pack container: reads
      *> releases/<name>.<Rnnnn>.REL's table of contents and writes
      *> every member into the destination directory -- text
      *> members line for line, the module decoded from its hex
      *> lines back to the bytes it was built as -- then checks each
      *> one against the checksum the TOC recorded when the release
      *> was packed. release-rollback calls this into a staging
      *> directory, so nothing in the project is touched until the
      *> whole release has come out whole.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "release-unpack" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAINER-FILE
               ASSIGN TO DYNAMIC ws-container-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-container-status.
           SELECT MEMBER-FILE
               ASSIGN TO DYNAMIC ws-member-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-member-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAINER-FILE.
       01 CONTAINER-RECORD PIC X(256).
       FD  MEMBER-FILE.
       01 MEMBER-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 ws-container-path  PIC X(300).
       01 ws-container-status PIC XX.
       01 ws-member-path     PIC X(300).
       01 ws-member-status   PIC XX.
       01 ws-rc              PIC 9(9) COMP-5.

      *>   the TOC read back off the container's head
       78 ws-member-max VALUE 50.
       01 ws-toc-count       PIC 99 VALUE 0.
       01 ws-toc-idx         PIC 99.
       01 ws-toc-done        PIC X VALUE "N".
       01 ws-header-seen     PIC X VALUE "N".
       01 ws-toc-table.
           05 ws-toc-entry OCCURS 50 TIMES.
               10 ws-toc-name     PIC X(60).
               10 ws-toc-offset   PIC 9(7).
               10 ws-toc-lines    PIC 9(7).
               10 ws-toc-checksum PIC 9(9).
               10 ws-toc-kind     PIC X.
               10 ws-toc-bytes    PIC 9(9).
      *>   the *REL and *TOC lines' fixed columns, the same shape
      *>   release-pack writes them
       01 ws-header-parse.
           05 FILLER             PIC X(5).
           05 ws-parse-project   PIC X(48).
           05 FILLER             PIC X.
           05 ws-parse-release   PIC X(5).
           05 FILLER             PIC X(198).
       01 ws-toc-parse.
           05 FILLER             PIC X(5).
           05 ws-parse-name      PIC X(60).
           05 FILLER             PIC X.
           05 ws-parse-offset    PIC 9(7).
           05 FILLER             PIC X.
           05 ws-parse-lines     PIC 9(7).
           05 FILLER             PIC X.
           05 ws-parse-sum       PIC 9(9).
           05 FILLER             PIC X.
           05 ws-parse-kind      PIC X.
           05 FILLER             PIC X.
           05 ws-parse-bytes     PIC 9(9).

       01 ws-lines-left      PIC 9(7).

      *>   the module written back through the byte-stream file
      *>   routines, 64 bytes to a hex line, its checksum folded as
      *>   the bytes go out
       01 ws-handle          PIC X(4).
       01 ws-access-mode     PIC X COMP-X VALUE 2.
       01 ws-deny-mode       PIC X COMP-X VALUE 0.
       01 ws-device          PIC X COMP-X VALUE 0.
       01 ws-write-flags     PIC X COMP-X VALUE 0.
       01 ws-write-offset    PIC X(8) COMP-X.
       01 ws-write-count     PIC X(4) COMP-X.
       01 ws-bytes-left      PIC 9(9).
       01 ws-byte-buffer     PIC X(64).
       01 ws-byte-idx        PIC 99.
       01 ws-byte-value      PIC 999.
       01 ws-hex-char        PIC X.
       01 ws-hex-value       PIC 99.
       01 ws-hex-high        PIC 99.
       01 ws-byte-sum        PIC 9(9).
       01 ws-decode-ok       PIC X.

      *>   file-checksum's USING items for the after-write verify
       01 ws-sum-path        PIC X(300).
       01 ws-sum-value       PIC 9(9).
       01 ws-sum-status      PIC 99.

       LINKAGE SECTION.
      *> the container, and the project it must have been packed for
       01 lk-container-path PIC X(300).
       01 lk-proj-name      PIC X(48).
      *> the directory the members are written into
       01 lk-dest-dir       PIC X(300).
      *> the members written, by their names inside the project
       01 lk-member-count   PIC 99.
       01 lk-member-table.
           05 lk-member-name PIC X(60) OCCURS 50 TIMES.
      *> 0 = unpacked and verified, 1 = no readable container or
      *> not this project's, 2 = a member failed its checksum
       01 lk-status         PIC 99.

       PROCEDURE DIVISION USING lk-container-path lk-proj-name
           lk-dest-dir lk-member-count lk-member-table lk-status.
       prog.
           MOVE 0 TO lk-status lk-member-count.
           MOVE lk-container-path TO ws-container-path.
      *>   member lines can carry leading tabs (Makefile recipes)
      *>   and form feeds (the listing), which line sequential's
      *>   default validation rejects
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN INPUT CONTAINER-FILE.
           IF ws-container-status NOT = "00"
               MOVE 1 TO lk-status
               EXIT PROGRAM
           END-IF.
           PERFORM READ-TOC.
           IF lk-status = 0
               PERFORM WRITE-MEMBERS-OUT
           END-IF.
           CLOSE CONTAINER-FILE.
           IF lk-status = 0
               PERFORM VERIFY-MEMBERS
           END-IF.
           EXIT PROGRAM.

      *>   header, *TOC lines, *END-TOC -- anything else that early
      *>   means the container is not one release-pack wrote, and a
      *>   header naming another project means it is not this one's
       READ-TOC SECTION.
           PERFORM UNTIL ws-toc-done = "Y"
               READ CONTAINER-FILE
                   AT END
                       MOVE "Y" TO ws-toc-done
                       MOVE 1 TO lk-status
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CONTAINER-RECORD(1:8) = "*END-TOC"
                               MOVE "Y" TO ws-toc-done
                           WHEN CONTAINER-RECORD(1:5) = "*TOC "
                               AND ws-toc-count < ws-member-max
                               PERFORM TAKE-TOC-LINE
                           WHEN CONTAINER-RECORD(1:5) = "*REL "
                               MOVE CONTAINER-RECORD
                                 TO ws-header-parse
                               IF ws-parse-project = lk-proj-name
                                   MOVE "Y" TO ws-header-seen
                               END-IF
                           WHEN OTHER
                               MOVE "Y" TO ws-toc-done
                               MOVE 1 TO lk-status
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF ws-toc-count = 0 OR ws-header-seen NOT = "Y"
               MOVE 1 TO lk-status
           END-IF.

       TAKE-TOC-LINE SECTION.
           MOVE CONTAINER-RECORD TO ws-toc-parse.
           ADD 1 TO ws-toc-count.
           MOVE ws-parse-name   TO ws-toc-name(ws-toc-count).
           MOVE ws-parse-offset TO ws-toc-offset(ws-toc-count).
           MOVE ws-parse-lines  TO ws-toc-lines(ws-toc-count).
           MOVE ws-parse-sum    TO ws-toc-checksum(ws-toc-count).
           MOVE ws-parse-kind   TO ws-toc-kind(ws-toc-count).
           MOVE ws-parse-bytes  TO ws-toc-bytes(ws-toc-count).
           MOVE ws-parse-name   TO lk-member-name(ws-toc-count).
           MOVE ws-toc-count    TO lk-member-count.

      *>   the data area holds the members back to back in TOC
      *>   order, so each one is just the next ws-toc-lines lines
       WRITE-MEMBERS-OUT SECTION.
           PERFORM VARYING ws-toc-idx FROM 1 BY 1
               UNTIL ws-toc-idx > ws-toc-count
               OR lk-status NOT = 0
               MOVE SPACES TO ws-member-path
               STRING FUNCTION TRIM(lk-dest-dir) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM(ws-toc-name(ws-toc-idx))
                 DELIMITED BY SIZE
                 INTO ws-member-path
               END-STRING
               IF ws-toc-kind(ws-toc-idx) = "H"
                   PERFORM WRITE-MODULE
               ELSE
                   PERFORM WRITE-ONE-MEMBER
               END-IF
           END-PERFORM.

       WRITE-ONE-MEMBER SECTION.
           OPEN OUTPUT MEMBER-FILE.
           IF ws-member-status NOT = "00"
               MOVE 1 TO lk-status
               GO TO WRITE-ONE-MEMBER-EXIT
           END-IF.
           MOVE ws-toc-lines(ws-toc-idx) TO ws-lines-left.
           PERFORM UNTIL ws-lines-left = 0
               READ CONTAINER-FILE
                   AT END
                       MOVE 1 TO lk-status
                       MOVE 0 TO ws-lines-left
                   NOT AT END
                       MOVE CONTAINER-RECORD TO MEMBER-RECORD
                       WRITE MEMBER-RECORD
                       SUBTRACT 1 FROM ws-lines-left
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
       WRITE-ONE-MEMBER-EXIT.
           EXIT.

      *>   every hex line but the last carries 64 bytes; the TOC's
      *>   byte count says how many the last one holds
       WRITE-MODULE SECTION.
           MOVE 0 TO ws-byte-sum ws-write-offset.
           MOVE ws-toc-bytes(ws-toc-idx) TO ws-bytes-left.
           MOVE "Y" TO ws-decode-ok.
           CALL "CBL_CREATE_FILE" USING FUNCTION TRIM(ws-member-path)
             ws-access-mode ws-deny-mode ws-device ws-handle
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               MOVE 1 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE ws-toc-lines(ws-toc-idx) TO ws-lines-left.
           PERFORM UNTIL ws-lines-left = 0
               READ CONTAINER-FILE
                   AT END
                       MOVE 1 TO lk-status
                       MOVE 0 TO ws-lines-left
                   NOT AT END
                       PERFORM DECODE-ONE-LINE
                       SUBTRACT 1 FROM ws-lines-left
               END-READ
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING ws-handle
             RETURNING ws-rc
           END-CALL.
           IF ws-decode-ok NOT = "Y"
              OR ws-byte-sum NOT = ws-toc-checksum(ws-toc-idx)
               DISPLAY "RLU010E release-unpack: '"
                 FUNCTION TRIM(ws-toc-name(ws-toc-idx))
                 "' failed its checksum after unpacking"
                 UPON SYSERR
               END-DISPLAY
               MOVE 2 TO lk-status
           END-IF.

       DECODE-ONE-LINE SECTION.
           IF ws-bytes-left > 64
               MOVE 64 TO ws-write-count
           ELSE
               MOVE ws-bytes-left TO ws-write-count
           END-IF.
           PERFORM VARYING ws-byte-idx FROM 1 BY 1
               UNTIL ws-byte-idx > ws-write-count
               MOVE CONTAINER-RECORD(ws-byte-idx * 2 - 1:1)
                 TO ws-hex-char
               PERFORM HEX-CHAR-VALUE
               MOVE ws-hex-value TO ws-hex-high
               MOVE CONTAINER-RECORD(ws-byte-idx * 2:1)
                 TO ws-hex-char
               PERFORM HEX-CHAR-VALUE
               COMPUTE ws-byte-value =
                 ws-hex-high * 16 + ws-hex-value + 1
               MOVE FUNCTION CHAR(ws-byte-value)
                 TO ws-byte-buffer(ws-byte-idx:1)
               COMPUTE ws-byte-sum = FUNCTION MOD(
                 ws-byte-sum * 31 + ws-byte-value, 999999937)
           END-PERFORM.
           CALL "CBL_WRITE_FILE" USING ws-handle ws-write-offset
             ws-write-count ws-write-flags ws-byte-buffer
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               MOVE "N" TO ws-decode-ok
           END-IF.
           ADD ws-write-count TO ws-write-offset.
           SUBTRACT ws-write-count FROM ws-bytes-left.

      *>   anything but 0-9 and A-F is damage, caught here rather
      *>   than left to the checksum
       HEX-CHAR-VALUE SECTION.
           EVALUATE TRUE
               WHEN ws-hex-char >= "0" AND ws-hex-char <= "9"
                   COMPUTE ws-hex-value = FUNCTION ORD(ws-hex-char)
                     - FUNCTION ORD("0")
               WHEN ws-hex-char >= "A" AND ws-hex-char <= "F"
                   COMPUTE ws-hex-value = FUNCTION ORD(ws-hex-char)
                     - FUNCTION ORD("A") + 10
               WHEN OTHER
                   MOVE 0 TO ws-hex-value
                   MOVE "N" TO ws-decode-ok
           END-EVALUATE.

      *>   the written text files re-checksummed against what the
      *>   TOC promised at packing time; the module was checked as
      *>   it was written
       VERIFY-MEMBERS SECTION.
           PERFORM VARYING ws-toc-idx FROM 1 BY 1
               UNTIL ws-toc-idx > ws-toc-count
               IF ws-toc-kind(ws-toc-idx) NOT = "H"
                   PERFORM VERIFY-ONE-MEMBER
               END-IF
           END-PERFORM.

       VERIFY-ONE-MEMBER SECTION.
           MOVE SPACES TO ws-sum-path.
           STRING FUNCTION TRIM(lk-dest-dir) DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             FUNCTION TRIM(ws-toc-name(ws-toc-idx))
             DELIMITED BY SIZE
             INTO ws-sum-path
           END-STRING.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               OR ws-sum-value
                 NOT = ws-toc-checksum(ws-toc-idx)
               DISPLAY "RLU010E release-unpack: '"
                 FUNCTION TRIM(ws-toc-name(ws-toc-idx))
                 "' failed its checksum after unpacking"
                 UPON SYSERR
               END-DISPLAY
               MOVE 2 TO lk-status
           END-IF.

       END PROGRAM "release-unpack".
