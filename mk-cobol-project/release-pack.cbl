      *> -------------------------------------------
      *> release-pack.cbl
      *> captures what a passing PROD promotion built as a numbered
      *> release: the project's source, copybooks, Makefile, the
      *> compiler listing (the Makefile's listing: target writes it)
      *> and the built module, all in one container under
      *> releases/<name>.<Rnnnn>.REL, and a RELEASE line in the
      *> RELEASES history file. The container is archive-pack's
      *> shape -- a header, one *TOC line per member, an *END-TOC
      *> marker, then every member's lines in TOC order -- with two
      *> more TOC columns: the member's kind (T, text copied line
      *> for line; H, a binary written out as hex, 64 bytes to the
      *> line) and its size in bytes. A text member's checksum is
      *> the one file-checksum computes everywhere else; a binary's
      *> is the same fold taken over every byte. release-unpack.cbl
      *> reads it back for release-rollback.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "release-pack" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE
               ASSIGN TO DYNAMIC ws-member-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-member-status.
           SELECT CONTAINER-FILE
               ASSIGN TO DYNAMIC ws-container-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-container-status.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC ws-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT RELEASES-FILE
               ASSIGN TO DYNAMIC ws-releases-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-releases-status.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01 MEMBER-RECORD PIC X(256).
       FD  CONTAINER-FILE.
       01 CONTAINER-RECORD PIC X(256).
       FD  LIST-FILE.
       01 LIST-RECORD PIC X(256).
       FD  RELEASES-FILE.
       COPY "release-rec.cpy".

       WORKING-STORAGE SECTION.
       01 ws-member-path     PIC X(300).
       01 ws-member-status   PIC XX.
       01 ws-member-eof      PIC X.
       01 ws-container-path  PIC X(300).
       01 ws-container-status PIC XX.
       01 ws-list-path       PIC X(300) VALUE "RELEASE-MEMBERS.TMP".
       01 ws-list-status     PIC XX.
       01 ws-list-eof        PIC X.
       01 ws-releases-path   PIC X(300) VALUE "RELEASES".
       01 ws-releases-status PIC XX.
       01 ws-releases-eof    PIC X.
       01 ws-shell-command   PIC X(300).
       01 ws-rc              PIC 9(9) COMP-5.
       01 ws-make-rc         PIC S9(9) COMP-5.

      *>   the next release number: one past the highest this
      *>   project has had, R0001 for its first
       01 ws-release-num     PIC 9(4).
       01 ws-release-high    PIC 9(4).

      *>   an ls entry is kept if it is a source, copybook or
      *>   listing, or the Makefile
       01 ws-entry-len       PIC 9(3).
       01 ws-entry-suffix    PIC X(4).
       01 ws-member-name     PIC X(60).

      *>   the built module: bin/<name> for an EXE (the project
      *>   root for one built before bin/ existed), <name>.so for a
      *>   DLL, looked for in the same two places
       01 ws-module-name     PIC X(60).
       01 ws-module-found    PIC X VALUE "N".
       01 ws-size-info.
           05 ws-file-size   PIC X(8) COMP-X.
           05 FILLER         PIC X(8).
           05 FILLER         PIC X(8).

      *>   the table of contents, gathered in a first pass and
      *>   written before any data
       78 ws-member-max VALUE 50.
       01 ws-toc-count       PIC 99 VALUE 0.
       01 ws-toc-idx         PIC 99.
       01 ws-toc-table.
           05 ws-toc-entry OCCURS 50 TIMES.
               10 ws-toc-name     PIC X(60).
               10 ws-toc-offset   PIC 9(7).
               10 ws-toc-lines    PIC 9(7).
               10 ws-toc-checksum PIC 9(9).
               10 ws-toc-kind     PIC X.
               10 ws-toc-bytes    PIC 9(9).
       01 ws-line-counter    PIC 9(7).
       01 ws-next-offset     PIC 9(7).

      *>   file-checksum's USING items
       01 ws-sum-path        PIC X(300).
       01 ws-sum-value       PIC 9(9).
       01 ws-sum-status      PIC 99.

      *>   the module read 64 bytes at a time through the byte-stream
      *>   file routines, once to checksum it and once to hex it out
       01 ws-handle          PIC X(4).
       01 ws-access-mode     PIC X COMP-X VALUE 1.
       01 ws-deny-mode       PIC X COMP-X VALUE 0.
       01 ws-device          PIC X COMP-X VALUE 0.
       01 ws-read-flags      PIC X COMP-X VALUE 0.
       01 ws-read-offset     PIC X(8) COMP-X.
       01 ws-read-count      PIC X(4) COMP-X.
       01 ws-read-left       PIC 9(9).
       01 ws-byte-buffer     PIC X(64).
       01 ws-byte-idx        PIC 99.
       01 ws-byte-value      PIC 999.
       01 ws-hex-high        PIC 99.
       01 ws-hex-low         PIC 99.
       01 ws-hex-digits      PIC X(16) VALUE "0123456789ABCDEF".
      *>   "Y" only on the pass that writes the hex lines out
       01 ws-hex-out         PIC X.
       01 ws-byte-sum        PIC 9(9).
       01 ws-read-ok         PIC X.

      *>   one *TOC line, fixed columns built as a finished group
      *>   before the WRITE, the same discipline log-error applies
       01 ws-toc-line.
           05 FILLER             PIC X(5) VALUE "*TOC ".
           05 ws-toc-line-name   PIC X(60).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-toc-line-offset PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-toc-line-lines  PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-toc-line-sum    PIC 9(9).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-toc-line-kind   PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 ws-toc-line-bytes  PIC 9(9).
       01 ws-header-line.
           05 FILLER             PIC X(5) VALUE "*REL ".
           05 ws-header-name     PIC X(48).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-header-release  PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-header-date     PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 ws-header-time     PIC X(8).

       LINKAGE SECTION.
      *> the promoted project, its module type (EXE or DLL) and the
      *> change ticket the promotion ran under
       01 lk-proj-name      PIC X(48).
       01 lk-module-type    PIC X(4).
       01 lk-ticket         PIC X(20).
      *> the release number given and where its container landed
       01 lk-release        PIC X(5).
       01 lk-container-path PIC X(300).
      *> 0 = released, 1 = the listing would not build, 2 = no
      *> built module to capture, 3 = the container or the history
      *> line could not be written
       01 lk-status         PIC 99.

       PROCEDURE DIVISION USING lk-proj-name lk-module-type
           lk-ticket lk-release lk-container-path lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE SPACES TO lk-release lk-container-path.
           PERFORM MAKE-LISTING.
           IF lk-status NOT = 0
               EXIT PROGRAM
           END-IF.
           PERFORM FIND-MODULE.
           IF ws-module-found NOT = "Y"
               MOVE 2 TO lk-status
               EXIT PROGRAM
           END-IF.
           PERFORM NEXT-RELEASE-NUMBER.
           STRING "releases/" DELIMITED BY SIZE
             FUNCTION TRIM(lk-proj-name) DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             lk-release DELIMITED BY SIZE
             ".REL" DELIMITED BY SIZE
             INTO lk-container-path
           END-STRING.
           MOVE lk-container-path TO ws-container-path.
           PERFORM GATHER-TOC.
           CALL "CBL_CREATE_DIR" USING "releases"
             RETURNING ws-rc
           END-CALL.
           PERFORM WRITE-CONTAINER.
           IF lk-status = 0
               PERFORM RECORD-RELEASE
           END-IF.
           EXIT PROGRAM.

      *>   the listing comes from the project's own Makefile, so it
      *>   is compiled under exactly the flags the module just was
       MAKE-LISTING SECTION.
           MOVE SPACES TO ws-shell-command.
           STRING "make -C " DELIMITED BY SIZE
             FUNCTION TRIM(lk-proj-name) DELIMITED BY SIZE
             " listing > /dev/null 2>&1" DELIMITED BY SIZE
             INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE RETURN-CODE TO ws-make-rc.
           MOVE 0 TO RETURN-CODE.
           IF ws-make-rc NOT = 0
               MOVE 1 TO lk-status
           END-IF.

       FIND-MODULE SECTION.
           MOVE SPACES TO ws-module-name.
           STRING "bin/" FUNCTION TRIM(lk-proj-name)
             DELIMITED BY SIZE INTO ws-module-name
           END-STRING.
           PERFORM ADD-MODULE-SUFFIX.
           PERFORM CHECK-MODULE.
           IF ws-module-found = "Y"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-module-name.
           MOVE FUNCTION TRIM(lk-proj-name) TO ws-module-name.
           PERFORM ADD-MODULE-SUFFIX.
           PERFORM CHECK-MODULE.

       ADD-MODULE-SUFFIX SECTION.
           IF lk-module-type = "DLL"
               MOVE 1 TO ws-entry-len
               INSPECT ws-module-name TALLYING ws-entry-len
                 FOR CHARACTERS BEFORE INITIAL " "
               MOVE ".so" TO ws-module-name(ws-entry-len:3)
           END-IF.

       CHECK-MODULE SECTION.
           MOVE ws-module-name TO ws-member-name.
           PERFORM SET-MEMBER-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-member-path) ws-size-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0 AND ws-file-size > 0
               MOVE "Y" TO ws-module-found
           END-IF.

      *>   RELEASES is read end to end; a project's release numbers
      *>   only ever go up, rollbacks included
       NEXT-RELEASE-NUMBER SECTION.
           MOVE 0 TO ws-release-high.
           MOVE "N" TO ws-releases-eof.
           OPEN INPUT RELEASES-FILE.
           IF ws-releases-status = "00"
               PERFORM UNTIL ws-releases-eof = "Y"
                   READ RELEASES-FILE
                       AT END
                           MOVE "Y" TO ws-releases-eof
                       NOT AT END
                           PERFORM TAKE-RELEASE-LINE
                   END-READ
               END-PERFORM
               CLOSE RELEASES-FILE
           END-IF.
           COMPUTE ws-release-num = ws-release-high + 1.
           STRING "R" ws-release-num DELIMITED BY SIZE
             INTO lk-release
           END-STRING.

       TAKE-RELEASE-LINE SECTION.
           IF rel-rec-project = lk-proj-name
              AND rel-rec-action = "RELEASE"
              AND rel-rec-release(2:4) IS NUMERIC
               MOVE rel-rec-release(2:4) TO ws-release-num
               IF ws-release-num > ws-release-high
                   MOVE ws-release-num TO ws-release-high
               END-IF
           END-IF.

       SET-MEMBER-PATH SECTION.
           MOVE SPACES TO ws-member-path.
           STRING FUNCTION TRIM(lk-proj-name) DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             FUNCTION TRIM(ws-member-name) DELIMITED BY SIZE
             INTO ws-member-path
           END-STRING.

      *>   first pass: the text members the project directory holds,
      *>   line count and checksum for each, then the module last;
      *>   offsets fall out of the running line count
       GATHER-TOC SECTION.
           MOVE 1 TO ws-next-offset.
           MOVE SPACES TO ws-shell-command.
           STRING "ls -1p " FUNCTION TRIM(lk-proj-name)
             " 2>/dev/null > " FUNCTION TRIM(ws-list-path)
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO ws-list-eof.
           OPEN INPUT LIST-FILE.
           IF ws-list-status = "00"
               PERFORM UNTIL ws-list-eof = "Y"
                   READ LIST-FILE
                       AT END
                           MOVE "Y" TO ws-list-eof
                       NOT AT END
                           IF LIST-RECORD NOT = SPACES
                               PERFORM TAKE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-list-path)
             RETURNING ws-rc
           END-CALL.
           PERFORM MEASURE-MODULE.

       TAKE-ONE-ENTRY SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LIST-RECORD))
             TO ws-entry-len.
           IF ws-entry-len > 60
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-entry-suffix.
           IF ws-entry-len > 3
               MOVE FUNCTION UPPER-CASE(
                 LIST-RECORD(ws-entry-len - 3:4)) TO ws-entry-suffix
           END-IF.
           IF ws-entry-suffix NOT = ".CBL"
              AND ws-entry-suffix NOT = ".CPY"
              AND ws-entry-suffix NOT = ".LST"
              AND LIST-RECORD(1:ws-entry-len) NOT = "Makefile"
               EXIT SECTION
           END-IF.
           IF ws-toc-count = ws-member-max - 1
               EXIT SECTION
           END-IF.
           MOVE LIST-RECORD(1:ws-entry-len) TO ws-member-name.
           PERFORM MEASURE-ONE-MEMBER.

       MEASURE-ONE-MEMBER SECTION.
           PERFORM SET-MEMBER-PATH.
           MOVE 0 TO ws-line-counter.
           MOVE "N" TO ws-member-eof.
      *>   a listing carries form feeds, which line sequential's
      *>   default validation rejects
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN INPUT MEMBER-FILE.
           IF ws-member-status NOT = "00"
               GO TO MEASURE-ONE-MEMBER-EXIT
           END-IF.
           PERFORM UNTIL ws-member-eof = "Y"
               READ MEMBER-FILE
                   AT END
                       MOVE "Y" TO ws-member-eof
                   NOT AT END
                       ADD 1 TO ws-line-counter
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           MOVE ws-member-path TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-member-path) ws-size-info
             RETURNING ws-rc
           END-CALL.
           ADD 1 TO ws-toc-count.
           MOVE ws-member-name  TO ws-toc-name(ws-toc-count).
           MOVE ws-next-offset  TO ws-toc-offset(ws-toc-count).
           MOVE ws-line-counter TO ws-toc-lines(ws-toc-count).
           MOVE ws-sum-value    TO ws-toc-checksum(ws-toc-count).
           MOVE "T"             TO ws-toc-kind(ws-toc-count).
           MOVE ws-file-size    TO ws-toc-bytes(ws-toc-count).
           ADD ws-line-counter  TO ws-next-offset.
       MEASURE-ONE-MEMBER-EXIT.
           EXIT.

      *>   the module's byte checksum, taken in the same 64-byte
      *>   pieces it is written out in; one hex line per piece
       MEASURE-MODULE SECTION.
           MOVE ws-module-name TO ws-member-name.
           PERFORM SET-MEMBER-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-member-path) ws-size-info
             RETURNING ws-rc
           END-CALL.
           ADD 1 TO ws-toc-count.
           MOVE ws-module-name  TO ws-toc-name(ws-toc-count).
           MOVE ws-next-offset  TO ws-toc-offset(ws-toc-count).
           MOVE "H"             TO ws-toc-kind(ws-toc-count).
           MOVE ws-file-size    TO ws-toc-bytes(ws-toc-count).
           COMPUTE ws-toc-lines(ws-toc-count) =
             (ws-file-size + 63) / 64.
           MOVE "N" TO ws-hex-out.
           PERFORM READ-MODULE.
           MOVE ws-byte-sum TO ws-toc-checksum(ws-toc-count).

      *>   one pass over the module, folding every byte into the
      *>   checksum and, on the second pass, writing the hex lines
       READ-MODULE SECTION.
           MOVE 0 TO ws-byte-sum.
           MOVE "Y" TO ws-read-ok.
           CALL "CBL_OPEN_FILE" USING FUNCTION TRIM(ws-member-path)
             ws-access-mode ws-deny-mode ws-device ws-handle
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               MOVE "N" TO ws-read-ok
               EXIT SECTION
           END-IF.
           MOVE 0 TO ws-read-offset.
           MOVE ws-file-size TO ws-read-left.
           PERFORM UNTIL ws-read-left = 0 OR ws-read-ok = "N"
               IF ws-read-left > 64
                   MOVE 64 TO ws-read-count
               ELSE
                   MOVE ws-read-left TO ws-read-count
               END-IF
               CALL "CBL_READ_FILE" USING ws-handle ws-read-offset
                 ws-read-count ws-read-flags ws-byte-buffer
                 RETURNING ws-rc
               END-CALL
               IF ws-rc NOT = 0
                   MOVE "N" TO ws-read-ok
               ELSE
                   PERFORM FOLD-ONE-PIECE
                   ADD ws-read-count TO ws-read-offset
                   SUBTRACT ws-read-count FROM ws-read-left
               END-IF
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING ws-handle
             RETURNING ws-rc
           END-CALL.

       FOLD-ONE-PIECE SECTION.
           IF ws-hex-out = "Y"
               MOVE SPACES TO CONTAINER-RECORD
           END-IF.
           PERFORM VARYING ws-byte-idx FROM 1 BY 1
               UNTIL ws-byte-idx > ws-read-count
               COMPUTE ws-byte-value =
                 FUNCTION ORD(ws-byte-buffer(ws-byte-idx:1))
               COMPUTE ws-byte-sum = FUNCTION MOD(
                 ws-byte-sum * 31 + ws-byte-value, 999999937)
               IF ws-hex-out = "Y"
                   SUBTRACT 1 FROM ws-byte-value
                   DIVIDE ws-byte-value BY 16 GIVING ws-hex-high
                     REMAINDER ws-hex-low
                   MOVE ws-hex-digits(ws-hex-high + 1:1)
                     TO CONTAINER-RECORD(ws-byte-idx * 2 - 1:1)
                   MOVE ws-hex-digits(ws-hex-low + 1:1)
                     TO CONTAINER-RECORD(ws-byte-idx * 2:1)
               END-IF
           END-PERFORM.
           IF ws-hex-out = "Y"
               WRITE CONTAINER-RECORD
           END-IF.

      *>   second pass: header, the whole TOC, the end marker, then
      *>   every member's lines in the order the TOC promises them
       WRITE-CONTAINER SECTION.
      *>   member lines can carry leading tabs (Makefile recipes)
      *>   and form feeds (the listing), which line sequential's
      *>   default validation rejects
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN OUTPUT CONTAINER-FILE.
           IF ws-container-status NOT = "00"
               MOVE 3 TO lk-status
               GO TO WRITE-CONTAINER-EXIT
           END-IF.
           MOVE FUNCTION TRIM(lk-proj-name) TO ws-header-name.
           MOVE lk-release TO ws-header-release.
           ACCEPT ws-header-date FROM DATE YYYYMMDD.
           ACCEPT ws-header-time FROM TIME.
           MOVE ws-header-line TO CONTAINER-RECORD.
           WRITE CONTAINER-RECORD.
           PERFORM VARYING ws-toc-idx FROM 1 BY 1
               UNTIL ws-toc-idx > ws-toc-count
               MOVE ws-toc-name(ws-toc-idx)
                 TO ws-toc-line-name
               MOVE ws-toc-offset(ws-toc-idx)
                 TO ws-toc-line-offset
               MOVE ws-toc-lines(ws-toc-idx)
                 TO ws-toc-line-lines
               MOVE ws-toc-checksum(ws-toc-idx)
                 TO ws-toc-line-sum
               MOVE ws-toc-kind(ws-toc-idx)
                 TO ws-toc-line-kind
               MOVE ws-toc-bytes(ws-toc-idx)
                 TO ws-toc-line-bytes
               MOVE ws-toc-line TO CONTAINER-RECORD
               WRITE CONTAINER-RECORD
           END-PERFORM.
           MOVE "*END-TOC" TO CONTAINER-RECORD.
           WRITE CONTAINER-RECORD.
           PERFORM VARYING ws-toc-idx FROM 1 BY 1
               UNTIL ws-toc-idx > ws-toc-count
               IF ws-toc-kind(ws-toc-idx) = "H"
                   PERFORM COPY-MODULE-IN
               ELSE
                   PERFORM COPY-ONE-MEMBER-IN
               END-IF
           END-PERFORM.
           CLOSE CONTAINER-FILE.
       WRITE-CONTAINER-EXIT.
           EXIT.

       COPY-ONE-MEMBER-IN SECTION.
           MOVE ws-toc-name(ws-toc-idx) TO ws-member-name.
           PERFORM SET-MEMBER-PATH.
           MOVE "N" TO ws-member-eof.
           OPEN INPUT MEMBER-FILE.
           IF ws-member-status NOT = "00"
               MOVE 3 TO lk-status
               GO TO COPY-ONE-MEMBER-IN-EXIT
           END-IF.
           PERFORM UNTIL ws-member-eof = "Y"
               READ MEMBER-FILE
                   AT END
                       MOVE "Y" TO ws-member-eof
                   NOT AT END
                       MOVE MEMBER-RECORD TO CONTAINER-RECORD
                       WRITE CONTAINER-RECORD
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
       COPY-ONE-MEMBER-IN-EXIT.
           EXIT.

      *>   the module a second time, hexed out as it is read; a
      *>   checksum that comes out different from the first pass
      *>   means the file changed under the pack
       COPY-MODULE-IN SECTION.
           MOVE ws-toc-name(ws-toc-idx) TO ws-member-name.
           PERFORM SET-MEMBER-PATH.
           MOVE "Y" TO ws-hex-out.
           PERFORM READ-MODULE.
           IF ws-read-ok NOT = "Y"
              OR ws-byte-sum NOT = ws-toc-checksum(ws-toc-idx)
               MOVE 3 TO lk-status
           END-IF.

      *>   one RELEASES line per release, same create-then-extend
      *>   open log-error uses
       RECORD-RELEASE SECTION.
           OPEN EXTEND RELEASES-FILE.
           IF ws-releases-status NOT = "00"
               OPEN OUTPUT RELEASES-FILE
               CLOSE RELEASES-FILE
               OPEN EXTEND RELEASES-FILE
           END-IF.
           IF ws-releases-status NOT = "00"
               MOVE 3 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE SPACES TO RELEASES-RECORD.
           MOVE lk-proj-name     TO rel-rec-project.
           MOVE lk-release       TO rel-rec-release.
           MOVE ws-header-date   TO rel-rec-date.
           MOVE ws-header-time   TO rel-rec-time.
           MOVE "RELEASE"        TO rel-rec-action.
           ACCEPT rel-rec-operator FROM ENVIRONMENT "USER".
           IF rel-rec-operator = SPACES
               MOVE "UNKNOWN" TO rel-rec-operator
           END-IF.
           MOVE lk-ticket        TO rel-rec-ticket.
           MOVE ws-toc-count     TO rel-rec-members.
           MOVE "PASS"           TO rel-rec-outcome.
           MOVE lk-container-path(1:60) TO rel-rec-note.
           WRITE RELEASES-RECORD.
           CLOSE RELEASES-FILE.

       END PROGRAM "release-pack".
