      *> -------------------------------------------
      *> green-snapshot.cbl
      *> writes one project's checksum snapshot: every source,
      *> copybook and Makefile in its directory, the same for each
      *> project DEPENDS says it CALLs, and every shared-library
      *> copybook it subscribes to -- each file checksummed through
      *> file-checksum, the one PROJFILES uses. build-health takes
      *> one after every PASS, as snapshots/<project>.green; green-
      *> diff takes a fresh one the morning after and compares the
      *> two, so a newly broken project's suspects are whatever
      *> changed in between, its callees and copybooks included.
      *>
      *> One line per file: the kind (OWN, CALLEE or COPYLIB), the
      *> path from the projects root, the checksum, and the business
      *> date handed in. The directory listing goes to the target
      *> path with ".lst" added, so partitioned build-health runs
      *> never share a scratch file.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "green-snapshot" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE
               ASSIGN TO DYNAMIC ws-snap-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-snap-status.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC ws-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT DEPENDS-FILE
               ASSIGN TO DYNAMIC ws-depends-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-depends-status.
           SELECT SUBS-FILE
               ASSIGN TO DYNAMIC ws-subs-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subs-status.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE.
           COPY "green-snapshot-rec.cpy".
       FD  LIST-FILE.
       01 LIST-RECORD PIC X(120).
       FD  DEPENDS-FILE.
       01 DEPENDS-RECORD.
           05 dep-rec-caller    PIC X(48).
           05 FILLER            PIC X.
           05 dep-rec-callee    PIC X(48).
       FD  SUBS-FILE.
       01 SUBS-RECORD.
           05 cls-rec-project   PIC X(48).
           05 FILLER            PIC X.
           05 cls-rec-member    PIC X(30).
           05 FILLER            PIC X.
           05 cls-rec-version   PIC 9(3).
           05 FILLER            PIC X.
           05 cls-rec-date      PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "copylib-names.cpy".
       01 ws-snap-path      PIC X(300).
       01 ws-snap-status    PIC XX.
       01 ws-list-path      PIC X(300).
       01 ws-list-status    PIC XX.
       01 ws-list-eof       PIC X.
       01 ws-depends-path   PIC X(300) VALUE "DEPENDS".
       01 ws-depends-status PIC XX.
       01 ws-depends-eof    PIC X VALUE "N".
       01 ws-subs-path      PIC X(300) VALUE CLB-SUBS-PATH.
       01 ws-subs-status    PIC XX.
       01 ws-subs-eof       PIC X VALUE "N".

       01 ws-shell-command  PIC X(700).
       01 ws-dir-name       PIC X(48).
       01 ws-kind           PIC X(7).
       01 ws-entry-len      PIC 9(4).
       01 ws-entry-suffix   PIC X(4).
       01 ws-file-path      PIC X(300).
       01 ws-sum-value      PIC 9(9).
       01 ws-sum-status     PIC 99.

      *>   the project's direct callees, read before any listing
       78 ws-callee-max VALUE 50.
       01 ws-callee-count   PIC 9(4) VALUE 0.
       01 ws-callee-idx     PIC 9(4).
       01 ws-callee-table.
           05 ws-callee-name OCCURS 50 TIMES PIC X(48).

       LINKAGE SECTION.
      *> the project to snapshot
       01 lk-project-name PIC X(48).
      *> where the snapshot goes, from the projects root
       01 lk-target-path  PIC X(300).
      *> the business date stamped on every line
       01 lk-bus-date     PIC X(8).
      *> 0 = written, 10 = the target could not be written
       01 lk-status       PIC 99.

       PROCEDURE DIVISION USING lk-project-name lk-target-path
           lk-bus-date lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE lk-target-path TO ws-snap-path.
           MOVE SPACES TO ws-list-path.
           STRING FUNCTION TRIM(lk-target-path) ".lst"
             DELIMITED BY SIZE INTO ws-list-path
           END-STRING.
           PERFORM LOAD-CALLEES.
           OPEN OUTPUT SNAP-FILE.
           IF ws-snap-status NOT = "00"
               MOVE 10 TO lk-status
               EXIT PROGRAM
           END-IF.
           MOVE "OWN" TO ws-kind.
           MOVE lk-project-name TO ws-dir-name.
           PERFORM SNAP-ONE-DIRECTORY.
           MOVE "CALLEE" TO ws-kind.
           PERFORM VARYING ws-callee-idx FROM 1 BY 1
               UNTIL ws-callee-idx > ws-callee-count
               MOVE ws-callee-name(ws-callee-idx) TO ws-dir-name
               PERFORM SNAP-ONE-DIRECTORY
           END-PERFORM.
           PERFORM SNAP-SUBSCRIPTIONS.
           CLOSE SNAP-FILE.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-list-path)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           EXIT PROGRAM.

       LOAD-CALLEES SECTION.
           OPEN INPUT DEPENDS-FILE.
           IF ws-depends-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-depends-eof = "Y"
               READ DEPENDS-FILE
                   AT END
                       MOVE "Y" TO ws-depends-eof
                   NOT AT END
                       IF dep-rec-caller = lk-project-name
                          AND dep-rec-callee NOT = SPACES
                          AND ws-callee-count < ws-callee-max
                           ADD 1 TO ws-callee-count
                           MOVE dep-rec-callee
                             TO ws-callee-name(ws-callee-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPENDS-FILE.

      *>   sources (.cbl/.cob), copybooks (.cpy) and the Makefile;
      *>   build output and everything else is not a suspect
       SNAP-ONE-DIRECTORY SECTION.
           MOVE SPACES TO ws-shell-command.
           STRING "ls -pA " FUNCTION TRIM(ws-dir-name)
             " 2>/dev/null > " FUNCTION TRIM(ws-list-path)
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE "N" TO ws-list-eof.
           OPEN INPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-list-eof = "Y"
               READ LIST-FILE
                   AT END
                       MOVE "Y" TO ws-list-eof
                   NOT AT END
                       IF LIST-RECORD NOT = SPACES
                           PERFORM SNAP-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.

       SNAP-ONE-ENTRY SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LIST-RECORD))
             TO ws-entry-len.
           MOVE SPACES TO ws-entry-suffix.
           IF ws-entry-len > 3
               MOVE FUNCTION UPPER-CASE(
                 LIST-RECORD(ws-entry-len - 3:4)) TO ws-entry-suffix
           END-IF.
           IF ws-entry-suffix NOT = ".CBL"
              AND ws-entry-suffix NOT = ".CPY"
              AND ws-entry-suffix NOT = ".COB"
              AND LIST-RECORD(1:ws-entry-len) NOT = "Makefile"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-file-path.
           STRING FUNCTION TRIM(ws-dir-name) "/"
             LIST-RECORD(1:ws-entry-len)
             DELIMITED BY SIZE INTO ws-file-path
           END-STRING.
           PERFORM WRITE-ONE-LINE.

      *>   the library's current copy is what a subscriber builds
      *>   from, so that is the file whose checksum is kept
       SNAP-SUBSCRIPTIONS SECTION.
           OPEN INPUT SUBS-FILE.
           IF ws-subs-status NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE "COPYLIB" TO ws-kind.
           PERFORM UNTIL ws-subs-eof = "Y"
               READ SUBS-FILE
                   AT END
                       MOVE "Y" TO ws-subs-eof
                   NOT AT END
                       IF cls-rec-project = lk-project-name
                           MOVE SPACES TO ws-file-path
                           STRING CLB-LIBRARY-DIR "/"
                             FUNCTION TRIM(cls-rec-member)
                             DELIMITED BY SIZE INTO ws-file-path
                           END-STRING
                           PERFORM WRITE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBS-FILE.

      *>   a file that cannot be read is kept with a zero checksum:
      *>   it is there, and tomorrow's comparison still sees it
       WRITE-ONE-LINE SECTION.
           CALL "file-checksum" USING ws-file-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               MOVE 0 TO ws-sum-value
           END-IF.
           MOVE SPACES TO GREEN-SNAPSHOT-RECORD.
           MOVE ws-kind           TO gsn-rec-kind.
           MOVE ws-file-path(1:120) TO gsn-rec-path.
           MOVE ws-sum-value      TO gsn-rec-checksum.
           MOVE lk-bus-date       TO gsn-rec-date.
           WRITE GREEN-SNAPSHOT-RECORD.

           END PROGRAM "green-snapshot".
