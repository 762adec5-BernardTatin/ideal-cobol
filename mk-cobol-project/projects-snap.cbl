      *> -------------------------------------------
      *> projects-snap.cbl
      *> the one shared snapshot of the PROJECTS master, a sibling
      *> of projects-io.cbl: the read-only reports walk PROJECTS.SNAP
      *> through here instead of each doing its own BROWSE/NEXT of
      *> the indexed master, so every report of a cycle sees the
      *> same moment of the file and the master is opened once.
      *> BUILD walks the master once through projects-io and joins
      *> each project's OWNERS entry, PROJTAGS tags and newest
      *> BUILD-HISTORY line on (layout in projects-snap-rec.cpy),
      *> writing the file under a .TMP name in project-name order
      *> with a control trailer -- count and name hash total, the
      *> same checks cmdb-extract's feed carries -- and renaming it
      *> into place only when complete. projects-extract runs BUILD
      *> in the nightly chain; OPEN builds one itself when the
      *> snapshot on disk is missing, fails its trailer check, or
      *> belongs to an earlier business date, so a report run on a
      *> fresh shop or a new cycle never reads a stale or half file.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "projects-snap".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE
               ASSIGN TO DYNAMIC ws-snap-file-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-snap-status.
           SELECT OWNERS-FILE
               ASSIGN TO DYNAMIC ws-owners-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owners-status.
           SELECT PROJTAGS-FILE
               ASSIGN TO DYNAMIC ws-projtags-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projtags-status.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE.
       01 SNAP-RECORD            PIC X(838).
       FD  OWNERS-FILE.
       01 OWNERS-RECORD.
           05 own-rec-id         PIC X(30).
           05 FILLER             PIC X.
           05 own-rec-name       PIC X(40).
           05 FILLER             PIC X.
           05 own-rec-dept       PIC X(20).
           05 FILLER             PIC X.
           05 own-rec-contact    PIC X(40).
           05 FILLER             PIC X.
           05 own-rec-active     PIC X.
       FD  PROJTAGS-FILE.
       01 PROJTAGS-RECORD.
           05 tag-rec-project    PIC X(48).
           05 FILLER             PIC X.
           05 tag-rec-tag        PIC X(20).
      *>   the per-project-per-run record build-health appends
       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           05 hist-rec-name      PIC X(48).
           05 FILLER             PIC X.
           05 hist-rec-date      PIC X(8).
           05 FILLER             PIC X.
           05 hist-rec-time      PIC X(8).
           05 FILLER             PIC X.
           05 hist-rec-result    PIC X(4).
           05 FILLER             PIC X.
           05 hist-rec-rc        PIC X(9).
           05 FILLER             PIC X(8).
           05 hist-rec-bus-date  PIC X(8).
           05 FILLER             PIC X(3).

       WORKING-STORAGE SECTION.
       01 ws-snap-path           PIC X(300) VALUE "PROJECTS.SNAP".
       01 ws-snap-tmp-path       PIC X(300) VALUE "PROJECTS.SNAP.TMP".
       01 ws-snap-file-path      PIC X(300).
       01 ws-snap-status         PIC XX.
       01 ws-snap-eof            PIC X.
      *>   whether a NEXT scan has the snapshot open right now
       01 ws-snap-open           PIC X VALUE "N".
       01 ws-rc                  PIC 9(9) COMP-5.

       01 ws-owners-path         PIC X(300) VALUE "OWNERS".
       01 ws-owners-status       PIC XX.
       01 ws-owners-eof          PIC X.
       01 ws-projtags-path       PIC X(300) VALUE "PROJTAGS".
       01 ws-projtags-status     PIC XX.
       01 ws-projtags-eof        PIC X.
       01 ws-history-path        PIC X(300) VALUE "BUILD-HISTORY".
       01 ws-history-status      PIC XX.
       01 ws-history-eof         PIC X.

      *>   OWNERS loaded whole: owner id to department and flag
       78 ws-own-max VALUE 200.
       01 ws-own-count           PIC 9(4).
       01 ws-own-idx             PIC 9(4).
       01 ws-own-table.
           05 ws-own-entry OCCURS 200 TIMES.
               10 ws-own-id      PIC X(30).
               10 ws-own-dept    PIC X(20).
               10 ws-own-active  PIC X.

      *>   PROJTAGS loaded whole, one (project, tag) pair per entry,
      *>   the same bound tags-maint holds the file to
       78 ws-pair-max VALUE 500.
       01 ws-pair-count          PIC 9(4).
       01 ws-pair-idx            PIC 9(4).
       01 ws-pair-table.
           05 ws-pair-entry OCCURS 500 TIMES.
               10 ws-pair-project PIC X(48).
               10 ws-pair-tag     PIC X(20).

      *>   the newest BUILD-HISTORY line per project, kept as the
      *>   maximum date and time seen rather than trusting file order
       78 ws-hist-max VALUE 500.
       01 ws-hist-count          PIC 9(4).
       01 ws-hist-idx            PIC 9(4).
       01 ws-hist-table.
           05 ws-hist-entry OCCURS 500 TIMES.
               10 ws-hist-name   PIC X(48).
               10 ws-hist-date   PIC X(8).
               10 ws-hist-time   PIC X(8).
               10 ws-hist-result PIC X(4).
               10 ws-hist-rc     PIC X(9).
               10 ws-hist-bus-date PIC X(8).
       01 ws-found-flag          PIC X.

       01 ws-projects-io-op      PIC X(6).
       01 ws-projects-record.
           05 ws-proj-name          PIC X(48).
           05 ws-proj-owner         PIC X(30).
           05 ws-proj-create-date   PIC X(8).
           05 ws-proj-create-time   PIC X(8).
           05 ws-proj-template      PIC X(12).
           05 ws-proj-status        PIC X(10).
           05 ws-proj-cloned-from   PIC X(48).
           05 ws-proj-module-type   PIC X(4).
           05 ws-proj-verified      PIC X(8).
       01 ws-projects-io-status  PIC 99.

      *>   the record being built, and the trailer as BUILD wrote it
      *>   or as the check found it
       COPY "projects-snap-rec.cpy".
       01 ws-trailer-image       PIC X(838).

      *>   the control totals: cmdb-extract's name hash, every byte
      *>   of every trimmed name summed under twelve digits
       01 ws-record-count        PIC 9(7).
       01 ws-hash-total          PIC 9(12).
       01 ws-name-len            PIC 9(3).
       01 ws-char-idx            PIC 9(3).
       01 ws-char-ord            PIC 9(4).
      *>   what the check found on disk
       01 ws-snap-good           PIC X.
       01 ws-trailer-seen        PIC X.

      *>   the business date, off the date control record through
      *>   DATE-STAMP, that a snapshot is current for
       01 ws-bus-date            PIC X(8).
       01 ws-ds-weekday          PIC 9 VALUE 1.
       01 ws-ds-date             PIC 9(6) VALUE ZERO.
       01 ws-ds-time             PIC 9(8) VALUE ZERO.
       01 ws-ds-format           PIC X(4) VALUE "PROC".
       01 ws-ds-stamp            PIC X(60).
       01 ws-ds-fiscal           PIC X(10).
       01 ws-ds-cal              PIC X(12) VALUE SPACES.
       01 ws-now-time            PIC X(8).

       LINKAGE SECTION.
      *> "BUILD" takes a new snapshot now; "OPEN" makes sure a
      *> current, whole snapshot is there (building it if not) and
      *> opens it; "NEXT" hands back the next project; "CLOSE" ends
      *> the scan early. BUILD and OPEN hand back the trailer.
       01 lk-op                  PIC X(6).
      *> laid out as projects-snap-rec.cpy
       01 lk-snap-record         PIC X(838).
      *> 0 = done, 10 = NEXT found no more projects, 30 = the
      *> snapshot could not be written or read, 90 = unknown op
       01 lk-status              PIC 99.

       PROCEDURE DIVISION USING lk-op lk-snap-record lk-status.
       prog.
           MOVE 0 TO lk-status.
           EVALUATE FUNCTION TRIM(lk-op)
               WHEN "BUILD"
                   PERFORM CLOSE-SNAPSHOT
                   PERFORM BUILD-SNAPSHOT
               WHEN "OPEN"
                   PERFORM CLOSE-SNAPSHOT
                   PERFORM OPEN-SNAPSHOT
               WHEN "NEXT"
                   PERFORM NEXT-PROJECT
               WHEN "CLOSE"
                   PERFORM CLOSE-SNAPSHOT
               WHEN OTHER
                   MOVE 90 TO lk-status
           END-EVALUATE.
           EXIT PROGRAM.

      *>   the snapshot on disk serves when its trailer adds up and
      *>   it belongs to today's business date; otherwise take one
       OPEN-SNAPSHOT SECTION.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-SNAPSHOT.
           IF ws-snap-good NOT = "Y"
               OR snap-trl-bus-date NOT = ws-bus-date
               PERFORM BUILD-SNAPSHOT
               IF lk-status NOT = 0
                   GO TO OPEN-SNAPSHOT-EXIT
               END-IF
               PERFORM CHECK-SNAPSHOT
               IF ws-snap-good NOT = "Y"
                   DISPLAY "PSN011E projects-snap: '"
                     FUNCTION TRIM(ws-snap-path)
                     "' fails its trailer check" UPON SYSERR
                   END-DISPLAY
                   MOVE 30 TO lk-status
                   GO TO OPEN-SNAPSHOT-EXIT
               END-IF
           END-IF.
           MOVE ws-snap-path TO ws-snap-file-path.
           OPEN INPUT SNAP-FILE.
           IF ws-snap-status NOT = "00"
               MOVE 30 TO lk-status
               GO TO OPEN-SNAPSHOT-EXIT
           END-IF.
           MOVE "Y" TO ws-snap-open.
           MOVE ws-trailer-image TO lk-snap-record.
       OPEN-SNAPSHOT-EXIT.
           EXIT.

       NEXT-PROJECT SECTION.
           IF ws-snap-open NOT = "Y"
               MOVE 10 TO lk-status
               GO TO NEXT-PROJECT-EXIT
           END-IF.
           READ SNAP-FILE
               AT END
                   MOVE 10 TO lk-status
               NOT AT END
                   IF SNAP-RECORD(1:1) = "D"
                       MOVE SNAP-RECORD TO lk-snap-record
                   ELSE
                       MOVE 10 TO lk-status
                   END-IF
           END-READ.
           IF lk-status NOT = 0
               PERFORM CLOSE-SNAPSHOT
           END-IF.
       NEXT-PROJECT-EXIT.
           EXIT.

       CLOSE-SNAPSHOT SECTION.
           IF ws-snap-open = "Y"
               CLOSE SNAP-FILE
               MOVE "N" TO ws-snap-open
           END-IF.

      *>   read the snapshot through once, recounting and rehashing
      *>   the details against its trailer; a missing or short file
      *>   is simply not good
       CHECK-SNAPSHOT SECTION.
           MOVE "N" TO ws-snap-good.
           MOVE "N" TO ws-trailer-seen.
           MOVE SPACES TO PROJECTS-SNAP-RECORD.
           MOVE 0 TO ws-record-count.
           MOVE 0 TO ws-hash-total.
           MOVE "N" TO ws-snap-eof.
           MOVE ws-snap-path TO ws-snap-file-path.
           OPEN INPUT SNAP-FILE.
           IF ws-snap-status NOT = "00"
               GO TO CHECK-SNAPSHOT-EXIT
           END-IF.
           PERFORM UNTIL ws-snap-eof = "Y"
               READ SNAP-FILE
                   AT END
                       MOVE "Y" TO ws-snap-eof
                   NOT AT END
                       MOVE SNAP-RECORD TO PROJECTS-SNAP-RECORD
                       EVALUATE snap-rec-type
                           WHEN "D"
                               ADD 1 TO ws-record-count
                               PERFORM ADD-NAME-TO-HASH
                           WHEN "T"
                               MOVE "Y" TO ws-trailer-seen
                               MOVE SNAP-RECORD TO ws-trailer-image
                               MOVE "Y" TO ws-snap-eof
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
           IF ws-trailer-seen = "Y"
               MOVE ws-trailer-image TO PROJECTS-SNAP-RECORD
               IF snap-trl-count = ws-record-count
                   AND snap-trl-hash = ws-hash-total
                   MOVE "Y" TO ws-snap-good
               END-IF
           END-IF.
       CHECK-SNAPSHOT-EXIT.
           EXIT.

       ADD-NAME-TO-HASH SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
             snap-proj-name TRAILING)) TO ws-name-len.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-name-len
               COMPUTE ws-char-ord =
                 FUNCTION ORD(snap-proj-name(ws-char-idx:1))
               COMPUTE ws-hash-total = FUNCTION MOD(
                 ws-hash-total + ws-char-ord 1000000000000)
           END-PERFORM.

      *>   the one walk of the master: load the three side files,
      *>   then write a detail per project and the trailer, and put
      *>   the finished file in place of the last one in one rename
       BUILD-SNAPSHOT SECTION.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-OWNERS.
           PERFORM LOAD-TAGS.
           PERFORM LOAD-HISTORY.
           MOVE 0 TO ws-record-count.
           MOVE 0 TO ws-hash-total.
           MOVE ws-snap-tmp-path TO ws-snap-file-path.
           OPEN OUTPUT SNAP-FILE.
           IF ws-snap-status NOT = "00"
               DISPLAY "PSN010E projects-snap: could not write '"
                 FUNCTION TRIM(ws-snap-tmp-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 30 TO lk-status
               GO TO BUILD-SNAPSHOT-EXIT
           END-IF.
           MOVE "BROWSE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           MOVE "NEXT" TO ws-projects-io-op.
      *>   priming call -- BROWSE only opens the file, it does not
      *>   hand back a record
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           PERFORM UNTIL ws-projects-io-status NOT = 0
               PERFORM WRITE-ONE-DETAIL
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE SPACES TO PROJECTS-SNAP-RECORD.
           MOVE "T" TO snap-rec-type.
           MOVE ws-bus-date TO snap-trl-bus-date.
           ACCEPT snap-trl-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           MOVE ws-now-time(1:6) TO snap-trl-time.
           MOVE ws-record-count TO snap-trl-count.
           MOVE ws-hash-total TO snap-trl-hash.
           MOVE "N" TO snap-trl-owners-seen.
           IF ws-owners-status = "00"
               MOVE "Y" TO snap-trl-owners-seen
           END-IF.
           MOVE "N" TO snap-trl-tags-seen.
           IF ws-projtags-status = "00"
               MOVE "Y" TO snap-trl-tags-seen
           END-IF.
           MOVE "N" TO snap-trl-history-seen.
           IF ws-history-status = "00"
               MOVE "Y" TO snap-trl-history-seen
           END-IF.
           MOVE PROJECTS-SNAP-RECORD TO ws-trailer-image.
           MOVE PROJECTS-SNAP-RECORD TO SNAP-RECORD.
           WRITE SNAP-RECORD.
           CLOSE SNAP-FILE.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-snap-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_RENAME_FILE" USING ws-snap-tmp-path ws-snap-path
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "PSN010E projects-snap: could not write '"
                 FUNCTION TRIM(ws-snap-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 30 TO lk-status
               GO TO BUILD-SNAPSHOT-EXIT
           END-IF.
           MOVE ws-trailer-image TO lk-snap-record.
       BUILD-SNAPSHOT-EXIT.
           EXIT.

       WRITE-ONE-DETAIL SECTION.
           MOVE SPACES TO PROJECTS-SNAP-RECORD.
           MOVE "D" TO snap-rec-type.
           MOVE ws-projects-record TO snap-project.
           PERFORM VARYING ws-own-idx FROM 1 BY 1
               UNTIL ws-own-idx > ws-own-count
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-own-id(ws-own-idx)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(ws-proj-owner))
                   AND ws-own-dept(ws-own-idx) NOT = SPACES
                   MOVE ws-own-dept(ws-own-idx) TO snap-owner-dept
                   MOVE ws-own-active(ws-own-idx)
                     TO snap-owner-active
               END-IF
           END-PERFORM.
           MOVE 0 TO snap-tag-count.
           PERFORM VARYING ws-pair-idx FROM 1 BY 1
               UNTIL ws-pair-idx > ws-pair-count
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-pair-project(ws-pair-idx)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(ws-proj-name))
                   AND snap-tag-count < 30
                   ADD 1 TO snap-tag-count
                   MOVE ws-pair-tag(ws-pair-idx)
                     TO snap-tag(snap-tag-count)
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-hist-idx FROM 1 BY 1
               UNTIL ws-hist-idx > ws-hist-count
               IF ws-hist-name(ws-hist-idx) = ws-proj-name
                   MOVE ws-hist-date(ws-hist-idx) TO snap-build-date
                   MOVE ws-hist-time(ws-hist-idx) TO snap-build-time
                   MOVE ws-hist-result(ws-hist-idx)
                     TO snap-build-result
                   MOVE ws-hist-rc(ws-hist-idx) TO snap-build-rc
                   MOVE ws-hist-bus-date(ws-hist-idx)
                     TO snap-build-bus-date
               END-IF
           END-PERFORM.
           MOVE PROJECTS-SNAP-RECORD TO SNAP-RECORD.
           WRITE SNAP-RECORD.
           ADD 1 TO ws-record-count.
           PERFORM ADD-NAME-TO-HASH.

      *>   a shop without OWNERS, PROJTAGS or BUILD-HISTORY simply
      *>   has nothing to join from it, and the trailer says so
       LOAD-OWNERS SECTION.
           MOVE 0 TO ws-own-count.
           MOVE "N" TO ws-owners-eof.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               GO TO LOAD-OWNERS-EXIT
           END-IF.
           PERFORM UNTIL ws-owners-eof = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO ws-owners-eof
                   NOT AT END
                       IF OWNERS-RECORD NOT = SPACES
                           AND OWNERS-RECORD(1:1) NOT = "*"
                           AND ws-own-count < ws-own-max
                           ADD 1 TO ws-own-count
                           MOVE own-rec-id
                             TO ws-own-id(ws-own-count)
                           MOVE own-rec-dept
                             TO ws-own-dept(ws-own-count)
                           MOVE own-rec-active
                             TO ws-own-active(ws-own-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNERS-FILE.
       LOAD-OWNERS-EXIT.
           EXIT.

       LOAD-TAGS SECTION.
           MOVE 0 TO ws-pair-count.
           MOVE "N" TO ws-projtags-eof.
           OPEN INPUT PROJTAGS-FILE.
           IF ws-projtags-status NOT = "00"
               GO TO LOAD-TAGS-EXIT
           END-IF.
           PERFORM UNTIL ws-projtags-eof = "Y"
               READ PROJTAGS-FILE
                   AT END
                       MOVE "Y" TO ws-projtags-eof
                   NOT AT END
                       IF PROJTAGS-RECORD NOT = SPACES
                           AND ws-pair-count < ws-pair-max
                           ADD 1 TO ws-pair-count
                           MOVE tag-rec-project
                             TO ws-pair-project(ws-pair-count)
                           MOVE tag-rec-tag
                             TO ws-pair-tag(ws-pair-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJTAGS-FILE.
       LOAD-TAGS-EXIT.
           EXIT.

       LOAD-HISTORY SECTION.
           MOVE 0 TO ws-hist-count.
           MOVE "N" TO ws-history-eof.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               GO TO LOAD-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF HISTORY-RECORD(1:1) NOT = "*"
                           AND hist-rec-date IS NUMERIC
                           PERFORM NOTE-ONE-BUILD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       LOAD-HISTORY-EXIT.
           EXIT.

       NOTE-ONE-BUILD SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-hist-idx FROM 1 BY 1
               UNTIL ws-hist-idx > ws-hist-count
               OR ws-found-flag = "Y"
               IF ws-hist-name(ws-hist-idx) = hist-rec-name
                   MOVE "Y" TO ws-found-flag
                   IF hist-rec-date > ws-hist-date(ws-hist-idx)
                       OR (hist-rec-date = ws-hist-date(ws-hist-idx)
                         AND hist-rec-time
                           >= ws-hist-time(ws-hist-idx))
                       PERFORM KEEP-ONE-BUILD
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND ws-hist-count < ws-hist-max
               ADD 1 TO ws-hist-count
               MOVE ws-hist-count TO ws-hist-idx
               MOVE hist-rec-name TO ws-hist-name(ws-hist-idx)
               PERFORM KEEP-ONE-BUILD
           END-IF.

       KEEP-ONE-BUILD SECTION.
           MOVE hist-rec-date   TO ws-hist-date(ws-hist-idx).
           MOVE hist-rec-time   TO ws-hist-time(ws-hist-idx).
           MOVE hist-rec-result TO ws-hist-result(ws-hist-idx).
           MOVE hist-rec-rc     TO ws-hist-rc(ws-hist-idx).
           MOVE hist-rec-date   TO ws-hist-bus-date(ws-hist-idx).
           IF hist-rec-bus-date IS NUMERIC
               MOVE hist-rec-bus-date TO ws-hist-bus-date(ws-hist-idx)
           END-IF.

       GET-BUSINESS-DATE SECTION.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
           END-CALL.
           MOVE ws-ds-stamp(1:8) TO ws-bus-date.

           END PROGRAM "projects-snap".
