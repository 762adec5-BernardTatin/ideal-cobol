      *> -------------------------------------------
      *> copylib-maint.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> maintenance for the shared-copybook library: teams used to
      *> copy the same layouts (the customer record, the date block)
      *> into their own projects, and the copies drifted until three
      *> projects carried three versions of what was meant to be one
      *> copybook. The library keeps the one version, every earlier
      *> one beside it, and a catalog of who published what when;
      *> projects subscribe to members instead of copying them.
      *>
      *>   copylib-maint PUBLISH <member> <file>     new version of a
      *>                                 member (or its first) from
      *>                                 the file given
      *>   copylib-maint SUBSCRIBE <project> <member>
      *>   copylib-maint DROP <project> <member>
      *>   copylib-maint ADOPT <project> <member>    record that the
      *>                                 project has moved to the
      *>                                 current library version
      *>   copylib-maint LIST
      *>
      *> SUBSCRIBE and DROP rework the project's Makefile in place
      *> the way add-module extends it -- the CPYBOOKS line gains or
      *> loses ../COPYLIB/<member>, COBFLAGS carries -I ../COPYLIB
      *> while any subscription stands -- recatalog it in PROJFILES
      *> and put a journaled touch on the PROJECTS record. A new
      *> subscription starts on the current version; a later
      *> PUBLISH leaves every subscriber behind until it is ADOPTed,
      *> which copylib-drift reports nightly. Layout: copylib-names.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "copylib-maint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC ws-catalog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalog-status.
           SELECT SUBS-FILE
               ASSIGN TO DYNAMIC ws-subs-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subs-status.
           SELECT COPY-IN-FILE
               ASSIGN TO DYNAMIC ws-copy-in-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-copy-in-status.
           SELECT COPY-OUT-FILE
               ASSIGN TO DYNAMIC ws-copy-out-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-copy-out-status.
           SELECT IN-TEXT-FILE
               ASSIGN TO DYNAMIC ws-in-text-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-in-text-status.
           SELECT OUT-TEXT-FILE
               ASSIGN TO DYNAMIC ws-out-text-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-text-status.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.

       DATA DIVISION.
         FILE SECTION.
         FD  CATALOG-FILE.
         01 CATALOG-RECORD.
             05 clc-rec-member    PIC X(30).
             05 FILLER            PIC X.
             05 clc-rec-version   PIC 9(3).
             05 FILLER            PIC X.
             05 clc-rec-checksum  PIC 9(9).
             05 FILLER            PIC X.
             05 clc-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 clc-rec-by        PIC X(30).
         FD  SUBS-FILE.
         01 SUBS-RECORD.
             05 cls-rec-project   PIC X(48).
             05 FILLER            PIC X.
             05 cls-rec-member    PIC X(30).
             05 FILLER            PIC X.
             05 cls-rec-version   PIC 9(3).
             05 FILLER            PIC X.
             05 cls-rec-date      PIC X(8).
         FD  COPY-IN-FILE.
         01 COPY-IN-RECORD PIC X(256).
         FD  COPY-OUT-FILE.
         01 COPY-OUT-RECORD PIC X(256).
         FD  IN-TEXT-FILE.
         01 IN-TEXT-RECORD PIC X(92).
         FD  OUT-TEXT-FILE.
         01 OUT-TEXT-RECORD PIC X(92).
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project    PIC X(48).
             05 FILLER            PIC X.
             05 pf-rec-path       PIC X(120).
             05 FILLER            PIC X.
             05 pf-rec-checksum   PIC 9(9).
             05 FILLER            PIC X.
             05 pf-rec-date       PIC X(8).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "copylib-maint".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           COPY "copylib-names.cpy".

           01 ws-catalog-path   PIC X(300) VALUE CLB-CATALOG-PATH.
           01 ws-catalog-status PIC XX.
           01 ws-catalog-eof    PIC X VALUE "N".
           01 ws-subs-path      PIC X(300) VALUE CLB-SUBS-PATH.
           01 ws-subs-status    PIC XX.
           01 ws-subs-eof       PIC X VALUE "N".
           01 ws-copy-in-path   PIC X(300).
           01 ws-copy-in-status PIC XX.
           01 ws-copy-in-eof    PIC X.
           01 ws-copy-out-path  PIC X(300).
           01 ws-copy-out-status PIC XX.
           01 ws-in-text-path   PIC X(300).
           01 ws-in-text-status PIC XX.
           01 ws-out-text-path  PIC X(300).
           01 ws-out-text-status PIC XX.
           01 ws-text-eof       PIC X.
           01 ws-projfiles-path   PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.

           01 ws-cmdline        PIC X(300).
           01 ws-op-word        PIC X(10).
           01 ws-arg-1          PIC X(48).
           01 ws-arg-2          PIC X(120).
           01 ws-member         PIC X(30).
           01 ws-project        PIC X(48).

      *>   every publication ever made, in catalog order
           78 ws-cat-max VALUE 500.
           01 ws-cat-count      PIC 9(4) VALUE 0.
           01 ws-cat-idx        PIC 9(4).
           01 ws-cat-table.
               05 ws-cat-entry OCCURS 500 TIMES.
                   10 ws-cat-member   PIC X(30).
                   10 ws-cat-version  PIC 9(3).
                   10 ws-cat-checksum PIC 9(9).
                   10 ws-cat-date     PIC X(8).
                   10 ws-cat-by       PIC X(30).
           01 ws-cur-version    PIC 9(3).
           01 ws-cur-checksum   PIC 9(9).
           01 ws-cur-date       PIC X(8).
           01 ws-cur-by         PIC X(30).

      *>   every subscription, rewritten whole after a change
           78 ws-sub-max VALUE 500.
           01 ws-sub-count      PIC 9(4) VALUE 0.
           01 ws-sub-idx        PIC 9(4).
           01 ws-sub-keep       PIC 9(4).
           01 ws-sub-found      PIC 9(4).
           01 ws-sub-table.
               05 ws-sub-entry OCCURS 500 TIMES.
                   10 ws-sub-project  PIC X(48).
                   10 ws-sub-member   PIC X(30).
                   10 ws-sub-version  PIC 9(3).
                   10 ws-sub-date     PIC X(8).
           01 ws-proj-sub-count PIC 9(4).
           01 ws-behind-count   PIC 9(4).
           01 ws-member-subs    PIC 9(4).

           01 ws-projects-io-op PIC X(6).
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
           01 ws-projects-io-status PIC 99.

           01 ws-sum-path       PIC X(300).
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.
           01 ws-new-version    PIC 9(3).
           01 ws-edit-version   PIC 9(3).
           01 ws-today          PIC X(8).
           01 ws-user           PIC X(30).
           01 ws-rc             PIC 9(9) COMP-5.
           01 ws-file-info      PIC X(16).
           01 ws-op-ok          PIC X.

      *>   the Makefile rework: A = add the member, D = drop it;
      *>   read, rework CPYBOOKS and COBFLAGS, write .new, swap
           01 ws-make-op        PIC X.
           01 ws-make-found     PIC X.
           01 ws-line-work      PIC X(92).
           01 ws-lib-word       PIC X(60).
           01 ws-word           PIC X(92).
           01 ws-word-ptr       PIC 9(3).
           01 ws-out-ptr        PIC 9(3).
           01 ws-flag-pos       PIC 9(3).
           01 ws-flag-count     PIC 9(3).
           01 ws-overflow       PIC X.
           78 ws-flag-len VALUE 13.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-DISPATCH.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-op-word ws-arg-1 ws-arg-2.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-op-word ws-arg-1 ws-arg-2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           ACCEPT ws-user FROM ENVIRONMENT "USER".
           PERFORM 010-LOAD-CATALOG.
           PERFORM 020-LOAD-SUBSCRIPTIONS.

      *>   an absent catalog is an empty library
       010-LOAD-CATALOG SECTION.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               GO TO 010-LOAD-CATALOG-EXIT
           END-IF.
           PERFORM UNTIL ws-catalog-eof = "Y"
               OR ws-cat-count >= ws-cat-max
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO ws-catalog-eof
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                           AND clc-rec-version IS NUMERIC
                           ADD 1 TO ws-cat-count
                           MOVE clc-rec-member
                             TO ws-cat-member(ws-cat-count)
                           MOVE clc-rec-version
                             TO ws-cat-version(ws-cat-count)
                           MOVE clc-rec-checksum
                             TO ws-cat-checksum(ws-cat-count)
                           MOVE clc-rec-date
                             TO ws-cat-date(ws-cat-count)
                           MOVE clc-rec-by
                             TO ws-cat-by(ws-cat-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       010-LOAD-CATALOG-EXIT.
           EXIT.

      *>   an absent subscription file is nobody subscribed
       020-LOAD-SUBSCRIPTIONS SECTION.
           OPEN INPUT SUBS-FILE.
           IF ws-subs-status NOT = "00"
               GO TO 020-LOAD-SUBSCRIPTIONS-EXIT
           END-IF.
           PERFORM UNTIL ws-subs-eof = "Y"
               OR ws-sub-count >= ws-sub-max
               READ SUBS-FILE
                   AT END
                       MOVE "Y" TO ws-subs-eof
                   NOT AT END
                       IF SUBS-RECORD NOT = SPACES
                           ADD 1 TO ws-sub-count
                           MOVE cls-rec-project
                             TO ws-sub-project(ws-sub-count)
                           MOVE cls-rec-member
                             TO ws-sub-member(ws-sub-count)
                           MOVE cls-rec-version
                             TO ws-sub-version(ws-sub-count)
                           MOVE cls-rec-date
                             TO ws-sub-date(ws-sub-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBS-FILE.
       020-LOAD-SUBSCRIPTIONS-EXIT.
           EXIT.

      *>   the member's newest publication; version 0 when the
      *>   library has never heard of it
       050-FIND-CURRENT SECTION.
           MOVE 0 TO ws-cur-version ws-cur-checksum.
           MOVE SPACES TO ws-cur-date ws-cur-by.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-member(ws-cat-idx) = ws-member
                   AND ws-cat-version(ws-cat-idx) > ws-cur-version
                   MOVE ws-cat-version(ws-cat-idx) TO ws-cur-version
                   MOVE ws-cat-checksum(ws-cat-idx)
                     TO ws-cur-checksum
                   MOVE ws-cat-date(ws-cat-idx) TO ws-cur-date
                   MOVE ws-cat-by(ws-cat-idx) TO ws-cur-by
               END-IF
           END-PERFORM.

       060-FIND-SUBSCRIPTION SECTION.
           MOVE 0 TO ws-sub-found.
           PERFORM VARYING ws-sub-idx FROM 1 BY 1
               UNTIL ws-sub-idx > ws-sub-count
               IF ws-sub-project(ws-sub-idx) = ws-project
                   AND ws-sub-member(ws-sub-idx) = ws-member
                   MOVE ws-sub-idx TO ws-sub-found
               END-IF
           END-PERFORM.

      *>   a project that is not on the master, or not ACTIVE, has
      *>   no Makefile anyone builds from
       070-CONFIRM-PROJECT SECTION.
           MOVE "Y" TO ws-op-ok.
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-project TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               OR FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "CLB016E copylib-maint: '"
                 FUNCTION TRIM(ws-project)
                 "' is not an ACTIVE project" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-ok
               MOVE 1 TO RETURN-CODE
           END-IF.

       100-DISPATCH SECTION.
           EVALUATE ws-op-word
               WHEN "PUBLISH"
                   MOVE ws-arg-1 TO ws-member
                   PERFORM 200-PUBLISH-MEMBER
               WHEN "SUBSCRIBE"
                   MOVE ws-arg-1 TO ws-project
                   MOVE ws-arg-2 TO ws-member
                   PERFORM 300-SUBSCRIBE
               WHEN "DROP"
                   MOVE ws-arg-1 TO ws-project
                   MOVE ws-arg-2 TO ws-member
                   PERFORM 400-DROP-SUBSCRIPTION
               WHEN "ADOPT"
                   MOVE ws-arg-1 TO ws-project
                   MOVE ws-arg-2 TO ws-member
                   PERFORM 450-ADOPT-CURRENT
               WHEN "LIST"
                   PERFORM 500-LIST-LIBRARY
               WHEN OTHER
                   DISPLAY "CLB010E usage: copylib-maint "
                     "PUBLISH <member> <file> | SUBSCRIBE|DROP|ADOPT "
                     "<project> <member> | LIST" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *>   a member name is a plain file name: it lands in the
      *>   library directory and on a Makefile line as given
       200-PUBLISH-MEMBER SECTION.
           MOVE 0 TO ws-flag-count.
           INSPECT ws-arg-1 TALLYING ws-flag-count FOR ALL "/".
           IF ws-arg-1 = SPACES OR ws-arg-2 = SPACES
               OR ws-flag-count > 0 OR ws-arg-1(31:) NOT = SPACES
               OR FUNCTION UPPER-CASE(ws-arg-1) = "CATALOG"
               DISPLAY "CLB011E copylib-maint: PUBLISH needs a plain "
                 "member file name (30 characters at most) and the "
                 "file to publish" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-PUBLISH-MEMBER-EXIT
           END-IF.
           MOVE ws-arg-2 TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               DISPLAY "CLB012E copylib-maint: cannot read "
                 FUNCTION TRIM(ws-arg-2) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-PUBLISH-MEMBER-EXIT
           END-IF.
           PERFORM 050-FIND-CURRENT.
           IF ws-cur-version > 0 AND ws-sum-value = ws-cur-checksum
               DISPLAY "CLB013E copylib-maint: "
                 FUNCTION TRIM(ws-arg-2) " is identical to "
                 FUNCTION TRIM(ws-member) " v" ws-cur-version
                 " -- nothing published" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-PUBLISH-MEMBER-EXIT
           END-IF.
           IF ws-cur-version >= 999 OR ws-cat-count >= ws-cat-max
               DISPLAY "CLB015E copylib-maint: the catalog has no "
                 "room for another version" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-PUBLISH-MEMBER-EXIT
           END-IF.
           COMPUTE ws-new-version = ws-cur-version + 1.
           CALL "CBL_CREATE_DIR" USING CLB-LIBRARY-DIR
             RETURNING ws-rc
           END-CALL.
      *>   the numbered copy first: a failure there leaves the
      *>   current member untouched
           MOVE SPACES TO ws-copy-out-path.
           STRING CLB-LIBRARY-DIR "/" FUNCTION TRIM(ws-member)
             ".V" ws-new-version DELIMITED BY SIZE
             INTO ws-copy-out-path
           END-STRING.
           PERFORM 210-COPY-ONE-FILE.
           IF ws-op-ok = "Y"
               MOVE SPACES TO ws-copy-out-path
               STRING CLB-LIBRARY-DIR "/" FUNCTION TRIM(ws-member)
                 DELIMITED BY SIZE INTO ws-copy-out-path
               END-STRING
               PERFORM 210-COPY-ONE-FILE
           END-IF.
           IF ws-op-ok = "N"
               DISPLAY "CLB014E copylib-maint: could not write "
                 FUNCTION TRIM(ws-copy-out-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-PUBLISH-MEMBER-EXIT
           END-IF.
           PERFORM 220-APPEND-CATALOG.
           IF ws-op-ok = "N"
               GO TO 200-PUBLISH-MEMBER-EXIT
           END-IF.
           MOVE 0 TO ws-member-subs.
           PERFORM VARYING ws-sub-idx FROM 1 BY 1
               UNTIL ws-sub-idx > ws-sub-count
               IF ws-sub-member(ws-sub-idx) = ws-member
                   ADD 1 TO ws-member-subs
               END-IF
           END-PERFORM.
           DISPLAY "copylib-maint: " FUNCTION TRIM(ws-member) " v"
             ws-new-version " published; " ws-member-subs
             " subscriber(s) to review and ADOPT it"
           END-DISPLAY.
       200-PUBLISH-MEMBER-EXIT.
           EXIT.

      *>   the file copied line for line; copybooks may carry tabs,
      *>   which line sequential's default validation rejects
       210-COPY-ONE-FILE SECTION.
           MOVE "Y" TO ws-op-ok.
           MOVE ws-arg-2 TO ws-copy-in-path.
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN INPUT COPY-IN-FILE.
           IF ws-copy-in-status NOT = "00"
               MOVE "N" TO ws-op-ok
               GO TO 210-COPY-ONE-FILE-EXIT
           END-IF.
           OPEN OUTPUT COPY-OUT-FILE.
           IF ws-copy-out-status NOT = "00"
               CLOSE COPY-IN-FILE
               MOVE "N" TO ws-op-ok
               GO TO 210-COPY-ONE-FILE-EXIT
           END-IF.
           MOVE "N" TO ws-copy-in-eof.
           PERFORM UNTIL ws-copy-in-eof = "Y"
               READ COPY-IN-FILE
                   AT END
                       MOVE "Y" TO ws-copy-in-eof
                   NOT AT END
                       MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
                       WRITE COPY-OUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE COPY-IN-FILE.
           CLOSE COPY-OUT-FILE.
       210-COPY-ONE-FILE-EXIT.
           EXIT.

       220-APPEND-CATALOG SECTION.
           MOVE "Y" TO ws-op-ok.
           OPEN EXTEND CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               OPEN OUTPUT CATALOG-FILE
           END-IF.
           IF ws-catalog-status NOT = "00"
               DISPLAY "CLB015E copylib-maint: could not append to "
                 FUNCTION TRIM(ws-catalog-path) ", status "
                 ws-catalog-status UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-ok
               MOVE 1 TO RETURN-CODE
               GO TO 220-APPEND-CATALOG-EXIT
           END-IF.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE ws-member      TO clc-rec-member.
           MOVE ws-new-version TO clc-rec-version.
           MOVE ws-sum-value   TO clc-rec-checksum.
           MOVE ws-today       TO clc-rec-date.
           MOVE ws-user        TO clc-rec-by.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
       220-APPEND-CATALOG-EXIT.
           EXIT.

       300-SUBSCRIBE SECTION.
           IF ws-project = SPACES OR ws-member = SPACES
               DISPLAY "CLB010E usage: copylib-maint SUBSCRIBE "
                 "<project> <member>" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SUBSCRIBE-EXIT
           END-IF.
           PERFORM 070-CONFIRM-PROJECT.
           IF ws-op-ok = "N"
               GO TO 300-SUBSCRIBE-EXIT
           END-IF.
           PERFORM 050-FIND-CURRENT.
           IF ws-cur-version = 0
               DISPLAY "CLB017E copylib-maint: '"
                 FUNCTION TRIM(ws-member)
                 "' is not in the library -- PUBLISH it first"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SUBSCRIBE-EXIT
           END-IF.
           PERFORM 060-FIND-SUBSCRIPTION.
           IF ws-sub-found > 0
               DISPLAY "CLB018E copylib-maint: "
                 FUNCTION TRIM(ws-project) " already subscribes to "
                 FUNCTION TRIM(ws-member) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SUBSCRIBE-EXIT
           END-IF.
           IF ws-sub-count >= ws-sub-max
               DISPLAY "CLB021E copylib-maint: the subscription file "
                 "is full" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SUBSCRIBE-EXIT
           END-IF.
           ADD 1 TO ws-sub-count.
           MOVE ws-project     TO ws-sub-project(ws-sub-count).
           MOVE ws-member      TO ws-sub-member(ws-sub-count).
           MOVE ws-cur-version TO ws-sub-version(ws-sub-count).
           MOVE ws-today       TO ws-sub-date(ws-sub-count).
           MOVE "A" TO ws-make-op.
           PERFORM 600-REWORK-MAKEFILE.
           IF ws-op-ok = "N"
               GO TO 300-SUBSCRIBE-EXIT
           END-IF.
           PERFORM 700-REWRITE-SUBSCRIPTIONS.
           IF ws-op-ok = "N"
               GO TO 300-SUBSCRIBE-EXIT
           END-IF.
           DISPLAY "copylib-maint: " FUNCTION TRIM(ws-project)
             " subscribes to " FUNCTION TRIM(ws-member) " v"
             ws-cur-version
           END-DISPLAY.
      *>   a private copy in the project directory is found before
      *>   the library on the copybook search -- say so now rather
      *>   than leave it to the nightly divergence report
           MOVE SPACES TO ws-sum-path.
           STRING FUNCTION TRIM(ws-project) "/"
             FUNCTION TRIM(ws-member) DELIMITED BY SIZE
             INTO ws-sum-path
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-sum-path) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               DISPLAY "copylib-maint: " FUNCTION TRIM(ws-sum-path)
                 " is a private copy that still shadows the library"
                 " -- remove it once the project builds from the"
                 " library version"
               END-DISPLAY
           END-IF.
           PERFORM 800-JOURNAL-THE-CHANGE.
       300-SUBSCRIBE-EXIT.
           EXIT.

       400-DROP-SUBSCRIPTION SECTION.
           IF ws-project = SPACES OR ws-member = SPACES
               DISPLAY "CLB010E usage: copylib-maint DROP "
                 "<project> <member>" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 400-DROP-SUBSCRIPTION-EXIT
           END-IF.
           PERFORM 060-FIND-SUBSCRIPTION.
           IF ws-sub-found = 0
               DISPLAY "CLB019E copylib-maint: "
                 FUNCTION TRIM(ws-project) " does not subscribe to "
                 FUNCTION TRIM(ws-member) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 400-DROP-SUBSCRIPTION-EXIT
           END-IF.
           MOVE 0 TO ws-sub-keep.
           PERFORM VARYING ws-sub-idx FROM 1 BY 1
               UNTIL ws-sub-idx > ws-sub-count
               IF ws-sub-idx NOT = ws-sub-found
                   ADD 1 TO ws-sub-keep
                   MOVE ws-sub-entry(ws-sub-idx)
                     TO ws-sub-entry(ws-sub-keep)
               END-IF
           END-PERFORM.
           MOVE ws-sub-keep TO ws-sub-count.
      *>   a retired project's subscription can still be dropped;
      *>   only an ACTIVE one has a Makefile worth reworking
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-project TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           MOVE "Y" TO ws-op-ok.
           IF ws-projects-io-status = 0
               AND FUNCTION TRIM(ws-proj-status) = "ACTIVE"
               MOVE "D" TO ws-make-op
               PERFORM 600-REWORK-MAKEFILE
           END-IF.
           IF ws-op-ok = "N"
               GO TO 400-DROP-SUBSCRIPTION-EXIT
           END-IF.
           PERFORM 700-REWRITE-SUBSCRIPTIONS.
           IF ws-op-ok = "N"
               GO TO 400-DROP-SUBSCRIPTION-EXIT
           END-IF.
           DISPLAY "copylib-maint: " FUNCTION TRIM(ws-project)
             " no longer subscribes to " FUNCTION TRIM(ws-member)
           END-DISPLAY.
           IF ws-projects-io-status = 0
               PERFORM 800-JOURNAL-THE-CHANGE
           END-IF.
       400-DROP-SUBSCRIPTION-EXIT.
           EXIT.

      *>   the subscriber's owner has reviewed the new version and
      *>   rebuilt against it
       450-ADOPT-CURRENT SECTION.
           PERFORM 060-FIND-SUBSCRIPTION.
           IF ws-sub-found = 0
               DISPLAY "CLB019E copylib-maint: "
                 FUNCTION TRIM(ws-project) " does not subscribe to "
                 FUNCTION TRIM(ws-member) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 450-ADOPT-CURRENT-EXIT
           END-IF.
           PERFORM 050-FIND-CURRENT.
           IF ws-sub-version(ws-sub-found) = ws-cur-version
               DISPLAY "copylib-maint: " FUNCTION TRIM(ws-project)
                 " is already on " FUNCTION TRIM(ws-member) " v"
                 ws-cur-version
               END-DISPLAY
               GO TO 450-ADOPT-CURRENT-EXIT
           END-IF.
           MOVE ws-sub-version(ws-sub-found) TO ws-edit-version.
           MOVE ws-cur-version TO ws-sub-version(ws-sub-found).
           MOVE ws-today TO ws-sub-date(ws-sub-found).
           PERFORM 700-REWRITE-SUBSCRIPTIONS.
           IF ws-op-ok = "Y"
               DISPLAY "copylib-maint: " FUNCTION TRIM(ws-project)
                 " moved from " FUNCTION TRIM(ws-member) " v"
                 ws-edit-version " to v" ws-cur-version
               END-DISPLAY
           END-IF.
       450-ADOPT-CURRENT-EXIT.
           EXIT.

       500-LIST-LIBRARY SECTION.
           DISPLAY "copylib-maint: " ws-cat-count " publication(s), "
             ws-sub-count " subscription(s)"
           END-DISPLAY.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count
               PERFORM 510-LIST-ONE-PUBLICATION
           END-PERFORM.

      *>   only a member's newest publication is listed, with its
      *>   subscribers under it
       510-LIST-ONE-PUBLICATION SECTION.
           MOVE ws-cat-member(ws-cat-idx) TO ws-member.
           MOVE ws-cat-idx TO ws-sub-keep.
           PERFORM 050-FIND-CURRENT.
           MOVE ws-sub-keep TO ws-cat-idx.
           IF ws-cat-version(ws-cat-idx) NOT = ws-cur-version
               GO TO 510-LIST-ONE-PUBLICATION-EXIT
           END-IF.
           DISPLAY "  " ws-member " v" ws-cur-version " published "
             ws-cur-date " by " FUNCTION TRIM(ws-cur-by)
           END-DISPLAY.
           PERFORM VARYING ws-sub-idx FROM 1 BY 1
               UNTIL ws-sub-idx > ws-sub-count
               IF ws-sub-member(ws-sub-idx) = ws-member
                   IF ws-sub-version(ws-sub-idx) < ws-cur-version
                       DISPLAY "      " ws-sub-project(ws-sub-idx)
                         " v" ws-sub-version(ws-sub-idx) "  BEHIND"
                       END-DISPLAY
                   ELSE
                       DISPLAY "      " ws-sub-project(ws-sub-idx)
                         " v" ws-sub-version(ws-sub-idx)
                       END-DISPLAY
                   END-IF
               END-IF
           END-PERFORM.
       510-LIST-ONE-PUBLICATION-EXIT.
           EXIT.

      *>   the subscription already stands (A) or is already gone
      *>   (D) in the table, so the project's remaining count says
      *>   whether COBFLAGS still needs the library on its path
       600-REWORK-MAKEFILE SECTION.
           MOVE "Y" TO ws-op-ok.
           MOVE 0 TO ws-proj-sub-count.
           PERFORM VARYING ws-sub-idx FROM 1 BY 1
               UNTIL ws-sub-idx > ws-sub-count
               IF ws-sub-project(ws-sub-idx) = ws-project
                   ADD 1 TO ws-proj-sub-count
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-lib-word.
           STRING CLB-MAKE-PREFIX FUNCTION TRIM(ws-member)
             DELIMITED BY SIZE INTO ws-lib-word
           END-STRING.
           MOVE SPACES TO ws-in-text-path.
           STRING FUNCTION TRIM(ws-project) "/Makefile"
             DELIMITED BY SIZE INTO ws-in-text-path
           END-STRING.
           MOVE SPACES TO ws-out-text-path.
           STRING FUNCTION TRIM(ws-project) "/Makefile.new"
             DELIMITED BY SIZE INTO ws-out-text-path
           END-STRING.
           OPEN INPUT IN-TEXT-FILE.
           IF ws-in-text-status NOT = "00"
      *>       nothing to rework: the subscription is recorded and
      *>       create-makefile picks it up when the Makefile is made
               DISPLAY "copylib-maint: " FUNCTION TRIM(ws-project)
                 " has no Makefile yet -- the next one generated "
                 "will carry the subscription"
               END-DISPLAY
               GO TO 600-REWORK-MAKEFILE-EXIT
           END-IF.
      *>   the Makefile's recipe lines carry leading tabs, which line
      *>   sequential's default validation rejects on the way out
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN OUTPUT OUT-TEXT-FILE.
           IF ws-out-text-status NOT = "00"
               CLOSE IN-TEXT-FILE
               MOVE "N" TO ws-op-ok
               GO TO 600-REWORK-MAKEFILE-FAIL
           END-IF.
           MOVE "N" TO ws-text-eof ws-overflow.
           PERFORM UNTIL ws-text-eof = "Y"
               READ IN-TEXT-FILE
                   AT END
                       MOVE "Y" TO ws-text-eof
                   NOT AT END
                       MOVE IN-TEXT-RECORD TO ws-line-work
                       IF IN-TEXT-RECORD(1:11) = "CPYBOOKS = "
                           PERFORM 610-REWORK-CPYBOOKS
                       END-IF
                       IF IN-TEXT-RECORD(1:11) = "COBFLAGS = "
                           PERFORM 620-REWORK-COBFLAGS
                       END-IF
                       MOVE ws-line-work TO OUT-TEXT-RECORD
                       WRITE OUT-TEXT-RECORD
               END-READ
           END-PERFORM.
           CLOSE IN-TEXT-FILE.
           CLOSE OUT-TEXT-FILE.
           IF ws-overflow = "Y"
               CALL "CBL_DELETE_FILE" USING
                 FUNCTION TRIM(ws-out-text-path)
                 RETURNING ws-rc
               END-CALL
               MOVE "N" TO ws-op-ok
               GO TO 600-REWORK-MAKEFILE-FAIL
           END-IF.
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-in-text-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_RENAME_FILE" USING ws-out-text-path
             ws-in-text-path
             RETURNING ws-rc
           END-CALL.
           PERFORM 630-CATALOG-MAKEFILE.
           GO TO 600-REWORK-MAKEFILE-EXIT.
       600-REWORK-MAKEFILE-FAIL.
           DISPLAY "CLB020E copylib-maint: could not rework "
             FUNCTION TRIM(ws-in-text-path)
             " -- subscriptions left unchanged" UPON SYSERR
           END-DISPLAY.
           MOVE 1 TO RETURN-CODE.
       600-REWORK-MAKEFILE-EXIT.
           EXIT.

      *>   the line rebuilt word by word: the member's library path
      *>   dropped wherever it stands, and added once at the end
       610-REWORK-CPYBOOKS SECTION.
           MOVE SPACES TO ws-line-work.
           MOVE "CPYBOOKS =" TO ws-line-work.
           MOVE 11 TO ws-out-ptr.
           MOVE 12 TO ws-word-ptr.
           MOVE "N" TO ws-make-found.
           PERFORM UNTIL ws-word-ptr > 92
               MOVE SPACES TO ws-word
               UNSTRING IN-TEXT-RECORD DELIMITED BY ALL " "
                 INTO ws-word WITH POINTER ws-word-ptr
               END-UNSTRING
               IF ws-word NOT = SPACES AND ws-word NOT = ws-lib-word
                   STRING " " FUNCTION TRIM(ws-word)
                     DELIMITED BY SIZE INTO ws-line-work
                     WITH POINTER ws-out-ptr
                     ON OVERFLOW
                         MOVE "Y" TO ws-overflow
                   END-STRING
               END-IF
           END-PERFORM.
           IF ws-make-op = "A"
               STRING " " FUNCTION TRIM(ws-lib-word)
                 DELIMITED BY SIZE INTO ws-line-work
                 WITH POINTER ws-out-ptr
                 ON OVERFLOW
                     MOVE "Y" TO ws-overflow
               END-STRING
           END-IF.

       620-REWORK-COBFLAGS SECTION.
           MOVE 0 TO ws-flag-count.
           INSPECT IN-TEXT-RECORD TALLYING ws-flag-count
             FOR ALL CLB-MAKE-FLAG.
           IF ws-proj-sub-count > 0 AND ws-flag-count = 0
               MOVE SPACES TO ws-line-work
               STRING FUNCTION TRIM(IN-TEXT-RECORD TRAILING) " "
                 CLB-MAKE-FLAG DELIMITED BY SIZE INTO ws-line-work
                 ON OVERFLOW
                     MOVE "Y" TO ws-overflow
               END-STRING
           END-IF.
           IF ws-proj-sub-count = 0 AND ws-flag-count > 0
               MOVE 0 TO ws-flag-pos
               INSPECT IN-TEXT-RECORD TALLYING ws-flag-pos
                 FOR CHARACTERS BEFORE INITIAL CLB-MAKE-FLAG
               MOVE SPACES TO ws-line-work
               STRING FUNCTION TRIM(IN-TEXT-RECORD(1:ws-flag-pos)
                 TRAILING) DELIMITED BY SIZE
                 IN-TEXT-RECORD(ws-flag-pos + ws-flag-len + 1:)
                 DELIMITED BY SIZE INTO ws-line-work
               END-STRING
           END-IF.

      *>   the reworked Makefile gets a fresh PROJFILES record, so
      *>   gen-drift and the hand-edit refusal see it as the
      *>   toolkit's own change
       630-CATALOG-MAKEFILE SECTION.
           MOVE ws-in-text-path TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               GO TO 630-CATALOG-MAKEFILE-EXIT
           END-IF.
           OPEN EXTEND PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               OPEN OUTPUT PROJFILES-FILE
               CLOSE PROJFILES-FILE
               OPEN EXTEND PROJFILES-FILE
           END-IF.
           MOVE SPACES TO PROJFILES-RECORD.
           MOVE ws-project         TO pf-rec-project.
           MOVE ws-sum-path(1:120) TO pf-rec-path.
           MOVE ws-sum-value       TO pf-rec-checksum.
           MOVE ws-today           TO pf-rec-date.
           WRITE PROJFILES-RECORD.
           CLOSE PROJFILES-FILE.
       630-CATALOG-MAKEFILE-EXIT.
           EXIT.

       700-REWRITE-SUBSCRIPTIONS SECTION.
           MOVE "Y" TO ws-op-ok.
           OPEN OUTPUT SUBS-FILE.
           IF ws-subs-status NOT = "00"
               DISPLAY "CLB021E copylib-maint: could not rewrite '"
                 FUNCTION TRIM(ws-subs-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-ok
               MOVE 1 TO RETURN-CODE
               GO TO 700-REWRITE-SUBSCRIPTIONS-EXIT
           END-IF.
           PERFORM VARYING ws-sub-idx FROM 1 BY 1
               UNTIL ws-sub-idx > ws-sub-count
               MOVE SPACES TO SUBS-RECORD
               MOVE ws-sub-project(ws-sub-idx) TO cls-rec-project
               MOVE ws-sub-member(ws-sub-idx)  TO cls-rec-member
               MOVE ws-sub-version(ws-sub-idx) TO cls-rec-version
               MOVE ws-sub-date(ws-sub-idx)    TO cls-rec-date
               WRITE SUBS-RECORD
           END-PERFORM.
           CLOSE SUBS-FILE.
       700-REWRITE-SUBSCRIPTIONS-EXIT.
           EXIT.

      *>   the record itself does not change, but the FORCE rewrite
      *>   puts a who-and-when line in the PROJECTS-AUDIT journal --
      *>   the project's build now reads from somewhere else
       800-JOURNAL-THE-CHANGE SECTION.
           MOVE "FORCE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "CLB022E copylib-maint: the subscription is "
                 "recorded but the journal touch failed (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CLB001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "CLB002E shared copybook library maintenance "
                 "ended in error" DELIMITED BY SIZE
                 INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "copylib-maint".
