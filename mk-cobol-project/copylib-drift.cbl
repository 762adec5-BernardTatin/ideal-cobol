      *> -------------------------------------------
      *> copylib-drift.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the nightly divergence report for the shared-copybook
      *> library copylib-maint keeps. Two lists:
      *>
      *>   private copies   every ACTIVE project carrying its own
      *>                    copy of a library member -- the
      *>                    project-directory copy and any other
      *>                    PROJFILES source of the same name -- that
      *>                    differs from the current library version:
      *>                    STALE when it is word for word an older
      *>                    published version, DIVERGED when it
      *>                    matches none. An identical copy is only
      *>                    counted; it does no harm until the next
      *>                    PUBLISH, when it turns STALE.
      *>   behind           every subscription still on an older
      *>                    version than the library's current one,
      *>                    i.e. a member changed and the owner has
      *>                    not yet ADOPTed it
      *>
      *> A finding is for the owner to act on, not a failed night:
      *> the run ends 0 unless the report itself cannot be written.
      *> Layout of the library and its files: copylib-names.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "copylib-drift".

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
           01 ws-log-program-name PIC X(30) VALUE "copylib-drift".
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
           01 ws-projfiles-path   PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.
           01 ws-projfiles-eof    PIC X VALUE "N".

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *>   every publication, and each member's newest one
           78 ws-cat-max VALUE 500.
           01 ws-cat-count      PIC 9(4) VALUE 0.
           01 ws-cat-idx        PIC 9(4).
           01 ws-cat-table.
               05 ws-cat-entry OCCURS 500 TIMES.
                   10 ws-cat-member   PIC X(30).
                   10 ws-cat-version  PIC 9(3).
                   10 ws-cat-checksum PIC 9(9).
                   10 ws-cat-date     PIC X(8).
           78 ws-mem-max VALUE 200.
           01 ws-mem-count      PIC 9(4) VALUE 0.
           01 ws-mem-idx        PIC 9(4).
           01 ws-mem-table.
               05 ws-mem-entry OCCURS 200 TIMES.
                   10 ws-mem-name     PIC X(30).
                   10 ws-mem-version  PIC 9(3).
                   10 ws-mem-checksum PIC 9(9).
                   10 ws-mem-date     PIC X(8).

           78 ws-sub-max VALUE 500.
           01 ws-sub-count      PIC 9(4) VALUE 0.
           01 ws-sub-idx        PIC 9(4).
           01 ws-sub-table.
               05 ws-sub-entry OCCURS 500 TIMES.
                   10 ws-sub-project  PIC X(48).
                   10 ws-sub-member   PIC X(30).
                   10 ws-sub-version  PIC 9(3).
                   10 ws-sub-date     PIC X(8).

      *>   catalogued sources whose file name is a library member's
           78 ws-src-max VALUE 1000.
           01 ws-src-count      PIC 9(4) VALUE 0.
           01 ws-src-idx        PIC 9(4).
           01 ws-src-table.
               05 ws-src-entry OCCURS 1000 TIMES.
                   10 ws-src-project  PIC X(48).
                   10 ws-src-path     PIC X(120).
                   10 ws-src-mem-idx  PIC 9(4).

           78 ws-name-max VALUE 300.
           01 ws-active-count   PIC 9(4) VALUE 0.
           01 ws-active-idx     PIC 9(4).
           01 ws-active-table.
               05 ws-active-name OCCURS 300 TIMES PIC X(48).

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

           01 ws-path-len       PIC 9(4).
           01 ws-slash-pos      PIC 9(4).
           01 ws-base-name      PIC X(120).
           01 ws-copy-path      PIC X(300).
           01 ws-direct-path    PIC X(300).
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.
           01 ws-match-version  PIC 9(3).
           01 ws-verdict        PIC X(9).
           01 ws-subscriber     PIC X(14).
           01 ws-found-flag     PIC X.
           01 ws-rc             PIC 9(9) COMP-5.
           01 ws-file-info      PIC X(16).

           01 ws-shown-count    PIC 9(4).
           01 ws-diverged-count PIC 9(4) VALUE 0.
           01 ws-stale-count    PIC 9(4) VALUE 0.
           01 ws-same-count     PIC 9(4) VALUE 0.
           01 ws-behind-count   PIC 9(4) VALUE 0.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
                VALUE "COPYLIB shared copybook divergence".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-LIBRARY.
           perform 150-LOAD-SUBSCRIPTIONS.
           perform 200-COLLECT-ACTIVE-NAMES.
           perform 250-LOAD-SOURCES.
           perform 300-REPORT-PRIVATE-COPIES.
           perform 400-REPORT-BEHIND.
           perform 500-CLOSE-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "CLD010E copylib-drift: could not open the "
                 "divergence report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   an absent catalog is a library nobody has published to
      *>   yet -- an empty report, not a failure
       100-LOAD-LIBRARY SECTION.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               GO TO 100-LOAD-LIBRARY-EXIT
           END-IF.
           PERFORM UNTIL ws-catalog-eof = "Y"
               OR ws-cat-count >= ws-cat-max
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO ws-catalog-eof
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                           AND clc-rec-version IS NUMERIC
                           PERFORM 110-TAKE-ONE-PUBLICATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       100-LOAD-LIBRARY-EXIT.
           EXIT.

       110-TAKE-ONE-PUBLICATION SECTION.
           ADD 1 TO ws-cat-count.
           MOVE clc-rec-member   TO ws-cat-member(ws-cat-count).
           MOVE clc-rec-version  TO ws-cat-version(ws-cat-count).
           MOVE clc-rec-checksum TO ws-cat-checksum(ws-cat-count).
           MOVE clc-rec-date     TO ws-cat-date(ws-cat-count).
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               OR ws-mem-name(ws-mem-idx) = clc-rec-member
               CONTINUE
           END-PERFORM.
           IF ws-mem-idx > ws-mem-count
               IF ws-mem-count >= ws-mem-max
                   GO TO 110-TAKE-ONE-PUBLICATION-EXIT
               END-IF
               ADD 1 TO ws-mem-count
               MOVE ws-mem-count TO ws-mem-idx
               MOVE clc-rec-member TO ws-mem-name(ws-mem-idx)
               MOVE 0 TO ws-mem-version(ws-mem-idx)
           END-IF.
           IF clc-rec-version > ws-mem-version(ws-mem-idx)
               MOVE clc-rec-version  TO ws-mem-version(ws-mem-idx)
               MOVE clc-rec-checksum TO ws-mem-checksum(ws-mem-idx)
               MOVE clc-rec-date     TO ws-mem-date(ws-mem-idx)
           END-IF.
       110-TAKE-ONE-PUBLICATION-EXIT.
           EXIT.

       150-LOAD-SUBSCRIPTIONS SECTION.
           OPEN INPUT SUBS-FILE.
           IF ws-subs-status NOT = "00"
               GO TO 150-LOAD-SUBSCRIPTIONS-EXIT
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
       150-LOAD-SUBSCRIPTIONS-EXIT.
           EXIT.

      *>   every ACTIVE project, collected before any file reads so
      *>   the browse and the checksums never interleave
       200-COLLECT-ACTIVE-NAMES SECTION.
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
               IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   AND ws-active-count < ws-name-max
                   ADD 1 TO ws-active-count
                   MOVE ws-proj-name
                     TO ws-active-name(ws-active-count)
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.

      *>   PROJFILES paths whose last component names a library
      *>   member, each path once however often it was recatalogued
       250-LOAD-SOURCES SECTION.
           IF ws-mem-count = 0
               GO TO 250-LOAD-SOURCES-EXIT
           END-IF.
           OPEN INPUT PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               GO TO 250-LOAD-SOURCES-EXIT
           END-IF.
           PERFORM UNTIL ws-projfiles-eof = "Y"
               READ PROJFILES-FILE
                   AT END
                       MOVE "Y" TO ws-projfiles-eof
                   NOT AT END
                       IF PROJFILES-RECORD NOT = SPACES
                           PERFORM 260-KEEP-MEMBER-SOURCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJFILES-FILE.
       250-LOAD-SOURCES-EXIT.
           EXIT.

       260-KEEP-MEMBER-SOURCE SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(pf-rec-path TRAILING))
             TO ws-path-len.
           MOVE 0 TO ws-slash-pos.
           PERFORM VARYING ws-src-idx FROM ws-path-len BY -1
               UNTIL ws-src-idx < 1 OR ws-slash-pos > 0
               IF pf-rec-path(ws-src-idx:1) = "/"
                   MOVE ws-src-idx TO ws-slash-pos
               END-IF
           END-PERFORM.
           IF ws-slash-pos >= ws-path-len
               GO TO 260-KEEP-MEMBER-SOURCE-EXIT
           END-IF.
           MOVE pf-rec-path(ws-slash-pos + 1:) TO ws-base-name.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               OR ws-mem-name(ws-mem-idx) = ws-base-name
               CONTINUE
           END-PERFORM.
           IF ws-mem-idx > ws-mem-count
               GO TO 260-KEEP-MEMBER-SOURCE-EXIT
           END-IF.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-src-idx FROM 1 BY 1
               UNTIL ws-src-idx > ws-src-count
               IF ws-src-path(ws-src-idx) = pf-rec-path
                   MOVE pf-rec-project TO ws-src-project(ws-src-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND ws-src-count < ws-src-max
               ADD 1 TO ws-src-count
               MOVE pf-rec-project TO ws-src-project(ws-src-count)
               MOVE pf-rec-path    TO ws-src-path(ws-src-count)
               MOVE ws-mem-idx     TO ws-src-mem-idx(ws-src-count)
           END-IF.
       260-KEEP-MEMBER-SOURCE-EXIT.
           EXIT.

       300-REPORT-PRIVATE-COPIES SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING "Private copies differing from the library ("
             ws-mem-count " member(s) published):"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE 0 TO ws-shown-count.
           PERFORM VARYING ws-active-idx FROM 1 BY 1
               UNTIL ws-active-idx > ws-active-count
               PERFORM VARYING ws-mem-idx FROM 1 BY 1
                   UNTIL ws-mem-idx > ws-mem-count
                   PERFORM 310-CHECK-PROJECT-MEMBER
               END-PERFORM
           END-PERFORM.
           IF ws-shown-count = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   the project-directory copy -- the one the compiler finds
      *>   first -- then any other catalogued source of that name
       310-CHECK-PROJECT-MEMBER SECTION.
           MOVE SPACES TO ws-direct-path.
           STRING FUNCTION TRIM(ws-active-name(ws-active-idx)) "/"
             FUNCTION TRIM(ws-mem-name(ws-mem-idx))
             DELIMITED BY SIZE INTO ws-direct-path
           END-STRING.
           MOVE ws-direct-path TO ws-copy-path.
           PERFORM 320-JUDGE-ONE-COPY.
           PERFORM VARYING ws-src-idx FROM 1 BY 1
               UNTIL ws-src-idx > ws-src-count
               IF ws-src-project(ws-src-idx)
                    = ws-active-name(ws-active-idx)
                   AND ws-src-mem-idx(ws-src-idx) = ws-mem-idx
                   AND ws-src-path(ws-src-idx) NOT = ws-direct-path
                   MOVE ws-src-path(ws-src-idx) TO ws-copy-path
                   PERFORM 320-JUDGE-ONE-COPY
               END-IF
           END-PERFORM.

      *>   a copy that is gone from disk is no copy at all
       320-JUDGE-ONE-COPY SECTION.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-copy-path) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               GO TO 320-JUDGE-ONE-COPY-EXIT
           END-IF.
           CALL "file-checksum" USING ws-copy-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               GO TO 320-JUDGE-ONE-COPY-EXIT
           END-IF.
           IF ws-sum-value = ws-mem-checksum(ws-mem-idx)
               ADD 1 TO ws-same-count
               GO TO 320-JUDGE-ONE-COPY-EXIT
           END-IF.
           MOVE 0 TO ws-match-version.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-member(ws-cat-idx) = ws-mem-name(ws-mem-idx)
                   AND ws-cat-checksum(ws-cat-idx) = ws-sum-value
                   MOVE ws-cat-version(ws-cat-idx) TO ws-match-version
               END-IF
           END-PERFORM.
           IF ws-match-version > 0
               MOVE "STALE" TO ws-verdict
               ADD 1 TO ws-stale-count
           ELSE
               MOVE "DIVERGED" TO ws-verdict
               ADD 1 TO ws-diverged-count
           END-IF.
      *>   a subscriber's private copy shadows the library on the
      *>   copybook search, so its build is not using the library
           MOVE "not subscribed" TO ws-subscriber.
           PERFORM VARYING ws-sub-idx FROM 1 BY 1
               UNTIL ws-sub-idx > ws-sub-count
               IF ws-sub-project(ws-sub-idx)
                    = ws-active-name(ws-active-idx)
                   AND ws-sub-member(ws-sub-idx)
                    = ws-mem-name(ws-mem-idx)
                   MOVE "SHADOWS" TO ws-subscriber
               END-IF
           END-PERFORM.
           ADD 1 TO ws-shown-count.
           MOVE SPACES TO ws-rpt-line.
           IF ws-match-version > 0
               STRING "  " ws-verdict " "
                 FUNCTION TRIM(ws-copy-path) " is v" ws-match-version
                 ", library v" ws-mem-version(ws-mem-idx) " ("
                 FUNCTION TRIM(ws-subscriber) ")"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING "  " ws-verdict " "
                 FUNCTION TRIM(ws-copy-path)
                 " matches no published version, library v"
                 ws-mem-version(ws-mem-idx) " ("
                 FUNCTION TRIM(ws-subscriber) ")"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
       320-JUDGE-ONE-COPY-EXIT.
           EXIT.

       400-REPORT-BEHIND SECTION.
           MOVE "Subscribers behind the current library version:"
             TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-sub-idx FROM 1 BY 1
               UNTIL ws-sub-idx > ws-sub-count
               PERFORM VARYING ws-mem-idx FROM 1 BY 1
                   UNTIL ws-mem-idx > ws-mem-count
                   OR ws-mem-name(ws-mem-idx)
                    = ws-sub-member(ws-sub-idx)
                   CONTINUE
               END-PERFORM
               IF ws-mem-idx <= ws-mem-count
                   AND ws-sub-version(ws-sub-idx)
                     < ws-mem-version(ws-mem-idx)
                   ADD 1 TO ws-behind-count
                   MOVE SPACES TO ws-rpt-line
                   STRING "  " ws-sub-project(ws-sub-idx) " "
                     FUNCTION TRIM(ws-sub-member(ws-sub-idx))
                     " v" ws-sub-version(ws-sub-idx)
                     ", library v" ws-mem-version(ws-mem-idx)
                     " published " ws-mem-date(ws-mem-idx)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF ws-behind-count = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

       500-CLOSE-REPORT SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-diverged-count " diverged, " ws-stale-count
             " stale, " ws-same-count " identical private copies; "
             ws-behind-count " of " ws-sub-count
             " subscription(s) behind"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

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
               DISPLAY "CLD001E " FUNCTION TRIM(ws-log-program-name)
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
               STRING "CLD002E copylib divergence report failed, see "
                 "SYSERR" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
           END-IF.
           MOVE "END" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE ws-job-rc TO RETURN-CODE.
           STOP RUN.

       END PROGRAM "copylib-drift".
