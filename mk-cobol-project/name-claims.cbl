      *> -------------------------------------------
      *> name-claims.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the cross-site project-name exchange: each site runs its
      *> own PROJECTS master, so without this the same name can be
      *> born at both and collide the first time export-project and
      *> import-project move it. Three steps, all run nightly when
      *> no step is named:
      *>
      *>   PUBLISH  appends this site's newly taken and released
      *>            names to NAMECLAIMS.<SITE-ID>, read off the
      *>            PROJECTS-AUDIT journal past the last line
      *>            published (NAMECLAIMS.STATE keeps the place).
      *>            The first publish, or one after the journal was
      *>            started over, claims every name in the master.
      *>   IMPORT   applies the other sites' NAMECLAIMS.<SITE-ID>
      *>            files -- PEER-SITES= in MAKER.CFG, comma
      *>            separated, or one file named on the command
      *>            line -- to SITECLAIMS, the register of names
      *>            held elsewhere that name-claim-check reads for
      *>            the generator and rename-project.
      *>   REPORT   lists every name in conflict: held here and
      *>            claimed at another site, or claimed at two other
      *>            sites. Report REPORT.NAMECLAIMS; a conflict ends
      *>            the run red.
      *>
      *>   name-claims [PUBLISH | IMPORT [file] | REPORT]
      *>
      *> The exchange files are carried between the sites whole,
      *> the way the DR transfer sets are; each is append-only and
      *> sequence-numbered, so one carried late or twice does no
      *> harm.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "name-claims".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-FILE
               ASSIGN TO DYNAMIC ws-exchange-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-exchange-status.
           SELECT CLAIMS-FILE
               ASSIGN TO DYNAMIC ws-claims-file-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-claims-status.
           SELECT STATE-FILE
               ASSIGN TO DYNAMIC ws-state-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-state-status.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC ws-audit-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
         FILE SECTION.
         FD  EXCHANGE-FILE.
             COPY "name-claim-rec.cpy".
         FD  CLAIMS-FILE.
             COPY "site-claim-rec.cpy".
      *>   where the last publish stopped: journal lines read, and
      *>   the last exchange sequence written
         FD  STATE-FILE.
         01 STATE-RECORD.
             05 nst-rec-lines     PIC 9(9).
             05 FILLER            PIC X.
             05 nst-rec-seq       PIC 9(9).
      *>   the same columns projects-rollfwd reads the journal by
         FD  AUDIT-FILE.
         01 AUDIT-RECORD.
             05 aud-rec-date      PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-time      PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-rest      PIC X(397).
             05 FILLER            PIC X.
             05 aud-rec-bus-date  PIC X(8).
             05 FILLER            PIC X.
             05 aud-rec-ticket    PIC X(20).
             05 FILLER            PIC X.
             05 aud-rec-override  PIC X(60).
             05 FILLER            PIC X(20).
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "name-claims".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

           01 ws-cmdline         PIC X(300).
           01 ws-arg-step        PIC X(10).
           01 ws-arg-file        PIC X(300).
           01 ws-do-publish      PIC X VALUE "Y".
           01 ws-do-import       PIC X VALUE "Y".
           01 ws-do-report       PIC X VALUE "Y".
      *>   set by any step that goes wrong; the steps after it still
      *>   run, and the flag turns the run red at the end
           01 ws-red-flag        PIC X VALUE "N".

           01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status  PIC XX.
           01 ws-config-eof     PIC X VALUE "N".
           01 ws-config-key     PIC X(20).
           01 ws-config-value   PIC X(60).
           01 ws-site-id        PIC X(20) VALUE SPACES.
           01 ws-peer-list      PIC X(60) VALUE SPACES.

           01 ws-exchange-path   PIC X(300).
           01 ws-exchange-status PIC XX.
           01 ws-exchange-eof    PIC X.
           01 ws-claims-path     PIC X(300) VALUE "SITECLAIMS".
           01 ws-claims-tmp-path PIC X(300) VALUE "SITECLAIMS.TMP".
           01 ws-claims-file-path PIC X(300).
           01 ws-claims-status   PIC XX.
           01 ws-claims-eof      PIC X.
           01 ws-state-path      PIC X(300) VALUE "NAMECLAIMS.STATE".
           01 ws-state-status    PIC XX.
           01 ws-audit-path      PIC X(300) VALUE "PROJECTS-AUDIT".
           01 ws-audit-file-status PIC XX.
           01 ws-audit-eof       PIC X.
           01 ws-rc              PIC 9(9) COMP-5.

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

      *>   the journal entry's body, laid out the same whichever
      *>   journal vintage the record came from
           01 ws-aud-body.
               05 aud-rec-who       PIC X(30).
               05 FILLER            PIC X.
               05 aud-rec-op        PIC X(6).
               05 FILLER            PIC X.
               05 aud-rec-before    PIC X(176).
               05 FILLER            PIC X.
               05 aud-rec-after     PIC X(176).
           01 ws-before-name    PIC X(48).
           01 ws-after-name     PIC X(48).

      *>   publishing: where the last run stopped, this run's count
      *>   and the UTC clock for a full publish's claims
           01 ws-prev-lines     PIC 9(9) VALUE 0.
           01 ws-last-seq       PIC 9(9) VALUE 0.
           01 ws-journal-lines  PIC 9(9) VALUE 0.
           01 ws-full-publish   PIC X VALUE "N".
           01 ws-published      PIC 9(7) VALUE 0.
           01 ws-pub-action     PIC X(7).
           01 ws-pub-name       PIC X(48).
           01 ws-pub-date       PIC X(8).
           01 ws-pub-time       PIC X(6).
           01 ws-exchange-open  PIC X VALUE "N".
           01 ws-exchange-fail  PIC X VALUE "N".
           01 ws-timer-op       PIC X(7) VALUE "START".
           01 ws-timer-stamp    PIC 9(14).
           01 ws-timer-days     PIC 9(5).
           01 ws-timer-hh       PIC 99.
           01 ws-timer-mi       PIC 99.
           01 ws-timer-ss       PIC 99.

      *>   SITECLAIMS loaded whole: the names other sites hold, and
      *>   how far each site's exchange file has been applied
           78 ws-claim-max VALUE 3000.
           01 ws-claim-count    PIC 9(5) VALUE 0.
           01 ws-claim-idx      PIC 9(5).
           01 ws-claim-idx2     PIC 9(5).
           01 ws-claim-table.
               05 ws-claim-entry OCCURS 3000 TIMES.
                   10 ws-claim-site   PIC X(20).
                   10 ws-claim-name   PIC X(48).
                   10 ws-claim-upper  PIC X(48).
                   10 ws-claim-date   PIC X(8).
                   10 ws-claim-time   PIC X(6).
                   10 ws-claim-live   PIC X.
           78 ws-from-max VALUE 20.
           01 ws-from-count     PIC 99 VALUE 0.
           01 ws-from-idx       PIC 99.
           01 ws-from-table.
               05 ws-from-entry OCCURS 20 TIMES.
                   10 ws-from-site    PIC X(20).
                   10 ws-from-seq     PIC 9(9).
           01 ws-claims-loaded  PIC X VALUE "N".
           01 ws-claims-changed PIC X VALUE "N".

      *>   importing one site's file
           01 ws-peer-ptr       PIC 9(4).
           01 ws-peer-site      PIC X(20).
           01 ws-file-site      PIC X(20).
           01 ws-applied        PIC 9(7).
           01 ws-name-upper     PIC X(48).
           01 ws-found-flag     PIC X.

      *>   the reconciliation
           01 ws-local-count    PIC 9(7) VALUE 0.
           01 ws-conflict-count PIC 9(7) VALUE 0.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "NAMECLAIMS cross-site project-name claims".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           IF ws-do-publish = "Y"
               perform 100-PUBLISH-CLAIMS
           END-IF.
           IF ws-do-import = "Y"
               perform 200-IMPORT-CLAIMS
           END-IF.
           IF ws-do-report = "Y"
               perform 300-REPORT-CONFLICTS
           END-IF.
           IF ws-red-flag = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           PERFORM 010-READ-CONFIG.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-step.
           MOVE SPACES TO ws-arg-file.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-step ws-arg-file
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-arg-step) TO ws-arg-step.
           EVALUATE ws-arg-step
               WHEN SPACES
                   CONTINUE
               WHEN "PUBLISH"
                   MOVE "N" TO ws-do-import
                   MOVE "N" TO ws-do-report
               WHEN "IMPORT"
                   MOVE "N" TO ws-do-publish
                   MOVE "N" TO ws-do-report
               WHEN "REPORT"
                   MOVE "N" TO ws-do-publish
                   MOVE "N" TO ws-do-import
               WHEN OTHER
                   DISPLAY "NCL010E usage: name-claims [PUBLISH | "
                     "IMPORT [file] | REPORT]" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
           END-EVALUATE.
      *>   without its own SITE-ID a site can neither sign what it
      *>   publishes nor tell its own names from another site's
           IF ws-site-id = SPACES
               DISPLAY "NCL011E name-claims: no SITE-ID= in MAKER.CFG "
                 "-- this site cannot take part in the exchange"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   SITE-ID= names this site on what it publishes;
      *>   PEER-SITES= the sites whose exchange files it imports
       010-READ-CONFIG SECTION.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               GO TO 010-READ-CONFIG-EXIT
           END-IF.
           PERFORM UNTIL ws-config-eof = "Y"
               READ CONFIG-FILE
                   AT END
                       MOVE "Y" TO ws-config-eof
                   NOT AT END
                       IF CONFIG-RECORD NOT = SPACES
                           AND CONFIG-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO ws-config-key
                           MOVE SPACES TO ws-config-value
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                             INTO ws-config-key ws-config-value
                           END-UNSTRING
                           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-key))
                               WHEN "SITE-ID"
                                   MOVE FUNCTION TRIM(ws-config-value)
                                     TO ws-site-id
                               WHEN "PEER-SITES"
                                   MOVE FUNCTION TRIM(ws-config-value)
                                     TO ws-peer-list
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       010-READ-CONFIG-EXIT.
           EXIT.

      *>   the journal is append-only, so where the last publish
      *>   stopped is a line count; a journal shorter than that has
      *>   been started over, and the whole master is claimed again
      *>   -- claiming a name twice does no harm at the other end
       100-PUBLISH-CLAIMS SECTION.
           MOVE SPACES TO ws-exchange-path.
           STRING "NAMECLAIMS." FUNCTION TRIM(ws-site-id)
             DELIMITED BY SIZE INTO ws-exchange-path
           END-STRING.
           MOVE 0 TO ws-prev-lines.
           MOVE 0 TO ws-last-seq.
           MOVE "Y" TO ws-full-publish.
           OPEN INPUT STATE-FILE.
           IF ws-state-status = "00"
               READ STATE-FILE
                   NOT AT END
                       IF nst-rec-lines IS NUMERIC
                           AND nst-rec-seq IS NUMERIC
                           MOVE nst-rec-lines TO ws-prev-lines
                           MOVE nst-rec-seq TO ws-last-seq
                           MOVE "N" TO ws-full-publish
                       END-IF
               END-READ
               CLOSE STATE-FILE
           END-IF.
           PERFORM 110-COUNT-JOURNAL-LINES.
           IF ws-journal-lines < ws-prev-lines
               DISPLAY "NCL012W name-claims: PROJECTS-AUDIT is shorter "
                 "than when last published -- claiming every name "
                 "again" UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-full-publish
           END-IF.
           IF ws-full-publish = "Y"
               PERFORM 120-CLAIM-WHOLE-MASTER
           ELSE
               PERFORM 130-PUBLISH-JOURNAL-CHANGES
           END-IF.
           IF ws-exchange-open = "Y"
               CLOSE EXCHANGE-FILE
               MOVE "N" TO ws-exchange-open
           END-IF.
      *>   the place is only moved on once every line is out, so a
      *>   failed publish is simply repeated by the next run
           IF ws-exchange-fail = "Y"
               MOVE "Y" TO ws-red-flag
               GO TO 100-PUBLISH-CLAIMS-EXIT
           END-IF.
           MOVE SPACES TO STATE-RECORD.
           MOVE ws-journal-lines TO nst-rec-lines.
           MOVE ws-last-seq TO nst-rec-seq.
           OPEN OUTPUT STATE-FILE.
           IF ws-state-status NOT = "00"
               DISPLAY "NCL013E name-claims: could not write '"
                 FUNCTION TRIM(ws-state-path) "', status "
                 ws-state-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 100-PUBLISH-CLAIMS-EXIT
           END-IF.
           WRITE STATE-RECORD.
           CLOSE STATE-FILE.
           DISPLAY "name-claims: published " ws-published
             " name change(s) to " FUNCTION TRIM(ws-exchange-path)
           END-DISPLAY.
       100-PUBLISH-CLAIMS-EXIT.
           EXIT.

       110-COUNT-JOURNAL-LINES SECTION.
           MOVE 0 TO ws-journal-lines.
           MOVE "N" TO ws-audit-eof.
           OPEN INPUT AUDIT-FILE.
           IF ws-audit-file-status NOT = "00"
               GO TO 110-COUNT-JOURNAL-LINES-EXIT
           END-IF.
           PERFORM UNTIL ws-audit-eof = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO ws-audit-eof
                   NOT AT END
                       ADD 1 TO ws-journal-lines
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       110-COUNT-JOURNAL-LINES-EXIT.
           EXIT.

       120-CLAIM-WHOLE-MASTER SECTION.
           CALL "elapsed-timer" USING ws-timer-op ws-timer-stamp
             ws-timer-days ws-timer-hh ws-timer-mi ws-timer-ss
           END-CALL.
           MOVE ws-timer-stamp(1:8) TO ws-pub-date.
           MOVE ws-timer-stamp(9:6) TO ws-pub-time.
           MOVE "CLAIM" TO ws-pub-action.
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
               MOVE ws-proj-name TO ws-pub-name
               PERFORM 150-WRITE-EXCHANGE-LINE
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE "BREND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.

      *>   only the journal lines past the last publish
       130-PUBLISH-JOURNAL-CHANGES SECTION.
           MOVE 0 TO ws-journal-lines.
           MOVE "N" TO ws-audit-eof.
           OPEN INPUT AUDIT-FILE.
           IF ws-audit-file-status NOT = "00"
               GO TO 130-PUBLISH-JOURNAL-CHANGES-EXIT
           END-IF.
           PERFORM UNTIL ws-audit-eof = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO ws-audit-eof
                   NOT AT END
                       ADD 1 TO ws-journal-lines
                       IF ws-journal-lines > ws-prev-lines
                           AND AUDIT-RECORD NOT = SPACES
                           AND aud-rec-date(1:8) IS NUMERIC
                           PERFORM 140-PUBLISH-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       130-PUBLISH-JOURNAL-CHANGES-EXIT.
           EXIT.

      *>   a DELETE lets its name go; any other change whose record
      *>   did not exist before, or now stands under a different
      *>   name, takes the name it left -- and lets the old one go.
      *>   A change that only rewrote a project's record publishes
      *>   nothing
       140-PUBLISH-ONE-ENTRY SECTION.
           IF aud-rec-rest(1:1) = "+" OR aud-rec-rest(1:1) = "-"
               MOVE aud-rec-rest(7:391) TO ws-aud-body
           ELSE
               MOVE aud-rec-rest(1:391) TO ws-aud-body
           END-IF.
      *>   a change-freeze override line records who was let through,
      *>   not a change to PROJECTS
           IF FUNCTION TRIM(aud-rec-op) = "OVRIDE"
               GO TO 140-PUBLISH-ONE-ENTRY-EXIT
           END-IF.
           MOVE aud-rec-date TO ws-pub-date.
           MOVE aud-rec-time(1:6) TO ws-pub-time.
           MOVE aud-rec-before(1:48) TO ws-before-name.
           MOVE aud-rec-after(1:48) TO ws-after-name.
           IF FUNCTION TRIM(aud-rec-op) = "DELETE"
               IF ws-before-name NOT = SPACES
                   MOVE "RELEASE" TO ws-pub-action
                   MOVE ws-before-name TO ws-pub-name
                   PERFORM 150-WRITE-EXCHANGE-LINE
               END-IF
               GO TO 140-PUBLISH-ONE-ENTRY-EXIT
           END-IF.
           IF ws-after-name = SPACES
               OR ws-after-name = ws-before-name
               GO TO 140-PUBLISH-ONE-ENTRY-EXIT
           END-IF.
           IF ws-before-name NOT = SPACES
               MOVE "RELEASE" TO ws-pub-action
               MOVE ws-before-name TO ws-pub-name
               PERFORM 150-WRITE-EXCHANGE-LINE
           END-IF.
           MOVE "CLAIM" TO ws-pub-action.
           MOVE ws-after-name TO ws-pub-name.
           PERFORM 150-WRITE-EXCHANGE-LINE.
       140-PUBLISH-ONE-ENTRY-EXIT.
           EXIT.

      *>   same create-then-extend open log-error uses, so the first
      *>   publish ever creates the exchange file
       150-WRITE-EXCHANGE-LINE SECTION.
           IF ws-exchange-fail = "Y"
               GO TO 150-WRITE-EXCHANGE-LINE-EXIT
           END-IF.
           IF ws-exchange-open NOT = "Y"
               OPEN EXTEND EXCHANGE-FILE
               IF ws-exchange-status NOT = "00"
                   OPEN OUTPUT EXCHANGE-FILE
                   CLOSE EXCHANGE-FILE
                   OPEN EXTEND EXCHANGE-FILE
               END-IF
               IF ws-exchange-status NOT = "00"
                   DISPLAY "NCL013E name-claims: could not write '"
                     FUNCTION TRIM(ws-exchange-path) "', status "
                     ws-exchange-status UPON SYSERR
                   END-DISPLAY
                   MOVE "Y" TO ws-exchange-fail
                   GO TO 150-WRITE-EXCHANGE-LINE-EXIT
               END-IF
               MOVE "Y" TO ws-exchange-open
           END-IF.
           ADD 1 TO ws-last-seq.
           MOVE SPACES TO NAME-CLAIM-RECORD.
           MOVE ws-site-id TO ncl-rec-site.
           MOVE ws-last-seq TO ncl-rec-seq.
           MOVE ws-pub-date TO ncl-rec-date.
           MOVE ws-pub-time TO ncl-rec-time.
           MOVE ws-pub-action TO ncl-rec-action.
           MOVE ws-pub-name TO ncl-rec-name.
           WRITE NAME-CLAIM-RECORD.
           ADD 1 TO ws-published.
       150-WRITE-EXCHANGE-LINE-EXIT.
           EXIT.

      *>   every peer's file in turn, or the one named; the register
      *>   is rewritten once at the end, under a .TMP name first
       200-IMPORT-CLAIMS SECTION.
           PERFORM 250-LOAD-SITECLAIMS.
           IF ws-arg-file NOT = SPACES
               MOVE ws-arg-file TO ws-exchange-path
               MOVE SPACES TO ws-peer-site
               PERFORM 210-IMPORT-ONE-FILE
           ELSE
               IF ws-peer-list = SPACES
                   DISPLAY "name-claims: no PEER-SITES= in MAKER.CFG "
                     "-- nothing to import"
                   END-DISPLAY
               END-IF
               MOVE 1 TO ws-peer-ptr
               PERFORM UNTIL ws-peer-ptr > 60
                   OR ws-peer-list = SPACES
                   MOVE SPACES TO ws-peer-site
                   UNSTRING ws-peer-list DELIMITED BY ","
                     INTO ws-peer-site
                     WITH POINTER ws-peer-ptr
                   END-UNSTRING
                   MOVE FUNCTION TRIM(ws-peer-site) TO ws-peer-site
                   IF ws-peer-site NOT = SPACES
                       MOVE SPACES TO ws-exchange-path
                       STRING "NAMECLAIMS." FUNCTION TRIM(ws-peer-site)
                         DELIMITED BY SIZE INTO ws-exchange-path
                       END-STRING
                       PERFORM 210-IMPORT-ONE-FILE
                   END-IF
               END-PERFORM
           END-IF.
           IF ws-claims-changed = "Y"
               PERFORM 260-WRITE-SITECLAIMS
           END-IF.

      *>   lines past the sequence last applied from the file's site
      *>   go in; a sequence that skips means the file is not the
      *>   one the earlier lines came from, and the rest is left
       210-IMPORT-ONE-FILE SECTION.
           MOVE 0 TO ws-applied.
           MOVE SPACES TO ws-file-site.
           MOVE "N" TO ws-exchange-eof.
           OPEN INPUT EXCHANGE-FILE.
           IF ws-exchange-status NOT = "00"
               DISPLAY "NCL014W name-claims: no exchange file '"
                 FUNCTION TRIM(ws-exchange-path) "' to import"
                 UPON SYSERR
               END-DISPLAY
               GO TO 210-IMPORT-ONE-FILE-EXIT
           END-IF.
           PERFORM UNTIL ws-exchange-eof = "Y"
               READ EXCHANGE-FILE
                   AT END
                       MOVE "Y" TO ws-exchange-eof
                   NOT AT END
                       IF ncl-rec-seq IS NUMERIC
                           AND ncl-rec-site NOT = SPACES
                           PERFORM 220-APPLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCHANGE-FILE.
           DISPLAY "name-claims: applied " ws-applied
             " name change(s) from " FUNCTION TRIM(ws-exchange-path)
           END-DISPLAY.
       210-IMPORT-ONE-FILE-EXIT.
           EXIT.

       220-APPLY-ONE-LINE SECTION.
           IF ws-file-site = SPACES
               MOVE ncl-rec-site TO ws-file-site
               IF ws-file-site = ws-site-id
                   DISPLAY "NCL015E name-claims: '"
                     FUNCTION TRIM(ws-exchange-path)
                     "' is this site's own exchange file" UPON SYSERR
                   END-DISPLAY
                   MOVE "Y" TO ws-red-flag
                   MOVE "Y" TO ws-exchange-eof
                   GO TO 220-APPLY-ONE-LINE-EXIT
               END-IF
               IF ws-peer-site NOT = SPACES
                   AND ws-file-site NOT = ws-peer-site
                   DISPLAY "NCL015E name-claims: '"
                     FUNCTION TRIM(ws-exchange-path) "' carries site "
                     FUNCTION TRIM(ws-file-site) ", not "
                     FUNCTION TRIM(ws-peer-site) UPON SYSERR
                   END-DISPLAY
                   MOVE "Y" TO ws-red-flag
                   MOVE "Y" TO ws-exchange-eof
                   GO TO 220-APPLY-ONE-LINE-EXIT
               END-IF
               PERFORM 230-FIND-FROM-SITE
           END-IF.
           IF ncl-rec-site NOT = ws-file-site
               OR ncl-rec-seq NOT > ws-from-seq(ws-from-idx)
               GO TO 220-APPLY-ONE-LINE-EXIT
           END-IF.
           IF ncl-rec-seq NOT = ws-from-seq(ws-from-idx) + 1
               DISPLAY "NCL016E name-claims: '"
                 FUNCTION TRIM(ws-exchange-path) "' skips from "
                 "sequence " ws-from-seq(ws-from-idx) " to "
                 ncl-rec-seq " -- the rest is not applied"
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               MOVE "Y" TO ws-exchange-eof
               GO TO 220-APPLY-ONE-LINE-EXIT
           END-IF.
           MOVE ncl-rec-seq TO ws-from-seq(ws-from-idx).
           MOVE "Y" TO ws-claims-changed.
           ADD 1 TO ws-applied.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ncl-rec-name))
             TO ws-name-upper.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-claim-idx FROM 1 BY 1
               UNTIL ws-claim-idx > ws-claim-count
               OR ws-found-flag = "Y"
               IF ws-claim-live(ws-claim-idx) = "Y"
                   AND ws-claim-site(ws-claim-idx) = ws-file-site
                   AND ws-claim-upper(ws-claim-idx) = ws-name-upper
                   MOVE "Y" TO ws-found-flag
                   IF ncl-rec-action = "RELEASE"
                       MOVE "N" TO ws-claim-live(ws-claim-idx)
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N"
               AND ncl-rec-action = "CLAIM"
               PERFORM 240-ADD-CLAIM
           END-IF.
       220-APPLY-ONE-LINE-EXIT.
           EXIT.

       230-FIND-FROM-SITE SECTION.
           PERFORM VARYING ws-from-idx FROM 1 BY 1
               UNTIL ws-from-idx > ws-from-count
               IF ws-from-site(ws-from-idx) = ws-file-site
                   GO TO 230-FIND-FROM-SITE-EXIT
               END-IF
           END-PERFORM.
           IF ws-from-count < ws-from-max
               ADD 1 TO ws-from-count
           END-IF.
           MOVE ws-from-count TO ws-from-idx.
           MOVE ws-file-site TO ws-from-site(ws-from-idx).
           MOVE 0 TO ws-from-seq(ws-from-idx).
       230-FIND-FROM-SITE-EXIT.
           EXIT.

       240-ADD-CLAIM SECTION.
           IF ws-claim-count NOT < ws-claim-max
               DISPLAY "NCL017E name-claims: more than " ws-claim-max
                 " names held at other sites -- SITECLAIMS is full"
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 240-ADD-CLAIM-EXIT
           END-IF.
           ADD 1 TO ws-claim-count.
           MOVE ncl-rec-site TO ws-claim-site(ws-claim-count).
           MOVE ncl-rec-name TO ws-claim-name(ws-claim-count).
           MOVE ws-name-upper TO ws-claim-upper(ws-claim-count).
           MOVE ncl-rec-date TO ws-claim-date(ws-claim-count).
           MOVE ncl-rec-time TO ws-claim-time(ws-claim-count).
           MOVE "Y" TO ws-claim-live(ws-claim-count).
       240-ADD-CLAIM-EXIT.
           EXIT.

       250-LOAD-SITECLAIMS SECTION.
           IF ws-claims-loaded = "Y"
               GO TO 250-LOAD-SITECLAIMS-EXIT
           END-IF.
           MOVE "Y" TO ws-claims-loaded.
           MOVE 0 TO ws-claim-count.
           MOVE 0 TO ws-from-count.
           MOVE "N" TO ws-claims-eof.
           MOVE ws-claims-path TO ws-claims-file-path.
           OPEN INPUT CLAIMS-FILE.
           IF ws-claims-status NOT = "00"
               GO TO 250-LOAD-SITECLAIMS-EXIT
           END-IF.
           PERFORM UNTIL ws-claims-eof = "Y"
               READ CLAIMS-FILE
                   AT END
                       MOVE "Y" TO ws-claims-eof
                   NOT AT END
                       EVALUATE TRUE
                           WHEN scf-rec-tag = "*FROM "
                               AND scf-rec-seq IS NUMERIC
                               AND ws-from-count < ws-from-max
                               ADD 1 TO ws-from-count
                               MOVE scf-rec-site
                                 TO ws-from-site(ws-from-count)
                               MOVE scf-rec-seq
                                 TO ws-from-seq(ws-from-count)
                           WHEN SITE-CLAIM-RECORD(1:1) = "*"
                               OR SITE-CLAIM-RECORD = SPACES
                               CONTINUE
                           WHEN ws-claim-count < ws-claim-max
                               ADD 1 TO ws-claim-count
                               MOVE scl-rec-site
                                 TO ws-claim-site(ws-claim-count)
                               MOVE scl-rec-name
                                 TO ws-claim-name(ws-claim-count)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                 scl-rec-name))
                                 TO ws-claim-upper(ws-claim-count)
                               MOVE scl-rec-date
                                 TO ws-claim-date(ws-claim-count)
                               MOVE scl-rec-time
                                 TO ws-claim-time(ws-claim-count)
                               MOVE "Y"
                                 TO ws-claim-live(ws-claim-count)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-FILE.
       250-LOAD-SITECLAIMS-EXIT.
           EXIT.

      *>   the whole register to SITECLAIMS.TMP, then renamed into
      *>   place, so name-claim-check never reads a half-written one
       260-WRITE-SITECLAIMS SECTION.
           MOVE ws-claims-tmp-path TO ws-claims-file-path.
           OPEN OUTPUT CLAIMS-FILE.
           IF ws-claims-status NOT = "00"
               DISPLAY "NCL013E name-claims: could not write '"
                 FUNCTION TRIM(ws-claims-tmp-path) "', status "
                 ws-claims-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 260-WRITE-SITECLAIMS-EXIT
           END-IF.
           PERFORM VARYING ws-from-idx FROM 1 BY 1
               UNTIL ws-from-idx > ws-from-count
               MOVE SPACES TO SITE-CLAIM-FROM-RECORD
               MOVE "*FROM " TO scf-rec-tag
               MOVE ws-from-site(ws-from-idx) TO scf-rec-site
               MOVE ws-from-seq(ws-from-idx) TO scf-rec-seq
               WRITE SITE-CLAIM-FROM-RECORD
           END-PERFORM.
           PERFORM VARYING ws-claim-idx FROM 1 BY 1
               UNTIL ws-claim-idx > ws-claim-count
               IF ws-claim-live(ws-claim-idx) = "Y"
                   MOVE SPACES TO SITE-CLAIM-RECORD
                   MOVE ws-claim-site(ws-claim-idx) TO scl-rec-site
                   MOVE ws-claim-name(ws-claim-idx) TO scl-rec-name
                   MOVE ws-claim-date(ws-claim-idx) TO scl-rec-date
                   MOVE ws-claim-time(ws-claim-idx) TO scl-rec-time
                   WRITE SITE-CLAIM-RECORD
               END-IF
           END-PERFORM.
           CLOSE CLAIMS-FILE.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-claims-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_RENAME_FILE" USING ws-claims-tmp-path
             ws-claims-path
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "NCL013E name-claims: could not write '"
                 FUNCTION TRIM(ws-claims-path) "', status "
                 ws-rc UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
           END-IF.
       260-WRITE-SITECLAIMS-EXIT.
           EXIT.

      *>   every local name held at another site too, then every
      *>   name two other sites both hold
       300-REPORT-CONFLICTS SECTION.
           PERFORM 250-LOAD-SITECLAIMS.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "NCL018E name-claims: could not open the claims "
                 "report, status " ws-rpt-status UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-red-flag
               GO TO 300-REPORT-CONFLICTS-EXIT
           END-IF.
           MOVE 0 TO ws-claim-idx2.
           PERFORM VARYING ws-claim-idx FROM 1 BY 1
               UNTIL ws-claim-idx > ws-claim-count
               IF ws-claim-live(ws-claim-idx) = "Y"
                   ADD 1 TO ws-claim-idx2
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-rpt-line.
           STRING "site " FUNCTION TRIM(ws-site-id) ", "
             ws-claim-idx2 " name(s) held at other sites"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
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
               ADD 1 TO ws-local-count
               PERFORM 310-CHECK-LOCAL-NAME
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.
           MOVE "BREND" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           PERFORM VARYING ws-claim-idx FROM 1 BY 1
               UNTIL ws-claim-idx > ws-claim-count
               IF ws-claim-live(ws-claim-idx) = "Y"
                   PERFORM 320-CHECK-OTHER-SITES
               END-IF
           END-PERFORM.
           PERFORM 390-CLOSE-REPORT.
       300-REPORT-CONFLICTS-EXIT.
           EXIT.

       310-CHECK-LOCAL-NAME SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-proj-name))
             TO ws-name-upper.
           PERFORM VARYING ws-claim-idx FROM 1 BY 1
               UNTIL ws-claim-idx > ws-claim-count
               IF ws-claim-live(ws-claim-idx) = "Y"
                   AND ws-claim-upper(ws-claim-idx) = ws-name-upper
                   ADD 1 TO ws-conflict-count
                   MOVE SPACES TO ws-rpt-line
                   STRING "CONFLICT  " ws-proj-name(1:40)
                     " here since " ws-proj-create-date
                     ", at " ws-claim-site(ws-claim-idx)(1:12)
                     " since " ws-claim-date(ws-claim-idx)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
           END-PERFORM.

      *>   each pair listed once: only against the entries after it
       320-CHECK-OTHER-SITES SECTION.
           COMPUTE ws-claim-idx2 = ws-claim-idx + 1.
           PERFORM UNTIL ws-claim-idx2 > ws-claim-count
               IF ws-claim-live(ws-claim-idx2) = "Y"
                   AND ws-claim-upper(ws-claim-idx2)
                     = ws-claim-upper(ws-claim-idx)
                   AND ws-claim-site(ws-claim-idx2)
                     NOT = ws-claim-site(ws-claim-idx)
                   ADD 1 TO ws-conflict-count
                   MOVE SPACES TO ws-rpt-line
                   STRING "CONFLICT  " ws-claim-name(ws-claim-idx)(1:40)
                     " at " ws-claim-site(ws-claim-idx)(1:12)
                     " since " ws-claim-date(ws-claim-idx)
                     ", at " ws-claim-site(ws-claim-idx2)(1:12)
                     " since " ws-claim-date(ws-claim-idx2)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
                   PERFORM 940-EMIT-REPORT-LINE
               END-IF
               ADD 1 TO ws-claim-idx2
           END-PERFORM.

      *>   a name in conflict is logged and the run ends red; one of
      *>   the two sites has to rename its project
       390-CLOSE-REPORT SECTION.
           IF ws-conflict-count = 0
               MOVE "no names in conflict between the sites"
                 TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-local-count " name(s) held here, "
             ws-conflict-count " in conflict"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-conflict-count = 0
               GO TO 390-CLOSE-REPORT-EXIT
           END-IF.
           MOVE SPACES TO ws-log-error-msg.
           STRING "NCL019E " ws-conflict-count
             " project name(s) in conflict between sites, see "
             "REPORT.NAMECLAIMS"
             DELIMITED BY SIZE INTO ws-log-error-msg
           END-STRING.
           DISPLAY FUNCTION TRIM(ws-log-error-msg) UPON SYSERR
           END-DISPLAY.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
           MOVE "Y" TO ws-red-flag.
       390-CLOSE-REPORT-EXIT.
           EXIT.

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
               DISPLAY "NCL001E " FUNCTION TRIM(ws-log-program-name)
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
               MOVE "NCL002E name-claims exchange ended red, see SYSERR"
                 TO ws-log-error-msg
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

       END PROGRAM "name-claims".
