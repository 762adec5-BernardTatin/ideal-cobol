      *> -------------------------------------------
      *> golden-accept.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> takes a project's golden expected output from a known-good
      *> run, for build-health's nightly comparison:
      *>
      *>   golden-accept <project>        run the test target now and,
      *>                                  when it passes, keep its
      *>                                  output as <project>/
      *>                                  <project>.golden
      *>   golden-accept <project> DROP   stop comparing: the golden
      *>                                  file is removed
      *>
      *> The test target runs exactly as build-health runs it for a
      *> golden project -- silent, so build chatter never enters the
      *> comparison. The accept is the explicit "this output is
      *> right" step: an OUTPUT-CHANGED night that was an intended
      *> change is closed by accepting again. The golden file is
      *> catalogued in PROJFILES and the accept journaled through a
      *> PROJECTS-AUDIT touch, so who blessed which output is on
      *> record.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "golden-accept".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOLDEN-FILE
               ASSIGN TO DYNAMIC ws-count-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-golden-status.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.

       DATA DIVISION.
         FILE SECTION.
         FD  GOLDEN-FILE.
         01 GOLDEN-RECORD PIC X(300).
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
           01 ws-log-program-name PIC X(30) VALUE "golden-accept".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-cmdline        PIC X(300).
           01 ws-project        PIC X(48).
           01 ws-op-word        PIC X(10).

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

           01 ws-golden-path    PIC X(300).
           01 ws-new-path       PIC X(300).
           01 ws-count-path     PIC X(300).
           01 ws-golden-status  PIC XX.
           01 ws-golden-eof     PIC X.
           01 ws-line-count     PIC 9(7).
           01 ws-make-command   PIC X(400).
           01 ws-make-rc        PIC S9(9) COMP-5.
           01 ws-rc             PIC 9(9) COMP-5.
           01 ws-file-info      PIC X(16).

           01 ws-projfiles-path   PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.
           01 ws-today          PIC X(8).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-CONFIRM-PROJECT.
           IF ws-op-word = "DROP"
               perform 400-DROP-GOLDEN
           ELSE
               perform 200-TAKE-GOLDEN
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-project ws-op-word.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-project ws-op-word
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.
           IF ws-project = SPACES
               OR (ws-op-word NOT = SPACES AND ws-op-word NOT = "DROP")
               DISPLAY "GLD010E usage: golden-accept <project> [DROP]"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-golden-path ws-new-path.
           STRING FUNCTION TRIM(ws-project) "/"
             FUNCTION TRIM(ws-project) ".golden"
             DELIMITED BY SIZE INTO ws-golden-path
           END-STRING.
           STRING FUNCTION TRIM(ws-golden-path) ".new"
             DELIMITED BY SIZE INTO ws-new-path
           END-STRING.

      *>   build-health only tests ACTIVE projects, so only an
      *>   ACTIVE project's output is worth blessing
       100-CONFIRM-PROJECT SECTION.
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-project TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               OR FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "GLD011E golden-accept: '"
                 FUNCTION TRIM(ws-project)
                 "' is not an ACTIVE project" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   the output goes to a .new file first, so a failing run
      *>   leaves the golden it would have replaced untouched
       200-TAKE-GOLDEN SECTION.
           MOVE SPACES TO ws-make-command.
           STRING "make -s --no-print-directory -C "
             DELIMITED BY SIZE
             FUNCTION TRIM(ws-project) DELIMITED BY SIZE
             " test > " DELIMITED BY SIZE
             FUNCTION TRIM(ws-new-path) DELIMITED BY SIZE
             " 2>&1" DELIMITED BY SIZE
             INTO ws-make-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-make-command)
           END-CALL.
           MOVE RETURN-CODE TO ws-make-rc.
           MOVE 0 TO RETURN-CODE.
           IF ws-make-rc NOT = 0
               CALL "CBL_DELETE_FILE" USING
                 FUNCTION TRIM(ws-new-path)
                 RETURNING ws-rc
               END-CALL
               DISPLAY "GLD012E golden-accept: the test target of "
                 FUNCTION TRIM(ws-project) " failed (exit status "
                 ws-make-rc ") -- a failing run is no golden output"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-TAKE-GOLDEN-EXIT
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-golden-path) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               CALL "CBL_DELETE_FILE" USING
                 FUNCTION TRIM(ws-golden-path)
                 RETURNING ws-rc
               END-CALL
           END-IF.
           CALL "CBL_RENAME_FILE" USING ws-new-path ws-golden-path
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "GLD013E golden-accept: could not file "
                 FUNCTION TRIM(ws-golden-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-TAKE-GOLDEN-EXIT
           END-IF.
           PERFORM 210-COUNT-GOLDEN-LINES.
           DISPLAY "golden-accept: " FUNCTION TRIM(ws-golden-path)
             " accepted, " ws-line-count " line(s)"
           END-DISPLAY.
           PERFORM 300-CATALOG-GOLDEN.
           PERFORM 800-JOURNAL-THE-CHANGE.
       200-TAKE-GOLDEN-EXIT.
           EXIT.

       210-COUNT-GOLDEN-LINES SECTION.
           MOVE 0 TO ws-line-count.
           MOVE ws-golden-path TO ws-count-path.
           OPEN INPUT GOLDEN-FILE.
           IF ws-golden-status NOT = "00"
               GO TO 210-COUNT-GOLDEN-LINES-EXIT
           END-IF.
           MOVE "N" TO ws-golden-eof.
           PERFORM UNTIL ws-golden-eof = "Y"
               READ GOLDEN-FILE
                   AT END
                       MOVE "Y" TO ws-golden-eof
                   NOT AT END
                       ADD 1 TO ws-line-count
               END-READ
           END-PERFORM.
           CLOSE GOLDEN-FILE.
       210-COUNT-GOLDEN-LINES-EXIT.
           EXIT.

      *>   a fresh PROJFILES record for the golden, so the catalog
      *>   carries the checksum of the output that was blessed
       300-CATALOG-GOLDEN SECTION.
           CALL "file-checksum" USING ws-golden-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               GO TO 300-CATALOG-GOLDEN-EXIT
           END-IF.
           OPEN EXTEND PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               OPEN OUTPUT PROJFILES-FILE
               CLOSE PROJFILES-FILE
               OPEN EXTEND PROJFILES-FILE
           END-IF.
           MOVE SPACES TO PROJFILES-RECORD.
           MOVE ws-project            TO pf-rec-project.
           MOVE ws-golden-path(1:120) TO pf-rec-path.
           MOVE ws-sum-value          TO pf-rec-checksum.
           MOVE ws-today              TO pf-rec-date.
           WRITE PROJFILES-RECORD.
           CLOSE PROJFILES-FILE.
       300-CATALOG-GOLDEN-EXIT.
           EXIT.

       400-DROP-GOLDEN SECTION.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-golden-path) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "GLD014E golden-accept: "
                 FUNCTION TRIM(ws-project)
                 " has no golden output to drop" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 400-DROP-GOLDEN-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-golden-path)
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "GLD013E golden-accept: could not remove "
                 FUNCTION TRIM(ws-golden-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 400-DROP-GOLDEN-EXIT
           END-IF.
           DISPLAY "golden-accept: " FUNCTION TRIM(ws-project)
             " no longer has its test output compared"
           END-DISPLAY.
           PERFORM 800-JOURNAL-THE-CHANGE.
       400-DROP-GOLDEN-EXIT.
           EXIT.

      *>   the record itself does not change, but the FORCE rewrite
      *>   puts a who-and-when line in the PROJECTS-AUDIT journal
       800-JOURNAL-THE-CHANGE SECTION.
           MOVE "FORCE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "GLD015E golden-accept: the golden change is "
                 "made but the journal touch failed (status "
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
               DISPLAY "GLD001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "GLD002E golden output accept ended in error"
                 DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "golden-accept".
