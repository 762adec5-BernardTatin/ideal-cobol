      *> PROJECTS master file, runs its Makefile's test target, and
      *> prints one shop-wide pass/fail report -- so a broken project
      *> turns up here instead of being found by hand, directory by
      *> directory. A project with a golden expected-output file
      *> (taken by golden-accept from a known-good run) also has its
      *> test output compared with it line by line: a clean run whose
      *> output no longer matches is OUTPUT-CHANGED, neither PASS nor
      *> FAIL, and BUILD-HISTORY records it as OCHG. Every PASS
      *> leaves a checksum snapshot of the project's sources, its
      *> callees' and its library copybooks in snapshots/, the last
      *> green state green-diff compares a newly broken project with.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC ws-depends-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-depends-status.
      *>   the project's golden expected output, read beside the
      *>   capture one line at a time
           SELECT GOLDEN-FILE
               ASSIGN TO DYNAMIC ws-golden-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-golden-status.

       DATA DIVISION.
         FILE SECTION.
         01 HISTORY-RECORD PIC X(100).
         FD  CAPTURE-FILE.
         01 CAPTURE-RECORD PIC X(300).
         FD  GOLDEN-FILE.
         01 GOLDEN-RECORD PIC X(300).
         FD  DEPENDS-FILE.
         01 DEPENDS-RECORD.
             05 dep-rec-caller    PIC X(48).
             05 chkpt-rec-skip    PIC 9(5).
             05 FILLER            PIC X.
             05 chkpt-rec-phase   PIC 9.
             05 FILLER            PIC X.
             05 chkpt-rec-changed PIC 9(5).

         WORKING-STORAGE SECTION.
      *>   a literal passed straight into log-error's LINKAGE items
           01 ws-pass-count     PIC 9(5) VALUE 0.
           01 ws-fail-count     PIC 9(5) VALUE 0.
           01 ws-skip-count     PIC 9(5) VALUE 0.
           01 ws-changed-count  PIC 9(5) VALUE 0.

      *>   golden-output comparison: a project with a golden file
      *>   is run silent (no recipe echo, no directory chatter), the
      *>   way golden-accept took the golden, so only what its
      *>   programs print is compared -- not whether make happened
      *>   to rebuild anything tonight
           01 ws-golden-path    PIC X(300).
           01 ws-golden-status  PIC XX.
           01 ws-golden-eof     PIC X.
           01 ws-golden-flag    PIC X.
           01 ws-golden-info    PIC X(16).
           01 ws-golden-rc      PIC 9(9) COMP-5.
           01 ws-diff-count     PIC 9(7).
           01 ws-diff-first     PIC 9(7).
           01 ws-diff-line-no   PIC 9(7).
           01 ws-diff-expected  PIC X(120).
           01 ws-diff-actual    PIC X(120).

      *>   green-snapshot's USING items
           01 ws-snap-path      PIC X(300).
           01 ws-snap-status    PIC 99.

      *>   a failing project's captured output is kept, dated, under
      *>   failures/ and its last few lines echoed into the report,
               05 FILLER            PIC X VALUE "m".
               05 ws-hist-seconds   PIC 99.
               05 FILLER            PIC X VALUE "s".
               05 FILLER            PIC X VALUE SPACE.
               05 ws-hist-bus-date  PIC X(8).

      *>   the business date the sweep belongs to, read once at the
      *>   start off the processing-date control record through
      *>   DATE-STAMP: a sweep that runs past midnight, or a restart
      *>   the next morning, still files under the night it was for
           01 ws-bus-date       PIC X(8).
           01 ws-ds-weekday     PIC 9 VALUE 1.
           01 ws-ds-date        PIC 9(6) VALUE ZERO.
           01 ws-ds-time        PIC 9(8) VALUE ZERO.
           01 ws-ds-format      PIC X(4) VALUE "PROC".
           01 ws-ds-stamp       PIC X(60).
           01 ws-ds-fiscal      PIC X(10).
           01 ws-ds-cal         PIC X(12) VALUE SPACES.

      *> program entry point
       PROCEDURE DIVISION.
           IF ws-restart-count > 0
               MOVE "Y" TO ws-restart-flag
           END-IF.
           PERFORM 007-READ-BUSINESS-DATE.
           PERFORM 004-PARSE-PARTITION.
           IF ws-restart-flag = "Y"
               PERFORM 005-READ-CHECKPOINT
           END-IF.
           IF ws-part-of > 0
               AND (ws-part-no < 1 OR ws-part-no > ws-part-of)
               DISPLAY "BLH010E "
                 "build-health: --partition wants n between "
                 "1 and m" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
                   MOVE chkpt-rec-pass    TO ws-pass-count
                   MOVE chkpt-rec-fail    TO ws-fail-count
                   MOVE chkpt-rec-skip    TO ws-skip-count
                   IF chkpt-rec-changed IS NUMERIC
                       MOVE chkpt-rec-changed TO ws-changed-count
                   END-IF
      *>           a checkpoint from before the pass column was
      *>           added reads as non-numeric there -- resume into
      *>           the everything-else walk, the old single pass
       005-READ-CHECKPOINT-EXIT.
           EXIT.

      *>   a clock-only shop (no control record) gets today's
      *>   calendar date back, the date this always stamped
       007-READ-BUSINESS-DATE SECTION.
           ACCEPT ws-bus-date FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF ws-ds-stamp(1:8) IS NUMERIC
               MOVE ws-ds-stamp(1:8) TO ws-bus-date
           END-IF.

      *>   the failures the interrupted run already recorded tonight,
      *>   read back from BUILD-HISTORY -- without these a resumed
      *>   run would let a failed callee's registered dependents go
      *>   independently red after the restart
      *>   tonight's failures are the ones filed under tonight's
      *>   business date -- a restart after midnight must still see
      *>   the FAILs the interrupted run wrote before it; a line
      *>   from before the business-date column matches on its
      *>   calendar date the way it always did
       006-RELOAD-TODAY-FAILURES SECTION.
           ACCEPT ws-keep-date FROM DATE YYYYMMDD.
           MOVE "N" TO ws-history-eof.
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF HISTORY-RECORD(1:1) NOT = "*"
                           AND (HISTORY-RECORD(90:8) = ws-bus-date
                             OR (HISTORY-RECORD(90:8) = SPACES
                               AND HISTORY-RECORD(50:8)
                                 = ws-keep-date))
                           AND HISTORY-RECORD(68:4) = "FAIL"
                           AND ws-failed-count < ws-failed-max
                           ADD 1 TO ws-failed-count
               GO TO 110-RUN-TEST-TARGET-EXIT
           END-IF.
           ADD 1 TO ws-checked-count.
           MOVE SPACES TO ws-golden-path.
           STRING FUNCTION TRIM(ws-proj-name) "/"
             FUNCTION TRIM(ws-proj-name) ".golden"
             DELIMITED BY SIZE INTO ws-golden-path
           END-STRING.
           MOVE "N" TO ws-golden-flag.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-golden-path) ws-golden-info
             RETURNING ws-golden-rc
           END-CALL.
           IF ws-golden-rc = 0
               MOVE "Y" TO ws-golden-flag
           END-IF.
           MOVE "START" TO ws-timer-op.
           CALL "elapsed-timer" USING ws-timer-op ws-timer-stamp
             ws-timer-days ws-timer-hours ws-timer-minutes
      *>   cleared first: a shorter command STRINGed over a longer
      *>   one's leftovers hands the shell trailing garbage
           MOVE SPACES TO ws-make-command.
           IF ws-golden-flag = "Y"
               STRING "make -s --no-print-directory -C "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(ws-proj-name) DELIMITED BY SIZE
                 " test > " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-capture-path) DELIMITED BY SIZE
                 " 2>&1" DELIMITED BY SIZE
                 INTO ws-make-command
               END-STRING
           ELSE
               STRING "make -C " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-proj-name) DELIMITED BY SIZE
                 " test > " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-capture-path) DELIMITED BY SIZE
                 " 2>&1" DELIMITED BY SIZE
                 INTO ws-make-command
               END-STRING
           END-IF.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-make-command)
           END-CALL.
           MOVE RETURN-CODE TO ws-make-rc.
             ws-timer-days ws-timer-hours ws-timer-minutes
             ws-timer-seconds
           END-CALL.
           MOVE 0 TO ws-diff-count.
           IF ws-make-rc = 0 AND ws-golden-flag = "Y"
               PERFORM 112-COMPARE-WITH-GOLDEN
           END-IF.
           IF ws-make-rc = 0 AND ws-diff-count > 0
               ADD 1 TO ws-changed-count
               MOVE "OCHG" TO ws-hist-result
               DISPLAY "OUTPUT-CHANGED " FUNCTION TRIM(ws-proj-name)
                 " (" ws-diff-count " line(s) differ from the golden"
                 " output, first at line " ws-diff-first ", "
                 ws-timer-minutes "m " ws-timer-seconds "s)"
               END-DISPLAY
               DISPLAY "      expected: "
                 FUNCTION TRIM(ws-diff-expected TRAILING)
               END-DISPLAY
               DISPLAY "      actual:   "
                 FUNCTION TRIM(ws-diff-actual TRAILING)
               END-DISPLAY
               PERFORM 117-FILE-UNDER-FAILURES
           END-IF.
           IF ws-make-rc = 0 AND ws-diff-count = 0
               ADD 1 TO ws-pass-count
               MOVE "PASS" TO ws-hist-result
               DISPLAY "PASS  " FUNCTION TRIM(ws-proj-name)
                 " (" ws-timer-minutes "m " ws-timer-seconds "s)"
               END-DISPLAY
               PERFORM 119-TAKE-GREEN-SNAPSHOT
           END-IF.
           IF ws-make-rc NOT = 0
               ADD 1 TO ws-fail-count
               MOVE "FAIL" TO ws-hist-result
               DISPLAY "FAIL  " FUNCTION TRIM(ws-proj-name)
               END-IF
           END-PERFORM.

      *>   the capture and the golden read in step; a line present
      *>   in one and not the other (one ran out first) differs too.
      *>   The first difference is kept for the report line
       112-COMPARE-WITH-GOLDEN SECTION.
           MOVE 0 TO ws-diff-count ws-diff-first ws-diff-line-no.
           MOVE SPACES TO ws-diff-expected ws-diff-actual.
           OPEN INPUT GOLDEN-FILE.
           IF ws-golden-status NOT = "00"
               GO TO 112-COMPARE-WITH-GOLDEN-EXIT
           END-IF.
           OPEN INPUT CAPTURE-FILE.
           IF ws-capture-status NOT = "00"
               CLOSE GOLDEN-FILE
               GO TO 112-COMPARE-WITH-GOLDEN-EXIT
           END-IF.
           MOVE "N" TO ws-golden-eof ws-capture-eof.
           PERFORM UNTIL ws-golden-eof = "Y" AND ws-capture-eof = "Y"
               MOVE SPACES TO GOLDEN-RECORD CAPTURE-RECORD
               IF ws-golden-eof = "N"
                   READ GOLDEN-FILE
                       AT END
                           MOVE "Y" TO ws-golden-eof
                           MOVE "(end of golden output)"
                             TO GOLDEN-RECORD
                   END-READ
               ELSE
                   MOVE "(end of golden output)" TO GOLDEN-RECORD
               END-IF
               IF ws-capture-eof = "N"
                   READ CAPTURE-FILE
                       AT END
                           MOVE "Y" TO ws-capture-eof
                           MOVE "(end of test output)"
                             TO CAPTURE-RECORD
                   END-READ
               ELSE
                   MOVE "(end of test output)" TO CAPTURE-RECORD
               END-IF
               IF ws-golden-eof = "N" OR ws-capture-eof = "N"
                   ADD 1 TO ws-diff-line-no
                   IF GOLDEN-RECORD NOT = CAPTURE-RECORD
                       ADD 1 TO ws-diff-count
                       IF ws-diff-first = 0
                           MOVE ws-diff-line-no TO ws-diff-first
                           MOVE GOLDEN-RECORD  TO ws-diff-expected
                           MOVE CAPTURE-RECORD TO ws-diff-actual
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GOLDEN-FILE.
           CLOSE CAPTURE-FILE.
       112-COMPARE-WITH-GOLDEN-EXIT.
           EXIT.

      *>   the last green state, replaced on every PASS; a snapshot
      *>   that cannot be written costs tomorrow's suspect list, not
      *>   tonight's result
       119-TAKE-GREEN-SNAPSHOT SECTION.
           CALL "CBL_CREATE_DIR" USING "snapshots"
             RETURNING ws-mkdir-rc
           END-CALL.
           MOVE SPACES TO ws-snap-path.
           STRING "snapshots/" FUNCTION TRIM(ws-proj-name) ".green"
             DELIMITED BY SIZE INTO ws-snap-path
           END-STRING.
           CALL "green-snapshot" USING ws-proj-name ws-snap-path
             ws-bus-date ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               DISPLAY "      no green snapshot: could not write "
                 FUNCTION TRIM(ws-snap-path)
               END-DISPLAY
           END-IF.

      *>   remember the failure for the callee check above, and
      *>   announce the blast radius: every registered dependent of
      *>   the project that just went red
           END-CALL.
           ACCEPT ws-keep-date FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-keep-path.
           IF ws-hist-result = "OCHG"
               STRING "failures/" DELIMITED BY SIZE
                 FUNCTION TRIM(ws-proj-name) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 ws-keep-date DELIMITED BY SIZE
                 ".changed" DELIMITED BY SIZE
                 INTO ws-keep-path
               END-STRING
           ELSE
               STRING "failures/" DELIMITED BY SIZE
                 FUNCTION TRIM(ws-proj-name) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 ws-keep-date DELIMITED BY SIZE
                 ".log" DELIMITED BY SIZE
                 INTO ws-keep-path
               END-STRING
           END-IF.
           CALL "CBL_RENAME_FILE" USING ws-capture-path ws-keep-path
             RETURNING ws-rename-rc
           END-CALL.
           MOVE ws-proj-name TO ws-hist-name.
           ACCEPT ws-hist-date FROM DATE YYYYMMDD.
           ACCEPT ws-hist-time FROM TIME.
           MOVE ws-bus-date      TO ws-hist-bus-date.
           MOVE ws-make-rc       TO ws-hist-rc.
           MOVE ws-timer-minutes TO ws-hist-minutes.
           MOVE ws-timer-seconds TO ws-hist-seconds.
           MOVE ws-fail-count    TO chkpt-rec-fail.
           MOVE ws-skip-count    TO chkpt-rec-skip.
           MOVE ws-pass-no       TO chkpt-rec-phase.
           MOVE ws-changed-count TO chkpt-rec-changed.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
       130-WRITE-CHECKPOINT-EXIT.
           DISPLAY "checked: " ws-checked-count
             "  pass: " ws-pass-count
             "  fail: " ws-fail-count
             "  output-changed: " ws-changed-count
             "  skipped: " ws-skip-count
             "  at-risk: " ws-atrisk-count
           END-DISPLAY.
      *>   a changed output is a regression like any failure: the
      *>   night ends red for it too
           IF ws-fail-count > 0 OR ws-changed-count > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "BLH001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "BLH002E nightly build-health run found failing "
                 "or output-changed projects" DELIMITED BY SIZE
                 INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE SPACES TO ws-alert-counts
               STRING "checked " ws-checked-count " pass "
                 ws-pass-count " fail " ws-fail-count " changed "
                 ws-changed-count " at-risk "
                 ws-atrisk-count DELIMITED BY SIZE
                 INTO ws-alert-counts
               END-STRING
