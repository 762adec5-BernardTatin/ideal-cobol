      *> -------------------------------------------
      *> profile-summary.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> companion summarizer for para-profile, as TRACE-SUMMARY is
      *> for SUBS-TRACE: reads the paragraph profile log a project's
      *> "make profile" leaves behind and reports, per program and
      *> paragraph, how often it was entered, the time charged to
      *> it in total and on average, and its share of the run --
      *> hottest paragraphs first. Every run in the log is summed,
      *> so a log appended to over several runs of the same step
      *> reports all of them together.
      *>
      *> The compare mode sets two logs side by side -- typically
      *> the profile before and after a change, kept apart with
      *> make profile PROFLOG=<name> -- and reports each paragraph's
      *> time per run in both, biggest slowdown first, so a step
      *> that has ballooned in joblog-report shows where the new
      *> time went. Per run, so logs holding different numbers of
      *> runs still compare.
      *>
      *>   profile-summary [log]
      *>   profile-summary --compare <before-log> <after-log>
      *>
      *> The log defaults to paraprof.log in the current directory,
      *> the project directory "make profile" was run in.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "profile-summary".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE
               ASSIGN TO DYNAMIC ws-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-log-status.

       DATA DIVISION.
         FILE SECTION.
         FD  PROFILE-FILE.
         COPY "para-profile-rec.cpy".

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "profile-summary".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

           01 ws-cmdline        PIC X(300).
           01 ws-arg-1          PIC X(200).
           01 ws-arg-2          PIC X(200).
           01 ws-arg-3          PIC X(200).
           01 ws-arg-4          PIC X(200).
           01 ws-compare-mode   PIC X VALUE "N".

           01 ws-log-path       PIC X(300).
           01 ws-log-status     PIC XX.
           01 ws-log-eof        PIC X.
           01 ws-before-path    PIC X(300) VALUE "paraprof.log".
           01 ws-after-path     PIC X(300) VALUE SPACES.

      *>   which side of a compare the log being read fills: 1 the
      *>   single log or the before log, 2 the after log
           01 ws-side           PIC 9.
           01 ws-runs           PIC 9(7) OCCURS 2 TIMES.
           01 ws-run-micros     PIC 9(18) OCCURS 2 TIMES.
           01 ws-first-stamp    PIC X(22) OCCURS 2 TIMES.
           01 ws-last-stamp     PIC X(22) OCCURS 2 TIMES.

      *>   one slot per program and paragraph, both sides of a
      *>   compare held in the same slot; the per-run times and the
      *>   sort key are worked out once the logs are read
           78 ws-slot-max VALUE 2000.
           01 ws-slot-count     PIC 9(4) VALUE 0.
           01 ws-slot-idx       PIC 9(4).
           01 ws-slot-found     PIC 9(4).
           01 ws-slot-dropped   PIC 9(7) VALUE 0.
           01 ws-slot-table.
               05 ws-slot-entry OCCURS 2000 TIMES.
                   10 ws-slot-program  PIC X(30).
                   10 ws-slot-name     PIC X(30).
                   10 ws-slot-calls    PIC 9(11) OCCURS 2 TIMES.
                   10 ws-slot-micros   PIC 9(18) OCCURS 2 TIMES.
                   10 ws-slot-per-run  PIC 9(18) OCCURS 2 TIMES.
                   10 ws-slot-key      PIC S9(18).

      *>   selection-sort work fields, swapping whole ws-slot-entry
      *>   groups in place, the same sort metrics-report uses
           01 ws-sort-outer     PIC 9(4).
           01 ws-sort-inner     PIC 9(4).
           01 ws-sort-high      PIC 9(4).
           01 ws-sort-temp      PIC X(172).

      *>   printed figures: times in milliseconds to the microsecond
           01 ws-calls-out      PIC Z(10)9.
           01 ws-total-out      PIC Z(11)9.999.
           01 ws-avg-out        PIC Z(8)9.999.
           01 ws-pct-out        PIC ZZ9.9.
           01 ws-before-out     PIC Z(11)9.999.
           01 ws-after-out      PIC Z(11)9.999.
           01 ws-delta-out      PIC -(11)9.999.
           01 ws-runs-out       PIC Z(6)9.
           01 ws-work-ms        PIC S9(15)V999.
           01 ws-work-pct       PIC 9(3)V9.
           01 ws-change-tag     PIC X(6).
           01 ws-out-line       PIC X(132).

      *> program entry point
       PROCEDURE DIVISION.
           perform 001-INIT.
           MOVE 1 TO ws-side.
           MOVE ws-before-path TO ws-log-path.
           perform 100-READ-PROFILE-LOG.
           IF ws-compare-mode = "Y"
               MOVE 2 TO ws-side
               MOVE ws-after-path TO ws-log-path
               perform 100-READ-PROFILE-LOG
               perform 300-PRINT-COMPARE
           ELSE
               perform 200-PRINT-SUMMARY
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-1 ws-arg-2 ws-arg-3 ws-arg-4.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-1 ws-arg-2 ws-arg-3 ws-arg-4
           END-UNSTRING.
           MOVE 0 TO ws-runs(1) ws-runs(2)
             ws-run-micros(1) ws-run-micros(2).
           MOVE SPACES TO ws-first-stamp(1) ws-first-stamp(2)
             ws-last-stamp(1) ws-last-stamp(2).
           EVALUATE TRUE
               WHEN ws-arg-1 = "--compare"
                   IF ws-arg-2 = SPACES OR ws-arg-3 = SPACES
                       OR ws-arg-4 NOT = SPACES
                       perform 010-USAGE
                   END-IF
                   MOVE "Y" TO ws-compare-mode
                   MOVE ws-arg-2 TO ws-before-path
                   MOVE ws-arg-3 TO ws-after-path
               WHEN ws-arg-1(1:2) = "--"
               WHEN ws-arg-2 NOT = SPACES
                   perform 010-USAGE
               WHEN ws-arg-1 NOT = SPACES
                   MOVE ws-arg-1 TO ws-before-path
           END-EVALUATE.

       010-USAGE SECTION.
           DISPLAY "PFS010E usage: profile-summary [log] | "
             "profile-summary --compare <before-log> <after-log>"
             UPON SYSERR
           END-DISPLAY.
           MOVE 1 TO RETURN-CODE.
           perform 900-TERMINATE.

      *>   RUN lines give the run count and wall time; PARA lines are
      *>   summed into their program/paragraph slot, whichever run
      *>   they belong to
       100-READ-PROFILE-LOG SECTION.
           OPEN INPUT PROFILE-FILE.
           IF ws-log-status NOT = "00"
               DISPLAY "PFS011E profile-summary: cannot open profile "
                 "log " FUNCTION TRIM(ws-log-path) ", status "
                 ws-log-status " -- run make profile first"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "N" TO ws-log-eof.
           PERFORM UNTIL ws-log-eof = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO ws-log-eof
                   NOT AT END
                       perform 110-TAKE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE PROFILE-FILE.
           IF ws-runs(ws-side) = 0
               DISPLAY "PFS012E profile-summary: no profiled run in "
                 FUNCTION TRIM(ws-log-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       110-TAKE-ONE-LINE SECTION.
           IF prof-rec-calls IS NOT NUMERIC
               OR prof-rec-micros IS NOT NUMERIC
               GO TO 110-TAKE-ONE-LINE-EXIT
           END-IF.
           IF prof-rec-type = "RUN"
               ADD 1 TO ws-runs(ws-side)
               ADD prof-rec-micros TO ws-run-micros(ws-side)
               IF ws-first-stamp(ws-side) = SPACES
                   MOVE prof-rec-stamp TO ws-first-stamp(ws-side)
               END-IF
               MOVE prof-rec-stamp TO ws-last-stamp(ws-side)
               GO TO 110-TAKE-ONE-LINE-EXIT
           END-IF.
           IF prof-rec-type NOT = "PARA"
               GO TO 110-TAKE-ONE-LINE-EXIT
           END-IF.
           MOVE 0 TO ws-slot-found.
           PERFORM VARYING ws-slot-idx FROM 1 BY 1
               UNTIL ws-slot-idx > ws-slot-count
               OR ws-slot-found > 0
               IF ws-slot-program(ws-slot-idx) = prof-rec-program
                   AND ws-slot-name(ws-slot-idx) = prof-rec-paragraph
                   MOVE ws-slot-idx TO ws-slot-found
               END-IF
           END-PERFORM.
           IF ws-slot-found = 0
               IF ws-slot-count >= ws-slot-max
                   ADD 1 TO ws-slot-dropped
                   GO TO 110-TAKE-ONE-LINE-EXIT
               END-IF
               ADD 1 TO ws-slot-count
               MOVE ws-slot-count TO ws-slot-found
               MOVE prof-rec-program TO ws-slot-program(ws-slot-found)
               MOVE prof-rec-paragraph TO ws-slot-name(ws-slot-found)
               MOVE 0 TO ws-slot-calls(ws-slot-found, 1)
                 ws-slot-calls(ws-slot-found, 2)
                 ws-slot-micros(ws-slot-found, 1)
                 ws-slot-micros(ws-slot-found, 2)
           END-IF.
           ADD prof-rec-calls TO ws-slot-calls(ws-slot-found, ws-side).
           ADD prof-rec-micros
             TO ws-slot-micros(ws-slot-found, ws-side).
       110-TAKE-ONE-LINE-EXIT.
           EXIT.

      *>   hottest first: total time charged, summed over the runs
       200-PRINT-SUMMARY SECTION.
           PERFORM VARYING ws-slot-idx FROM 1 BY 1
               UNTIL ws-slot-idx > ws-slot-count
               MOVE ws-slot-micros(ws-slot-idx, 1)
                 TO ws-slot-key(ws-slot-idx)
           END-PERFORM.
           perform 400-SORT-SLOTS.
           MOVE ws-runs(1) TO ws-runs-out.
           COMPUTE ws-work-ms = ws-run-micros(1) / 1000.
           MOVE ws-work-ms TO ws-total-out.
           DISPLAY "PARAGRAPH PROFILE " FUNCTION TRIM(ws-before-path)
           END-DISPLAY.
           DISPLAY "  " FUNCTION TRIM(ws-runs-out) " run(s), "
             ws-first-stamp(1) " to " ws-last-stamp(1) ", "
             FUNCTION TRIM(ws-total-out) " ms in all"
           END-DISPLAY.
           DISPLAY " " END-DISPLAY.
           DISPLAY "Program                        "
             "Paragraph                            Calls"
             "        Total ms      Avg ms  % run"
           END-DISPLAY.
           PERFORM VARYING ws-slot-idx FROM 1 BY 1
               UNTIL ws-slot-idx > ws-slot-count
               MOVE ws-slot-calls(ws-slot-idx, 1) TO ws-calls-out
               COMPUTE ws-work-ms = ws-slot-micros(ws-slot-idx, 1)
                 / 1000
               MOVE ws-work-ms TO ws-total-out
               MOVE 0 TO ws-work-ms
               IF ws-slot-calls(ws-slot-idx, 1) > 0
                   COMPUTE ws-work-ms ROUNDED =
                     ws-slot-micros(ws-slot-idx, 1)
                     / ws-slot-calls(ws-slot-idx, 1) / 1000
               END-IF
               MOVE ws-work-ms TO ws-avg-out
               MOVE 0 TO ws-work-pct
               IF ws-run-micros(1) > 0
                   COMPUTE ws-work-pct ROUNDED =
                     ws-slot-micros(ws-slot-idx, 1) * 100
                     / ws-run-micros(1)
                     ON SIZE ERROR MOVE 100 TO ws-work-pct
                   END-COMPUTE
               END-IF
               MOVE ws-work-pct TO ws-pct-out
               MOVE SPACES TO ws-out-line
               STRING ws-slot-program(ws-slot-idx) " "
                 ws-slot-name(ws-slot-idx) " " ws-calls-out " "
                 ws-total-out " " ws-avg-out " " ws-pct-out
                 DELIMITED BY SIZE INTO ws-out-line
               END-STRING
               DISPLAY FUNCTION TRIM(ws-out-line TRAILING)
               END-DISPLAY
           END-PERFORM.
           perform 500-SHOW-DROPPED.

      *>   per run on each side; the key is the time gained per run,
      *>   so the paragraphs that slowed most head the list and the
      *>   ones that got faster sink to the bottom
       300-PRINT-COMPARE SECTION.
           PERFORM VARYING ws-slot-idx FROM 1 BY 1
               UNTIL ws-slot-idx > ws-slot-count
               COMPUTE ws-slot-per-run(ws-slot-idx, 1) ROUNDED =
                 ws-slot-micros(ws-slot-idx, 1) / ws-runs(1)
               COMPUTE ws-slot-per-run(ws-slot-idx, 2) ROUNDED =
                 ws-slot-micros(ws-slot-idx, 2) / ws-runs(2)
               COMPUTE ws-slot-key(ws-slot-idx) =
                 ws-slot-per-run(ws-slot-idx, 2)
                 - ws-slot-per-run(ws-slot-idx, 1)
           END-PERFORM.
           perform 400-SORT-SLOTS.
           DISPLAY "PARAGRAPH PROFILE COMPARE, time per run"
           END-DISPLAY.
           MOVE ws-runs(1) TO ws-runs-out.
           COMPUTE ws-work-ms ROUNDED = ws-run-micros(1) / ws-runs(1)
             / 1000.
           MOVE ws-work-ms TO ws-before-out.
           DISPLAY "  before " FUNCTION TRIM(ws-before-path) ": "
             FUNCTION TRIM(ws-runs-out) " run(s), "
             FUNCTION TRIM(ws-before-out) " ms per run"
           END-DISPLAY.
           MOVE ws-runs(2) TO ws-runs-out.
           COMPUTE ws-work-ms ROUNDED = ws-run-micros(2) / ws-runs(2)
             / 1000.
           MOVE ws-work-ms TO ws-after-out.
           DISPLAY "  after  " FUNCTION TRIM(ws-after-path) ": "
             FUNCTION TRIM(ws-runs-out) " run(s), "
             FUNCTION TRIM(ws-after-out) " ms per run"
           END-DISPLAY.
           DISPLAY " " END-DISPLAY.
           DISPLAY "Program                        "
             "Paragraph                         Before ms"
             "        After ms        Change ms"
           END-DISPLAY.
           PERFORM VARYING ws-slot-idx FROM 1 BY 1
               UNTIL ws-slot-idx > ws-slot-count
               COMPUTE ws-work-ms = ws-slot-per-run(ws-slot-idx, 1)
                 / 1000
               MOVE ws-work-ms TO ws-before-out
               COMPUTE ws-work-ms = ws-slot-per-run(ws-slot-idx, 2)
                 / 1000
               MOVE ws-work-ms TO ws-after-out
               COMPUTE ws-work-ms = ws-slot-key(ws-slot-idx) / 1000
               MOVE ws-work-ms TO ws-delta-out
               MOVE SPACES TO ws-change-tag
               EVALUATE TRUE
                   WHEN ws-slot-calls(ws-slot-idx, 1) = 0
                       MOVE " NEW" TO ws-change-tag
                   WHEN ws-slot-calls(ws-slot-idx, 2) = 0
                       MOVE " GONE" TO ws-change-tag
               END-EVALUATE
               MOVE SPACES TO ws-out-line
               STRING ws-slot-program(ws-slot-idx) " "
                 ws-slot-name(ws-slot-idx) " " ws-before-out " "
                 ws-after-out " " ws-delta-out ws-change-tag
                 DELIMITED BY SIZE INTO ws-out-line
               END-STRING
               DISPLAY FUNCTION TRIM(ws-out-line TRAILING)
               END-DISPLAY
           END-PERFORM.
           COMPUTE ws-work-ms ROUNDED =
             (ws-run-micros(2) / ws-runs(2)
              - ws-run-micros(1) / ws-runs(1)) / 1000.
           MOVE ws-work-ms TO ws-delta-out.
           DISPLAY " " END-DISPLAY.
           DISPLAY "  whole run changed by " FUNCTION TRIM(ws-delta-out)
             " ms per run"
           END-DISPLAY.
           perform 500-SHOW-DROPPED.

      *>   a plain selection sort, descending on ws-slot-key
       400-SORT-SLOTS SECTION.
           PERFORM VARYING ws-sort-outer FROM 1 BY 1
               UNTIL ws-sort-outer >= ws-slot-count
               MOVE ws-sort-outer TO ws-sort-high
               PERFORM VARYING ws-sort-inner FROM ws-sort-outer
                   BY 1 UNTIL ws-sort-inner > ws-slot-count
                   IF ws-slot-key(ws-sort-inner)
                        > ws-slot-key(ws-sort-high)
                       MOVE ws-sort-inner TO ws-sort-high
                   END-IF
               END-PERFORM
               IF ws-sort-high NOT = ws-sort-outer
                   MOVE ws-slot-entry(ws-sort-outer) TO ws-sort-temp
                   MOVE ws-slot-entry(ws-sort-high)
                     TO ws-slot-entry(ws-sort-outer)
                   MOVE ws-sort-temp TO ws-slot-entry(ws-sort-high)
               END-IF
           END-PERFORM.

       500-SHOW-DROPPED SECTION.
           IF ws-slot-dropped > 0
               MOVE ws-slot-dropped TO ws-calls-out
               DISPLAY "PFS013W profile-summary: "
                 FUNCTION TRIM(ws-calls-out) " paragraph line(s) "
                 "past the " ws-slot-max " paragraph table were "
                 "left out" UPON SYSERR
               END-DISPLAY
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PFS002E paragraph profile summary failed, see "
                 & "SYSERR" TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "profile-summary".
