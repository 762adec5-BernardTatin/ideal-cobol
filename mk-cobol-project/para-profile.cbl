      *> -------------------------------------------
      *> para-profile.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the paragraph profiler behind a project's "make profile".
      *> Every generated skeleton carries a debugging declarative,
      *> compiled in only with -D PARA-PROFILE, that CALLs this with
      *> DEBUG-NAME on each paragraph and section entry once the run
      *> has COB_SET_DEBUG=Y. SUBS-TRACE and TRACE-SUMMARY count how
      *> often table subscripts are touched; this answers where the
      *> time of a step that has ballooned in joblog-report goes.
      *>
      *> Each entry closes the paragraph entered before it: the
      *> microseconds since that entry are charged to it, so the
      *> time after a PERFORMed paragraph returns, or after a CALLed
      *> profiled program's last paragraph, runs to the paragraph
      *> last entered until the next entry -- a flat profile, not a
      *> call tree. The clock is read once on arrival and again on
      *> leaving, so the bookkeeping here is not charged to anyone.
      *>
      *> The counts are held in storage, one slot per program and
      *> paragraph, and written out when the run unit ends --
      *> CBL_EXIT_PROC brings STOP RUN and the last GOBACK alike
      *> back to para-profile-end -- as one RUN line and one PARA
      *> line per paragraph, appended to the log named by the
      *> PARA_PROFILE_LOG environment variable (paraprof.log in the
      *> current directory when it is not set). profile-summary
      *> reports the log.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "para-profile".

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
      *>   set up on the first CALL of the run; "N" for good once the
      *>   log could not be opened, so the run is left unprofiled
      *>   rather than failed
           01 ws-first-call     PIC X VALUE "Y".
           01 ws-profiling      PIC X VALUE "Y".
           01 ws-log-path       PIC X(300).
           01 ws-log-status     PIC XX.
           01 ws-exit-flag      PIC X VALUE X"00".
           01 ws-exit-ptr       USAGE PROCEDURE-POINTER.

      *>   the profiled program that made this CALL
           01 ws-caller         PIC X(30).
           01 ws-caller-rc      PIC S9(9) COMP-5.

      *>   the clock, to the microsecond, as a count of microseconds
      *>   since the start of the calendar so a run over midnight
      *>   still subtracts
           01 ws-now.
               05 ws-now-date    PIC 9(8).
               05 FILLER         PIC X.
               05 ws-now-hh      PIC 99.
               05 ws-now-mi      PIC 99.
               05 ws-now-ss      PIC 99.
               05 FILLER         PIC X.
               05 ws-now-micro   PIC 9(6).
           01 ws-now-micros     PIC 9(18).
           01 ws-mark-micros    PIC 9(18).
           01 ws-elapsed        PIC S9(18).
           01 ws-run-stamp      PIC X(22).
           01 ws-run-program    PIC X(30).
           01 ws-run-micros     PIC 9(18).

      *>   one slot per program and paragraph; the last slot takes
      *>   whatever arrives once the others are all in use
           78 ws-para-max VALUE 2000.
           01 ws-para-count     PIC 9(4) VALUE 0.
           01 ws-para-idx       PIC 9(4).
           01 ws-cur-idx        PIC 9(4) VALUE 0.
           01 ws-para-table.
               05 ws-para OCCURS 2000 TIMES.
                   10 ws-para-program  PIC X(30).
                   10 ws-para-name     PIC X(30).
                   10 ws-para-calls    PIC 9(9).
                   10 ws-para-micros   PIC 9(15).

         LINKAGE SECTION.
      *>   DEBUG-NAME of the paragraph or section being entered
           01 lk-para-name      PIC X(30).

       PROCEDURE DIVISION USING lk-para-name.
       prog.
           PERFORM READ-THE-CLOCK.
           IF ws-first-call = "Y"
               PERFORM START-THE-PROFILE
           END-IF.
           IF ws-profiling = "N"
               GOBACK
           END-IF.
           PERFORM CHARGE-THE-LAST-PARAGRAPH.
           MOVE SPACES TO ws-caller.
           CALL "C$CALLEDBY" USING ws-caller RETURNING ws-caller-rc
           END-CALL.
           PERFORM FIND-THE-PARAGRAPH.
           ADD 1 TO ws-para-calls(ws-cur-idx).
           PERFORM READ-THE-CLOCK.
           MOVE ws-now-micros TO ws-mark-micros.
           GOBACK.

      *>   the run unit is ending: the paragraph still running gets
      *>   its time and the run's counts go to the log
       ENTRY "para-profile-end".
           IF ws-first-call = "N" AND ws-profiling = "Y"
               PERFORM READ-THE-CLOCK
               PERFORM CHARGE-THE-LAST-PARAGRAPH
               PERFORM WRITE-THE-PROFILE
           END-IF.
           GOBACK.

       READ-THE-CLOCK.
           MOVE FUNCTION FORMATTED-CURRENT-DATE
             ("YYYYMMDDThhmmss.ssssss") TO ws-now.
           COMPUTE ws-now-micros =
             (FUNCTION INTEGER-OF-DATE(ws-now-date) * 86400
              + ws-now-hh * 3600 + ws-now-mi * 60 + ws-now-ss)
             * 1000000 + ws-now-micro.

      *>   the log is opened now, not at the end, so a log that
      *>   cannot be written is reported before the run does its work
       START-THE-PROFILE.
           MOVE "N" TO ws-first-call.
           MOVE SPACES TO ws-log-path.
           ACCEPT ws-log-path FROM ENVIRONMENT "PARA_PROFILE_LOG"
           END-ACCEPT.
           IF ws-log-path = SPACES
               MOVE "paraprof.log" TO ws-log-path
           END-IF.
           OPEN EXTEND PROFILE-FILE.
           IF ws-log-status = "35"
               OPEN OUTPUT PROFILE-FILE
           END-IF.
           IF ws-log-status NOT = "00"
               DISPLAY "PPR010W para-profile: cannot open profile log "
                 FUNCTION TRIM(ws-log-path) ", status "
                 ws-log-status " -- this run is not profiled"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-profiling
           ELSE
               SET ws-exit-ptr TO ENTRY "para-profile-end"
               CALL "CBL_EXIT_PROC" USING ws-exit-flag ws-exit-ptr
               END-CALL
               MOVE SPACES TO ws-run-program
               CALL "C$CALLEDBY" USING ws-run-program
                 RETURNING ws-caller-rc
               END-CALL
               MOVE ws-now TO ws-run-stamp
               MOVE ws-now-micros TO ws-run-micros
               MOVE ws-now-micros TO ws-mark-micros
           END-IF.

      *>   a clock set back under a running job charges nothing
      *>   rather than a negative time
       CHARGE-THE-LAST-PARAGRAPH.
           IF ws-cur-idx > 0
               COMPUTE ws-elapsed = ws-now-micros - ws-mark-micros
               IF ws-elapsed > 0
                   ADD ws-elapsed TO ws-para-micros(ws-cur-idx)
               END-IF
           END-IF.

       FIND-THE-PARAGRAPH.
           IF ws-cur-idx > 0
               IF ws-para-program(ws-cur-idx) = ws-caller
                   AND ws-para-name(ws-cur-idx) = lk-para-name
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO ws-cur-idx.
           PERFORM VARYING ws-para-idx FROM 1 BY 1
               UNTIL ws-para-idx > ws-para-count
               OR ws-cur-idx > 0
               IF ws-para-program(ws-para-idx) = ws-caller
                   AND ws-para-name(ws-para-idx) = lk-para-name
                   MOVE ws-para-idx TO ws-cur-idx
               END-IF
           END-PERFORM.
           IF ws-cur-idx > 0
               EXIT PARAGRAPH
           END-IF.
           IF ws-para-count < ws-para-max - 1
               ADD 1 TO ws-para-count
               MOVE ws-para-count TO ws-cur-idx
               MOVE ws-caller TO ws-para-program(ws-cur-idx)
               MOVE lk-para-name TO ws-para-name(ws-cur-idx)
               MOVE 0 TO ws-para-calls(ws-cur-idx)
                   ws-para-micros(ws-cur-idx)
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-para-max TO ws-cur-idx.
           IF ws-para-count < ws-para-max
               MOVE ws-para-max TO ws-para-count
               MOVE "*" TO ws-para-program(ws-cur-idx)
               MOVE "(table full)" TO ws-para-name(ws-cur-idx)
               MOVE 0 TO ws-para-calls(ws-cur-idx)
                   ws-para-micros(ws-cur-idx)
           END-IF.

       WRITE-THE-PROFILE.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE "RUN" TO prof-rec-type.
           MOVE ws-run-stamp TO prof-rec-stamp.
           MOVE ws-run-program TO prof-rec-program.
           MOVE ws-para-count TO prof-rec-calls.
           COMPUTE prof-rec-micros = ws-now-micros - ws-run-micros.
           WRITE PROFILE-RECORD.
           PERFORM VARYING ws-para-idx FROM 1 BY 1
               UNTIL ws-para-idx > ws-para-count
               MOVE SPACES TO PROFILE-RECORD
               MOVE "PARA" TO prof-rec-type
               MOVE ws-run-stamp TO prof-rec-stamp
               MOVE ws-para-program(ws-para-idx) TO prof-rec-program
               MOVE ws-para-name(ws-para-idx) TO prof-rec-paragraph
               MOVE ws-para-calls(ws-para-idx) TO prof-rec-calls
               MOVE ws-para-micros(ws-para-idx) TO prof-rec-micros
               WRITE PROFILE-RECORD
           END-PERFORM.
           CLOSE PROFILE-FILE.

       END PROGRAM "para-profile".
