      *> -------------------------------------------
      *> stale-projects.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> takes every ACTIVE record in the cycle's PROJECTS snapshot,
      *> with the most recent BUILD-HISTORY entry projects-snap
      *> joined on, and ranks the results by
      *> days since the last build activity -- the ACTIVE records
      *> nobody has touched in a year cost build-health minutes every
      *> single night, and until now finding them was a hand audit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE
               ASSIGN TO DYNAMIC ws-candidate-path
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
         FILE SECTION.
         FD  CANDIDATE-FILE.
         01 CANDIDATE-RECORD PIC X(80).

           01 ws-arg-1           PIC X(20).
           01 ws-threshold-days  PIC 9(5) VALUE 180.

           01 ws-candidate-path  PIC X(300)
               VALUE "STALE-CANDIDATES".
           01 ws-candidate-status PIC XX.

      *>   projects-snap's USING items; each project read off the
      *>   snapshot is moved into ws-projects-record
           01 ws-snap-op        PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
               05 ws-proj-owner         PIC X(30).
               05 ws-proj-cloned-from   PIC X(48).
               05 ws-proj-module-type   PIC X(4).
               05 ws-proj-verified      PIC X(8).
           COPY "projects-snap-rec.cpy".
           01 ws-snap-status    PIC 99.

      *>   the ranked rows: every ACTIVE project with the date its
      *>   last activity (build or, failing that, creation) happened
               05 ws-sort-temp-date PIC X(8).
               05 ws-sort-temp-age  PIC 9(5).

      *>   today is the business date off the processing-date
      *>   control record through DATE-STAMP, the date the build
      *>   history is filed under -- a run past midnight, or a rerun
      *>   the next morning, still counts from the night it is for
           01 ws-today          PIC X(8).
           01 ws-ds-weekday     PIC 9 VALUE 1.
           01 ws-ds-date        PIC 9(6) VALUE ZERO.
           01 ws-ds-time        PIC 9(8) VALUE ZERO.
           01 ws-ds-format      PIC X(4) VALUE "PROC".
           01 ws-ds-stamp       PIC X(60).
           01 ws-ds-fiscal      PIC X(10).
           01 ws-ds-cal         PIC X(12) VALUE SPACES.
           01 ws-today-julian   PIC 9(7).
           01 ws-last-julian    PIC 9(7).
           01 ws-last-ccyymmdd  PIC 9(8).
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 200-WALK-ACTIVE-PROJECTS.
           perform 300-RANK-AND-REPORT.
           perform 400-WRITE-CANDIDATES.
               COMPUTE ws-threshold-days =
                 FUNCTION NUMVAL(ws-arg-1)
           END-IF.
      *>   a clock-only shop (no control record) gets today's
      *>   calendar date back
           ACCEPT ws-today FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF ws-ds-stamp(1:8) IS NUMERIC
               MOVE ws-ds-stamp(1:8) TO ws-today
           END-IF.
           COMPUTE ws-today-julian = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(ws-today)).

       200-WALK-ACTIVE-PROJECTS SECTION.
           MOVE "OPEN" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "NEXT" TO ws-snap-op.
      *>   priming call -- OPEN hands back the snapshot's trailer,
      *>   not a project
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   PERFORM 210-RANK-ONE-PROJECT
               END-IF
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.

      *>   last activity is the night of the newest build-history
      *>   line, or the creation date for a project the nightly has
      *>   never touched -- a missing history file just means every
      *>   ACTIVE project is judged by its creation date alone
       210-RANK-ONE-PROJECT SECTION.
           IF ws-row-count >= ws-row-max
               GO TO 210-RANK-ONE-PROJECT-EXIT
           END-IF.
           MOVE ws-proj-create-date TO ws-last-ccyymmdd.
           IF snap-build-bus-date IS NUMERIC
               AND snap-build-bus-date > ws-proj-create-date
               MOVE snap-build-bus-date TO ws-last-ccyymmdd
           END-IF.
           IF ws-last-ccyymmdd IS NOT NUMERIC
               GO TO 210-RANK-ONE-PROJECT-EXIT
           END-IF.
       400-WRITE-CANDIDATES SECTION.
           OPEN OUTPUT CANDIDATE-FILE.
           IF ws-candidate-status NOT = "00"
               DISPLAY "STP010E stale-projects: could not write "
                 FUNCTION TRIM(ws-candidate-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "STP001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "STP002E stale-project report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
