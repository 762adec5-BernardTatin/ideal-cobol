      *> -------------------------------------------
      *> procdate-maint.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> shows or corrects the shop processing date -- the business
      *> date on the PROCDATE control record that chain-scheduler
      *> advances once per cycle and every stamp writer (job-log,
      *> chain-runner, build-health, report-writer, the PROJECTS-
      *> AUDIT journal) reads through DATE-STAMP. SHOW prints what
      *> DATE-STAMP will hand out and where it came from; SET puts
      *> the date an operator names on the record, for the morning a
      *> failed night has to be rerun as itself after the scheduler
      *> has already moved on. SET is UPDATE-class authority once an
      *> OPERS file exists, and every SET is logged through
      *> log-error with the date it replaced.
      *>
      *>   procdate-maint SHOW
      *>   procdate-maint SET <yyyymmdd>
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "procdate-maint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE-FILE
               ASSIGN TO DYNAMIC ws-procdate-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-status.

       DATA DIVISION.
         FILE SECTION.
      *>   the same shape DATE-STAMP reads and chain-scheduler writes
         FD  PROCDATE-FILE.
         01 PROCDATE-RECORD.
             05 pdate-rec-business PIC X(8).
             05 FILLER             PIC X.
             05 pdate-rec-set-date PIC X(8).
             05 FILLER             PIC X.
             05 pdate-rec-set-time PIC X(6).
             05 FILLER             PIC X.
             05 pdate-rec-set-by   PIC X(30).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "procdate-maint".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-procdate-path   PIC X(300) VALUE "PROCDATE".
           01 ws-procdate-status PIC XX.

           01 ws-cmdline         PIC X(300).
           01 ws-op-word         PIC X(8).
           01 ws-arg-date        PIC X(8).
           01 ws-arg-num         PIC 9(8).
           01 ws-arg-julian      PIC 9(7).
           01 ws-operator        PIC X(30).
           01 ws-now-date        PIC X(8).
           01 ws-now-time        PIC X(8).
           01 ws-prior-date      PIC X(8).
           01 ws-set-date        PIC X(8) VALUE SPACES.
           01 ws-set-time        PIC X(6) VALUE SPACES.
           01 ws-set-by          PIC X(30) VALUE SPACES.

      *>   DATE-STAMP's USING items: "PROC" answers the business
      *>   date and whether it came off the record or the clock
           01 ws-ds-weekday      PIC 9 VALUE 1.
           01 ws-ds-date         PIC 9(6) VALUE ZERO.
           01 ws-ds-time         PIC 9(8) VALUE ZERO.
           01 ws-ds-format       PIC X(4) VALUE "PROC".
           01 ws-ds-stamp        PIC X(60).
           01 ws-ds-fiscal       PIC X(10).
           01 ws-ds-cal          PIC X(12) VALUE SPACES.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-DISPATCH.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-op-word.
           MOVE SPACES TO ws-arg-date.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-op-word ws-arg-date
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.
           IF ws-op-word = SPACES
               MOVE "SHOW" TO ws-op-word
           END-IF.
           ACCEPT ws-operator FROM ENVIRONMENT "USER".
           IF ws-operator = SPACES
               MOVE "UNKNOWN" TO ws-operator
           END-IF.

       100-DISPATCH SECTION.
           EVALUATE ws-op-word
               WHEN "SHOW"
                   PERFORM 200-SHOW-DATE
               WHEN "SET"
                   PERFORM 300-SET-DATE
               WHEN OTHER
                   DISPLAY "PDM010E usage: procdate-maint SHOW | SET "
                     "<yyyymmdd>" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *>   the answer comes from DATE-STAMP itself, so SHOW prints
      *>   exactly what the stamp writers will use; the set-by
      *>   columns are read straight off the record beside it
       200-SHOW-DATE SECTION.
           PERFORM 210-ASK-DATE-STAMP.
           PERFORM 220-READ-RECORD-DETAIL.
           DISPLAY "business date: " ws-ds-stamp(1:8)
             "  (" FUNCTION TRIM(ws-ds-stamp(10:5)) ")"
           END-DISPLAY.
           IF ws-ds-stamp(10:5) = "CTL  "
               DISPLAY "  set " ws-set-date " " ws-set-time
                 " by " FUNCTION TRIM(ws-set-by)
               END-DISPLAY
           ELSE
               DISPLAY "  no control record -- the calendar date "
                 "stands in"
               END-DISPLAY
           END-IF.

       210-ASK-DATE-STAMP SECTION.
           MOVE "PROC" TO ws-ds-format.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 ACCEPT ws-ds-stamp(1:8) FROM DATE YYYYMMDD
                 MOVE "CLOCK" TO ws-ds-stamp(10:5)
           END-CALL.

       220-READ-RECORD-DETAIL SECTION.
           OPEN INPUT PROCDATE-FILE.
           IF ws-procdate-status NOT = "00"
               GO TO 220-READ-RECORD-DETAIL-EXIT
           END-IF.
           READ PROCDATE-FILE
               AT END
                   MOVE SPACES TO PROCDATE-RECORD
           END-READ.
           MOVE pdate-rec-set-date TO ws-set-date.
           MOVE pdate-rec-set-time TO ws-set-time.
           MOVE pdate-rec-set-by   TO ws-set-by.
           CLOSE PROCDATE-FILE.
       220-READ-RECORD-DETAIL-EXIT.
           EXIT.

      *>   a real calendar date only -- INTEGER-OF-DATE refuses a
      *>   nonsense one with zero, the same guard the report programs
      *>   put on their date arguments
       300-SET-DATE SECTION.
           MOVE "UPDATE" TO ws-opers-class.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "PDM011E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SET-DATE-EXIT
           END-IF.
           IF ws-arg-date IS NOT NUMERIC
               DISPLAY "PDM012E procdate-maint: SET needs a date as "
                 "yyyymmdd" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SET-DATE-EXIT
           END-IF.
           MOVE ws-arg-date TO ws-arg-num.
           IF ws-arg-date(5:2) < "01" OR ws-arg-date(5:2) > "12"
               OR ws-arg-date(7:2) < "01" OR ws-arg-date(7:2) > "31"
               MOVE 0 TO ws-arg-julian
           ELSE
               COMPUTE ws-arg-julian = FUNCTION INTEGER-OF-DATE
                 (ws-arg-num)
           END-IF.
           IF ws-arg-julian = 0
               DISPLAY "PDM013E procdate-maint: '" ws-arg-date
                 "' is not a calendar date" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SET-DATE-EXIT
           END-IF.
           PERFORM 210-ASK-DATE-STAMP.
           MOVE ws-ds-stamp(1:8) TO ws-prior-date.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           OPEN OUTPUT PROCDATE-FILE.
           IF ws-procdate-status NOT = "00"
               DISPLAY "PDM014E procdate-maint: could not rewrite '"
                 FUNCTION TRIM(ws-procdate-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-SET-DATE-EXIT
           END-IF.
           MOVE SPACES TO PROCDATE-RECORD.
           MOVE ws-arg-date       TO pdate-rec-business.
           MOVE ws-now-date       TO pdate-rec-set-date.
           MOVE ws-now-time(1:6)  TO pdate-rec-set-time.
           MOVE ws-operator       TO pdate-rec-set-by.
           WRITE PROCDATE-RECORD.
           CLOSE PROCDATE-FILE.
      *>   a hand-set business date changes what every stamp writer
      *>   files under, so it goes on the record the morning after
           MOVE SPACES TO ws-log-error-msg.
           STRING "PDM015I business date set to " ws-arg-date
             " (was " ws-prior-date ") by "
             FUNCTION TRIM(ws-operator)
             DELIMITED BY SIZE INTO ws-log-error-msg
           END-STRING.
           MOVE "INFO " TO ws-log-severity.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
           MOVE "ERROR" TO ws-log-severity.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "procdate-maint: business date set to "
             ws-arg-date " (was " ws-prior-date ")"
           END-DISPLAY.
       300-SET-DATE-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PDM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PDM002E processing-date maintenance ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "procdate-maint".
