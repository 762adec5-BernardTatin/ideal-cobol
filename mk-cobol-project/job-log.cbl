       01 ws-now-stamp       PIC 9(14).
       01 ws-current-date-21 PIC X(21).

      *>   DATE-STAMP's USING items for the business date: the night
      *>   the run belongs to, off the processing-date control
      *>   record, carried beside the clock stamps so a chain that
      *>   crosses midnight still counts as one night
       01 ws-ds-weekday      PIC 9 VALUE 1.
       01 ws-ds-date         PIC 9(6) VALUE ZERO.
       01 ws-ds-time         PIC 9(8) VALUE ZERO.
       01 ws-ds-format       PIC X(4) VALUE "PROC".
       01 ws-ds-stamp        PIC X(60).
       01 ws-ds-fiscal       PIC X(10).
       01 ws-ds-cal          PIC X(12) VALUE SPACES.

      *>   the record is built up field by field in this buffer, fixed
      *>   width column by column, and only ever moved to the FD
      *>   record as one finished group, the same discipline
               05 ws-job-rc          PIC 9(9)  VALUE ZERO.
               05 FILLER             PIC X     VALUE SPACE.
               05 ws-job-offset      PIC X(5)  VALUE "+0000".
               05 FILLER             PIC X     VALUE SPACE.
               05 ws-job-bus-date    PIC X(8)  VALUE SPACES.
               05 FILLER             PIC X(36) VALUE SPACES.

       LINKAGE SECTION.
      *> "START" stamps lk-stamp and writes nothing; "END" computes
           MOVE ws-end-time (1:6)  TO ws-job-end-time.
           MOVE ws-elapsed-total   TO ws-job-elapsed.
           MOVE lk-return-code     TO ws-job-rc.
           MOVE "PROC" TO ws-ds-format.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 MOVE ws-current-date-21(1:8) TO ws-ds-stamp
           END-CALL.
           MOVE ws-ds-stamp(1:8)   TO ws-job-bus-date.

      *>   JOBLOG may not exist yet the first time any program ends;
      *>   OPEN EXTEND on a missing file fails, so create it empty
