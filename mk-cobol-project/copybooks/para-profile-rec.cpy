      *> -------------------------------------------
      *> para-profile-rec.cpy
      *> record layout for the paragraph profile log para-profile
      *> writes at the end of each profiled run and profile-summary
      *> reads. A run is one RUN line -- the program that started it
      *> and the microseconds from its first paragraph to its end --
      *> followed by one PARA line per paragraph entered, with how
      *> many times it was entered and the microseconds charged to
      *> it. Every line carries the run's start stamp, so the runs
      *> of a log appended to across several executions stay apart.
      *> -------------------------------------------
       01 PROFILE-RECORD.
      *>   RUN or PARA
           05 prof-rec-type        PIC X(4).
           05 FILLER               PIC X.
      *>   YYYYMMDDThhmmss.ssssss, the run's first paragraph entry
           05 prof-rec-stamp       PIC X(22).
           05 FILLER               PIC X.
           05 prof-rec-program     PIC X(30).
           05 FILLER               PIC X.
      *>   blank on the RUN line
           05 prof-rec-paragraph   PIC X(30).
           05 FILLER               PIC X.
      *>   paragraph entries; on the RUN line, the paragraph lines
      *>   that follow it
           05 prof-rec-calls       PIC 9(9).
           05 FILLER               PIC X.
           05 prof-rec-micros      PIC 9(15).
