      *> -------------------------------------------
      *> roster-rec.cpy
      *> record layout for ROSTER, the on-call rota -- one line per
      *> date range, kept by roster-maint and read by oncall-lookup
      *> whenever an alert needs a person. A ROTA line names who is
      *> on call across its range; a COVER line names holiday cover
      *> and wins over the rota only on the days BIZDAY calls
      *> non-business (weekends and HOLIDAYS.CFG). Where two lines
      *> of the same kind overlap, the later one in the file wins.
      *> Ids are OWNERS ids; contacts are always taken from OWNERS.
      *> '*' lines are comments.
      *> -------------------------------------------
       01 ROSTER-RECORD.
      *>   ROTA or COVER
           05 ros-rec-kind         PIC X(5).
           05 FILLER               PIC X.
      *>   first and last date covered, both inclusive, yyyymmdd
           05 ros-rec-from         PIC X(8).
           05 FILLER               PIC X.
           05 ros-rec-to           PIC X(8).
           05 FILLER               PIC X.
           05 ros-rec-primary      PIC X(30).
           05 FILLER               PIC X.
           05 ros-rec-secondary    PIC X(30).
           05 FILLER               PIC X.
      *>   the duty manager for the range; spaces falls back to
      *>   MAKER.CFG's DUTY-MANAGER= key
           05 ros-rec-manager      PIC X(30).
