      *> -------------------------------------------
      *> dr-setlog-rec.cpy
      *> record layout for DRSETS, one line per transfer set
      *> dr-replicate has cut -- appended by dr-replicate, read by
      *> dr-status to match the sets against their acknowledgments
      *> -------------------------------------------
       01 DR-SETLOG-RECORD.
           05 drl-rec-seq          PIC 9(6).
           05 FILLER               PIC X.
           05 drl-rec-date         PIC X(8).
           05 FILLER               PIC X.
           05 drl-rec-time         PIC X(6).
           05 FILLER               PIC X.
           05 drl-rec-members      PIC 9(3).
           05 FILLER               PIC X.
           05 drl-rec-lines        PIC 9(9).
           05 FILLER               PIC X.
           05 drl-rec-hash         PIC 9(12).
