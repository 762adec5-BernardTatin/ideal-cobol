      *> -------------------------------------------
      *> gdg-gen-rec.cpy
      *> record layout for GDG-GENS, one line per generation still
      *> on disk, oldest first -- kept by gdg-io
      *> -------------------------------------------
       01 GDG-GEN-RECORD.
           05 gdg-gen-base         PIC X(44).
           05 FILLER               PIC X.
      *>   absolute generation number, G0001 upward per group
           05 gdg-gen-number       PIC 9(4).
           05 FILLER               PIC X.
           05 gdg-gen-path         PIC X(120).
           05 FILLER               PIC X.
           05 gdg-gen-date         PIC X(8).
           05 FILLER               PIC X.
           05 gdg-gen-time         PIC X(6).
