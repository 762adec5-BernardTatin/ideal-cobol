      *> -------------------------------------------
      *> gdg-group-rec.cpy
      *> record layout for GDG-GROUPS, one line per generation
      *> group -- written by gdg-maint, read by gdg-io
      *> -------------------------------------------
       01 GDG-GROUP-RECORD.
      *>   the file-name stem every generation of the group shares,
      *>   e.g. PROJECTS.BAK or REPORT.MONTHLY
           05 gdg-grp-base         PIC X(44).
           05 FILLER               PIC X.
      *>   how many generations are kept on disk
           05 gdg-grp-limit        PIC 9(3).
           05 FILLER               PIC X.
      *>   the last absolute generation number handed out
           05 gdg-grp-last-gen     PIC 9(4).
           05 FILLER               PIC X.
           05 gdg-grp-date         PIC X(8).
           05 FILLER               PIC X.
           05 gdg-grp-by           PIC X(30).
