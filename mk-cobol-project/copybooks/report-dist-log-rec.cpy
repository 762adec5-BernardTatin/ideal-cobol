      *> -------------------------------------------
      *> report-dist-log-rec.cpy
      *> record layout for REPORT-DIST.LOG, one line per report per
      *> delivery -- appended by report-deliver, read back by
      *> report-reprint to say who has had what
      *> -------------------------------------------
       01 REPORT-DIST-LOG-RECORD.
           05 rdl-rec-date         PIC X(8).
           05 FILLER               PIC X.
           05 rdl-rec-time         PIC X(6).
           05 FILLER               PIC X.
      *>   NIGHTLY (report-dist) or REPRINT (report-reprint)
           05 rdl-rec-reason       PIC X(8).
           05 FILLER               PIC X.
           05 rdl-rec-owner        PIC X(30).
           05 FILLER               PIC X.
           05 rdl-rec-contact      PIC X(40).
           05 FILLER               PIC X.
           05 rdl-rec-report       PIC X(120).
           05 FILLER               PIC X.
           05 rdl-rec-delivery     PIC X(120).
