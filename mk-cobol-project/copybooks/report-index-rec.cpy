      *> -------------------------------------------
      *> report-index-rec.cpy
      *> record layout for REPORT-INDEX, one line per report filing
      *> -- appended by report-writer at every CLOSE, read by
      *> report-dist for the night's bundles and by report-reprint.
      *> A report run twice the same day lands in the same file, so
      *> the same path can be on more than one line.
      *> -------------------------------------------
       01 REPORT-INDEX-RECORD.
      *>   the report's name: its title's first word, folded upper
           05 rpi-rec-name         PIC X(20).
           05 FILLER               PIC X.
      *>   the business date it was filed under
           05 rpi-rec-bus-date     PIC X(8).
           05 FILLER               PIC X.
           05 rpi-rec-path         PIC X(120).
           05 FILLER               PIC X.
           05 rpi-rec-lines        PIC 9(7).
           05 FILLER               PIC X.
      *>   Y = an OPENR report, readable by its owner only
           05 rpi-rec-restricted   PIC X.
           05 FILLER               PIC X.
           05 rpi-rec-filed-date   PIC X(8).
           05 FILLER               PIC X.
           05 rpi-rec-filed-time   PIC X(6).
