      *> -------------------------------------------
      *> dr-ack-rec.cpy
      *> record layout for DRACK.nnnnnn, the one-line answer dr-apply
      *> writes at the DR site for every transfer set it is handed,
      *> carried back beside the set and read by dr-status
      *> -------------------------------------------
       01 DR-ACK-RECORD.
           05 dra-rec-seq          PIC 9(6).
           05 FILLER               PIC X.
      *>   APPLIED, REFUSED (out of sequence or failing its control
      *>   totals -- nothing of it applied) or DUPLICATE (already
      *>   applied, left alone)
           05 dra-rec-status       PIC X(9).
           05 FILLER               PIC X.
      *>   the applying site's SITE-ID
           05 dra-rec-site         PIC X(20).
           05 FILLER               PIC X.
      *>   the set's own cut date and time, so the sending site can
      *>   tell how far behind the DR copy stands
           05 dra-rec-set-date     PIC X(8).
           05 FILLER               PIC X.
           05 dra-rec-set-time     PIC X(6).
           05 FILLER               PIC X.
           05 dra-rec-done-date    PIC X(8).
           05 FILLER               PIC X.
           05 dra-rec-done-time    PIC X(6).
           05 FILLER               PIC X.
           05 dra-rec-reason       PIC X(60).
