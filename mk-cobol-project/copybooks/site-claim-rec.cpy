      *> -------------------------------------------
      *> site-claim-rec.cpy
      *> record layout for SITECLAIMS, this site's register of the
      *> project names other sites hold, kept by name-claims from
      *> their NAMECLAIMS exchange files and read by
      *> name-claim-check. A "*FROM " line per other site records
      *> the last exchange sequence applied from it; every other
      *> line is one name held at one site
      *> -------------------------------------------
       01 SITE-CLAIM-RECORD.
           05 scl-rec-site         PIC X(20).
           05 FILLER               PIC X.
           05 scl-rec-name         PIC X(48).
           05 FILLER               PIC X.
      *>   when that site took the name
           05 scl-rec-date         PIC X(8).
           05 FILLER               PIC X.
           05 scl-rec-time         PIC X(6).
      *>   the progress line: "*FROM ", the site, its last sequence
       01 SITE-CLAIM-FROM-RECORD.
           05 scf-rec-tag          PIC X(6).
           05 scf-rec-site         PIC X(20).
           05 FILLER               PIC X.
           05 scf-rec-seq          PIC 9(9).
           05 FILLER               PIC X(49).
