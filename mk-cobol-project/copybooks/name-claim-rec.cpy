      *> -------------------------------------------
      *> name-claim-rec.cpy
      *> record layout for NAMECLAIMS.<SITE-ID>, the append-only
      *> exchange file name-claims publishes this site's project
      *> names on: every name the site takes (created, renamed to,
      *> brought in) and every name it lets go (renamed from,
      *> purged), in the order they happened. The file is carried
      *> whole to the other site, whose name-claims reads the lines
      *> past the last sequence it applied into its SITECLAIMS
      *> -------------------------------------------
       01 NAME-CLAIM-RECORD.
      *>   the publishing site's SITE-ID
           05 ncl-rec-site         PIC X(20).
           05 FILLER               PIC X.
      *>   one more than the line before, per publishing site
           05 ncl-rec-seq          PIC 9(9).
           05 FILLER               PIC X.
      *>   when the publishing site took or let go the name, in the
      *>   UTC clock its PROJECTS-AUDIT journal is stamped in
           05 ncl-rec-date         PIC X(8).
           05 FILLER               PIC X.
           05 ncl-rec-time         PIC X(6).
           05 FILLER               PIC X.
      *>   CLAIM or RELEASE
           05 ncl-rec-action       PIC X(7).
           05 FILLER               PIC X.
           05 ncl-rec-name         PIC X(48).
