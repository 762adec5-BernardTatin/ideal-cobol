      *> -------------------------------------------
      *> release-rec.cpy
      *> record layout for RELEASES, the history of what went live:
      *> one RELEASE line each time a promotion's PROD build passes
      *> and release-pack captures it into releases/, and one
      *> ROLLBACK line each time release-rollback puts an earlier
      *> release back. Release numbers run R0001 upward per project.
      *> -------------------------------------------
       01 RELEASES-RECORD.
           05 rel-rec-project      PIC X(48).
           05 FILLER               PIC X.
           05 rel-rec-release      PIC X(5).
           05 FILLER               PIC X.
           05 rel-rec-date         PIC X(8).
           05 FILLER               PIC X.
           05 rel-rec-time         PIC X(8).
           05 FILLER               PIC X.
      *>   RELEASE or ROLLBACK
           05 rel-rec-action       PIC X(8).
           05 FILLER               PIC X.
           05 rel-rec-operator     PIC X(30).
           05 FILLER               PIC X.
           05 rel-rec-ticket       PIC X(20).
           05 FILLER               PIC X.
      *>   the members in the release container
           05 rel-rec-members      PIC 9(3).
           05 FILLER               PIC X.
      *>   PASS or FAIL: a RELEASE's PROD build, a ROLLBACK's rebuild
           05 rel-rec-outcome      PIC X(4).
           05 FILLER               PIC X.
      *>   the container for a RELEASE, the reason for a ROLLBACK
           05 rel-rec-note         PIC X(60).
