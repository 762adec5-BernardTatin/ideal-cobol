      *> -------------------------------------------
      *> projects-snap-rec.cpy
      *> one record of PROJECTS.SNAP, the once-a-cycle snapshot of
      *> the PROJECTS master that projects-snap takes and the
      *> read-only reports walk instead of the master itself: each
      *> project with its owner's OWNERS entry, its PROJTAGS tags
      *> and its newest BUILD-HISTORY line joined on, in project-name
      *> order, closed by a control trailer.
      *> -------------------------------------------
       01 PROJECTS-SNAP-RECORD.
      *>   D for a project, T for the control trailer
           05 snap-rec-type          PIC X.
           05 FILLER                 PIC X.
      *>   the PROJECTS record as projects-io hands it back, the
      *>   same 176 bytes every report's ws-projects-record holds
           05 snap-project.
               10 snap-proj-name         PIC X(48).
               10 snap-proj-owner        PIC X(30).
               10 snap-proj-create-date  PIC X(8).
               10 snap-proj-create-time  PIC X(8).
               10 snap-proj-template     PIC X(12).
               10 snap-proj-status       PIC X(10).
               10 snap-proj-cloned-from  PIC X(48).
               10 snap-proj-module-type  PIC X(4).
               10 snap-proj-verified     PIC X(8).
      *>   the trailer over the same bytes: the business date the
      *>   snapshot belongs to, when it was taken, the project count
      *>   and the name hash total (cmdb-extract's), and whether
      *>   OWNERS, PROJTAGS and BUILD-HISTORY were there to join
           05 snap-trailer REDEFINES snap-project.
               10 snap-trl-bus-date      PIC X(8).
               10 FILLER                 PIC X.
               10 snap-trl-date          PIC X(8).
               10 FILLER                 PIC X.
               10 snap-trl-time          PIC X(6).
               10 FILLER                 PIC X.
               10 snap-trl-count         PIC 9(7).
               10 FILLER                 PIC X.
               10 snap-trl-hash          PIC 9(12).
               10 FILLER                 PIC X.
               10 snap-trl-owners-seen   PIC X.
               10 snap-trl-tags-seen     PIC X.
               10 snap-trl-history-seen  PIC X.
               10 FILLER                 PIC X(127).
      *>   the owner's OWNERS department and active flag; spaces
      *>   when OWNERS does not know the owner
           05 snap-owner-dept        PIC X(20).
           05 snap-owner-active      PIC X.
      *>   the project's PROJTAGS tags, the first thirty of them --
      *>   as many as tag-match ever looks at
           05 snap-tag-count         PIC 9(2).
           05 snap-tag               PIC X(20) OCCURS 30 TIMES.
      *>   the project's newest BUILD-HISTORY line; spaces for a
      *>   project build-health has never built
           05 snap-build-date        PIC X(8).
           05 snap-build-time        PIC X(8).
           05 snap-build-result      PIC X(4).
           05 snap-build-rc          PIC X(9).
      *>   the night that build belongs to: its business date, or
      *>   its calendar date on a line written before there was one
           05 snap-build-bus-date    PIC X(8).
