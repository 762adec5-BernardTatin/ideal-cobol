      *> -------------------------------------------
      *> gdg-names.cpy
      *> where the generation-data-group catalog lives. A group is a
      *> family of dated output files -- PROJECTS.BAK, the salvage
      *> files, each REPORT.<name>, the CMDB feed -- kept to a
      *> generation limit; gdg-maint defines the groups, gdg-io
      *> catalogs each new generation as it is written, rolls off
      *> the oldest past the limit, and turns a relative reference
      *> (0 the newest, -1 the one before, ...) into a file name:
      *>
      *>   GDG-GROUPS   one line per group: base name, limit, the
      *>                last absolute generation number handed out
      *>   GDG-GENS     one line per generation on disk, oldest
      *>                first: base name, absolute generation, file
      *> -------------------------------------------
       78 GDG-GROUPS-PATH   VALUE "GDG-GROUPS".
       78 GDG-GENS-PATH     VALUE "GDG-GENS".
