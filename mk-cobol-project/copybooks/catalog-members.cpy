      *> -------------------------------------------
      *> catalog-members.cpy
      *> the source members PROJFILES catalogs, as catalog-members
      *> reads them: one row per .cbl, .cob or .cpy path, under the
      *> project its newest catalog entry names, in the order the
      *> paths first appear. An absent catalog comes back empty --
      *> a shop from before PROJFILES, where every project falls
      *> back to its one program.
      *> -------------------------------------------
       01 CATALOG-MEMBERS.
           05 cat-count            PIC 9(4).
           05 cat-entry OCCURS 500 TIMES.
               10 cat-project      PIC X(48).
               10 cat-path         PIC X(120).
