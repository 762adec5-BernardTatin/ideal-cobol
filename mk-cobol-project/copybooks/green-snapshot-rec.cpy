      *> -------------------------------------------
      *> green-snapshot-rec.cpy
      *> record layout for a project's checksum snapshot,
      *> snapshots/<project>.green -- one row per file, written by
      *> green-snapshot and compared by green-diff
      *> -------------------------------------------
       01 GREEN-SNAPSHOT-RECORD.
      *>   OWN (the project's own directory), CALLEE (a DEPENDS
      *>   callee's directory) or COPYLIB (a subscribed member)
           05 gsn-rec-kind         PIC X(7).
           05 FILLER               PIC X.
           05 gsn-rec-path         PIC X(120).
           05 FILLER               PIC X.
           05 gsn-rec-checksum     PIC 9(9).
           05 FILLER               PIC X.
      *>   the business date the snapshot was taken under
           05 gsn-rec-date         PIC X(8).
