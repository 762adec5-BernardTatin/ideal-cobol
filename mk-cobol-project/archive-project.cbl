      *> CBL_CREATE_DIR/CBL_RENAME_FILE steps.
      *> Every archival is also recorded in the ARCHIVE-CATALOG file:
      *> name, date, time, operator, the files that made the move,
      *> the mandatory files that were expected but missing, and the
      *> change ticket the retirement was done under --
      *> archive-inquiry.cbl reads that catalog back, so "what
      *> exactly was archived" has an answer better than a directory
      *> listing.
       DATA DIVISION.
         FILE SECTION.
         FD  CATALOG-FILE.
         01 CATALOG-RECORD PIC X(421).
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project    PIC X(48).
      *>       from before containers existed, or when packing the
      *>       loose files failed and they were left in place
               05 ws-cat-container  PIC X(60).
               05 FILLER            PIC X VALUE SPACE.
      *>       the change ticket the caller was run under, as
      *>       change-ticket left it in CHANGE_TICKET
               05 ws-cat-ticket     PIC X(20).

      *>   archive-pack's USING items
           01 ws-pack-container PIC X(300).
           END-IF.
           MOVE ws-moved-list   TO ws-cat-moved.
           MOVE ws-missing-list TO ws-cat-missing.
           MOVE SPACES TO ws-cat-ticket.
           ACCEPT ws-cat-ticket FROM ENVIRONMENT "CHANGE_TICKET".
           OPEN EXTEND CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               OPEN OUTPUT CATALOG-FILE
