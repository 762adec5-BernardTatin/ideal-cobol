      *>     where archive-project packed the files; spaces on
      *>     records from before containers existed
             05 cat-rec-container PIC X(60).
             05 FILLER            PIC X.
      *>     the change ticket the retirement was done under; spaces
      *>     on records from before tickets were journaled
             05 cat-rec-ticket    PIC X(20).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
             INTO ws-arg-1 ws-arg-2
           END-UNSTRING.
           IF ws-arg-1 = SPACES
               DISPLAY "ARQ010E usage: archive-inquiry <name> | "
                 "<from-YYYYMMDD> [to-YYYYMMDD]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       100-SCAN-CATALOG SECTION.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               DISPLAY "ARQ011I "
                 "archive-inquiry: no ARCHIVE-CATALOG file -- "
                 "nothing has been archived yet" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               DISPLAY "  packed : " FUNCTION TRIM(cat-rec-container)
               END-DISPLAY
           END-IF.
           IF cat-rec-ticket NOT = SPACES
               DISPLAY "  ticket : " FUNCTION TRIM(cat-rec-ticket)
               END-DISPLAY
           END-IF.
           DISPLAY " " END-DISPLAY.
       110-MATCH-ONE-ENTRY-EXIT.
           EXIT.
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ARQ001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0 AND ws-match-count = 0
               MOVE "ARQ002E archive inquiry found nothing, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
