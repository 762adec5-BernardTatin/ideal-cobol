             05 promo-rec-to       PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-outcome  PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-ticket   PIC X(20).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
             INTO ws-arg-1 ws-arg-2
           END-UNSTRING.
           IF ws-arg-1 = SPACES
               DISPLAY "PMQ010E usage: promotion-inquiry <name> | "
                 "<from-YYYYMMDD> [to-YYYYMMDD]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       100-SCAN-HISTORY SECTION.
           OPEN INPUT PROMOTIONS-FILE.
           IF ws-promotions-status NOT = "00"
               DISPLAY "PMQ011I "
                 "promotion-inquiry: no PROMOTIONS file -- "
                 "nothing has been promoted yet" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             FUNCTION TRIM(promo-rec-name)
             " by " FUNCTION TRIM(promo-rec-operator)
           END-DISPLAY.
           IF promo-rec-ticket NOT = SPACES
               DISPLAY "    change ticket "
                 FUNCTION TRIM(promo-rec-ticket)
               END-DISPLAY
           END-IF.
       110-MATCH-ONE-ENTRY-EXIT.
           EXIT.

             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PMQ001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0 AND ws-match-count = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "PMQ002E promotion inquiry found nothing, see "
                 "SYSERR" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
