             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "TKC010E toolkit-certify: cannot enter scratch "
                 "directory" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
