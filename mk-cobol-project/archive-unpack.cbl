               IF ws-sum-status NOT = 0
                   OR ws-sum-value
                     NOT = ws-toc-checksum(ws-toc-idx)
                   DISPLAY "ARU010E archive-unpack: '"
                     FUNCTION TRIM(ws-toc-name(ws-toc-idx))
                     "' failed its checksum after unpacking"
                     UPON SYSERR
