      *>   D <name(48)> <owner(30)> <date(8)> <template(12)>
      *>     <status(10)> <module(4)> <verified(8)>
      *>   T nnnnnnn nnnnnnnnnnnn
      *>
      *> each feed sent is cataloged through gdg-io as the newest
      *> generation of CMDB-FEED, and the oldest past the group's
      *> limit roll off -- CMDB-CONTROL keeps every batch's totals
      *> whatever happens to the feed file itself.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
           01 ws-feed-date      PIC X(8).
           01 ws-feed-time      PIC X(8).

      *>   gdg-io's USING items
           01 ws-gdg-op         PIC X(5).
           01 ws-gdg-base       PIC X(44) VALUE "CMDB-FEED".
           01 ws-gdg-path       PIC X(300).
           01 ws-gdg-gen        PIC 9(4).
           01 ws-gdg-status     PIC 99.

      *>   the three record shapes, fixed columns built as finished
      *>   groups before the WRITE
           01 ws-header-line.
           perform 001-INIT.
           perform 100-WRITE-FEED.
           perform 200-LOG-BATCH-SENT.
           perform 300-CATALOG-GENERATION.
           perform 900-TERMINATE.

      *>   the next batch number off CMDB.SEQ, written back bumped
       100-WRITE-FEED SECTION.
           OPEN OUTPUT FEED-FILE.
           IF ws-feed-status NOT = "00"
               DISPLAY "CMX010E cmdb-extract: could not write '"
                 FUNCTION TRIM(ws-feed-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

      *>   a catalog that cannot be written costs the relative name
      *>   and the roll-off, not the batch
       300-CATALOG-GENERATION SECTION.
           MOVE "CATLG" TO ws-gdg-op.
           MOVE ws-feed-path TO ws-gdg-path.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.
           IF ws-gdg-status = 10
               DISPLAY "CMX011W cmdb-extract: feed written but the "
                 "generation catalog could not be updated" UPON SYSERR
               END-DISPLAY
           END-IF.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "CMX001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE "CMX002E CMDB extract failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
