      *> -------------------------------------------
      *> report-csv.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> dumps the cycle's PROJECTS snapshot as a comma-delimited
      *> extract (name, owner, date, template, status) for dropping
      *> straight into the capacity-planning spreadsheet, instead of
      *> retyping it by hand from generated Makefiles.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   projects-snap's USING items; each project read off the
      *>   snapshot is moved into ws-projects-record
           01 ws-snap-op        PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
               05 ws-proj-owner         PIC X(30).
               05 ws-proj-cloned-from   PIC X(48).
               05 ws-proj-module-type   PIC X(4).
               05 ws-proj-verified      PIC X(8).
           COPY "projects-snap-rec.cpy".
           01 ws-snap-status    PIC 99.

           01 ws-row-count          PIC 9(5) VALUE 0.

      *>   optional tag filter: "--tag t1 [t2..]" after (or instead
      *>   of) the output name keeps only projects carrying every
      *>   listed tag among the PROJTAGS tags the snapshot joined on,
      *>   compared case-blind the way tag-match compares them
           01 ws-cmd-word-1     PIC X(60).
           01 ws-cmd-word-2     PIC X(60).
           01 ws-tag-flag-pos   PIC 9(4).
           01 ws-tag-list       PIC X(80) VALUE SPACES.
           01 ws-tag-answer     PIC X.
           01 ws-want-table.
               05 ws-want-tag OCCURS 5 TIMES PIC X(20).
           01 ws-want-idx       PIC 9.
           01 ws-have-idx       PIC 9(2).
           01 ws-have-flag      PIC X.
           01 ws-skip-count     PIC 9(5) VALUE 0.
           01 ws-keep-flag      PIC X.

           END-IF.
           OPEN OUTPUT CSV-FILE.
           IF ws-csv-file-status NOT = "00"
               DISPLAY "RCS010E report-csv: could not open '"
                 FUNCTION TRIM(ws-out-path) "' for output"
                 UPON SYSERR
               END-DISPLAY
           MOVE "name,owner,date,template,status" TO CSV-RECORD.
           WRITE CSV-RECORD.

      *>   walk every project in the snapshot and write one CSV line
      *>   per project
       100-WRITE-CSV SECTION.
           MOVE "OPEN" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE "NEXT" TO ws-snap-op.
      *>   priming call -- OPEN hands back the snapshot's trailer,
      *>   not a project
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               MOVE "Y" TO ws-keep-flag
               IF ws-tag-list NOT = SPACES
                   PERFORM 110-MATCH-TAGS
                   IF ws-tag-answer NOT = "Y"
                       MOVE "N" TO ws-keep-flag
                       ADD 1 TO ws-skip-count
                   WRITE CSV-RECORD
                   ADD 1 TO ws-row-count
               END-IF
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.
           CLOSE CSV-FILE.
               END-DISPLAY
           END-IF.

      *>   every wanted tag must be among the project's own
       110-MATCH-TAGS SECTION.
           MOVE SPACES TO ws-want-table.
           UNSTRING ws-tag-list DELIMITED BY ALL " "
             INTO ws-want-tag(1) ws-want-tag(2) ws-want-tag(3)
               ws-want-tag(4) ws-want-tag(5)
           END-UNSTRING.
           MOVE "Y" TO ws-tag-answer.
           PERFORM VARYING ws-want-idx FROM 1 BY 1
               UNTIL ws-want-idx > 5
               IF ws-want-tag(ws-want-idx) NOT = SPACES
                   MOVE "N" TO ws-have-flag
                   PERFORM VARYING ws-have-idx FROM 1 BY 1
                       UNTIL ws-have-idx > snap-tag-count
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                            snap-tag(ws-have-idx)))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(
                            ws-want-tag(ws-want-idx)))
                           MOVE "Y" TO ws-have-flag
                       END-IF
                   END-PERFORM
                   IF ws-have-flag = "N"
                       MOVE "N" TO ws-tag-answer
                   END-IF
               END-IF
           END-PERFORM.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RCS001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE "RCS002E CSV export failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
