      *> >>SOURCE FORMAT IS FIXED
      *> the shop at a glance, on the same SCREEN SECTION machinery
      *> projects-menu rides: total projects by status, by template,
      *> the five biggest owners, the last generation date, all off
      *> the cycle's PROJECTS snapshot, and the most recent
      *> build-health outcome read back from the BUILD-HISTORY file
      *> -- refreshed on demand with R. The
      *> "how big is the estate and is it green" answer that used to
      *> take three reports and some arithmetic. Typing a project
      *> name instead opens project-view on it, the full picture of
      *> that one project, and comes back to the dashboard after.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
             05 hist-rec-time     PIC X(8).
             05 FILLER            PIC X.
             05 hist-rec-result   PIC X(4).
             05 FILLER            PIC X(26).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
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
           01 ws-crt-status         PIC 9(4).

           01 ws-history-path   PIC X(300) VALUE "BUILD-HISTORY".
           01 ws-retired-count  PIC 9(5).
           01 ws-other-count    PIC 9(5).
           01 ws-last-gen-date  PIC X(8).
      *>   when the snapshot the tallies came from was taken
           01 ws-as-of-line     PIC X(30).

      *>   one slot per distinct template seen
           78 ws-tpl-max VALUE 10.
           01 ws-bh-line        PIC X(60).
           01 ws-line-idx       PIC 9(4).

           01 ws-command        PIC X(38).
           01 ws-message        PIC X(60).
           01 ws-view-name      PIC X(48).
      *>   project-view's status: 0 shown, 10 not on the master
           01 ws-view-status    PIC 99.
           01 ws-quit-flag      PIC X VALUE "N".

      *>   selection-sort work fields, swapping whole ws-own-entry
       01 SC-DASH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PROJECTS shop dashboard".
           05 LINE 1 COLUMN 40 PIC X(30) FROM ws-as-of-line.
           05 LINE 3 COLUMN 1 VALUE "Projects    : ".
           05 LINE 3 COLUMN 15 PIC 9(5) FROM ws-total-count.
           05 LINE 3 COLUMN 22 VALUE "ACTIVE".
           05 LINE 17 COLUMN 1 VALUE "Build health: ".
           05 LINE 17 COLUMN 15 PIC X(60) FROM ws-bh-line.
           05 LINE 19 COLUMN 1 VALUE
             "R refreshes, Q quits, a name opens it: ".
           05 LINE 19 COLUMN 41 PIC X(38) TO ws-command.
           05 LINE 21 COLUMN 1 PIC X(60) FROM ws-message.

       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 200-SCREEN-LOOP UNTIL ws-quit-flag = "Y".
           perform 900-TERMINATE.

      *>   one walk of the cycle's PROJECTS snapshot rebuilds every
      *>   tally from scratch, so the dashboard agrees with the night's
      *>   reports; R rereads it, picking up a snapshot projects-extract
      *>   has retaken since, and the as-of stamp says which one it is
       100-REFRESH-TALLIES SECTION.
           MOVE 0 TO ws-total-count ws-active-count
             ws-retired-count ws-other-count
             ws-tpl-count ws-own-count.
           MOVE SPACES TO ws-last-gen-date.
           MOVE "OPEN" TO ws-snap-op.
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           IF ws-snap-status NOT = 0
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE SPACES TO ws-as-of-line.
           STRING "as of " snap-trl-date " "
             snap-trl-time(1:2) ":" snap-trl-time(3:2)
             DELIMITED BY SIZE INTO ws-as-of-line
           END-STRING.
           MOVE "NEXT" TO ws-snap-op.
      *>   priming call -- OPEN hands back the snapshot's trailer,
      *>   not a project
           CALL "projects-snap" USING ws-snap-op PROJECTS-SNAP-RECORD
             ws-snap-status
           END-CALL.
           PERFORM UNTIL ws-snap-status NOT = 0
               MOVE snap-project TO ws-projects-record
               PERFORM 110-TALLY-ONE-RECORD
               CALL "projects-snap" USING ws-snap-op
                   PROJECTS-SNAP-RECORD ws-snap-status
               END-CALL
           END-PERFORM.
           PERFORM 120-READ-BUILD-HISTORY.
           END-PERFORM.

       200-SCREEN-LOOP SECTION.
           MOVE SPACES TO ws-command.
           DISPLAY SC-DASH-SCREEN.
           ACCEPT SC-DASH-SCREEN.
           MOVE SPACES TO ws-message.
           EVALUATE TRUE
               WHEN ws-command = SPACES
                   MOVE "Y" TO ws-quit-flag
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(ws-command))
                      = "Q"
                   MOVE "Y" TO ws-quit-flag
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(ws-command))
                      = "R"
                   PERFORM 100-REFRESH-TALLIES
               WHEN OTHER
                   PERFORM 210-OPEN-PROJECT
           END-EVALUATE.

      *>   anything but R or Q is taken for a project name
       210-OPEN-PROJECT SECTION.
           MOVE FUNCTION TRIM(ws-command) TO ws-view-name.
           CALL "project-view" USING ws-view-name ws-view-status
           END-CALL.
           IF ws-view-status NOT = 0
               MOVE SPACES TO ws-message
               STRING "no project " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-view-name) DELIMITED BY SIZE
                 " on the master" DELIMITED BY SIZE
                 INTO ws-message
               END-STRING
           END-IF.

      *>   fail closed when a configured root cannot be entered --
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PDB001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PDB002E dashboard session ended with errors"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
