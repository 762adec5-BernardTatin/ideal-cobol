      *> -------------------------------------------
      *> project-view.cbl
      *> the one shared "everything about this project" screen, on
      *> the same SCREEN SECTION machinery as projects-menu: the
      *> master record and, a letter per page, what project-inquiry,
      *> build-trend, promotion-inquiry, tags-maint LIST, where-used,
      *> alert-console, audit-inquiry, archive-inquiry, gen-drift and
      *> disk-usage each know about it --
      *>   M  the master record and the owner's department
      *>   B  the last ten builds, BUILD-HISTORY
      *>   P  the last ten promotions, PROMOTIONS
      *>   T  its tags, PROJTAGS
      *>   D  its DEPENDS callees and callers
      *>   A  the open alerts in alerts/ that name it
      *>   J  the last ten PROJECTS-AUDIT entries that touch it
      *>   C  its ARCHIVE-CATALOG entry, the newest if retired twice
      *>   F  its PROJFILES drift and its disk footprint
      *> Each page is read fresh from its file when asked for, so
      *> switching back to a page is also its refresh. CALLed by
      *> project-360 from the command line, by projects-menu's
      *> drill-down and by projects-dashboard; read-only throughout.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "project-view" IS INITIAL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         SPECIAL-NAMES.
             CRT STATUS IS ws-crt-status.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO DYNAMIC ws-history-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.
           SELECT PROMOTIONS-FILE
               ASSIGN TO DYNAMIC ws-promotions-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-promotions-status.
           SELECT PROJTAGS-FILE
               ASSIGN TO DYNAMIC ws-projtags-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projtags-status.
           SELECT DEPENDS-FILE
               ASSIGN TO DYNAMIC ws-depends-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-depends-status.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC ws-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC ws-alert-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alert-status.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC ws-audit-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC ws-catalog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalog-status.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.

       DATA DIVISION.
         FILE SECTION.
         FD  HISTORY-FILE.
         01 HISTORY-RECORD.
             05 hist-rec-name      PIC X(48).
             05 FILLER             PIC X.
             05 hist-rec-date      PIC X(8).
             05 FILLER             PIC X.
             05 hist-rec-time      PIC X(8).
             05 FILLER             PIC X.
             05 hist-rec-result    PIC X(4).
             05 FILLER             PIC X.
             05 hist-rec-rc        PIC X(9).
             05 FILLER             PIC X(8).
             05 hist-rec-bus-date  PIC X(8).
             05 FILLER             PIC X(3).
         FD  PROMOTIONS-FILE.
         01 PROMOTIONS-RECORD.
             05 promo-rec-name     PIC X(48).
             05 FILLER             PIC X.
             05 promo-rec-date     PIC X(8).
             05 FILLER             PIC X.
             05 promo-rec-time     PIC X(8).
             05 FILLER             PIC X.
             05 promo-rec-operator PIC X(30).
             05 FILLER             PIC X.
             05 promo-rec-from     PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-to       PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-outcome  PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-ticket   PIC X(20).
         FD  PROJTAGS-FILE.
         01 PROJTAGS-RECORD.
             05 tag-rec-project    PIC X(48).
             05 FILLER             PIC X.
             05 tag-rec-tag        PIC X(20).
         FD  DEPENDS-FILE.
         01 DEPENDS-RECORD.
             05 dep-rec-caller     PIC X(48).
             05 FILLER             PIC X.
             05 dep-rec-callee     PIC X(48).
      *>   an ls or du capture, read back and deleted
         FD  LIST-FILE.
         01 LIST-RECORD            PIC X(200).
         FD  ALERT-FILE.
         01 ALERT-RECORD           PIC X(132).
         FD  AUDIT-FILE.
         01 AUDIT-RECORD.
             05 aud-rec-date       PIC X(8).
             05 FILLER             PIC X.
             05 aud-rec-time       PIC X(8).
             05 FILLER             PIC X.
             05 aud-rec-rest       PIC X(397).
             05 FILLER             PIC X.
             05 aud-rec-bus-date   PIC X(8).
             05 FILLER             PIC X.
             05 aud-rec-ticket     PIC X(20).
             05 FILLER             PIC X.
             05 aud-rec-override   PIC X(60).
             05 FILLER             PIC X(20).
         FD  CATALOG-FILE.
         01 CATALOG-RECORD.
             05 cat-rec-name       PIC X(48).
             05 FILLER             PIC X.
             05 cat-rec-date       PIC X(8).
             05 FILLER             PIC X.
             05 cat-rec-time       PIC X(8).
             05 FILLER             PIC X.
             05 cat-rec-operator   PIC X(30).
             05 FILLER             PIC X.
             05 cat-rec-moved      PIC X(120).
             05 FILLER             PIC X.
             05 cat-rec-missing    PIC X(120).
             05 FILLER             PIC X.
             05 cat-rec-container  PIC X(60).
             05 FILLER             PIC X.
             05 cat-rec-ticket     PIC X(20).
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project     PIC X(48).
             05 FILLER             PIC X.
             05 pf-rec-path        PIC X(120).
             05 FILLER             PIC X.
             05 pf-rec-checksum    PIC 9(9).
             05 FILLER             PIC X.
             05 pf-rec-date        PIC X(8).

         WORKING-STORAGE SECTION.
           01 ws-crt-status          PIC 9(4).
           01 ws-history-path        PIC X(300) VALUE "BUILD-HISTORY".
           01 ws-history-status      PIC XX.
           01 ws-history-eof         PIC X.
           01 ws-promotions-path     PIC X(300) VALUE "PROMOTIONS".
           01 ws-promotions-status   PIC XX.
           01 ws-promotions-eof      PIC X.
           01 ws-projtags-path       PIC X(300) VALUE "PROJTAGS".
           01 ws-projtags-status     PIC XX.
           01 ws-projtags-eof        PIC X.
           01 ws-depends-path        PIC X(300) VALUE "DEPENDS".
           01 ws-depends-status      PIC XX.
           01 ws-depends-eof         PIC X.
           01 ws-list-path           PIC X(300) VALUE "PROJVIEW.TMP".
           01 ws-list-status         PIC XX.
           01 ws-list-eof            PIC X.
           01 ws-alert-path          PIC X(300).
           01 ws-alert-status        PIC XX.
           01 ws-alert-eof           PIC X.
           01 ws-audit-path          PIC X(300) VALUE "PROJECTS-AUDIT".
           01 ws-audit-status        PIC XX.
           01 ws-audit-eof           PIC X.
           01 ws-catalog-path        PIC X(300) VALUE "ARCHIVE-CATALOG".
           01 ws-catalog-status      PIC XX.
           01 ws-catalog-eof         PIC X.
           01 ws-projfiles-path      PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status    PIC XX.
           01 ws-projfiles-eof       PIC X.
           01 ws-rc                  PIC 9(9) COMP-5.
           01 ws-shell-command       PIC X(300).

      *>   projects-io's USING items; FIND fills the master page
           01 ws-projects-io-op      PIC X(6).
           01 ws-projects-record.
               05 ws-proj-name          PIC X(48).
               05 ws-proj-owner         PIC X(30).
               05 ws-proj-create-date   PIC X(8).
               05 ws-proj-create-time   PIC X(8).
               05 ws-proj-template      PIC X(12).
               05 ws-proj-status        PIC X(10).
               05 ws-proj-cloned-from   PIC X(48).
               05 ws-proj-module-type   PIC X(4).
               05 ws-proj-verified      PIC X(8).
           01 ws-projects-io-status  PIC 99.

      *>   owner-check's USING items, for the owner's department
           01 ws-owner-id            PIC X(30).
           01 ws-owner-status        PIC 99.
           01 ws-owner-dept          PIC X(20).

      *>   the project on view, and its name's trimmed length for
      *>   finding it mentioned inside an alert's text
           01 ws-view-name           PIC X(48).
           01 ws-name-len            PIC 9(3).
           01 ws-mention-count       PIC 9(4).

      *>   the page on view: its title and twelve staging lines the
      *>   screen shows FROM, the way alert-console stages its own
           01 ws-tab-title           PIC X(60).
           01 ws-scr-line-table.
               05 ws-scr-line OCCURS 12 TIMES PIC X(76).
           78 ws-scr-max VALUE 12.
           01 ws-scr-count           PIC 9(2).
           01 ws-scr-idx             PIC 9(2).
           01 ws-more-count          PIC 9(5).
           01 ws-command             PIC X(1).
           01 ws-command-upper       PIC X(1).
           01 ws-message             PIC X(60).
           01 ws-quit-flag           PIC X VALUE "N".

      *>   the newest ten lines of a forward-only history: each new
      *>   match pushes the oldest out, and the page is shown from
      *>   the newest back
           78 ws-keep-max VALUE 10.
           01 ws-keep-count          PIC 9(2).
           01 ws-keep-idx            PIC 9(2).
           01 ws-keep-table.
               05 ws-keep-line OCCURS 10 TIMES PIC X(76).
           01 ws-new-line            PIC X(76).

      *>   the audit entry's body past the optional zone column, the
      *>   same split projects-rollfwd makes
           01 ws-aud-body            PIC X(391).
           01 ws-aud-fields REDEFINES ws-aud-body.
               05 ws-aud-who          PIC X(30).
               05 FILLER              PIC X.
               05 ws-aud-op           PIC X(6).
               05 FILLER              PIC X.
               05 ws-aud-before-name  PIC X(48).
               05 FILLER              PIC X(129).
               05 ws-aud-after-name   PIC X(48).
               05 FILLER              PIC X(128).

      *>   the newest archive catalog entry for the project
           01 ws-cat-found           PIC X.
           01 ws-cat-keep            PIC X(421).

      *>   the project's own PROJFILES entries, newest per path, as
      *>   gen-drift keeps the whole catalog
           78 ws-pf-max VALUE 100.
           01 ws-pf-count            PIC 9(3).
           01 ws-pf-idx              PIC 9(3).
           01 ws-pf-table.
               05 ws-pf-entry OCCURS 100 TIMES.
                   10 ws-pf-path      PIC X(120).
                   10 ws-pf-checksum  PIC 9(9).
                   10 ws-pf-state     PIC X(6).
           01 ws-found-flag          PIC X.
           01 ws-sum-path            PIC X(300).
           01 ws-sum-value           PIC 9(9).
           01 ws-sum-status          PIC 99.
           01 ws-ok-count            PIC 9(3).
           01 ws-edited-count        PIC 9(3).
           01 ws-gone-count          PIC 9(3).

      *>   disk-usage's du capture: total, build artifacts, archive
           01 ws-du-target           PIC X(300).
           01 ws-du-kb               PIC 9(9).
           01 ws-kb-text             PIC X(20).
           01 ws-total-kb            PIC 9(9).
           01 ws-artifact-kb         PIC 9(9).
           01 ws-archive-kb          PIC 9(9).
           01 ws-ed-kb-1             PIC Z(8)9.
           01 ws-ed-kb-2             PIC Z(8)9.
           01 ws-ed-cnt-1            PIC ZZ9.
           01 ws-ed-cnt-2            PIC ZZ9.
           01 ws-ed-cnt-3            PIC ZZ9.
           01 ws-ed-cnt-4            PIC ZZ9.
           01 ws-ed-more             PIC ZZZZ9.

         LINKAGE SECTION.
      *> the project to show
           01 lk-project-name        PIC X(48).
      *> 0 = shown, 10 = no such project on the PROJECTS master
           01 lk-status              PIC 99.

       SCREEN SECTION.
       01 SC-VIEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "Project view:".
           05 LINE 1 COLUMN 15 PIC X(48) FROM ws-view-name.
           05 LINE 2 COLUMN 1 VALUE
             "M master  B builds  P promotions  T tags  D depends".
           05 LINE 3 COLUMN 1 VALUE
             "A alerts  J journal  C archive catalog  F files/disk".
           05 LINE 5 COLUMN 1 PIC X(60) FROM ws-tab-title.
           05 LINE 6  COLUMN 1 PIC X(76) FROM ws-scr-line(1).
           05 LINE 7  COLUMN 1 PIC X(76) FROM ws-scr-line(2).
           05 LINE 8  COLUMN 1 PIC X(76) FROM ws-scr-line(3).
           05 LINE 9  COLUMN 1 PIC X(76) FROM ws-scr-line(4).
           05 LINE 10 COLUMN 1 PIC X(76) FROM ws-scr-line(5).
           05 LINE 11 COLUMN 1 PIC X(76) FROM ws-scr-line(6).
           05 LINE 12 COLUMN 1 PIC X(76) FROM ws-scr-line(7).
           05 LINE 13 COLUMN 1 PIC X(76) FROM ws-scr-line(8).
           05 LINE 14 COLUMN 1 PIC X(76) FROM ws-scr-line(9).
           05 LINE 15 COLUMN 1 PIC X(76) FROM ws-scr-line(10).
           05 LINE 16 COLUMN 1 PIC X(76) FROM ws-scr-line(11).
           05 LINE 17 COLUMN 1 PIC X(76) FROM ws-scr-line(12).
           05 LINE 19 COLUMN 1 PIC X(60) FROM ws-message.
           05 LINE 20 COLUMN 1 VALUE
             "Page letter, or Q to go back: ".
           05 LINE 20 COLUMN 32 PIC X(1) TO ws-command.

       PROCEDURE DIVISION USING lk-project-name lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE lk-project-name TO ws-view-name.
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-view-name TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               MOVE 10 TO lk-status
               EXIT PROGRAM
           END-IF.
           COMPUTE ws-name-len =
             FUNCTION LENGTH(FUNCTION TRIM(ws-view-name)).
           MOVE SPACES TO ws-message.
           PERFORM SHOW-MASTER.
           PERFORM VIEW-LOOP UNTIL ws-quit-flag = "Y".
           EXIT PROGRAM.

       VIEW-LOOP SECTION.
           MOVE SPACE TO ws-command.
           DISPLAY SC-VIEW-SCREEN.
           ACCEPT SC-VIEW-SCREEN.
           MOVE SPACES TO ws-message.
           MOVE FUNCTION UPPER-CASE(ws-command) TO ws-command-upper.
           EVALUATE ws-command-upper
               WHEN "M"
                   PERFORM SHOW-MASTER
               WHEN "B"
                   PERFORM SHOW-BUILDS
               WHEN "P"
                   PERFORM SHOW-PROMOTIONS
               WHEN "T"
                   PERFORM SHOW-TAGS
               WHEN "D"
                   PERFORM SHOW-DEPENDS
               WHEN "A"
                   PERFORM SHOW-ALERTS
               WHEN "J"
                   PERFORM SHOW-JOURNAL
               WHEN "C"
                   PERFORM SHOW-ARCHIVE-ENTRY
               WHEN "F"
                   PERFORM SHOW-FILES-AND-DISK
               WHEN "Q"
                   MOVE "Y" TO ws-quit-flag
               WHEN SPACE
                   MOVE "Y" TO ws-quit-flag
               WHEN OTHER
                   MOVE "no such page -- M B P T D A J C F, or Q"
                     TO ws-message
           END-EVALUATE.

      *>   the master record as FIND hands it back, live rather than
      *>   off the snapshot, so a change made a minute ago shows
       SHOW-MASTER SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- master record --" TO ws-tab-title.
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-view-name TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               MOVE "no longer on the PROJECTS master" TO ws-new-line
               PERFORM ADD-PAGE-LINE
               GO TO SHOW-MASTER-EXIT
           END-IF.
           MOVE ws-proj-owner TO ws-owner-id.
           CALL "owner-check" USING ws-owner-id ws-owner-status
             ws-owner-dept
           END-CALL.
           MOVE SPACES TO ws-new-line.
           STRING "Status     : " ws-proj-status
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Owner      : " ws-proj-owner " dept "
             ws-owner-dept DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Created    : " ws-proj-create-date " "
             ws-proj-create-time DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Template   : " ws-proj-template
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Module     : " ws-proj-module-type
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Birth build: " ws-proj-verified
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Cloned from: " ws-proj-cloned-from
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
       SHOW-MASTER-EXIT.
           EXIT.

       SHOW-BUILDS SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- last ten builds, newest first --" TO ws-tab-title.
           MOVE "N" TO ws-history-eof.
           OPEN INPUT HISTORY-FILE.
           IF ws-history-status NOT = "00"
               MOVE "no BUILD-HISTORY yet" TO ws-new-line
               PERFORM ADD-PAGE-LINE
               GO TO SHOW-BUILDS-EXIT
           END-IF.
           PERFORM UNTIL ws-history-eof = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO ws-history-eof
                   NOT AT END
                       IF hist-rec-name(1:1) NOT = "*"
                           AND hist-rec-name = ws-view-name
                           MOVE SPACES TO ws-new-line
                           STRING hist-rec-date " " hist-rec-time
                             "  " hist-rec-result "  rc "
                             hist-rec-rc "  night "
                             hist-rec-bus-date
                             DELIMITED BY SIZE INTO ws-new-line
                           END-STRING
                           PERFORM KEEP-RECENT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           PERFORM SHOW-KEPT-LINES.
           IF ws-keep-count = 0
               MOVE "never built by build-health" TO ws-new-line
               PERFORM ADD-PAGE-LINE
           END-IF.
       SHOW-BUILDS-EXIT.
           EXIT.

       SHOW-PROMOTIONS SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- last ten promotions, newest first --"
             TO ws-tab-title.
           MOVE "N" TO ws-promotions-eof.
           OPEN INPUT PROMOTIONS-FILE.
           IF ws-promotions-status NOT = "00"
               MOVE "no PROMOTIONS file -- nothing promoted yet"
                 TO ws-new-line
               PERFORM ADD-PAGE-LINE
               GO TO SHOW-PROMOTIONS-EXIT
           END-IF.
           PERFORM UNTIL ws-promotions-eof = "Y"
               READ PROMOTIONS-FILE
                   AT END
                       MOVE "Y" TO ws-promotions-eof
                   NOT AT END
                       IF promo-rec-name = ws-view-name
                           MOVE SPACES TO ws-new-line
                           STRING promo-rec-date " " promo-rec-time
                             "  " promo-rec-from " -> " promo-rec-to
                             "  " promo-rec-outcome "  "
                             promo-rec-operator(1:16) " "
                             promo-rec-ticket
                             DELIMITED BY SIZE INTO ws-new-line
                           END-STRING
                           PERFORM KEEP-RECENT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMOTIONS-FILE.
           PERFORM SHOW-KEPT-LINES.
           IF ws-keep-count = 0
               MOVE "never promoted" TO ws-new-line
               PERFORM ADD-PAGE-LINE
           END-IF.
       SHOW-PROMOTIONS-EXIT.
           EXIT.

      *>   three tags to a line, so the page holds thirty-six
       SHOW-TAGS SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- tags --" TO ws-tab-title.
           MOVE "N" TO ws-projtags-eof.
           MOVE 0 TO ws-keep-idx.
           MOVE SPACES TO ws-new-line.
           OPEN INPUT PROJTAGS-FILE.
           IF ws-projtags-status NOT = "00"
               MOVE "no PROJTAGS file -- nothing is tagged"
                 TO ws-new-line
               PERFORM ADD-PAGE-LINE
               GO TO SHOW-TAGS-EXIT
           END-IF.
           PERFORM UNTIL ws-projtags-eof = "Y"
               READ PROJTAGS-FILE
                   AT END
                       MOVE "Y" TO ws-projtags-eof
                   NOT AT END
                       IF tag-rec-project = ws-view-name
                           ADD 1 TO ws-keep-idx
                           COMPUTE ws-scr-idx =
                             ((ws-keep-idx - 1) * 25) + 1
                           MOVE tag-rec-tag
                             TO ws-new-line(ws-scr-idx:20)
                           IF ws-keep-idx = 3
                               PERFORM ADD-PAGE-LINE
                               MOVE 0 TO ws-keep-idx
                               MOVE SPACES TO ws-new-line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJTAGS-FILE.
           IF ws-keep-idx > 0
               PERFORM ADD-PAGE-LINE
           END-IF.
           IF ws-scr-count = 0 AND ws-more-count = 0
               MOVE "no tags" TO ws-new-line
               PERFORM ADD-PAGE-LINE
           END-IF.
           PERFORM NOTE-MORE-LINES.
       SHOW-TAGS-EXIT.
           EXIT.

       SHOW-DEPENDS SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- DEPENDS callees and callers --" TO ws-tab-title.
           MOVE "N" TO ws-depends-eof.
           OPEN INPUT DEPENDS-FILE.
           IF ws-depends-status NOT = "00"
               MOVE "no DEPENDS registry -- no links registered"
                 TO ws-new-line
               PERFORM ADD-PAGE-LINE
               GO TO SHOW-DEPENDS-EXIT
           END-IF.
           PERFORM UNTIL ws-depends-eof = "Y"
               READ DEPENDS-FILE
                   AT END
                       MOVE "Y" TO ws-depends-eof
                   NOT AT END
                       IF DEPENDS-RECORD(1:1) NOT = "*"
                           PERFORM TAKE-ONE-LINK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPENDS-FILE.
           IF ws-scr-count = 0
               MOVE "no links either way" TO ws-new-line
               PERFORM ADD-PAGE-LINE
           END-IF.
           PERFORM NOTE-MORE-LINES.
       SHOW-DEPENDS-EXIT.
           EXIT.

       TAKE-ONE-LINK SECTION.
           IF dep-rec-caller = ws-view-name
               MOVE SPACES TO ws-new-line
               STRING "calls      " dep-rec-callee
                 DELIMITED BY SIZE INTO ws-new-line
               END-STRING
               PERFORM ADD-PAGE-LINE
           END-IF.
           IF dep-rec-callee = ws-view-name
               MOVE SPACES TO ws-new-line
               STRING "called by  " dep-rec-caller
                 DELIMITED BY SIZE INTO ws-new-line
               END-STRING
               PERFORM ADD-PAGE-LINE
           END-IF.

      *>   whatever still sits in alerts/ is open, as alert-console
      *>   has it; an alert belongs here when its text names the
      *>   project
       SHOW-ALERTS SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- open alerts naming this project --"
             TO ws-tab-title.
           MOVE SPACES TO ws-shell-command.
           STRING "ls alerts 2>/dev/null > " DELIMITED BY SIZE
             FUNCTION TRIM(ws-list-path) DELIMITED BY SIZE
             INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE "N" TO ws-list-eof.
           OPEN INPUT LIST-FILE.
           IF ws-list-status = "00"
               PERFORM UNTIL ws-list-eof = "Y"
                   READ LIST-FILE
                       AT END
                           MOVE "Y" TO ws-list-eof
                       NOT AT END
                           IF LIST-RECORD(1:6) = "ALERT-"
                               PERFORM CHECK-ONE-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-list-path)
             RETURNING ws-rc
           END-CALL.
           IF ws-scr-count = 0
               MOVE "no open alert names it" TO ws-new-line
               PERFORM ADD-PAGE-LINE
           END-IF.
           PERFORM NOTE-MORE-LINES.

       CHECK-ONE-ALERT SECTION.
           MOVE SPACES TO ws-alert-path.
           STRING "alerts/" FUNCTION TRIM(LIST-RECORD)
             DELIMITED BY SIZE INTO ws-alert-path
           END-STRING.
           MOVE 0 TO ws-mention-count.
           MOVE SPACES TO ws-new-line.
           MOVE "N" TO ws-alert-eof.
           OPEN INPUT ALERT-FILE.
           IF ws-alert-status NOT = "00"
               GO TO CHECK-ONE-ALERT-EXIT
           END-IF.
           PERFORM UNTIL ws-alert-eof = "Y"
               READ ALERT-FILE
                   AT END
                       MOVE "Y" TO ws-alert-eof
                   NOT AT END
                       INSPECT ALERT-RECORD TALLYING ws-mention-count
                         FOR ALL ws-view-name(1:ws-name-len)
                       IF ALERT-RECORD(1:9) = "FAILED:  "
                           MOVE ALERT-RECORD(10:40)
                             TO ws-new-line(37:40)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.
           IF ws-mention-count > 0
               MOVE LIST-RECORD(1:35) TO ws-new-line(1:35)
               PERFORM ADD-PAGE-LINE
           END-IF.
       CHECK-ONE-ALERT-EXIT.
           EXIT.

      *>   an entry touches the project when it is the before or the
      *>   after name -- so a rename shows under both names
       SHOW-JOURNAL SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- last ten journal entries, newest first --"
             TO ws-tab-title.
           MOVE "N" TO ws-audit-eof.
           OPEN INPUT AUDIT-FILE.
           IF ws-audit-status NOT = "00"
               MOVE "no PROJECTS-AUDIT journal" TO ws-new-line
               PERFORM ADD-PAGE-LINE
               GO TO SHOW-JOURNAL-EXIT
           END-IF.
           PERFORM UNTIL ws-audit-eof = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO ws-audit-eof
                   NOT AT END
                       IF aud-rec-date IS NUMERIC
                           PERFORM TAKE-ONE-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM SHOW-KEPT-LINES.
           IF ws-keep-count = 0
               MOVE "nothing journaled against it" TO ws-new-line
               PERFORM ADD-PAGE-LINE
           END-IF.
       SHOW-JOURNAL-EXIT.
           EXIT.

       TAKE-ONE-AUDIT-ENTRY SECTION.
           IF aud-rec-rest(1:1) = "+" OR aud-rec-rest(1:1) = "-"
               MOVE aud-rec-rest(7:391) TO ws-aud-body
           ELSE
               MOVE aud-rec-rest(1:391) TO ws-aud-body
           END-IF.
           IF ws-aud-before-name NOT = ws-view-name
               AND ws-aud-after-name NOT = ws-view-name
               GO TO TAKE-ONE-AUDIT-ENTRY-EXIT
           END-IF.
           MOVE SPACES TO ws-new-line.
           STRING aud-rec-date " " aud-rec-time "  " ws-aud-op
             "  " ws-aud-who(1:20) " " aud-rec-ticket
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM KEEP-RECENT-LINE.
       TAKE-ONE-AUDIT-ENTRY-EXIT.
           EXIT.

       SHOW-ARCHIVE-ENTRY SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- archive catalog entry --" TO ws-tab-title.
           MOVE "N" TO ws-cat-found.
           MOVE "N" TO ws-catalog-eof.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status = "00"
               PERFORM UNTIL ws-catalog-eof = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO ws-catalog-eof
                       NOT AT END
                           IF cat-rec-name = ws-view-name
                               MOVE "Y" TO ws-cat-found
                               MOVE CATALOG-RECORD TO ws-cat-keep
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF ws-cat-found = "N"
               MOVE "not in the archive catalog -- never retired"
                 TO ws-new-line
               PERFORM ADD-PAGE-LINE
               GO TO SHOW-ARCHIVE-ENTRY-EXIT
           END-IF.
           MOVE ws-cat-keep TO CATALOG-RECORD.
           MOVE SPACES TO ws-new-line.
           STRING "Archived   : " cat-rec-date " " cat-rec-time
             " by " cat-rec-operator
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Ticket     : " cat-rec-ticket
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Container  : " cat-rec-container
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           MOVE SPACES TO ws-new-line.
           STRING "Moved      : " cat-rec-moved(1:60)
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           IF cat-rec-moved(61:60) NOT = SPACES
               MOVE SPACES TO ws-new-line
               MOVE cat-rec-moved(61:60) TO ws-new-line(14:60)
               PERFORM ADD-PAGE-LINE
           END-IF.
           MOVE SPACES TO ws-new-line.
           STRING "Missing    : " cat-rec-missing(1:60)
             DELIMITED BY SIZE INTO ws-new-line
           END-STRING.
           PERFORM ADD-PAGE-LINE.
           IF cat-rec-missing(61:60) NOT = SPACES
               MOVE SPACES TO ws-new-line
               MOVE cat-rec-missing(61:60) TO ws-new-line(14:60)
               PERFORM ADD-PAGE-LINE
           END-IF.
       SHOW-ARCHIVE-ENTRY-EXIT.
           EXIT.

      *>   the drift half judges the project's cataloged files the
      *>   way gen-drift does; the disk half measures the way
      *>   disk-usage does -- the directory and its bin/ and obj/
      *>   for an ACTIVE project, archive/<name> once retired
       SHOW-FILES-AND-DISK SECTION.
           PERFORM CLEAR-PAGE.
           MOVE "-- generated-file drift and disk footprint --"
             TO ws-tab-title.
           MOVE 0 TO ws-pf-count ws-ok-count ws-edited-count
             ws-gone-count.
           MOVE "N" TO ws-projfiles-eof.
           OPEN INPUT PROJFILES-FILE.
           IF ws-projfiles-status = "00"
               PERFORM UNTIL ws-projfiles-eof = "Y"
                   READ PROJFILES-FILE
                       AT END
                           MOVE "Y" TO ws-projfiles-eof
                       NOT AT END
                           IF pf-rec-project = ws-view-name
                               PERFORM KEEP-NEWEST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJFILES-FILE
           END-IF.
           PERFORM MEASURE-DISK.
           MOVE SPACES TO ws-new-line.
           IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
               MOVE ws-total-kb TO ws-ed-kb-1
               MOVE ws-artifact-kb TO ws-ed-kb-2
               STRING "Disk       : " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-ed-kb-1) DELIMITED BY SIZE
                 "K, " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-ed-kb-2) DELIMITED BY SIZE
                 "K of it bin/ and obj/" DELIMITED BY SIZE
                 INTO ws-new-line
               END-STRING
           ELSE
               MOVE ws-archive-kb TO ws-ed-kb-1
               STRING "Disk       : " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-ed-kb-1) DELIMITED BY SIZE
                 "K under archive/" DELIMITED BY SIZE
                 INTO ws-new-line
               END-STRING
           END-IF.
           PERFORM ADD-PAGE-LINE.
           PERFORM VARYING ws-pf-idx FROM 1 BY 1
               UNTIL ws-pf-idx > ws-pf-count
               PERFORM CHECK-ONE-FILE
           END-PERFORM.
           MOVE SPACES TO ws-new-line.
           IF ws-pf-count = 0
               MOVE "Drift      : no files cataloged in PROJFILES"
                 TO ws-new-line
           ELSE
               MOVE ws-pf-count TO ws-ed-cnt-1
               MOVE ws-ok-count TO ws-ed-cnt-2
               MOVE ws-edited-count TO ws-ed-cnt-3
               MOVE ws-gone-count TO ws-ed-cnt-4
               STRING "Drift      : " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-ed-cnt-1) DELIMITED BY SIZE
                 " cataloged, " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-ed-cnt-2) DELIMITED BY SIZE
                 " unchanged, " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-ed-cnt-3) DELIMITED BY SIZE
                 " edited, " DELIMITED BY SIZE
                 FUNCTION TRIM(ws-ed-cnt-4) DELIMITED BY SIZE
                 " gone" DELIMITED BY SIZE
                 INTO ws-new-line
               END-STRING
           END-IF.
           PERFORM ADD-PAGE-LINE.
      *>   then the files that are no longer as generated, by name
           PERFORM VARYING ws-pf-idx FROM 1 BY 1
               UNTIL ws-pf-idx > ws-pf-count
               IF ws-pf-state(ws-pf-idx) NOT = "OK"
                   MOVE SPACES TO ws-new-line
                   STRING "  " ws-pf-state(ws-pf-idx) "  "
                     ws-pf-path(ws-pf-idx)(1:60)
                     DELIMITED BY SIZE INTO ws-new-line
                   END-STRING
                   PERFORM ADD-PAGE-LINE
               END-IF
           END-PERFORM.
           PERFORM NOTE-MORE-LINES.

       KEEP-NEWEST-ENTRY SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-pf-idx FROM 1 BY 1
               UNTIL ws-pf-idx > ws-pf-count
               IF ws-pf-path(ws-pf-idx) = pf-rec-path
                   MOVE pf-rec-checksum TO ws-pf-checksum(ws-pf-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND ws-pf-count < ws-pf-max
               ADD 1 TO ws-pf-count
               MOVE pf-rec-path TO ws-pf-path(ws-pf-count)
               MOVE pf-rec-checksum TO ws-pf-checksum(ws-pf-count)
           END-IF.

      *>   gen-drift's three verdicts: as generated, edited by hand
      *>   since, or no longer there at all
       CHECK-ONE-FILE SECTION.
           MOVE SPACES TO ws-sum-path.
           MOVE ws-pf-path(ws-pf-idx) TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           EVALUATE TRUE
               WHEN ws-sum-status NOT = 0
                   ADD 1 TO ws-gone-count
                   MOVE "GONE" TO ws-pf-state(ws-pf-idx)
               WHEN ws-sum-value NOT = ws-pf-checksum(ws-pf-idx)
                   ADD 1 TO ws-edited-count
                   MOVE "EDITED" TO ws-pf-state(ws-pf-idx)
               WHEN OTHER
                   ADD 1 TO ws-ok-count
                   MOVE "OK" TO ws-pf-state(ws-pf-idx)
           END-EVALUATE.

       MEASURE-DISK SECTION.
           MOVE 0 TO ws-total-kb ws-artifact-kb ws-archive-kb.
           IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
               MOVE SPACES TO ws-du-target
               MOVE FUNCTION TRIM(ws-view-name) TO ws-du-target
               PERFORM RUN-DU
               MOVE ws-du-kb TO ws-total-kb
               MOVE SPACES TO ws-du-target
               STRING FUNCTION TRIM(ws-view-name) "/bin "
                 FUNCTION TRIM(ws-view-name) "/obj"
                 DELIMITED BY SIZE INTO ws-du-target
               END-STRING
               PERFORM RUN-DU
               MOVE ws-du-kb TO ws-artifact-kb
               IF ws-artifact-kb > ws-total-kb
                   MOVE ws-total-kb TO ws-artifact-kb
               END-IF
           ELSE
               MOVE SPACES TO ws-du-target
               STRING "archive/" FUNCTION TRIM(ws-view-name)
                 DELIMITED BY SIZE INTO ws-du-target
               END-STRING
               PERFORM RUN-DU
               MOVE ws-du-kb TO ws-archive-kb
           END-IF.

      *>   du -sk prints one "KB<tab>path" line per argument; a
      *>   directory that is not there measures zero
       RUN-DU SECTION.
           MOVE 0 TO ws-du-kb.
           MOVE SPACES TO ws-shell-command.
           STRING "du -sk " FUNCTION TRIM(ws-du-target)
             " > " FUNCTION TRIM(ws-list-path) " 2>/dev/null"
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE "N" TO ws-list-eof.
           OPEN INPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               GO TO RUN-DU-EXIT
           END-IF.
           PERFORM UNTIL ws-list-eof = "Y"
               READ LIST-FILE
                   AT END
                       MOVE "Y" TO ws-list-eof
                   NOT AT END
                       IF LIST-RECORD NOT = SPACES
                           MOVE SPACES TO ws-kb-text
                           UNSTRING LIST-RECORD DELIMITED BY X"09"
                             INTO ws-kb-text
                           END-UNSTRING
                           ADD FUNCTION NUMVAL(ws-kb-text)
                             TO ws-du-kb
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-list-path)
             RETURNING ws-rc
           END-CALL.
       RUN-DU-EXIT.
           EXIT.

       CLEAR-PAGE SECTION.
           MOVE SPACES TO ws-scr-line-table.
           MOVE SPACES TO ws-keep-table.
           MOVE 0 TO ws-scr-count ws-keep-count ws-more-count.

      *>   ws-new-line onto the page; past twelve lines it is only
      *>   counted, and NOTE-MORE-LINES says how many did not fit
       ADD-PAGE-LINE SECTION.
           IF ws-scr-count < ws-scr-max
               ADD 1 TO ws-scr-count
               MOVE ws-new-line TO ws-scr-line(ws-scr-count)
           ELSE
               ADD 1 TO ws-more-count
           END-IF.

       NOTE-MORE-LINES SECTION.
           IF ws-more-count > 0
               MOVE ws-more-count TO ws-ed-more
               MOVE SPACES TO ws-message
               STRING FUNCTION TRIM(ws-ed-more) DELIMITED BY SIZE
                 " more line(s) than the page holds"
                 DELIMITED BY SIZE INTO ws-message
               END-STRING
           END-IF.

       KEEP-RECENT-LINE SECTION.
           IF ws-keep-count < ws-keep-max
               ADD 1 TO ws-keep-count
           ELSE
               PERFORM VARYING ws-keep-idx FROM 2 BY 1
                   UNTIL ws-keep-idx > ws-keep-max
                   MOVE ws-keep-line(ws-keep-idx)
                     TO ws-keep-line(ws-keep-idx - 1)
               END-PERFORM
           END-IF.
           MOVE ws-new-line TO ws-keep-line(ws-keep-count).

       SHOW-KEPT-LINES SECTION.
           PERFORM VARYING ws-keep-idx FROM ws-keep-count BY -1
               UNTIL ws-keep-idx < 1
               MOVE ws-keep-line(ws-keep-idx) TO ws-new-line
               PERFORM ADD-PAGE-LINE
           END-PERFORM.

           END PROGRAM "project-view".
