      *> -------------------------------------------
      *> roster-maint.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> maintenance for the ROSTER file, the on-call rota
      *> oncall-lookup reads whenever an alert needs a person (the
      *> layout and its ROTA/COVER rules are in roster-rec.cpy).
      *> Operations:
      *>
      *>   roster-maint ADD ROTA|COVER <from> <to> <primary>
      *>                <secondary> [<duty-manager>]
      *>   roster-maint REMOVE ROTA|COVER <from>
      *>   roster-maint LIST [<date>]     lines still running on or
      *>                                  after the date (today)
      *>   roster-maint WHO [<date>]      who would be paged that day
      *>   roster-maint GAPS [<from> [<to>]]
      *>                                  every day in the range (four
      *>                                  weeks from today by default)
      *>                                  with no usable primary,
      *>                                  secondary or duty manager
      *>
      *> ADD and REMOVE need the UPDATE class in OPERS. ADD refuses
      *> an id that is not active in OWNERS; GAPS asks oncall-lookup
      *> about each day, so it reports exactly what a page that day
      *> would find -- holiday cover, deactivated owners and missing
      *> contacts included.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "roster-maint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE
               ASSIGN TO DYNAMIC ws-roster-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-roster-status.

       DATA DIVISION.
         FILE SECTION.
         FD  ROSTER-FILE.
             COPY "roster-rec.cpy".

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "roster-maint".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-roster-path     PIC X(300) VALUE "ROSTER".
           01 ws-roster-status   PIC XX.
           01 ws-roster-eof      PIC X VALUE "N".

      *>   the whole file held in storage while an operation works
      *>   on it, comment lines included so a rewrite keeps them
           78 ws-line-max VALUE 500.
           01 ws-line-count     PIC 9(4) VALUE 0.
           01 ws-line-idx       PIC 9(4).
           01 ws-line-keep      PIC 9(4).
           01 ws-line-table.
               05 ws-line-text OCCURS 500 TIMES PIC X(120).
           01 ws-roster-line.
               05 ws-rl-kind         PIC X(5).
               05 FILLER             PIC X.
               05 ws-rl-from         PIC X(8).
               05 FILLER             PIC X.
               05 ws-rl-to           PIC X(8).
               05 FILLER             PIC X.
               05 ws-rl-primary      PIC X(30).
               05 FILLER             PIC X.
               05 ws-rl-secondary    PIC X(30).
               05 FILLER             PIC X.
               05 ws-rl-manager      PIC X(30).
               05 FILLER             PIC X(4).

           01 ws-cmdline        PIC X(300).
           01 ws-op-word        PIC X(8).
           01 ws-arg-1          PIC X(30).
           01 ws-arg-2          PIC X(30).
           01 ws-arg-3          PIC X(30).
           01 ws-arg-4          PIC X(30).
           01 ws-arg-5          PIC X(30).
           01 ws-arg-6          PIC X(30).
           01 ws-found-flag     PIC X.
      *>   set by the permission and owner checks; RETURN-CODE is no
      *>   use for this, every CALL in between resets it
           01 ws-refused-flag   PIC X VALUE "N".

      *>   date arithmetic -- a real calendar date only, the same
      *>   guard procdate-maint puts on its SET
           01 ws-check-date     PIC X(8).
           01 ws-check-num      PIC 9(8).
           01 ws-check-julian   PIC 9(7).
           01 ws-from-date      PIC X(8).
           01 ws-to-date        PIC X(8).
           01 ws-from-julian    PIC 9(7).
           01 ws-to-julian      PIC 9(7).
           01 ws-walk-julian    PIC 9(7).
           01 ws-walk-date      PIC 9(8).
           01 ws-today          PIC X(8).
      *>   0=Monday .. 6=Sunday, the same day-numbering BIZDAY reads
      *>   off the integer date
           01 ws-weekday-no      PIC 9.
           01 ws-weekday-table.
               05 FILLER PIC X(3) VALUE "MON".
               05 FILLER PIC X(3) VALUE "TUE".
               05 FILLER PIC X(3) VALUE "WED".
               05 FILLER PIC X(3) VALUE "THU".
               05 FILLER PIC X(3) VALUE "FRI".
               05 FILLER PIC X(3) VALUE "SAT".
               05 FILLER PIC X(3) VALUE "SUN".
           01 ws-weekday-redef REDEFINES ws-weekday-table.
               05 ws-weekday-slot OCCURS 7 TIMES PIC X(3).

      *>   owner-check's USING items
           01 ws-chk-owner-id   PIC X(30).
           01 ws-chk-status     PIC 99.
           01 ws-chk-dept       PIC X(20).

      *>   oncall-lookup's USING items, and the tier being asked
           01 ws-oc-date        PIC X(8).
           01 ws-oc-tier        PIC X.
           01 ws-oc-owner       PIC X(30).
           01 ws-oc-contact     PIC X(40).
           01 ws-oc-status      PIC 99.
           01 ws-tier-word      PIC X(12).
           01 ws-gap-count      PIC 9(5) VALUE 0.
           01 ws-day-count      PIC 9(5) VALUE 0.
           01 ws-who-text       PIC X(80).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-DISPATCH.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-op-word ws-arg-1 ws-arg-2 ws-arg-3
             ws-arg-4 ws-arg-5 ws-arg-6.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-op-word ws-arg-1 ws-arg-2 ws-arg-3 ws-arg-4
               ws-arg-5 ws-arg-6
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           PERFORM 010-LOAD-FILE.

      *>   an absent roster is simply an empty one
       010-LOAD-FILE SECTION.
           MOVE 0 TO ws-line-count.
           OPEN INPUT ROSTER-FILE.
           IF ws-roster-status NOT = "00"
               GO TO 010-LOAD-FILE-EXIT
           END-IF.
           PERFORM UNTIL ws-roster-eof = "Y"
               READ ROSTER-FILE
                   AT END
                       MOVE "Y" TO ws-roster-eof
                   NOT AT END
                       IF ROSTER-RECORD NOT = SPACES
                           AND ws-line-count < ws-line-max
                           ADD 1 TO ws-line-count
                           MOVE ROSTER-RECORD
                             TO ws-line-text(ws-line-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       010-LOAD-FILE-EXIT.
           EXIT.

       100-DISPATCH SECTION.
           EVALUATE ws-op-word
               WHEN "ADD"
                   PERFORM 200-ADD-LINE
               WHEN "REMOVE"
                   PERFORM 300-REMOVE-LINE
               WHEN "LIST"
                   PERFORM 400-LIST-ROSTER
               WHEN "WHO"
                   PERFORM 500-WHO-IS-ON
               WHEN "GAPS"
                   PERFORM 600-COVERAGE-GAPS
               WHEN OTHER
                   DISPLAY "ROS010E "
                     "usage: roster-maint ADD ROTA|COVER <from> <to> "
                     "<primary> <secondary> [<manager>] | REMOVE "
                     "ROTA|COVER <from> | LIST [<date>] | WHO "
                     "[<date>] | GAPS [<from> [<to>]]" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *>   ws-check-julian comes back zero for anything that is not
      *>   a calendar date
       110-CHECK-DATE SECTION.
           MOVE 0 TO ws-check-julian.
           IF ws-check-date IS NOT NUMERIC
               GO TO 110-CHECK-DATE-EXIT
           END-IF.
           IF ws-check-date(5:2) < "01" OR ws-check-date(5:2) > "12"
               OR ws-check-date(7:2) < "01"
               OR ws-check-date(7:2) > "31"
               GO TO 110-CHECK-DATE-EXIT
           END-IF.
           MOVE ws-check-date TO ws-check-num.
           COMPUTE ws-check-julian = FUNCTION INTEGER-OF-DATE
             (ws-check-num).
       110-CHECK-DATE-EXIT.
           EXIT.

       120-CHECK-PERMISSION SECTION.
           MOVE "UPDATE" TO ws-opers-class.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "ROS011E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-refused-flag
           END-IF.

      *>   an on-call id OWNERS does not carry active could never be
      *>   paged -- refused at the door rather than found at 3am
       130-CHECK-OWNER SECTION.
           IF ws-chk-owner-id = SPACES
               GO TO 130-CHECK-OWNER-EXIT
           END-IF.
           CALL "owner-check" USING ws-chk-owner-id ws-chk-status
             ws-chk-dept
           END-CALL.
           IF ws-chk-status NOT = 0
               DISPLAY "ROS014E roster-maint: '"
                 FUNCTION TRIM(ws-chk-owner-id)
                 "' is not an active owner in OWNERS" UPON SYSERR
               END-DISPLAY
               MOVE "Y" TO ws-refused-flag
           END-IF.
       130-CHECK-OWNER-EXIT.
           EXIT.

       200-ADD-LINE SECTION.
           PERFORM 120-CHECK-PERMISSION.
           IF ws-refused-flag = "Y"
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-LINE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-arg-1) TO ws-arg-1.
           IF (ws-arg-1 NOT = "ROTA" AND ws-arg-1 NOT = "COVER")
               OR ws-arg-4 = SPACES OR ws-arg-5 = SPACES
               DISPLAY "ROS012E roster-maint: ADD needs ROTA or "
                 "COVER, a from and a to date, a primary and a "
                 "secondary" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-LINE-EXIT
           END-IF.
           MOVE ws-arg-2 TO ws-check-date.
           PERFORM 110-CHECK-DATE.
           MOVE ws-check-julian TO ws-from-julian.
           MOVE ws-arg-3 TO ws-check-date.
           PERFORM 110-CHECK-DATE.
           MOVE ws-check-julian TO ws-to-julian.
           IF ws-from-julian = 0 OR ws-to-julian = 0
               OR ws-from-julian > ws-to-julian
               DISPLAY "ROS013E roster-maint: '"
                 FUNCTION TRIM(ws-arg-2) "' to '"
                 FUNCTION TRIM(ws-arg-3)
                 "' is not a range of calendar dates" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-LINE-EXIT
           END-IF.
           MOVE ws-arg-4 TO ws-chk-owner-id.
           PERFORM 130-CHECK-OWNER.
           MOVE ws-arg-5 TO ws-chk-owner-id.
           PERFORM 130-CHECK-OWNER.
           MOVE ws-arg-6 TO ws-chk-owner-id.
           PERFORM 130-CHECK-OWNER.
           IF ws-refused-flag = "Y"
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-LINE-EXIT
           END-IF.
           IF ws-line-count >= ws-line-max
               DISPLAY "ROS015E roster-maint: the roster is full"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-LINE-EXIT
           END-IF.
           MOVE SPACES TO ws-roster-line.
           MOVE ws-arg-1 TO ws-rl-kind.
           MOVE ws-arg-2 TO ws-rl-from.
           MOVE ws-arg-3 TO ws-rl-to.
           MOVE ws-arg-4 TO ws-rl-primary.
           MOVE ws-arg-5 TO ws-rl-secondary.
           MOVE ws-arg-6 TO ws-rl-manager.
           ADD 1 TO ws-line-count.
           MOVE ws-roster-line TO ws-line-text(ws-line-count).
           PERFORM 700-REWRITE-FILE.
           IF RETURN-CODE = 0
               DISPLAY "roster-maint: " FUNCTION TRIM(ws-arg-1) " "
                 ws-rl-from "-" ws-rl-to " "
                 FUNCTION TRIM(ws-arg-4) " / "
                 FUNCTION TRIM(ws-arg-5) " added"
               END-DISPLAY
           END-IF.
       200-ADD-LINE-EXIT.
           EXIT.

       300-REMOVE-LINE SECTION.
           PERFORM 120-CHECK-PERMISSION.
           IF ws-refused-flag = "Y"
               MOVE 1 TO RETURN-CODE
               GO TO 300-REMOVE-LINE-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-arg-1) TO ws-arg-1.
      *>   close the gap by shifting everything after a removed
      *>   line up one slot, then rewrite the file whole
           MOVE "N" TO ws-found-flag.
           MOVE 0 TO ws-line-keep.
           PERFORM VARYING ws-line-idx FROM 1 BY 1
               UNTIL ws-line-idx > ws-line-count
               MOVE ws-line-text(ws-line-idx) TO ws-roster-line
               IF ws-roster-line(1:1) NOT = "*"
                   AND FUNCTION UPPER-CASE(ws-rl-kind) = ws-arg-1
                   AND ws-rl-from = ws-arg-2(1:8)
                   MOVE "Y" TO ws-found-flag
               ELSE
                   ADD 1 TO ws-line-keep
                   MOVE ws-line-text(ws-line-idx)
                     TO ws-line-text(ws-line-keep)
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N"
               DISPLAY "ROS016E roster-maint: no "
                 FUNCTION TRIM(ws-arg-1) " line starts on '"
                 FUNCTION TRIM(ws-arg-2) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 300-REMOVE-LINE-EXIT
           END-IF.
           MOVE ws-line-keep TO ws-line-count.
           PERFORM 700-REWRITE-FILE.
           IF RETURN-CODE = 0
               DISPLAY "roster-maint: " FUNCTION TRIM(ws-arg-1)
                 " line from " FUNCTION TRIM(ws-arg-2) " removed"
               END-DISPLAY
           END-IF.
       300-REMOVE-LINE-EXIT.
           EXIT.

       400-LIST-ROSTER SECTION.
           MOVE ws-today TO ws-from-date.
           IF ws-arg-1 NOT = SPACES
               MOVE ws-arg-1 TO ws-from-date
           END-IF.
           DISPLAY "Kind  From     To       Primary"
             "                        Secondary"
             "                      Manager"
           END-DISPLAY.
           PERFORM VARYING ws-line-idx FROM 1 BY 1
               UNTIL ws-line-idx > ws-line-count
               MOVE ws-line-text(ws-line-idx) TO ws-roster-line
               IF ws-roster-line(1:1) NOT = "*"
                   AND ws-rl-to >= ws-from-date
                   DISPLAY ws-roster-line(1:115)
                   END-DISPLAY
               END-IF
           END-PERFORM.

      *>   today, unless a date is named
       500-WHO-IS-ON SECTION.
           MOVE ws-today TO ws-oc-date.
           IF ws-arg-1 NOT = SPACES
               MOVE ws-arg-1 TO ws-oc-date
           END-IF.
           MOVE ws-oc-date TO ws-check-date.
           PERFORM 110-CHECK-DATE.
           IF ws-check-julian = 0
               DISPLAY "ROS013E roster-maint: '"
                 FUNCTION TRIM(ws-arg-1)
                 "' is not a calendar date" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 500-WHO-IS-ON-EXIT
           END-IF.
           DISPLAY "on call " ws-oc-date ":" END-DISPLAY.
           MOVE "1" TO ws-oc-tier.
           PERFORM 610-ASK-ONE-TIER.
           DISPLAY "  " ws-tier-word " " FUNCTION TRIM(ws-who-text)
           END-DISPLAY.
           MOVE "2" TO ws-oc-tier.
           PERFORM 610-ASK-ONE-TIER.
           DISPLAY "  " ws-tier-word " " FUNCTION TRIM(ws-who-text)
           END-DISPLAY.
           MOVE "3" TO ws-oc-tier.
           PERFORM 610-ASK-ONE-TIER.
           DISPLAY "  " ws-tier-word " " FUNCTION TRIM(ws-who-text)
           END-DISPLAY.
       500-WHO-IS-ON-EXIT.
           EXIT.

       600-COVERAGE-GAPS SECTION.
           MOVE ws-today TO ws-from-date.
           IF ws-arg-1 NOT = SPACES
               MOVE ws-arg-1 TO ws-from-date
           END-IF.
           MOVE ws-from-date TO ws-check-date.
           PERFORM 110-CHECK-DATE.
           MOVE ws-check-julian TO ws-from-julian.
           IF ws-arg-2 NOT = SPACES
               MOVE ws-arg-2 TO ws-check-date
               PERFORM 110-CHECK-DATE
               MOVE ws-check-julian TO ws-to-julian
           ELSE
               COMPUTE ws-to-julian = ws-from-julian + 27
           END-IF.
           IF ws-from-julian = 0 OR ws-to-julian = 0
               OR ws-from-julian > ws-to-julian
               DISPLAY "ROS013E roster-maint: '"
                 FUNCTION TRIM(ws-arg-1) "' to '"
                 FUNCTION TRIM(ws-arg-2)
                 "' is not a range of calendar dates" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 600-COVERAGE-GAPS-EXIT
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(ws-to-julian) TO ws-walk-date.
           MOVE ws-walk-date TO ws-to-date.
           DISPLAY "on-call coverage gaps " ws-from-date " to "
             ws-to-date ":" END-DISPLAY.
           PERFORM VARYING ws-walk-julian FROM ws-from-julian BY 1
               UNTIL ws-walk-julian > ws-to-julian
               ADD 1 TO ws-day-count
               MOVE FUNCTION DATE-OF-INTEGER(ws-walk-julian)
                 TO ws-walk-date
               MOVE ws-walk-date TO ws-oc-date
               COMPUTE ws-weekday-no =
                 FUNCTION MOD(ws-walk-julian - 1, 7)
               MOVE "1" TO ws-oc-tier
               PERFORM 620-REPORT-IF-GAP
               MOVE "2" TO ws-oc-tier
               PERFORM 620-REPORT-IF-GAP
               MOVE "3" TO ws-oc-tier
               PERFORM 620-REPORT-IF-GAP
           END-PERFORM.
           IF ws-gap-count = 0
               DISPLAY "  (none -- every day covered)" END-DISPLAY
           END-IF.
           DISPLAY ws-gap-count " gap(s) across " ws-day-count
             " day(s)" END-DISPLAY.
       600-COVERAGE-GAPS-EXIT.
           EXIT.

       610-ASK-ONE-TIER SECTION.
           EVALUATE ws-oc-tier
               WHEN "1"
                   MOVE "primary" TO ws-tier-word
               WHEN "2"
                   MOVE "secondary" TO ws-tier-word
               WHEN OTHER
                   MOVE "duty-manager" TO ws-tier-word
           END-EVALUATE.
           CALL "oncall-lookup" USING ws-oc-date ws-oc-tier
             ws-oc-owner ws-oc-contact ws-oc-status
           END-CALL.
           MOVE SPACES TO ws-who-text.
           EVALUATE ws-oc-status
               WHEN 0
                   STRING FUNCTION TRIM(ws-oc-owner) " <"
                     FUNCTION TRIM(ws-oc-contact) ">"
                     DELIMITED BY SIZE INTO ws-who-text
                   END-STRING
               WHEN 8
                   STRING FUNCTION TRIM(ws-oc-owner)
                     " has no active contact in OWNERS"
                     DELIMITED BY SIZE INTO ws-who-text
                   END-STRING
               WHEN 20
                   MOVE "no ROSTER file" TO ws-who-text
               WHEN OTHER
                   MOVE "nobody on the roster" TO ws-who-text
           END-EVALUATE.

       620-REPORT-IF-GAP SECTION.
           PERFORM 610-ASK-ONE-TIER.
           IF ws-oc-status NOT = 0
               ADD 1 TO ws-gap-count
               DISPLAY "  " ws-oc-date " "
                 ws-weekday-slot(ws-weekday-no + 1) " "
                 ws-tier-word " " FUNCTION TRIM(ws-who-text)
               END-DISPLAY
           END-IF.

       700-REWRITE-FILE SECTION.
           OPEN OUTPUT ROSTER-FILE.
           IF ws-roster-status NOT = "00"
               DISPLAY "ROS017E roster-maint: could not rewrite '"
                 FUNCTION TRIM(ws-roster-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 700-REWRITE-FILE-EXIT
           END-IF.
           PERFORM VARYING ws-line-idx FROM 1 BY 1
               UNTIL ws-line-idx > ws-line-count
               MOVE ws-line-text(ws-line-idx) TO ROSTER-RECORD
               WRITE ROSTER-RECORD
           END-PERFORM.
           CLOSE ROSTER-FILE.
       700-REWRITE-FILE-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ROS001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "ROS002E roster maintenance ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "roster-maint".
