      *> -------------------------------------------
      *> gdg-maint.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> maintenance for the generation-data-group catalog gdg-io
      *> keeps. The dated files the backup, the rebuild salvage,
      *> every report and the CMDB feed write used to pile up for
      *> ever, and finding "the backup before last" meant reading
      *> a directory listing; a group gives each family a limit and
      *> an order, and its readers a relative reference instead.
      *>
      *>   gdg-maint DEFINE <base> <limit>   a new group; files
      *>                                     already on disk named
      *>                                     <base>.* are taken in
      *>                                     as its generations, in
      *>                                     name order
      *>   gdg-maint ALTER <base> <limit>    a new limit, applied at
      *>                                     once
      *>   gdg-maint DELETE <base>           the group and its
      *>                                     catalog entries go; the
      *>                                     files stay on disk
      *>   gdg-maint LIST [<base>]           groups, and each one's
      *>                                     generations newest first
      *>                                     with their references
      *>
      *> DEFINE and ALTER can delete files -- whatever is past the
      *> limit rolls off -- so they and DELETE are gated by the
      *> OPERS PURGE class, the same as purge-archive.
      *> Layout: gdg-names.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "gdg-maint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUPS-FILE
               ASSIGN TO DYNAMIC ws-groups-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-groups-status.
           SELECT GENS-FILE
               ASSIGN TO DYNAMIC ws-gens-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gens-status.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC ws-list-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.

       DATA DIVISION.
         FILE SECTION.
         FD  GROUPS-FILE.
             COPY "gdg-group-rec.cpy".
         FD  GENS-FILE.
             COPY "gdg-gen-rec.cpy".
         FD  LIST-FILE.
         01 LIST-RECORD PIC X(300).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "gdg-maint".
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

           COPY "gdg-names.cpy".

           01 ws-groups-path    PIC X(300) VALUE GDG-GROUPS-PATH.
           01 ws-groups-status  PIC XX.
           01 ws-groups-eof     PIC X VALUE "N".
           01 ws-gens-path      PIC X(300) VALUE GDG-GENS-PATH.
           01 ws-gens-status    PIC XX.
           01 ws-gens-eof       PIC X VALUE "N".
           01 ws-list-path      PIC X(300) VALUE "GDG-MAINT.LST".
           01 ws-list-status    PIC XX.
           01 ws-list-eof       PIC X.

           01 ws-cmdline        PIC X(300).
           01 ws-op-word        PIC X(10).
           01 ws-arg-1          PIC X(60).
           01 ws-arg-2          PIC X(20).
           01 ws-base           PIC X(44).
           01 ws-limit          PIC 9(3).
           01 ws-arg-len        PIC 9(4).
           01 ws-bad-chars      PIC 9(4).

      *>   every group, rewritten whole after a change
           78 ws-grp-max VALUE 200.
           01 ws-grp-count      PIC 9(4) VALUE 0.
           01 ws-grp-idx        PIC 9(4).
           01 ws-grp-found      PIC 9(4).
           01 ws-grp-table.
               05 ws-grp-entry OCCURS 200 TIMES.
                   10 ws-grp-base     PIC X(44).
                   10 ws-grp-limit    PIC 9(3).
                   10 ws-grp-last-gen PIC 9(4).
                   10 ws-grp-date     PIC X(8).
                   10 ws-grp-by       PIC X(30).

      *>   every generation, oldest first, for LIST and DELETE
           78 ws-gen-max VALUE 3000.
           01 ws-gen-count      PIC 9(4) VALUE 0.
           01 ws-gen-idx        PIC 9(4).
           01 ws-gen-table.
               05 ws-gen-entry OCCURS 3000 TIMES.
                   10 ws-gen-base     PIC X(44).
                   10 ws-gen-number   PIC 9(4).
                   10 ws-gen-path     PIC X(120).
                   10 ws-gen-date     PIC X(8).
                   10 ws-gen-time     PIC X(6).
           01 ws-base-gens      PIC 9(4).
           01 ws-dropped-count  PIC 9(4).
           01 ws-rel-gen        PIC 9(4).
           01 ws-rel-num        PIC Z(3)9.
           01 ws-rel-edit       PIC X(6).
           01 ws-rc-save        PIC 9(9).

      *>   gdg-io's USING items
           01 ws-gdg-op         PIC X(5).
           01 ws-gdg-base       PIC X(44).
           01 ws-gdg-path       PIC X(300).
           01 ws-gdg-gen        PIC 9(4).
           01 ws-gdg-status     PIC 99.
           01 ws-adopt-count    PIC 9(4).

           01 ws-shell-command  PIC X(700).
           01 ws-today          PIC X(8).
           01 ws-user           PIC X(30).

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-DISPATCH.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-op-word ws-arg-1 ws-arg-2.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-op-word ws-arg-1 ws-arg-2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-op-word) TO ws-op-word.
           MOVE ws-arg-1 TO ws-base.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           ACCEPT ws-user FROM ENVIRONMENT "USER".
           IF ws-op-word = "DEFINE" OR ws-op-word = "ALTER"
               OR ws-op-word = "DELETE"
               PERFORM 020-CHECK-PERMISSION
           END-IF.
           PERFORM 010-LOAD-CATALOG.

      *>   an absent catalog is no groups and no generations
       010-LOAD-CATALOG SECTION.
           MOVE 0 TO ws-grp-found.
           OPEN INPUT GROUPS-FILE.
           IF ws-groups-status = "00"
               PERFORM UNTIL ws-groups-eof = "Y"
                   OR ws-grp-count >= ws-grp-max
                   READ GROUPS-FILE
                       AT END
                           MOVE "Y" TO ws-groups-eof
                       NOT AT END
                           IF GDG-GROUP-RECORD NOT = SPACES
                               AND gdg-grp-limit IS NUMERIC
                               PERFORM 011-TAKE-ONE-GROUP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUPS-FILE
           END-IF.
           OPEN INPUT GENS-FILE.
           IF ws-gens-status NOT = "00"
               GO TO 010-LOAD-CATALOG-EXIT
           END-IF.
           PERFORM UNTIL ws-gens-eof = "Y"
               OR ws-gen-count >= ws-gen-max
               READ GENS-FILE
                   AT END
                       MOVE "Y" TO ws-gens-eof
                   NOT AT END
                       IF GDG-GEN-RECORD NOT = SPACES
                           AND gdg-gen-number IS NUMERIC
                           ADD 1 TO ws-gen-count
                           MOVE gdg-gen-base
                             TO ws-gen-base(ws-gen-count)
                           MOVE gdg-gen-number
                             TO ws-gen-number(ws-gen-count)
                           MOVE gdg-gen-path
                             TO ws-gen-path(ws-gen-count)
                           MOVE gdg-gen-date
                             TO ws-gen-date(ws-gen-count)
                           MOVE gdg-gen-time
                             TO ws-gen-time(ws-gen-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GENS-FILE.
       010-LOAD-CATALOG-EXIT.
           EXIT.

       011-TAKE-ONE-GROUP SECTION.
           ADD 1 TO ws-grp-count.
           MOVE gdg-grp-base     TO ws-grp-base(ws-grp-count).
           MOVE gdg-grp-limit    TO ws-grp-limit(ws-grp-count).
           MOVE gdg-grp-last-gen TO ws-grp-last-gen(ws-grp-count).
           MOVE gdg-grp-date     TO ws-grp-date(ws-grp-count).
           MOVE gdg-grp-by       TO ws-grp-by(ws-grp-count).
           IF gdg-grp-base = ws-base AND ws-base NOT = SPACES
               MOVE ws-grp-count TO ws-grp-found
           END-IF.

      *>   gated by the OPERS permission file; the denied attempt is
      *>   already in ERROR.LOG by the time this refuses
       020-CHECK-PERMISSION SECTION.
           MOVE "PURGE" TO ws-opers-class.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "GDG011E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-DISPATCH SECTION.
           EVALUATE ws-op-word
               WHEN "DEFINE"
                   PERFORM 200-DEFINE-GROUP
               WHEN "ALTER"
                   PERFORM 300-ALTER-GROUP
               WHEN "DELETE"
                   PERFORM 400-DELETE-GROUP
               WHEN "LIST"
                   PERFORM 500-LIST-GROUPS
               WHEN OTHER
                   DISPLAY "GDG010E usage: gdg-maint "
                     "DEFINE|ALTER <base> <limit> | DELETE <base> "
                     "| LIST [<base>]" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *>   a base is a file-name stem: no parentheses, which would
      *>   read as a reference, and a limit of 1 to 999
       150-CHECK-BASE-AND-LIMIT SECTION.
           IF ws-arg-1 = SPACES
               DISPLAY "GDG010E usage: gdg-maint "
                 "DEFINE|ALTER <base> <limit> | DELETE <base> "
                 "| LIST [<base>]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE 0 TO ws-bad-chars.
           INSPECT ws-arg-1 TALLYING ws-bad-chars FOR ALL "("
             ALL ")".
           IF ws-bad-chars > 0 OR ws-arg-1(45:16) NOT = SPACES
               DISPLAY "GDG012E gdg-maint: '" FUNCTION TRIM(ws-arg-1)
                 "' is not a usable group base name" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE 0 TO ws-arg-len.
           IF ws-arg-2 NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-arg-2))
                 TO ws-arg-len
           END-IF.
           IF ws-arg-len = 0 OR ws-arg-len > 3
               OR ws-arg-2(1:ws-arg-len) IS NOT NUMERIC
               DISPLAY "GDG013E gdg-maint: the generation limit must "
                 "be 1 to 999" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE ws-arg-2(1:ws-arg-len) TO ws-limit.
           IF ws-limit = 0
               DISPLAY "GDG013E gdg-maint: the generation limit must "
                 "be 1 to 999" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       160-REQUIRE-GROUP SECTION.
           IF ws-grp-found = 0
               DISPLAY "GDG014E gdg-maint: no generation group '"
                 FUNCTION TRIM(ws-base) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       200-DEFINE-GROUP SECTION.
           PERFORM 150-CHECK-BASE-AND-LIMIT.
           IF ws-grp-found NOT = 0
               DISPLAY "GDG015E gdg-maint: generation group '"
                 FUNCTION TRIM(ws-base) "' is already defined"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-DEFINE-GROUP-EXIT
           END-IF.
           IF ws-grp-count >= ws-grp-max
               DISPLAY "GDG016E gdg-maint: the catalog is full"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-DEFINE-GROUP-EXIT
           END-IF.
           ADD 1 TO ws-grp-count.
           MOVE ws-base  TO ws-grp-base(ws-grp-count).
           MOVE ws-limit TO ws-grp-limit(ws-grp-count).
           MOVE 0        TO ws-grp-last-gen(ws-grp-count).
           MOVE ws-today TO ws-grp-date(ws-grp-count).
           MOVE ws-user  TO ws-grp-by(ws-grp-count).
           PERFORM 700-REWRITE-GROUPS.
           IF RETURN-CODE NOT = 0
               GO TO 200-DEFINE-GROUP-EXIT
           END-IF.
           DISPLAY "gdg-maint: group " FUNCTION TRIM(ws-base)
             " defined, limit " ws-limit
           END-DISPLAY.
           PERFORM 210-ADOPT-EXISTING-FILES.
       200-DEFINE-GROUP-EXIT.
           EXIT.

      *>   the shell lists in name order, and every writer stamps
      *>   its names with a date or a zero-padded number, so name
      *>   order is age order; gdg-io rolls off as they come in. A
      *>   report's HTML copy is no generation of its own -- it
      *>   goes when its text file does
       210-ADOPT-EXISTING-FILES SECTION.
           MOVE SPACES TO ws-shell-command.
           STRING "ls -1d " FUNCTION TRIM(ws-base) ".* 2>/dev/null"
             " | grep -v '[.]html$' > " FUNCTION TRIM(ws-list-path)
             DELIMITED BY SIZE INTO ws-shell-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-shell-command)
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO ws-adopt-count.
           MOVE "N" TO ws-list-eof.
           OPEN INPUT LIST-FILE.
           IF ws-list-status NOT = "00"
               GO TO 210-ADOPT-EXISTING-FILES-EXIT
           END-IF.
           PERFORM UNTIL ws-list-eof = "Y"
               READ LIST-FILE
                   AT END
                       MOVE "Y" TO ws-list-eof
                   NOT AT END
                       IF LIST-RECORD NOT = SPACES
                           AND LIST-RECORD(121:180) = SPACES
                           MOVE "CATLG" TO ws-gdg-op
                           MOVE ws-base TO ws-gdg-base
                           MOVE LIST-RECORD TO ws-gdg-path
                           PERFORM 800-CALL-GDG-IO
                           IF ws-gdg-status = 0
                               ADD 1 TO ws-adopt-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-list-path)
           END-CALL.
           DISPLAY "gdg-maint: " ws-adopt-count
             " existing file(s) taken in as generations"
           END-DISPLAY.
       210-ADOPT-EXISTING-FILES-EXIT.
           EXIT.

       300-ALTER-GROUP SECTION.
           PERFORM 150-CHECK-BASE-AND-LIMIT.
           PERFORM 160-REQUIRE-GROUP.
           MOVE ws-limit TO ws-grp-limit(ws-grp-found).
           PERFORM 700-REWRITE-GROUPS.
           IF RETURN-CODE NOT = 0
               GO TO 300-ALTER-GROUP-EXIT
           END-IF.
           DISPLAY "gdg-maint: group " FUNCTION TRIM(ws-base)
             " limit now " ws-limit
           END-DISPLAY.
           MOVE "ROLL " TO ws-gdg-op.
           MOVE ws-base TO ws-gdg-base.
           MOVE SPACES TO ws-gdg-path.
           PERFORM 800-CALL-GDG-IO.
       300-ALTER-GROUP-EXIT.
           EXIT.

      *>   uncataloged, not scratched: the files are still there
      *>   for whoever wants them, they just stop rolling off
       400-DELETE-GROUP SECTION.
           PERFORM 160-REQUIRE-GROUP.
           MOVE SPACES TO ws-grp-base(ws-grp-found).
           PERFORM 700-REWRITE-GROUPS.
           IF RETURN-CODE NOT = 0
               GO TO 400-DELETE-GROUP-EXIT
           END-IF.
           MOVE 0 TO ws-dropped-count.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
               UNTIL ws-gen-idx > ws-gen-count
               IF ws-gen-base(ws-gen-idx) = ws-base
                   MOVE SPACES TO ws-gen-base(ws-gen-idx)
                   ADD 1 TO ws-dropped-count
               END-IF
           END-PERFORM.
           PERFORM 710-REWRITE-GENERATIONS.
           DISPLAY "gdg-maint: group " FUNCTION TRIM(ws-base)
             " deleted, " ws-dropped-count
             " generation(s) uncataloged -- files left on disk"
           END-DISPLAY.
       400-DELETE-GROUP-EXIT.
           EXIT.

       500-LIST-GROUPS SECTION.
           IF ws-base NOT = SPACES
               PERFORM 160-REQUIRE-GROUP
           END-IF.
           DISPLAY "gdg-maint: " ws-grp-count " group(s), "
             ws-gen-count " generation(s) cataloged"
           END-DISPLAY.
           PERFORM VARYING ws-grp-idx FROM 1 BY 1
               UNTIL ws-grp-idx > ws-grp-count
               IF ws-base = SPACES
                   OR ws-grp-base(ws-grp-idx) = ws-base
                   PERFORM 510-LIST-ONE-GROUP
               END-IF
           END-PERFORM.

      *>   newest first, each with the reference a reader would use
       510-LIST-ONE-GROUP SECTION.
           MOVE 0 TO ws-base-gens.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
               UNTIL ws-gen-idx > ws-gen-count
               IF ws-gen-base(ws-gen-idx) = ws-grp-base(ws-grp-idx)
                   ADD 1 TO ws-base-gens
               END-IF
           END-PERFORM.
           DISPLAY "  " ws-grp-base(ws-grp-idx) " limit "
             ws-grp-limit(ws-grp-idx) ", " ws-base-gens
             " on disk, defined " ws-grp-date(ws-grp-idx) " by "
             FUNCTION TRIM(ws-grp-by(ws-grp-idx))
           END-DISPLAY.
           MOVE 0 TO ws-rel-gen.
           PERFORM VARYING ws-gen-idx FROM ws-gen-count BY -1
               UNTIL ws-gen-idx < 1
               IF ws-gen-base(ws-gen-idx) = ws-grp-base(ws-grp-idx)
                   MOVE SPACES TO ws-rel-edit
                   IF ws-rel-gen = 0
                       MOVE "0" TO ws-rel-edit
                   ELSE
                       MOVE ws-rel-gen TO ws-rel-num
                       STRING "-" FUNCTION TRIM(ws-rel-num)
                         DELIMITED BY SIZE INTO ws-rel-edit
                       END-STRING
                   END-IF
                   DISPLAY "      " ws-rel-edit
                     " G" ws-gen-number(ws-gen-idx) "V00  "
                     ws-gen-date(ws-gen-idx) " "
                     FUNCTION TRIM(ws-gen-path(ws-gen-idx))
                   END-DISPLAY
                   ADD 1 TO ws-rel-gen
               END-IF
           END-PERFORM.

       700-REWRITE-GROUPS SECTION.
           OPEN OUTPUT GROUPS-FILE.
           IF ws-groups-status NOT = "00"
               DISPLAY "GDG017E gdg-maint: could not rewrite '"
                 FUNCTION TRIM(ws-groups-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 700-REWRITE-GROUPS-EXIT
           END-IF.
           PERFORM VARYING ws-grp-idx FROM 1 BY 1
               UNTIL ws-grp-idx > ws-grp-count
               IF ws-grp-base(ws-grp-idx) NOT = SPACES
                   MOVE SPACES TO GDG-GROUP-RECORD
                   MOVE ws-grp-base(ws-grp-idx)  TO gdg-grp-base
                   MOVE ws-grp-limit(ws-grp-idx) TO gdg-grp-limit
                   MOVE ws-grp-last-gen(ws-grp-idx)
                     TO gdg-grp-last-gen
                   MOVE ws-grp-date(ws-grp-idx)  TO gdg-grp-date
                   MOVE ws-grp-by(ws-grp-idx)    TO gdg-grp-by
                   WRITE GDG-GROUP-RECORD
               END-IF
           END-PERFORM.
           CLOSE GROUPS-FILE.
       700-REWRITE-GROUPS-EXIT.
           EXIT.

       710-REWRITE-GENERATIONS SECTION.
           OPEN OUTPUT GENS-FILE.
           IF ws-gens-status NOT = "00"
               DISPLAY "GDG017E gdg-maint: could not rewrite '"
                 FUNCTION TRIM(ws-gens-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 710-REWRITE-GENERATIONS-EXIT
           END-IF.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
               UNTIL ws-gen-idx > ws-gen-count
               IF ws-gen-base(ws-gen-idx) NOT = SPACES
                   MOVE SPACES TO GDG-GEN-RECORD
                   MOVE ws-gen-base(ws-gen-idx)   TO gdg-gen-base
                   MOVE ws-gen-number(ws-gen-idx) TO gdg-gen-number
                   MOVE ws-gen-path(ws-gen-idx)   TO gdg-gen-path
                   MOVE ws-gen-date(ws-gen-idx)   TO gdg-gen-date
                   MOVE ws-gen-time(ws-gen-idx)   TO gdg-gen-time
                   WRITE GDG-GEN-RECORD
               END-IF
           END-PERFORM.
           CLOSE GENS-FILE.
       710-REWRITE-GENERATIONS-EXIT.
           EXIT.

      *>   the CALL comes back with gdg-io's own RETURN-CODE, so
      *>   this run's is kept across it
       800-CALL-GDG-IO SECTION.
           MOVE RETURN-CODE TO ws-rc-save.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.
           MOVE ws-rc-save TO RETURN-CODE.
           IF ws-gdg-status = 10
               DISPLAY "GDG017E gdg-maint: could not rewrite '"
                 GDG-GENS-PATH "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "GDG001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "GDG002E generation group maintenance ended in "
                 "error" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "gdg-maint".
