      *> -------------------------------------------
      *> interface-check.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the half of a subprogram's health dll-check cannot see:
      *> a .so that loads and resolves still breaks its callers the
      *> night its LINKAGE SECTION or PROCEDURE DIVISION USING
      *> changes shape under them. Every subprogram project -- an
      *> ACTIVE project that is a callee in DEPENDS, or one whose
      *> master record says module type DLL -- has its interface
      *> taken off <name>/<name>.cbl: the USING parameters in
      *> order, each with the byte length of the item it names
      *> (PICTURE, USAGE, OCCURS and the group it heads worked out
      *> by copybook-layout, the way the compiler lays them out).
      *> The result is kept in the INTERFACES registry, rewritten
      *> whole every run:
      *>
      *>   <project> 00 USING                         <count> <date>
      *>   <project> nn <parameter name>              <bytes> <date>
      *>
      *> Every CALL "<subprogram>" in the source of a DEPENDS caller
      *> is then held against it -- parameter count first, then the
      *> byte length of each argument that names a data item or a
      *> literal. A mismatch is an interface break, reported naming
      *> both sides; any break ends the run red with an alert. A
      *> subprogram whose count or lengths differ from the last
      *> run's registry is flagged too, with the full transitive
      *> set of its dependents (the where-used closure over
      *> DEPENDS), so they are reviewed before anyone promotes it.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "interface-check".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC ws-source-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-source-status.
           SELECT DEPENDS-FILE
               ASSIGN TO DYNAMIC ws-depends-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-depends-status.
           SELECT INTERFACES-FILE
               ASSIGN TO DYNAMIC ws-interfaces-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interfaces-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SOURCE-FILE.
         01 SOURCE-RECORD PIC X(256).
         FD  DEPENDS-FILE.
         01 DEPENDS-RECORD.
             05 dep-rec-caller    PIC X(48).
             05 FILLER            PIC X.
             05 dep-rec-callee    PIC X(48).
         FD  INTERFACES-FILE.
         01 INTERFACES-RECORD.
             05 ifr-rec-project   PIC X(48).
             05 FILLER            PIC X.
             05 ifr-rec-seq       PIC 9(2).
             05 FILLER            PIC X.
             05 ifr-rec-name      PIC X(30).
             05 FILLER            PIC X.
             05 ifr-rec-length    PIC 9(7).
             05 FILLER            PIC X.
             05 ifr-rec-date      PIC X(8).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "interface-check".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".
      *>   the counts line handed to send-alert when the night ends
      *>   red, so the alert file carries the numbers too
           01 ws-alert-counts    PIC X(80).

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-source-path    PIC X(300).
           01 ws-source-status  PIC XX.
           01 ws-source-eof     PIC X.
           01 ws-depends-path   PIC X(300) VALUE "DEPENDS".
           01 ws-depends-status PIC XX.
           01 ws-depends-eof    PIC X VALUE "N".
           01 ws-interfaces-path   PIC X(300) VALUE "INTERFACES".
           01 ws-interfaces-status PIC XX.
           01 ws-interfaces-eof    PIC X VALUE "N".

           01 ws-projects-io-op PIC X(6).
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
           01 ws-projects-io-status PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

      *>   every ACTIVE project, collected before any scanning so
      *>   the browse and the file reads never interleave
           78 ws-name-max VALUE 300.
           01 ws-active-count   PIC 9(4) VALUE 0.
           01 ws-active-idx     PIC 9(4).
           01 ws-active-table.
               05 ws-active-entry OCCURS 300 TIMES.
                   10 ws-active-name   PIC X(48).
                   10 ws-active-module PIC X(4).

      *>   the registered edges, the same table shape where-used
      *>   loads them into
           78 ws-edge-max VALUE 200.
           01 ws-edge-count     PIC 9(4) VALUE 0.
           01 ws-edge-idx       PIC 9(4).
           01 ws-edge-table.
               05 ws-edge-entry OCCURS 200 TIMES.
                   10 ws-edge-caller PIC X(48).
                   10 ws-edge-callee PIC X(48).
           01 ws-in-set-flag    PIC X.

      *>   the catalog's source members, newest entry per path kept
           01 ws-cat-idx        PIC 9(4).
           COPY "catalog-members.cpy".
           01 ws-found-flag     PIC X.

      *>   one project's members, its own program first so its
      *>   declarations win a name clash with a copybook's
           78 ws-mem-max VALUE 50.
           01 ws-this-project   PIC X(48).
           01 ws-main-member    PIC X(120).
           01 ws-mem-count      PIC 9(3).
           01 ws-mem-idx        PIC 9(3).
           01 ws-mem-table.
               05 ws-mem-path OCCURS 50 TIMES PIC X(120).
           01 ws-line-no        PIC 9(6).

      *>   every data item the project declares, with the bytes one
      *>   occurrence of it takes
           78 ws-itm-max VALUE 2000.
           01 ws-itm-count      PIC 9(4).
           01 ws-itm-idx        PIC 9(4).
           01 ws-itm-table.
               05 ws-itm-entry OCCURS 2000 TIMES.
                   10 ws-itm-name     PIC X(30).
                   10 ws-itm-length   PIC 9(7).
           01 ws-look-name      PIC X(30).
           01 ws-look-length    PIC 9(7).

      *>   one member's data entries, laid out by copybook-layout
      *>   from the lines ahead of its PROCEDURE DIVISION
           01 ws-layout-op      PIC X(5).
           COPY "copybook-layout.cpy".
           01 ws-ent-idx        PIC 9(3).
           01 ws-data-done      PIC X.

      *>   each subprogram's interface as found tonight
           78 ws-sig-max VALUE 200.
           78 ws-parm-max VALUE 20.
           01 ws-sig-count      PIC 9(3) VALUE 0.
           01 ws-sig-idx        PIC 9(3).
           01 ws-sig-table.
               05 ws-sig-entry OCCURS 200 TIMES.
                   10 ws-sig-project  PIC X(48).
                   10 ws-sig-member   PIC X(120).
                   10 ws-sig-parms    PIC 9(2).
                   10 ws-sig-parm OCCURS 20 TIMES.
                       15 ws-sig-pname   PIC X(30).
                       15 ws-sig-plen    PIC 9(7).
           01 ws-parm-idx       PIC 9(2).
           01 ws-using-state    PIC X.
           01 ws-sig-found      PIC X.

      *>   and as the last run left it
           01 ws-old-count      PIC 9(3) VALUE 0.
           01 ws-old-idx        PIC 9(3).
           01 ws-old-table.
               05 ws-old-entry OCCURS 200 TIMES.
                   10 ws-old-project  PIC X(48).
                   10 ws-old-parms    PIC 9(2).
                   10 ws-old-plen OCCURS 20 TIMES PIC 9(7).
           01 ws-old-date       PIC X(8) VALUE SPACES.

      *>   one CALL being read: N = none, L = the literal is next,
      *>   U = a USING may follow, A = arguments
           01 ws-call-state     PIC X.
           01 ws-call-sig       PIC 9(3).
           01 ws-call-line      PIC 9(6).
           01 ws-call-member    PIC X(120).
           01 ws-arg-count      PIC 9(2).
           01 ws-arg-table.
               05 ws-arg-entry OCCURS 20 TIMES.
                   10 ws-arg-name     PIC X(30).
                   10 ws-arg-len      PIC 9(7).
           01 ws-skip-words     PIC 9.
           01 ws-in-paren       PIC X.
           01 ws-paren-pos      PIC 9(3).
           01 ws-colon-count    PIC 9(3).
           01 ws-bad-parm       PIC 9(2).

      *>   the words that end a CALL's argument list when neither
      *>   END-CALL nor a period does
           01 ws-stop-words.
               05 FILLER PIC X(12) VALUE "END-CALL".
               05 FILLER PIC X(12) VALUE "ON".
               05 FILLER PIC X(12) VALUE "NOT".
               05 FILLER PIC X(12) VALUE "RETURNING".
               05 FILLER PIC X(12) VALUE "EXCEPTION".
               05 FILLER PIC X(12) VALUE "OVERFLOW".
               05 FILLER PIC X(12) VALUE "MOVE".
               05 FILLER PIC X(12) VALUE "DISPLAY".
               05 FILLER PIC X(12) VALUE "IF".
               05 FILLER PIC X(12) VALUE "ELSE".
               05 FILLER PIC X(12) VALUE "END-IF".
               05 FILLER PIC X(12) VALUE "PERFORM".
               05 FILLER PIC X(12) VALUE "END-PERFORM".
               05 FILLER PIC X(12) VALUE "CALL".
               05 FILLER PIC X(12) VALUE "ADD".
               05 FILLER PIC X(12) VALUE "SUBTRACT".
               05 FILLER PIC X(12) VALUE "COMPUTE".
               05 FILLER PIC X(12) VALUE "STRING".
               05 FILLER PIC X(12) VALUE "UNSTRING".
               05 FILLER PIC X(12) VALUE "GO".
               05 FILLER PIC X(12) VALUE "EXIT".
               05 FILLER PIC X(12) VALUE "STOP".
               05 FILLER PIC X(12) VALUE "GOBACK".
               05 FILLER PIC X(12) VALUE "EVALUATE".
               05 FILLER PIC X(12) VALUE "WHEN".
               05 FILLER PIC X(12) VALUE "END-EVALUATE".
               05 FILLER PIC X(12) VALUE "SET".
               05 FILLER PIC X(12) VALUE "INITIALIZE".
               05 FILLER PIC X(12) VALUE "OPEN".
               05 FILLER PIC X(12) VALUE "CLOSE".
               05 FILLER PIC X(12) VALUE "READ".
               05 FILLER PIC X(12) VALUE "WRITE".
               05 FILLER PIC X(12) VALUE "REWRITE".
               05 FILLER PIC X(12) VALUE "ACCEPT".
               05 FILLER PIC X(12) VALUE "CONTINUE".
               05 FILLER PIC X(12) VALUE "CANCEL".
               05 FILLER PIC X(12) VALUE "INSPECT".
               05 FILLER PIC X(12) VALUE "SEARCH".
           01 ws-stop-redef REDEFINES ws-stop-words.
               05 ws-stop-word OCCURS 38 TIMES PIC X(12).
           01 ws-stop-idx       PIC 9(2).
           01 ws-is-stop        PIC X.

      *>   one source line cut into words; a quoted literal is one
      *>   word, quotes kept, so a literal is told from a name; a
      *>   word a period closed is marked
           78 ws-tok-max VALUE 30.
           01 ws-tok-count      PIC 9(2).
           01 ws-tok-idx        PIC 9(2).
           01 ws-tok-table.
               05 ws-tok-entry OCCURS 30 TIMES.
                   10 ws-tok        PIC X(60).
                   10 ws-tok-period PIC X.
           01 ws-tok-upper      PIC X(60).
           01 ws-next-upper     PIC X(60).
           01 ws-tok-len        PIC 9(3).
           01 ws-scan-idx       PIC 9(3).
           01 ws-tok-start      PIC 9(3).
           01 ws-quote-char     PIC X.
           01 ws-first-col      PIC 9(3).
           01 ws-pass           PIC X.

      *>   the changed subprogram's transitive dependents, grown to
      *>   a fixpoint the way where-used grows them
           01 ws-dep-count      PIC 9(4).
           01 ws-dep-idx        PIC 9(4).
           01 ws-dep-scan       PIC 9(4).
           01 ws-dep-table.
               05 ws-dep-name OCCURS 201 TIMES PIC X(48).
           01 ws-grew-flag      PIC X.
           01 ws-dep-shown      PIC 9(4).

           01 ws-today          PIC X(8).
           01 ws-edit-len       PIC Z(6)9.
           01 ws-edit-len2      PIC Z(6)9.
           01 ws-edit-count     PIC Z9.
           01 ws-edit-count2    PIC Z9.
           01 ws-edit-seq       PIC Z9.
           01 ws-edit-line      PIC Z(5)9.
           01 ws-call-count     PIC 9(5) VALUE 0.
           01 ws-break-count    PIC 9(5) VALUE 0.
           01 ws-changed-count  PIC 9(3) VALUE 0.
           01 ws-new-count      PIC 9(3) VALUE 0.
           01 ws-unread-count   PIC 9(3) VALUE 0.
           01 ws-caller-count   PIC 9(4) VALUE 0.

      *>   report-writer's USING items
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "INTERFACE subprogram call compatibility".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-COLLECT-ACTIVE-NAMES.
           perform 150-LOAD-DEPENDS.
           perform 200-LOAD-CATALOG.
           perform 250-LOAD-LAST-REGISTRY.
           perform 300-SIGN-SUBPROGRAMS.
           perform 400-CHECK-CALLERS.
           perform 500-REWRITE-REGISTRY.
           perform 600-CLOSE-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-rpt-status NOT = 0
               DISPLAY "IFC010E interface-check: could not open the "
                 "interface report, status " ws-rpt-status
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       100-COLLECT-ACTIVE-NAMES SECTION.
           MOVE "BROWSE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           MOVE "NEXT" TO ws-projects-io-op.
      *>   priming call -- BROWSE only opens the file, it does not
      *>   hand back a record
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           PERFORM UNTIL ws-projects-io-status NOT = 0
               IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   AND ws-active-count < ws-name-max
                   ADD 1 TO ws-active-count
                   MOVE ws-proj-name
                     TO ws-active-name(ws-active-count)
                   MOVE ws-proj-module-type
                     TO ws-active-module(ws-active-count)
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.

      *>   an absent registry file is simply an empty registry, the
      *>   same reading depends-maint gives it
       150-LOAD-DEPENDS SECTION.
           OPEN INPUT DEPENDS-FILE.
           IF ws-depends-status NOT = "00"
               GO TO 150-LOAD-DEPENDS-EXIT
           END-IF.
           PERFORM UNTIL ws-depends-eof = "Y"
               OR ws-edge-count >= ws-edge-max
               READ DEPENDS-FILE
                   AT END
                       MOVE "Y" TO ws-depends-eof
                   NOT AT END
                       IF DEPENDS-RECORD NOT = SPACES
                           ADD 1 TO ws-edge-count
                           MOVE dep-rec-caller
                             TO ws-edge-caller(ws-edge-count)
                           MOVE dep-rec-callee
                             TO ws-edge-callee(ws-edge-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPENDS-FILE.
       150-LOAD-DEPENDS-EXIT.
           EXIT.

      *>   an absent catalog is a shop from before PROJFILES -- every
      *>   project falls back to its one program
       200-LOAD-CATALOG SECTION.
           CALL "catalog-members" USING CATALOG-MEMBERS
           END-CALL.

      *>   the last run's registry, for tonight's change flags; an
      *>   absent one is a first run with nothing to compare
       250-LOAD-LAST-REGISTRY SECTION.
           OPEN INPUT INTERFACES-FILE.
           IF ws-interfaces-status NOT = "00"
               GO TO 250-LOAD-LAST-REGISTRY-EXIT
           END-IF.
           PERFORM UNTIL ws-interfaces-eof = "Y"
               READ INTERFACES-FILE
                   AT END
                       MOVE "Y" TO ws-interfaces-eof
                   NOT AT END
                       PERFORM 260-TAKE-LAST-ROW
               END-READ
           END-PERFORM.
           CLOSE INTERFACES-FILE.
       250-LOAD-LAST-REGISTRY-EXIT.
           EXIT.

       260-TAKE-LAST-ROW SECTION.
           IF ifr-rec-seq IS NOT NUMERIC
               OR ifr-rec-length IS NOT NUMERIC
               GO TO 260-TAKE-LAST-ROW-EXIT
           END-IF.
           IF ifr-rec-seq = 0
               IF ws-old-count >= ws-sig-max
                   GO TO 260-TAKE-LAST-ROW-EXIT
               END-IF
               ADD 1 TO ws-old-count
               MOVE ifr-rec-project TO ws-old-project(ws-old-count)
               MOVE ifr-rec-length  TO ws-old-parms(ws-old-count)
               MOVE ifr-rec-date    TO ws-old-date
               GO TO 260-TAKE-LAST-ROW-EXIT
           END-IF.
           IF ws-old-count > 0
               AND ifr-rec-project = ws-old-project(ws-old-count)
               AND ifr-rec-seq <= ws-parm-max
               MOVE ifr-rec-length
                 TO ws-old-plen(ws-old-count ifr-rec-seq)
           END-IF.
       260-TAKE-LAST-ROW-EXIT.
           EXIT.

      *>   a subprogram is any ACTIVE project something calls, or
      *>   one built as a DLL whether or not its callers registered
       300-SIGN-SUBPROGRAMS SECTION.
           PERFORM VARYING ws-active-idx FROM 1 BY 1
               UNTIL ws-active-idx > ws-active-count
               MOVE "N" TO ws-in-set-flag
               IF FUNCTION TRIM(ws-active-module(ws-active-idx))
                  = "DLL"
                   MOVE "Y" TO ws-in-set-flag
               END-IF
               PERFORM VARYING ws-edge-idx FROM 1 BY 1
                   UNTIL ws-edge-idx > ws-edge-count
                   IF ws-edge-callee(ws-edge-idx)
                      = ws-active-name(ws-active-idx)
                       MOVE "Y" TO ws-in-set-flag
                   END-IF
               END-PERFORM
               IF ws-in-set-flag = "Y" AND ws-sig-count < ws-sig-max
                   MOVE ws-active-name(ws-active-idx)
                     TO ws-this-project
                   PERFORM 310-SIGN-ONE-SUBPROGRAM
               END-IF
           END-PERFORM.

       310-SIGN-ONE-SUBPROGRAM SECTION.
           PERFORM 320-LIST-MEMBERS.
           PERFORM 330-LOAD-DATA-ITEMS.
           MOVE ws-sig-count TO ws-sig-idx.
           ADD 1 TO ws-sig-idx.
           MOVE ws-this-project TO ws-sig-project(ws-sig-idx).
           MOVE ws-main-member  TO ws-sig-member(ws-sig-idx).
           MOVE 0 TO ws-sig-parms(ws-sig-idx).
           MOVE "N" TO ws-sig-found.
           MOVE "U" TO ws-pass.
           MOVE ws-main-member TO ws-source-path.
           PERFORM 340-READ-ONE-MEMBER.
      *>   no program to read is no interface to register -- the
      *>   missing source is reconcile-projects' complaint
           IF ws-source-status NOT = "00"
               ADD 1 TO ws-unread-count
               MOVE SPACES TO ws-rpt-line
               STRING "NOTE  " FUNCTION TRIM(ws-this-project)
                 ": " FUNCTION TRIM(ws-main-member)
                 " unreadable, interface not registered"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
               GO TO 310-SIGN-ONE-SUBPROGRAM-EXIT
           END-IF.
           ADD 1 TO ws-sig-count.
       310-SIGN-ONE-SUBPROGRAM-EXIT.
           EXIT.

      *>   the project's own program first, then the rest of its
      *>   catalog members
       320-LIST-MEMBERS SECTION.
           MOVE SPACES TO ws-main-member.
           STRING FUNCTION TRIM(ws-this-project) "/"
             FUNCTION TRIM(ws-this-project) ".cbl"
             DELIMITED BY SIZE INTO ws-main-member
           END-STRING.
           MOVE 1 TO ws-mem-count.
           MOVE ws-main-member TO ws-mem-path(1).
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > cat-count
               IF cat-project(ws-cat-idx) = ws-this-project
                   AND cat-path(ws-cat-idx) NOT = ws-main-member
                   AND ws-mem-count < ws-mem-max
                   ADD 1 TO ws-mem-count
                   MOVE cat-path(ws-cat-idx)
                     TO ws-mem-path(ws-mem-count)
               END-IF
           END-PERFORM.

       330-LOAD-DATA-ITEMS SECTION.
           MOVE 0 TO ws-itm-count.
           MOVE "D" TO ws-pass.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-count
               MOVE ws-mem-path(ws-mem-idx) TO ws-source-path
               PERFORM 340-READ-ONE-MEMBER
           END-PERFORM.

      *>   one member read for the pass in hand: D = its data items,
      *>   U = its PROCEDURE DIVISION USING, C = its CALLs
       340-READ-ONE-MEMBER SECTION.
           MOVE "N" TO ws-source-eof.
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               GO TO 340-READ-ONE-MEMBER-EXIT
           END-IF.
           MOVE 0 TO ws-line-no.
           MOVE SPACE TO ws-using-state.
           MOVE "N" TO ws-data-done ws-call-state.
           IF ws-pass = "D"
               MOVE SPACES TO lay-prefix
               MOVE "interface-check" TO lay-program
               MOVE 0 TO lay-limit
               MOVE "N" TO lay-columns lay-copies
               MOVE "START" TO ws-layout-op
               CALL "copybook-layout" USING ws-layout-op
                   COPYBOOK-LAYOUT
               END-CALL
           END-IF.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-line-no
                       IF SOURCE-RECORD NOT = SPACES
                           PERFORM 350-CUT-INTO-WORDS
                       END-IF
                       IF ws-pass = "D"
                           PERFORM 700-TAKE-DATA-LINE
                       ELSE
                           PERFORM VARYING ws-tok-idx FROM 1 BY 1
                               UNTIL ws-tok-idx > ws-tok-count
                               OR SOURCE-RECORD = SPACES
                               EVALUATE ws-pass
                                   WHEN "U"
                                       PERFORM 770-TAKE-USING-WORD
                                   WHEN OTHER
                                       PERFORM 780-TAKE-CALL-WORD
                               END-EVALUATE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
      *>   a member that ends mid-entry or mid-group still counts
      *>   what it declared
           IF ws-pass = "D"
               PERFORM 740-COLLECT-DATA-ITEMS
           END-IF.
           IF ws-pass = "C"
               AND (ws-call-state = "U" OR ws-call-state = "A")
               PERFORM 790-CHECK-ONE-CALL
           END-IF.
           MOVE "00" TO ws-source-status.
       340-READ-ONE-MEMBER-EXIT.
           EXIT.

      *>   comments (a column-7 * or /, or a line opening with *>)
      *>   come back with no words; otherwise columns 8 on are cut
      *>   at blanks and commas, each trailing period noted and shed
       350-CUT-INTO-WORDS SECTION.
           MOVE 0 TO ws-tok-count.
           IF SOURCE-RECORD(7:1) = "*" OR SOURCE-RECORD(7:1) = "/"
               GO TO 350-CUT-INTO-WORDS-EXIT
           END-IF.
           MOVE 0 TO ws-first-col.
           PERFORM VARYING ws-scan-idx FROM 8 BY 1
               UNTIL ws-scan-idx > 255 OR ws-first-col > 0
               IF SOURCE-RECORD(ws-scan-idx:1) NOT = SPACE
                   MOVE ws-scan-idx TO ws-first-col
               END-IF
           END-PERFORM.
           IF ws-first-col = 0
               GO TO 350-CUT-INTO-WORDS-EXIT
           END-IF.
           IF SOURCE-RECORD(ws-first-col:2) = "*>"
               GO TO 350-CUT-INTO-WORDS-EXIT
           END-IF.
           MOVE ws-first-col TO ws-scan-idx.
           PERFORM UNTIL ws-scan-idx > 256
               OR ws-tok-count >= ws-tok-max
               IF SOURCE-RECORD(ws-scan-idx:1) = SPACE
                   OR SOURCE-RECORD(ws-scan-idx:1) = ","
                   ADD 1 TO ws-scan-idx
               ELSE
                   IF SOURCE-RECORD(ws-scan-idx:2) = "*>"
                       MOVE 257 TO ws-scan-idx
                   ELSE
                       PERFORM 355-TAKE-ONE-WORD
                   END-IF
               END-IF
           END-PERFORM.
       350-CUT-INTO-WORDS-EXIT.
           EXIT.

       355-TAKE-ONE-WORD SECTION.
           MOVE ws-scan-idx TO ws-tok-start.
           IF SOURCE-RECORD(ws-scan-idx:1) = '"'
               OR SOURCE-RECORD(ws-scan-idx:1) = "'"
               MOVE SOURCE-RECORD(ws-scan-idx:1) TO ws-quote-char
               ADD 1 TO ws-scan-idx
               PERFORM UNTIL ws-scan-idx > 256
                   OR SOURCE-RECORD(ws-scan-idx:1) = ws-quote-char
                   ADD 1 TO ws-scan-idx
               END-PERFORM
               IF ws-scan-idx <= 256
                   ADD 1 TO ws-scan-idx
               END-IF
           ELSE
               PERFORM UNTIL ws-scan-idx > 256
                   OR SOURCE-RECORD(ws-scan-idx:1) = SPACE
                   OR SOURCE-RECORD(ws-scan-idx:1) = ","
                   ADD 1 TO ws-scan-idx
               END-PERFORM
           END-IF.
           COMPUTE ws-tok-len = ws-scan-idx - ws-tok-start.
           IF ws-tok-len > 60
               MOVE 60 TO ws-tok-len
           END-IF.
           ADD 1 TO ws-tok-count.
           MOVE SPACES TO ws-tok(ws-tok-count).
           MOVE "N" TO ws-tok-period(ws-tok-count).
      *>   a period on its own is kept as a word so the sentence it
      *>   closes is closed
           IF SOURCE-RECORD(ws-tok-start:ws-tok-len) = "."
               MOVE "." TO ws-tok(ws-tok-count)
               MOVE "Y" TO ws-tok-period(ws-tok-count)
               GO TO 355-TAKE-ONE-WORD-EXIT
           END-IF.
           IF SOURCE-RECORD(ws-tok-start + ws-tok-len - 1:1) = "."
               MOVE "Y" TO ws-tok-period(ws-tok-count)
               SUBTRACT 1 FROM ws-tok-len
           END-IF.
           MOVE SOURCE-RECORD(ws-tok-start:ws-tok-len)
             TO ws-tok(ws-tok-count).
       355-TAKE-ONE-WORD-EXIT.
           EXIT.

      *>   every ACTIVE project that DEPENDS registers as a caller,
      *>   every member of it read for CALLs
       400-CHECK-CALLERS SECTION.
           MOVE "Interface breaks (caller : callee):" TO ws-rpt-line.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-active-idx FROM 1 BY 1
               UNTIL ws-active-idx > ws-active-count
               MOVE "N" TO ws-in-set-flag
               PERFORM VARYING ws-edge-idx FROM 1 BY 1
                   UNTIL ws-edge-idx > ws-edge-count
                   IF ws-edge-caller(ws-edge-idx)
                      = ws-active-name(ws-active-idx)
                       MOVE "Y" TO ws-in-set-flag
                   END-IF
               END-PERFORM
               IF ws-in-set-flag = "Y"
                   ADD 1 TO ws-caller-count
                   MOVE ws-active-name(ws-active-idx)
                     TO ws-this-project
                   PERFORM 320-LIST-MEMBERS
                   PERFORM 330-LOAD-DATA-ITEMS
                   MOVE "C" TO ws-pass
                   PERFORM VARYING ws-mem-idx FROM 1 BY 1
                       UNTIL ws-mem-idx > ws-mem-count
                       MOVE ws-mem-path(ws-mem-idx) TO ws-source-path
                       PERFORM 340-READ-ONE-MEMBER
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF ws-break-count = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.

      *>   tonight's interfaces replace the registry; each one set
      *>   against the last run's on the way
       500-REWRITE-REGISTRY SECTION.
           MOVE "Interfaces changed since the last run "
             TO ws-rpt-line.
           IF ws-old-date NOT = SPACES
               MOVE SPACES TO ws-rpt-line
               STRING "Interfaces changed since the last run ("
                 ws-old-date "):" DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-sig-idx FROM 1 BY 1
               UNTIL ws-sig-idx > ws-sig-count
               PERFORM 510-COMPARE-WITH-LAST
           END-PERFORM.
           IF ws-changed-count = 0
               MOVE "  (none)" TO ws-rpt-line
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           OPEN OUTPUT INTERFACES-FILE.
           IF ws-interfaces-status NOT = "00"
               DISPLAY "IFC011E interface-check: could not write "
                 FUNCTION TRIM(ws-interfaces-path) ", status "
                 ws-interfaces-status UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM VARYING ws-sig-idx FROM 1 BY 1
               UNTIL ws-sig-idx > ws-sig-count
               PERFORM 530-WRITE-ONE-INTERFACE
           END-PERFORM.
           CLOSE INTERFACES-FILE.

      *>   a subprogram new to the registry is registered, not
      *>   flagged -- there is nothing it changed from
       510-COMPARE-WITH-LAST SECTION.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-old-idx FROM 1 BY 1
               UNTIL ws-old-idx > ws-old-count OR ws-found-flag = "Y"
               IF ws-old-project(ws-old-idx)
                  = ws-sig-project(ws-sig-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N"
               ADD 1 TO ws-new-count
               GO TO 510-COMPARE-WITH-LAST-EXIT
           END-IF.
           SUBTRACT 1 FROM ws-old-idx.
           MOVE "N" TO ws-found-flag.
           IF ws-old-parms(ws-old-idx) NOT = ws-sig-parms(ws-sig-idx)
               MOVE "Y" TO ws-found-flag
           END-IF.
           PERFORM VARYING ws-parm-idx FROM 1 BY 1
               UNTIL ws-parm-idx > ws-sig-parms(ws-sig-idx)
               OR ws-found-flag = "Y"
               IF ws-old-plen(ws-old-idx ws-parm-idx)
                  NOT = ws-sig-plen(ws-sig-idx ws-parm-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N"
               GO TO 510-COMPARE-WITH-LAST-EXIT
           END-IF.
           ADD 1 TO ws-changed-count.
           PERFORM 520-LIST-DEPENDENTS.
       510-COMPARE-WITH-LAST-EXIT.
           EXIT.

      *>   the changed subprogram, its old and new shape, and every
      *>   project that reaches it through DEPENDS -- the review
      *>   list for whoever promotes it next
       520-LIST-DEPENDENTS SECTION.
           MOVE 1 TO ws-dep-count.
           MOVE ws-sig-project(ws-sig-idx) TO ws-dep-name(1).
           MOVE "Y" TO ws-grew-flag.
           PERFORM UNTIL ws-grew-flag = "N"
               MOVE "N" TO ws-grew-flag
               PERFORM VARYING ws-edge-idx FROM 1 BY 1
                   UNTIL ws-edge-idx > ws-edge-count
                   PERFORM 525-TRY-ONE-EDGE
               END-PERFORM
           END-PERFORM.
           COMPUTE ws-dep-shown = ws-dep-count - 1.
           MOVE SPACES TO ws-rpt-line.
           MOVE ws-old-parms(ws-old-idx) TO ws-edit-count.
           MOVE ws-sig-parms(ws-sig-idx) TO ws-edit-count2.
           STRING "CHANGED " FUNCTION TRIM(ws-sig-project(ws-sig-idx))
             ": " FUNCTION TRIM(ws-edit-count) " parameter(s) "
             "before, " FUNCTION TRIM(ws-edit-count2) " now; "
             ws-dep-shown " dependent(s) to review before promotion"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-parm-idx FROM 1 BY 1
               UNTIL ws-parm-idx > ws-sig-parms(ws-sig-idx)
               MOVE SPACES TO ws-rpt-line
               MOVE ws-parm-idx TO ws-edit-seq
               MOVE ws-sig-plen(ws-sig-idx ws-parm-idx) TO ws-edit-len
               MOVE ws-old-plen(ws-old-idx ws-parm-idx) TO ws-edit-len2
               IF ws-parm-idx > ws-old-parms(ws-old-idx)
                   STRING "      " ws-edit-seq " "
                     ws-sig-pname(ws-sig-idx ws-parm-idx) " "
                     FUNCTION TRIM(ws-edit-len) " byte(s), new"
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               ELSE
                   STRING "      " ws-edit-seq " "
                     ws-sig-pname(ws-sig-idx ws-parm-idx) " "
                     FUNCTION TRIM(ws-edit-len) " byte(s), was "
                     FUNCTION TRIM(ws-edit-len2)
                     DELIMITED BY SIZE INTO ws-rpt-line
                   END-STRING
               END-IF
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.
           PERFORM VARYING ws-dep-idx FROM 2 BY 1
               UNTIL ws-dep-idx > ws-dep-count
               MOVE SPACES TO ws-rpt-line
               STRING "      dependent " ws-dep-name(ws-dep-idx)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-PERFORM.
      *>   on ERROR.LOG too, where shift-handover and the error
      *>   reports will put it in front of the next shift
           MOVE SPACES TO ws-log-error-msg.
           STRING "IFC012W " FUNCTION TRIM(ws-sig-project(ws-sig-idx))
             " interface changed, " ws-dep-shown
             " dependent(s) to review" DELIMITED BY SIZE
             INTO ws-log-error-msg
           END-STRING.
           MOVE "WARN " TO ws-log-severity.
           CALL "log-error" USING ws-log-program-name
             ws-log-error-msg ws-log-severity
           END-CALL.
           MOVE "ERROR" TO ws-log-severity.

       525-TRY-ONE-EDGE SECTION.
           MOVE "N" TO ws-in-set-flag.
           PERFORM VARYING ws-dep-scan FROM 1 BY 1
               UNTIL ws-dep-scan > ws-dep-count
               IF ws-dep-name(ws-dep-scan)
                    = ws-edge-callee(ws-edge-idx)
                   MOVE "Y" TO ws-in-set-flag
               END-IF
           END-PERFORM.
           IF ws-in-set-flag = "N"
               GO TO 525-TRY-ONE-EDGE-EXIT
           END-IF.
           MOVE "N" TO ws-in-set-flag.
           PERFORM VARYING ws-dep-scan FROM 1 BY 1
               UNTIL ws-dep-scan > ws-dep-count
               IF ws-dep-name(ws-dep-scan)
                    = ws-edge-caller(ws-edge-idx)
                   MOVE "Y" TO ws-in-set-flag
               END-IF
           END-PERFORM.
           IF ws-in-set-flag = "N"
               ADD 1 TO ws-dep-count
               MOVE ws-edge-caller(ws-edge-idx)
                 TO ws-dep-name(ws-dep-count)
               MOVE "Y" TO ws-grew-flag
           END-IF.
       525-TRY-ONE-EDGE-EXIT.
           EXIT.

       530-WRITE-ONE-INTERFACE SECTION.
           MOVE SPACES TO INTERFACES-RECORD.
           MOVE ws-sig-project(ws-sig-idx) TO ifr-rec-project.
           MOVE 0 TO ifr-rec-seq.
           MOVE "USING" TO ifr-rec-name.
           MOVE ws-sig-parms(ws-sig-idx) TO ifr-rec-length.
           MOVE ws-today TO ifr-rec-date.
           WRITE INTERFACES-RECORD.
           PERFORM VARYING ws-parm-idx FROM 1 BY 1
               UNTIL ws-parm-idx > ws-sig-parms(ws-sig-idx)
               MOVE ws-parm-idx TO ifr-rec-seq
               MOVE ws-sig-pname(ws-sig-idx ws-parm-idx)
                 TO ifr-rec-name
               MOVE ws-sig-plen(ws-sig-idx ws-parm-idx)
                 TO ifr-rec-length
               WRITE INTERFACES-RECORD
           END-PERFORM.

       600-CLOSE-REPORT SECTION.
           MOVE SPACES TO ws-rpt-line.
           STRING ws-sig-count " interface(s) registered ("
             ws-new-count " new, " ws-changed-count " changed), "
             ws-call-count " call(s) from " ws-caller-count
             " caller(s) checked, " ws-break-count " break(s)"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           IF ws-break-count > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>   pass D: every line up to the PROCEDURE DIVISION goes to
      *>   the layout, which gathers each entry to its period
       700-TAKE-DATA-LINE SECTION.
           IF ws-data-done = "Y"
               GO TO 700-TAKE-DATA-LINE-EXIT
           END-IF.
           PERFORM VARYING ws-tok-idx FROM 1 BY 1
               UNTIL ws-tok-idx >= ws-tok-count
               IF FUNCTION UPPER-CASE(ws-tok(ws-tok-idx)) = "PROCEDURE"
                   AND FUNCTION UPPER-CASE(ws-tok(ws-tok-idx + 1))
                     = "DIVISION"
                   MOVE "Y" TO ws-data-done
               END-IF
           END-PERFORM.
           IF ws-data-done = "Y"
               GO TO 700-TAKE-DATA-LINE-EXIT
           END-IF.
           MOVE SOURCE-RECORD TO lay-line.
           MOVE "LINE " TO ws-layout-op.
           CALL "copybook-layout" USING ws-layout-op COPYBOOK-LAYOUT
           END-CALL.
       700-TAKE-DATA-LINE-EXIT.
           EXIT.

      *>   every named entry the member declares, with the bytes one
      *>   occurrence of it takes -- a group the sum of its children
      *>   and a REDEFINES adding nothing, as the compiler has it
       740-COLLECT-DATA-ITEMS SECTION.
           MOVE "END  " TO ws-layout-op.
           CALL "copybook-layout" USING ws-layout-op COPYBOOK-LAYOUT
           END-CALL.
           PERFORM VARYING ws-ent-idx FROM 1 BY 1
               UNTIL ws-ent-idx > lay-ent-count
               IF lay-ent-name(ws-ent-idx) NOT = SPACES
                   AND ws-itm-count < ws-itm-max
                   ADD 1 TO ws-itm-count
                   MOVE lay-ent-name(ws-ent-idx)
                     TO ws-itm-name(ws-itm-count)
                   MOVE lay-ent-size(ws-ent-idx)
                     TO ws-itm-length(ws-itm-count)
               END-IF
           END-PERFORM.

      *>   pass U: the names after PROCEDURE DIVISION USING, up to
      *>   RETURNING or the period, BY REFERENCE / BY VALUE and
      *>   OPTIONAL passed over
       770-TAKE-USING-WORD SECTION.
           IF ws-using-state = "X"
               GO TO 770-TAKE-USING-WORD-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-tok(ws-tok-idx))
             TO ws-tok-upper.
           EVALUATE ws-using-state
               WHEN SPACE
                   IF ws-tok-upper = "PROCEDURE"
                       AND ws-tok-idx < ws-tok-count
                       AND FUNCTION UPPER-CASE(ws-tok(ws-tok-idx + 1))
                         = "DIVISION"
                       MOVE "D" TO ws-using-state
                   END-IF
               WHEN "D"
                   EVALUATE TRUE
                       WHEN ws-tok-upper = "DIVISION"
                           CONTINUE
                       WHEN ws-tok-upper = "USING"
                           MOVE "A" TO ws-using-state
                       WHEN OTHER
                           MOVE "X" TO ws-using-state
                   END-EVALUATE
               WHEN "A"
                   EVALUATE TRUE
                       WHEN ws-tok-upper = "RETURNING"
                         OR ws-tok-upper = "."
                           MOVE "X" TO ws-using-state
                       WHEN ws-tok-upper = "BY"
                         OR ws-tok-upper = "REFERENCE"
                         OR ws-tok-upper = "VALUE"
                         OR ws-tok-upper = "OPTIONAL"
                           CONTINUE
                       WHEN ws-sig-parms(ws-sig-idx) < ws-parm-max
                           ADD 1 TO ws-sig-parms(ws-sig-idx)
                           MOVE ws-sig-parms(ws-sig-idx)
                             TO ws-parm-idx
                           MOVE ws-tok-upper TO ws-look-name
                           PERFORM 795-LOOK-UP-ITEM
                           MOVE ws-look-name
                             TO ws-sig-pname(ws-sig-idx ws-parm-idx)
                           MOVE ws-look-length
                             TO ws-sig-plen(ws-sig-idx ws-parm-idx)
                   END-EVALUATE
           END-EVALUATE.
           IF ws-tok-period(ws-tok-idx) = "Y"
               AND ws-using-state NOT = SPACE
               MOVE "X" TO ws-using-state
           END-IF.
       770-TAKE-USING-WORD-EXIT.
           EXIT.

      *>   pass C: CALL "<subprogram>" [USING ...], the argument
      *>   list running to END-CALL, ON / NOT ON, RETURNING, the
      *>   period, or the next statement's verb
       780-TAKE-CALL-WORD SECTION.
           MOVE FUNCTION UPPER-CASE(ws-tok(ws-tok-idx))
             TO ws-tok-upper.
           IF ws-tok-upper = "."
               GO TO 780-TAKE-CALL-WORD-CLOSE
           END-IF.
           EVALUATE ws-call-state
               WHEN "L"
                   PERFORM 782-TAKE-CALLED-NAME
               WHEN "U"
                   IF ws-tok-upper = "USING"
                       MOVE "A" TO ws-call-state
                   ELSE
                       PERFORM 790-CHECK-ONE-CALL
                   END-IF
               WHEN "A"
                   PERFORM 784-TAKE-ARGUMENT-WORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ws-call-state = "N" AND ws-tok-upper = "CALL"
               MOVE "L" TO ws-call-state
               GO TO 780-TAKE-CALL-WORD-EXIT
           END-IF.
       780-TAKE-CALL-WORD-CLOSE.
           IF ws-tok-period(ws-tok-idx) = "Y"
               IF ws-call-state = "U" OR ws-call-state = "A"
                   PERFORM 790-CHECK-ONE-CALL
               END-IF
               MOVE "N" TO ws-call-state
           END-IF.
       780-TAKE-CALL-WORD-EXIT.
           EXIT.

      *>   only a literal naming a registered subprogram, other
      *>   than the project itself, is checked; a CALL through a
      *>   data name is invisible here, as it is to depends-scan
       782-TAKE-CALLED-NAME SECTION.
           MOVE "N" TO ws-call-state.
           IF ws-tok-upper(1:1) NOT = '"'
               AND ws-tok-upper(1:1) NOT = "'"
               GO TO 782-TAKE-CALLED-NAME-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-tok-upper))
             TO ws-tok-len.
           IF ws-tok-len < 3
               GO TO 782-TAKE-CALLED-NAME-EXIT
           END-IF.
           MOVE ws-tok-upper(2:ws-tok-len - 2) TO ws-next-upper.
           PERFORM VARYING ws-call-sig FROM 1 BY 1
               UNTIL ws-call-sig > ws-sig-count
               OR ws-call-state = "U"
               IF FUNCTION UPPER-CASE(ws-sig-project(ws-call-sig))
                  = ws-next-upper
                   AND ws-sig-project(ws-call-sig)
                     NOT = ws-this-project
                   MOVE "U" TO ws-call-state
               END-IF
           END-PERFORM.
           IF ws-call-state = "U"
               SUBTRACT 1 FROM ws-call-sig
               MOVE 0 TO ws-arg-count
               MOVE 0 TO ws-skip-words
               MOVE "N" TO ws-in-paren
               MOVE ws-line-no TO ws-call-line
               MOVE ws-source-path TO ws-call-member
           END-IF.
       782-TAKE-CALLED-NAME-EXIT.
           EXIT.

       784-TAKE-ARGUMENT-WORD SECTION.
      *>   a subscript or reference modifier set off by blanks
           IF ws-in-paren = "Y" OR ws-tok-upper(1:1) = "("
               MOVE 0 TO ws-colon-count
               INSPECT ws-tok-upper TALLYING ws-colon-count
                 FOR ALL ":"
               IF ws-colon-count > 0 AND ws-arg-count > 0
                   AND ws-arg-count <= ws-parm-max
                   MOVE 0 TO ws-arg-len(ws-arg-count)
               END-IF
               MOVE 0 TO ws-colon-count
               INSPECT ws-tok-upper TALLYING ws-colon-count
                 FOR ALL ")"
               IF ws-colon-count > 0
                   MOVE "N" TO ws-in-paren
               ELSE
                   MOVE "Y" TO ws-in-paren
               END-IF
               GO TO 784-TAKE-ARGUMENT-WORD-EXIT
           END-IF.
           IF ws-skip-words > 0
               SUBTRACT 1 FROM ws-skip-words
               GO TO 784-TAKE-ARGUMENT-WORD-EXIT
           END-IF.
           MOVE "N" TO ws-is-stop.
           PERFORM VARYING ws-stop-idx FROM 1 BY 1
               UNTIL ws-stop-idx > 38 OR ws-is-stop = "Y"
               IF ws-tok-upper = ws-stop-word(ws-stop-idx)
                   MOVE "Y" TO ws-is-stop
               END-IF
           END-PERFORM.
           IF ws-is-stop = "Y"
               PERFORM 790-CHECK-ONE-CALL
               GO TO 784-TAKE-ARGUMENT-WORD-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ws-tok-upper = "BY" OR ws-tok-upper = "REFERENCE"
                 OR ws-tok-upper = "CONTENT" OR ws-tok-upper = "VALUE"
                   GO TO 784-TAKE-ARGUMENT-WORD-EXIT
      *>       a qualifier names the same item, not a new argument
               WHEN ws-tok-upper = "OF" OR ws-tok-upper = "IN"
                   MOVE 1 TO ws-skip-words
                   GO TO 784-TAKE-ARGUMENT-WORD-EXIT
           END-EVALUATE.
           ADD 1 TO ws-arg-count.
           IF ws-arg-count > ws-parm-max
               GO TO 784-TAKE-ARGUMENT-WORD-EXIT
           END-IF.
           MOVE ws-tok-upper TO ws-arg-name(ws-arg-count).
           MOVE 0 TO ws-arg-len(ws-arg-count).
           EVALUATE TRUE
               WHEN ws-tok-upper(1:1) = '"' OR ws-tok-upper(1:1) = "'"
                   COMPUTE ws-arg-len(ws-arg-count) =
                     FUNCTION LENGTH(FUNCTION TRIM(ws-tok-upper)) - 2
                   END-COMPUTE
      *>       ADDRESS OF / LENGTH OF x is no item of x's size
               WHEN ws-tok-upper = "ADDRESS" OR ws-tok-upper = "LENGTH"
                   MOVE 2 TO ws-skip-words
               WHEN ws-tok-upper = "OMITTED"
                   CONTINUE
               WHEN OTHER
                   MOVE 0 TO ws-paren-pos
                   INSPECT ws-tok-upper TALLYING ws-paren-pos
                     FOR CHARACTERS BEFORE INITIAL "("
                   MOVE 0 TO ws-colon-count
                   INSPECT ws-tok-upper TALLYING ws-colon-count
                     FOR ALL ":"
                   MOVE SPACES TO ws-look-name
                   MOVE ws-tok-upper(1:ws-paren-pos) TO ws-look-name
                   MOVE ws-look-name TO ws-arg-name(ws-arg-count)
                   PERFORM 795-LOOK-UP-ITEM
                   IF ws-colon-count = 0
                       MOVE ws-look-length TO ws-arg-len(ws-arg-count)
                   END-IF
                   IF ws-paren-pos < 60
                       AND ws-tok-upper(ws-paren-pos + 1:1) = "("
                       MOVE 0 TO ws-colon-count
                       INSPECT ws-tok-upper TALLYING ws-colon-count
                         FOR ALL ")"
                       IF ws-colon-count = 0
                           MOVE "Y" TO ws-in-paren
                       END-IF
                   END-IF
           END-EVALUATE.
       784-TAKE-ARGUMENT-WORD-EXIT.
           EXIT.

      *>   the call against the interface: the count first, then
      *>   the first parameter whose bytes are known on both sides
      *>   and differ. A length not known on either side (an
      *>   unknown name, a reference modifier, OMITTED, a number)
      *>   is not judged
       790-CHECK-ONE-CALL SECTION.
           MOVE "N" TO ws-call-state.
           ADD 1 TO ws-call-count.
           MOVE 0 TO ws-bad-parm.
           IF ws-arg-count = ws-sig-parms(ws-call-sig)
               PERFORM VARYING ws-parm-idx FROM 1 BY 1
                   UNTIL ws-parm-idx > ws-arg-count
                   OR ws-parm-idx > ws-parm-max
                   OR ws-bad-parm > 0
                   IF ws-arg-len(ws-parm-idx) > 0
                       AND ws-sig-plen(ws-call-sig ws-parm-idx) > 0
                       AND ws-arg-len(ws-parm-idx)
                         NOT = ws-sig-plen(ws-call-sig ws-parm-idx)
                       MOVE ws-parm-idx TO ws-bad-parm
                   END-IF
               END-PERFORM
               IF ws-bad-parm = 0
                   GO TO 790-CHECK-ONE-CALL-EXIT
               END-IF
           END-IF.
           ADD 1 TO ws-break-count.
           MOVE SPACES TO ws-rpt-line.
           MOVE ws-call-line TO ws-edit-line.
           STRING "BREAK " FUNCTION TRIM(ws-this-project) " "
             FUNCTION TRIM(ws-call-member) ":"
             FUNCTION TRIM(ws-edit-line)
             " CALL " FUNCTION TRIM(ws-sig-project(ws-call-sig))
             " (" FUNCTION TRIM(ws-sig-member(ws-call-sig)) ")"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           IF ws-bad-parm = 0
               MOVE ws-arg-count TO ws-edit-count
               MOVE ws-sig-parms(ws-call-sig) TO ws-edit-count2
               STRING "      passes " FUNCTION TRIM(ws-edit-count)
                 " parameter(s), the subprogram expects "
                 FUNCTION TRIM(ws-edit-count2)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               MOVE ws-bad-parm TO ws-edit-seq
               MOVE ws-arg-len(ws-bad-parm) TO ws-edit-len
               MOVE ws-sig-plen(ws-call-sig ws-bad-parm)
                 TO ws-edit-len2
               STRING "      parameter " FUNCTION TRIM(ws-edit-seq)
                 ": " FUNCTION TRIM(ws-arg-name(ws-bad-parm)) " is "
                 FUNCTION TRIM(ws-edit-len) " byte(s), "
                 FUNCTION TRIM(ws-sig-pname(ws-call-sig ws-bad-parm))
                 " expects " FUNCTION TRIM(ws-edit-len2)
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.
       790-CHECK-ONE-CALL-EXIT.
           EXIT.

      *>   the bytes of the first item declared under the name, 0
      *>   when the project declares no such item
       795-LOOK-UP-ITEM SECTION.
           MOVE 0 TO ws-look-length.
           PERFORM VARYING ws-itm-idx FROM 1 BY 1
               UNTIL ws-itm-idx > ws-itm-count
               IF ws-itm-name(ws-itm-idx) = ws-look-name
                   MOVE ws-itm-length(ws-itm-idx) TO ws-look-length
                   MOVE ws-itm-count TO ws-itm-idx
               END-IF
           END-PERFORM.

       940-EMIT-REPORT-LINE SECTION.
           MOVE "LINE " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

       950-CALL-REPORT-WRITER SECTION.
           CALL "report-writer" USING ws-rpt-op ws-rpt-title
             ws-rpt-line ws-rpt-status
           END-CALL.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "IFC001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
      *>   a CALLed subprogram comes back with its own RETURN-CODE,
      *>   wiping this run's exit status -- so the status is saved
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "IFC002E interface check found call-interface "
                 "breaks or failed" DELIMITED BY SIZE
                 INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE SPACES TO ws-alert-counts
               STRING "interfaces " ws-sig-count " calls "
                 ws-call-count " breaks " ws-break-count
                 " changed " ws-changed-count
                 DELIMITED BY SIZE
                 INTO ws-alert-counts
               END-STRING
               CALL "send-alert" USING ws-log-program-name
                 ws-log-error-msg ws-alert-counts
               END-CALL
           END-IF.
           MOVE "END" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE ws-job-rc TO RETURN-CODE.
           STOP RUN.

       END PROGRAM "interface-check".
