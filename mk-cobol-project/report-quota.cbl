      *> -------------------------------------------
      *> report-quota.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> department quota usage: for every department, how many live
      *> projects (ACTIVE plus ON-HOLD, the ones that cost nightly
      *> build-health and compile-report window time) its owners
      *> hold in the PROJECTS master, the quota owners-maint set for
      *> it in DEPTQUOTA, and the headroom left -- so a capacity
      *> conversation starts from the numbers quota-check enforces
      *> rather than from a pivot of the CSV export. Departments
      *> without a quota are listed with their count and "none";
      *> live projects whose owner has no department in OWNERS are
      *> counted on a line of their own. Same BROWSE/NEXT walk as
      *> report-owner-xtab.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "report-quota".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNERS-FILE
               ASSIGN TO DYNAMIC ws-owners-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owners-status.
           SELECT QUOTA-FILE
               ASSIGN TO DYNAMIC ws-quota-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-quota-status.

       DATA DIVISION.
         FILE SECTION.
         FD  OWNERS-FILE.
         01 OWNERS-RECORD.
             05 own-rec-id        PIC X(30).
             05 FILLER            PIC X.
             05 own-rec-name      PIC X(40).
             05 FILLER            PIC X.
             05 own-rec-dept      PIC X(20).
             05 FILLER            PIC X.
             05 own-rec-contact   PIC X(40).
             05 FILLER            PIC X.
             05 own-rec-active    PIC X.
         FD  QUOTA-FILE.
         01 QUOTA-RECORD.
             05 quo-rec-dept      PIC X(20).
             05 FILLER            PIC X.
             05 quo-rec-limit     PIC X(5).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "report-quota".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-owners-path    PIC X(300) VALUE "OWNERS".
           01 ws-owners-status  PIC XX.
           01 ws-owners-eof     PIC X VALUE "N".
           01 ws-quota-path     PIC X(300) VALUE "DEPTQUOTA".
           01 ws-quota-status   PIC XX.
           01 ws-quota-eof      PIC X VALUE "N".

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

      *>   every owner's department, ids upper-cased for the same
      *>   case-blind match owner-check makes
           78 ws-own-max VALUE 500.
           01 ws-own-count      PIC 9(4) VALUE 0.
           01 ws-own-idx        PIC 9(4).
           01 ws-own-table.
               05 ws-own-entry OCCURS 500 TIMES.
                   10 ws-own-id      PIC X(30).
                   10 ws-own-dept    PIC X(20).
           01 ws-owner-upper    PIC X(30).
           01 ws-this-dept      PIC X(20).

      *>   one row per department, seeded from DEPTQUOTA and grown
      *>   as live projects turn up other departments
           78 ws-dept-max VALUE 100.
           01 ws-dept-count     PIC 9(4) VALUE 0.
           01 ws-dept-idx       PIC 9(4).
           01 ws-dept-found     PIC 9(4).
           01 ws-dept-table.
               05 ws-dept-entry OCCURS 100 TIMES.
                   10 ws-dept-name     PIC X(20).
                   10 ws-dept-live     PIC 9(5).
                   10 ws-dept-limit    PIC 9(5).
                   10 ws-dept-has-limit PIC X.
           01 ws-no-dept-live   PIC 9(5) VALUE 0.

           01 ws-headroom       PIC S9(6).
           01 ws-headroom-out   PIC -(5)9.
           01 ws-limit-out      PIC X(5).
           01 ws-tot-live       PIC 9(5) VALUE 0.
           01 ws-over-count     PIC 9(4) VALUE 0.

      *>   report-writer's USING items: every report line goes
      *>   through the shared writer, so this report pages, files
      *>   and reads the same as every other in the shop
           01 ws-rpt-op         PIC X(5).
           01 ws-rpt-title      PIC X(60)
               VALUE "QUOTA-USAGE department quota usage".
           01 ws-rpt-line       PIC X(132).
           01 ws-rpt-status     PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-TALLY-PROJECTS.
           perform 200-SHOW-REPORT.
           perform 900-TERMINATE.

       001-INIT SECTION.
           perform 010-LOAD-QUOTAS.
           perform 020-LOAD-OWNERS.
           MOVE "BROWSE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           MOVE "NEXT" TO ws-projects-io-op.
      *>   priming call -- BROWSE only opens the file, it does not hand
      *>   back a record
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.

      *>   an absent DEPTQUOTA is a shop with no quotas yet -- the
      *>   report still shows what each department holds
       010-LOAD-QUOTAS SECTION.
           OPEN INPUT QUOTA-FILE.
           IF ws-quota-status NOT = "00"
               GO TO 010-LOAD-QUOTAS-EXIT
           END-IF.
           PERFORM UNTIL ws-quota-eof = "Y"
               READ QUOTA-FILE
                   AT END
                       MOVE "Y" TO ws-quota-eof
                   NOT AT END
                       IF quo-rec-dept NOT = SPACES
                           AND quo-rec-limit IS NUMERIC
                           AND ws-dept-count < ws-dept-max
                           ADD 1 TO ws-dept-count
                           MOVE FUNCTION UPPER-CASE(quo-rec-dept)
                             TO ws-dept-name(ws-dept-count)
                           MOVE 0 TO ws-dept-live(ws-dept-count)
                           MOVE quo-rec-limit
                             TO ws-dept-limit(ws-dept-count)
                           MOVE "Y"
                             TO ws-dept-has-limit(ws-dept-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTA-FILE.
       010-LOAD-QUOTAS-EXIT.
           EXIT.

       020-LOAD-OWNERS SECTION.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               GO TO 020-LOAD-OWNERS-EXIT
           END-IF.
           PERFORM UNTIL ws-owners-eof = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO ws-owners-eof
                   NOT AT END
                       IF OWNERS-RECORD NOT = SPACES
                           AND ws-own-count < ws-own-max
                           ADD 1 TO ws-own-count
                           MOVE FUNCTION UPPER-CASE(own-rec-id)
                             TO ws-own-id(ws-own-count)
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                             own-rec-dept))
                             TO ws-own-dept(ws-own-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNERS-FILE.
       020-LOAD-OWNERS-EXIT.
           EXIT.

       100-TALLY-PROJECTS SECTION.
           PERFORM UNTIL ws-projects-io-status NOT = 0
               IF FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   OR FUNCTION TRIM(ws-proj-status) = "ON-HOLD"
                   PERFORM 110-ADD-TO-DEPT
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.

       110-ADD-TO-DEPT SECTION.
           ADD 1 TO ws-tot-live.
           MOVE SPACES TO ws-this-dept.
           MOVE FUNCTION UPPER-CASE(ws-proj-owner) TO ws-owner-upper.
           PERFORM VARYING ws-own-idx FROM 1 BY 1
               UNTIL ws-own-idx > ws-own-count
               IF ws-own-id(ws-own-idx) = ws-owner-upper
                   MOVE ws-own-dept(ws-own-idx) TO ws-this-dept
                   MOVE ws-own-count TO ws-own-idx
               END-IF
           END-PERFORM.
           IF ws-this-dept = SPACES
               ADD 1 TO ws-no-dept-live
               GO TO 110-ADD-TO-DEPT-EXIT
           END-IF.
           MOVE 0 TO ws-dept-found.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count
               IF ws-dept-name(ws-dept-idx) = ws-this-dept
                   MOVE ws-dept-idx TO ws-dept-found
               END-IF
           END-PERFORM.
           IF ws-dept-found = 0
               IF ws-dept-count >= ws-dept-max
                   ADD 1 TO ws-no-dept-live
                   GO TO 110-ADD-TO-DEPT-EXIT
               END-IF
               ADD 1 TO ws-dept-count
               MOVE ws-dept-count TO ws-dept-found
               MOVE ws-this-dept TO ws-dept-name(ws-dept-found)
               MOVE 0 TO ws-dept-live(ws-dept-found)
               MOVE 0 TO ws-dept-limit(ws-dept-found)
               MOVE "N" TO ws-dept-has-limit(ws-dept-found)
           END-IF.
           ADD 1 TO ws-dept-live(ws-dept-found).
       110-ADD-TO-DEPT-EXIT.
           EXIT.

       200-SHOW-REPORT SECTION.
           MOVE "OPEN " TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE SPACES TO ws-rpt-line.
           STRING "Department              Live  Limit  Headroom"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           MOVE SPACES TO ws-rpt-line.
           STRING "--------------------  -----  -----  --------"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           PERFORM 940-EMIT-REPORT-LINE.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
               UNTIL ws-dept-idx > ws-dept-count
               PERFORM 210-SHOW-ONE-DEPT
           END-PERFORM.
           IF ws-no-dept-live > 0
               MOVE SPACES TO ws-rpt-line
               STRING "(no department)       " ws-no-dept-live
                 "   none"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
               PERFORM 940-EMIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO ws-rpt-line.
           STRING "Totals                " ws-tot-live
             "  live, " ws-over-count " department(s) over quota"
             DELIMITED BY SIZE INTO ws-rpt-line
           END-STRING.
           MOVE "TOTAL" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.
           MOVE "CLOSE" TO ws-rpt-op.
           PERFORM 950-CALL-REPORT-WRITER.

      *>   headroom goes negative for a department already over a
      *>   quota set below what it held at the time
       210-SHOW-ONE-DEPT SECTION.
           MOVE SPACES TO ws-rpt-line.
           IF ws-dept-has-limit(ws-dept-idx) = "Y"
               MOVE ws-dept-limit(ws-dept-idx) TO ws-limit-out
               COMPUTE ws-headroom = ws-dept-limit(ws-dept-idx)
                 - ws-dept-live(ws-dept-idx)
               MOVE ws-headroom TO ws-headroom-out
               IF ws-headroom < 0
                   ADD 1 TO ws-over-count
               END-IF
               STRING ws-dept-name(ws-dept-idx) "  "
                 ws-dept-live(ws-dept-idx) "  " ws-limit-out
                 "  " ws-headroom-out
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           ELSE
               STRING ws-dept-name(ws-dept-idx) "  "
                 ws-dept-live(ws-dept-idx) "   none"
                 DELIMITED BY SIZE INTO ws-rpt-line
               END-STRING
           END-IF.
           PERFORM 940-EMIT-REPORT-LINE.

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
               DISPLAY "RQU001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "RQU002E quota usage report failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "report-quota".
