      *> -------------------------------------------
      *> quota-check.cbl
      *> the one shared department-quota subprogram, a sibling of
      *> owner-check.cbl: each department may hold only so many
      *> live projects -- ACTIVE plus ON-HOLD, the ones that still
      *> cost build-health and compile-report window time -- and
      *> the DEPTQUOTA file owners-maint keeps beside the OWNERS
      *> master says how many. The generator, restore-project,
      *> import-csv and transfer-owner ask it, before putting one
      *> more live project in an owner's name, whether that would
      *> take the owner's department past its quota. The count is
      *> taken fresh off the PROJECTS master every time, each
      *> record's owner looked up in OWNERS for their department.
      *> A department with no DEPTQUOTA line, an owner with no
      *> department, or no DEPTQUOTA file at all means no quota.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "quota-check" IS INITIAL.

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
      *> one line per department: the department as OWNERS spells
      *> it, then the most live projects it may hold
       FD  QUOTA-FILE.
       01 QUOTA-RECORD.
           05 quo-rec-dept      PIC X(20).
           05 FILLER            PIC X.
           05 quo-rec-limit     PIC X(5).

       WORKING-STORAGE SECTION.
       01 ws-owners-path    PIC X(300) VALUE "OWNERS".
       01 ws-owners-status  PIC XX.
       01 ws-owners-eof     PIC X VALUE "N".
       01 ws-quota-path     PIC X(300) VALUE "DEPTQUOTA".
       01 ws-quota-status   PIC XX.
       01 ws-quota-eof      PIC X VALUE "N".
       01 ws-quota-found    PIC X VALUE "N".

      *>   owner-check's USING items
       01 ws-owner-status   PIC 99.
       01 ws-dept-upper     PIC X(20).

      *>   the department's members, upper-cased for a case-blind
      *>   match against each record's owner
       78 ws-member-max VALUE 500.
       01 ws-member-count   PIC 9(4) VALUE 0.
       01 ws-member-idx     PIC 9(4).
       01 ws-member-table.
           05 ws-member-id OCCURS 500 TIMES PIC X(30).
       01 ws-owner-upper    PIC X(30).

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

       LINKAGE SECTION.
      *> the project about to become live in the owner's name; a
      *> record of this name already counted is not counted twice
      *> (a transfer inside one department adds nothing)
       01 lk-project-name PIC X(48).
      *> the owner it will belong to
       01 lk-owner-id     PIC X(30).
      *> the owner's department from OWNERS; spaces if not known
       01 lk-owner-dept   PIC X(20).
      *> the department's live projects, not counting this one
       01 lk-in-use       PIC 9(5).
      *> the department's quota from DEPTQUOTA
       01 lk-limit        PIC 9(5).
      *> 0 = within quota, 5 = no quota applies, 10 = one more
      *> would take the department past its quota
       01 lk-status       PIC 99.

       PROCEDURE DIVISION USING lk-project-name lk-owner-id
           lk-owner-dept lk-in-use lk-limit lk-status.
       prog.
           MOVE 5 TO lk-status.
           MOVE 0 TO lk-in-use.
           MOVE 0 TO lk-limit.
           MOVE SPACES TO lk-owner-dept.
           CALL "owner-check" USING lk-owner-id ws-owner-status
             lk-owner-dept
           END-CALL.
           IF lk-owner-dept = SPACES
               EXIT PROGRAM
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(lk-owner-dept))
             TO ws-dept-upper.
           PERFORM READ-DEPT-QUOTA.
           IF ws-quota-found = "N"
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-DEPT-MEMBERS.
           PERFORM COUNT-LIVE-PROJECTS.
           MOVE 0 TO lk-status.
           IF lk-in-use + 1 > lk-limit
               MOVE 10 TO lk-status
           END-IF.
           EXIT PROGRAM.

       READ-DEPT-QUOTA SECTION.
           MOVE "N" TO ws-quota-found.
           OPEN INPUT QUOTA-FILE.
           IF ws-quota-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-quota-eof = "Y"
               READ QUOTA-FILE
                   AT END
                       MOVE "Y" TO ws-quota-eof
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                            quo-rec-dept)) = ws-dept-upper
                          AND quo-rec-limit IS NUMERIC
                           MOVE quo-rec-limit TO lk-limit
                           MOVE "Y" TO ws-quota-found
                           MOVE "Y" TO ws-quota-eof
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTA-FILE.

      *>   everyone OWNERS puts in the department, active or not --
      *>   a departed owner's live projects still count against it
       LOAD-DEPT-MEMBERS SECTION.
           MOVE 0 TO ws-member-count.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-owners-eof = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO ws-owners-eof
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                            own-rec-dept)) = ws-dept-upper
                          AND ws-member-count < ws-member-max
                           ADD 1 TO ws-member-count
                           MOVE FUNCTION UPPER-CASE(own-rec-id)
                             TO ws-member-id(ws-member-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNERS-FILE.

      *>   the whole master, read to the end so the browse has
      *>   closed it again before the caller's own update
       COUNT-LIVE-PROJECTS SECTION.
           MOVE "BROWSE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           MOVE "NEXT" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           PERFORM UNTIL ws-projects-io-status NOT = 0
               IF (FUNCTION TRIM(ws-proj-status) = "ACTIVE"
                   OR FUNCTION TRIM(ws-proj-status) = "ON-HOLD")
                  AND ws-proj-name NOT = lk-project-name
                   PERFORM COUNT-ONE-PROJECT
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.

       COUNT-ONE-PROJECT SECTION.
           MOVE FUNCTION UPPER-CASE(ws-proj-owner) TO ws-owner-upper.
           PERFORM VARYING ws-member-idx FROM 1 BY 1
               UNTIL ws-member-idx > ws-member-count
               IF ws-member-id(ws-member-idx) = ws-owner-upper
                   ADD 1 TO lk-in-use
                   MOVE ws-member-count TO ws-member-idx
               END-IF
           END-PERFORM.

           END PROGRAM "quota-check".
