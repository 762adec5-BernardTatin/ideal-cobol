      *> -------------------------------------------
      *> name-rule-check.cbl
      *> the one shared naming-standard subprogram, a sibling of
      *> owner-check.cbl: each department names its projects with
      *> its own prefixes (FINANCE's start FIN- or GL-, PAYROLL's
      *> PAY-), and the NAMERULES file in the projects root says
      *> which. Every place a project name is given to an owner --
      *> the generator, rename-project, import-csv, import-project
      *> -- and naming-sweep's pass over the master ask it the same
      *> question: does this name carry a prefix the owner's
      *> department (looked up through owner-check) allows? One
      *> line per department:
      *>
      *>   FINANCE=FIN-,GL-
      *>   PAYROLL=PAY-
      *>
      *> Departments and prefixes compare case-blind; "*" lines are
      *> comments. A department with no line, an owner not in
      *> OWNERS, or no NAMERULES file at all means no rule applies.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "name-rule-check" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO DYNAMIC ws-rules-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rules-status.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01 RULES-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 ws-rules-path     PIC X(300) VALUE "NAMERULES".
       01 ws-rules-status   PIC XX.
       01 ws-rules-eof      PIC X VALUE "N".
       01 ws-rule-dept      PIC X(20).
       01 ws-rule-list      PIC X(100).
       01 ws-rule-found     PIC X VALUE "N".

      *>   owner-check's USING items
       01 ws-owner-status   PIC 99.
       01 ws-owner-dept     PIC X(20).

      *>   the rule's prefixes taken off the list one at a time
       01 ws-list-ptr       PIC 9(4).
       01 ws-one-prefix     PIC X(20).
       01 ws-prefix-len     PIC 99.
       01 ws-name-upper     PIC X(48).

       LINKAGE SECTION.
      *> the project name to judge
       01 lk-project-name PIC X(48).
      *> the owner it belongs to, or is about to
       01 lk-owner-id     PIC X(30).
      *> the owner's department from OWNERS; spaces if not known
       01 lk-owner-dept   PIC X(20).
      *> the prefixes that department allows, as written in
      *> NAMERULES, for the caller's message; spaces if no rule
       01 lk-prefixes     PIC X(60).
      *> 0 = the name fits (or no rule applies), 10 = the name
      *> carries none of the department's prefixes
       01 lk-status       PIC 99.

       PROCEDURE DIVISION USING lk-project-name lk-owner-id
           lk-owner-dept lk-prefixes lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE SPACES TO lk-owner-dept.
           MOVE SPACES TO lk-prefixes.
           CALL "owner-check" USING lk-owner-id ws-owner-status
             ws-owner-dept
           END-CALL.
           IF ws-owner-dept = SPACES
               EXIT PROGRAM
           END-IF.
           MOVE ws-owner-dept TO lk-owner-dept.
           PERFORM FIND-DEPT-RULE.
           IF ws-rule-found = "N"
               EXIT PROGRAM
           END-IF.
           MOVE ws-rule-list TO lk-prefixes.
           MOVE FUNCTION UPPER-CASE(lk-project-name) TO ws-name-upper.
           MOVE 10 TO lk-status.
           MOVE 1 TO ws-list-ptr.
           PERFORM UNTIL ws-list-ptr > 100
               OR ws-rule-list(ws-list-ptr:) = SPACES
               OR lk-status = 0
               MOVE SPACES TO ws-one-prefix
               UNSTRING ws-rule-list DELIMITED BY ","
                 INTO ws-one-prefix
                 WITH POINTER ws-list-ptr
               END-UNSTRING
               PERFORM MATCH-ONE-PREFIX
           END-PERFORM.
           EXIT PROGRAM.

      *>   the first line naming the department wins; a missing
      *>   file is a shop that has not adopted the standard yet
       FIND-DEPT-RULE SECTION.
           MOVE "N" TO ws-rule-found.
           OPEN INPUT RULES-FILE.
           IF ws-rules-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-rules-eof = "Y"
               READ RULES-FILE
                   AT END
                       MOVE "Y" TO ws-rules-eof
                   NOT AT END
                       IF RULES-RECORD NOT = SPACES
                           AND RULES-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO ws-rule-dept
                           MOVE SPACES TO ws-rule-list
                           UNSTRING RULES-RECORD DELIMITED BY "="
                             INTO ws-rule-dept ws-rule-list
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-rule-dept))
                              = FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-owner-dept))
                              AND ws-rule-list NOT = SPACES
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                 ws-rule-list)) TO ws-rule-list
                               MOVE "Y" TO ws-rule-found
                               MOVE "Y" TO ws-rules-eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.

       MATCH-ONE-PREFIX SECTION.
           MOVE FUNCTION TRIM(ws-one-prefix) TO ws-one-prefix.
           IF ws-one-prefix = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-one-prefix))
             TO ws-prefix-len.
           IF ws-name-upper(1:ws-prefix-len)
              = ws-one-prefix(1:ws-prefix-len)
               MOVE 0 TO lk-status
           END-IF.

           END PROGRAM "name-rule-check".
