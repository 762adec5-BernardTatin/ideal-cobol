      *> -------------------------------------------
      *> name-claim-check.cbl
      *> the one shared cross-site name subprogram, a sibling of
      *> name-rule-check.cbl: each site keeps its own PROJECTS
      *> master, so the duplicate check there only knows local names
      *> and the same name could be born at both sites -- colliding
      *> the first time export-project and import-project move it.
      *> name-claims keeps SITECLAIMS, the names every other site
      *> has published as its own; the generator and rename-project
      *> ask here, before a name is taken, whether another site
      *> already holds it. Names compare case-blind, the way the
      *> RESERVED.PGMID check compares them. No SITECLAIMS file
      *> means no other site's names are known -- nothing is held.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "name-claim-check" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE
               ASSIGN TO DYNAMIC ws-claims-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-claims-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
           COPY "site-claim-rec.cpy".

       WORKING-STORAGE SECTION.
       01 ws-claims-path    PIC X(300) VALUE "SITECLAIMS".
       01 ws-claims-status  PIC XX.
       01 ws-claims-eof     PIC X VALUE "N".
       01 ws-name-upper     PIC X(48).

       LINKAGE SECTION.
      *> the project name about to be taken
       01 lk-project-name PIC X(48).
      *> the SITE-ID of the site that holds it; spaces if none
       01 lk-claim-site   PIC X(20).
      *> 0 = no other site holds the name, 10 = another site does
       01 lk-status       PIC 99.

       PROCEDURE DIVISION USING lk-project-name lk-claim-site
           lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE SPACES TO lk-claim-site.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(lk-project-name))
             TO ws-name-upper.
           OPEN INPUT CLAIMS-FILE.
           IF ws-claims-status NOT = "00"
               EXIT PROGRAM
           END-IF.
           PERFORM UNTIL ws-claims-eof = "Y"
               READ CLAIMS-FILE
                   AT END
                       MOVE "Y" TO ws-claims-eof
                   NOT AT END
                       IF SITE-CLAIM-RECORD(1:1) NOT = "*"
                           AND SITE-CLAIM-RECORD NOT = SPACES
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                                 scl-rec-name)) = ws-name-upper
                           MOVE scl-rec-site TO lk-claim-site
                           MOVE 10 TO lk-status
                           MOVE "Y" TO ws-claims-eof
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-FILE.
           EXIT PROGRAM.

           END PROGRAM "name-claim-check".
