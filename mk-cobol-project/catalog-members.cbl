      *> -------------------------------------------
      *> catalog-members.cbl
      *> the one reading of PROJFILES for a project's source
      *> members, shared by source-metrics, source-lint,
      *> portability-sweep, jcl-dd-check, dataset-scan,
      *> project-doc and interface-check so a change to the
      *> catalog record is made once. Every .cbl, .cob and .cpy
      *> path the catalog holds is handed back once, under the
      *> project its newest entry names; anything else the
      *> catalog lists (JCL, data, the generated Makefile) is
      *> passed over. Layout in catalog-members.cpy.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "catalog-members" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJFILES-FILE.
       01 PROJFILES-RECORD.
           05 pf-rec-project    PIC X(48).
           05 FILLER            PIC X.
           05 pf-rec-path       PIC X(120).
           05 FILLER            PIC X.
           05 pf-rec-checksum   PIC 9(9).
           05 FILLER            PIC X.
           05 pf-rec-date       PIC X(8).

       WORKING-STORAGE SECTION.
       01 ws-projfiles-path   PIC X(300) VALUE "PROJFILES".
       01 ws-projfiles-status PIC XX.
       01 ws-projfiles-eof    PIC X VALUE "N".

       78 ws-cat-max VALUE 500.
       01 ws-cat-idx        PIC 9(4).
       01 ws-found-flag     PIC X.
       01 ws-path-len       PIC 9(3).
       01 ws-path-suffix    PIC X(4).

       LINKAGE SECTION.
           COPY "catalog-members.cpy".

       PROCEDURE DIVISION USING CATALOG-MEMBERS.
       prog.
           MOVE 0 TO cat-count.
           OPEN INPUT PROJFILES-FILE.
           IF ws-projfiles-status = "00"
               PERFORM UNTIL ws-projfiles-eof = "Y"
                   READ PROJFILES-FILE
                       AT END
                           MOVE "Y" TO ws-projfiles-eof
                       NOT AT END
                           IF PROJFILES-RECORD NOT = SPACES
                               PERFORM KEEP-SOURCE-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJFILES-FILE
           END-IF.
           EXIT PROGRAM.

      *>   a later entry for a path already held moves it to the
      *>   project that entry names
       KEEP-SOURCE-MEMBER SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(pf-rec-path))
             TO ws-path-len.
           IF ws-path-len < 5
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(pf-rec-path(ws-path-len - 3:4))
             TO ws-path-suffix.
           IF ws-path-suffix NOT = ".CBL"
               AND ws-path-suffix NOT = ".CPY"
               AND ws-path-suffix NOT = ".COB"
               EXIT SECTION
           END-IF.
           MOVE "N" TO ws-found-flag.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
               UNTIL ws-cat-idx > cat-count
               IF cat-path(ws-cat-idx) = pf-rec-path
                   MOVE pf-rec-project TO cat-project(ws-cat-idx)
                   MOVE "Y" TO ws-found-flag
               END-IF
           END-PERFORM.
           IF ws-found-flag = "N" AND cat-count < ws-cat-max
               ADD 1 TO cat-count
               MOVE pf-rec-project TO cat-project(cat-count)
               MOVE pf-rec-path    TO cat-path(cat-count)
           END-IF.
