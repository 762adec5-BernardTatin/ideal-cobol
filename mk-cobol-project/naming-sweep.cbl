      *> -------------------------------------------
      *> naming-sweep.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the one-off pass that goes with the department naming
      *> standard: the generator, rename-project, import-csv and
      *> import-project refuse a name the owner's department does
      *> not allow from the day NAMERULES goes in, but the PROJECTS
      *> master already holds years of names given before it. This
      *> walks every record, asks name-rule-check the same question
      *> those tools ask, and lists the ones that break their
      *> owner's department rule -- name, status, owner, department
      *> and the prefixes it should have carried -- so the owners
      *> can be asked to rename or the rule widened. Records whose
      *> owner has no department in OWNERS, or whose department has
      *> no line in NAMERULES, are counted but not listed.
      *>
      *>   naming-sweep [ACTIVE]     ACTIVE leaves out retired
      *>                             records
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "naming-sweep".

       ENVIRONMENT DIVISION.

       DATA DIVISION.
         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "naming-sweep".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-cmdline         PIC X(300).
           01 ws-arg-1           PIC X(20).
           01 ws-active-only     PIC X VALUE "N".

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

      *>   name-rule-check's USING items
           01 ws-owner-dept     PIC X(20).
           01 ws-rule-prefixes  PIC X(60).
           01 ws-rule-status    PIC 99.

           01 ws-read-count     PIC 9(5) VALUE 0.
           01 ws-ruled-count    PIC 9(5) VALUE 0.
           01 ws-unruled-count  PIC 9(5) VALUE 0.
           01 ws-break-count    PIC 9(5) VALUE 0.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 200-WALK-PROJECTS.
           perform 300-SHOW-SUMMARY.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-1.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-1
           END-UNSTRING.
           EVALUATE FUNCTION UPPER-CASE(ws-arg-1)
               WHEN SPACES
                   CONTINUE
               WHEN "ACTIVE"
                   MOVE "Y" TO ws-active-only
               WHEN OTHER
                   DISPLAY "NSW010E usage: naming-sweep [ACTIVE]"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
           END-EVALUATE.
           DISPLAY "Project                                          "
             "Status     Owner                Department"
           END-DISPLAY.
           DISPLAY "-------                                          "
             "------     -----                ----------"
           END-DISPLAY.

       200-WALK-PROJECTS SECTION.
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
               IF ws-active-only = "N"
                   OR FUNCTION TRIM(ws-proj-status) NOT = "RETIRED"
                   PERFORM 210-JUDGE-ONE-PROJECT
               END-IF
               CALL "projects-io" USING ws-projects-io-op
                   ws-projects-record ws-projects-io-status
               END-CALL
           END-PERFORM.

      *>   a department shown with no prefixes is one NAMERULES does
      *>   not cover -- counted, not listed
       210-JUDGE-ONE-PROJECT SECTION.
           ADD 1 TO ws-read-count.
           CALL "name-rule-check" USING ws-proj-name ws-proj-owner
             ws-owner-dept ws-rule-prefixes ws-rule-status
           END-CALL.
           IF ws-rule-prefixes = SPACES
               ADD 1 TO ws-unruled-count
               GO TO 210-JUDGE-ONE-PROJECT-EXIT
           END-IF.
           ADD 1 TO ws-ruled-count.
           IF ws-rule-status = 10
               ADD 1 TO ws-break-count
               DISPLAY ws-proj-name " " ws-proj-status " "
                 ws-proj-owner(1:20) " " FUNCTION TRIM(ws-owner-dept)
               END-DISPLAY
               DISPLAY "    should start with "
                 FUNCTION TRIM(ws-rule-prefixes)
               END-DISPLAY
           END-IF.
       210-JUDGE-ONE-PROJECT-EXIT.
           EXIT.

       300-SHOW-SUMMARY SECTION.
           IF ws-break-count = 0
               DISPLAY "  (no record breaks its department's rule)"
               END-DISPLAY
           END-IF.
           DISPLAY "-----------------------------------" END-DISPLAY.
           DISPLAY ws-read-count " record(s) read, " ws-ruled-count
             " under a department rule, " ws-break-count
             " breaking it" END-DISPLAY.
           DISPLAY ws-unruled-count " record(s) with no rule to "
             "apply (owner without a department, or department not "
             "in NAMERULES)" END-DISPLAY.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "NSW001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "NSW002E naming-standard sweep failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "naming-sweep".
