      *> -------------------------------------------
      *> freeze-check.cbl
      *> the one shared change-freeze subprogram, a sibling of
      *> change-ticket.cbl: at year-end and in audit weeks the shop
      *> declares change freezes, and the FREEZE calendar in the
      *> projects root lists them, one per line --
      *>
      *>   <from-YYYYMMDD> <to-YYYYMMDD> <reason...>
      *>
      *> (a blank to-date is a one-day freeze; "*" and blank lines are
      *> comments). The updating tools -- cobol-project-maker,
      *> promote-project, prod-execute, rename-project,
      *> retire-project, purge-archive and mass-update -- hand it
      *> their command line first. While today falls inside a
      *> listed range the tool is refused unless it is given an
      *> emergency override,
      *> "--emergency <reason>" (or "--emergency=<reason>") on the
      *> command line or a FREEZE_OVERRIDE environment variable for
      *> a reason with blanks in it. The option is taken out of the
      *> line so the caller parses the rest as it always has. Both a
      *> refusal and an override are logged through log-error; an
      *> override is also journaled in PROJECTS-AUDIT (projects-io's
      *> OVRIDE) and put back into FREEZE_OVERRIDE, where projects-io
      *> picks it up for every change the tool then makes.
      *>
      *> lk-check says what the caller wants:
      *>   "Y" enforce the calendar for lk-program
      *>   "N" only take the option out (a dry run changes nothing)
      *>   "Q" only ask -- status 10 when a freeze is in force for
      *>       lk-program (any freeze at all when lk-program is
      *>       blank), nothing logged; chain-runner stands a frozen
      *>       tool's step down this way so the read-only reports in
      *>       the same runbook still run
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "freeze-check" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-FILE
               ASSIGN TO DYNAMIC ws-freeze-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-freeze-status.

       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-FILE.
       01 FREEZE-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-freeze-path    PIC X(300) VALUE "FREEZE".
       01 ws-freeze-status  PIC XX.
       01 ws-freeze-eof     PIC X VALUE "N".

      *>   the calendar line in hand
       01 ws-from-date      PIC X(8).
       01 ws-to-date        PIC X(8).
       01 ws-line-ptr       PIC 9(4).
       01 ws-today          PIC X(8).
       01 ws-in-force       PIC X VALUE "N".

      *>   the tools a freeze holds back; anything else -- every
      *>   report and inquiry -- runs through a freeze untouched
       01 ws-frozen-tools.
           05 FILLER PIC X(30) VALUE "cobol-project-maker".
           05 FILLER PIC X(30) VALUE "promote-project".
           05 FILLER PIC X(30) VALUE "prod-execute".
           05 FILLER PIC X(30) VALUE "rename-project".
           05 FILLER PIC X(30) VALUE "retire-project".
           05 FILLER PIC X(30) VALUE "purge-archive".
           05 FILLER PIC X(30) VALUE "mass-update".
       01 ws-frozen-redef REDEFINES ws-frozen-tools.
           05 ws-frozen-tool OCCURS 7 TIMES PIC X(30).
       01 ws-tool-idx       PIC 9.
       01 ws-tool-frozen    PIC X VALUE "N".

      *>   the command line taken apart a word at a time and put
      *>   back together without the override option
       01 ws-word           PIC X(256).
       01 ws-word-upper     PIC X(256).
       01 ws-scan-ptr       PIC 9(4).
       01 ws-kept-line      PIC X(256).
       01 ws-kept-ptr       PIC 9(4).
       01 ws-want-value     PIC X VALUE "N".

       01 ws-override       PIC X(60) VALUE SPACES.
       01 ws-user           PIC X(30).

      *>   log-error's USING items for the refusal and override lines
       01 ws-le-program     PIC X(30) VALUE "freeze-check".
       01 ws-le-message     PIC X(80).
       01 ws-le-severity    PIC X(5) VALUE "WARN".

      *>   projects-io's USING items for the OVRIDE journal line
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
      *> the caller's command line, handed back without the option
       01 lk-cmdline   PIC X(256).
      *> the calling tool's program name
       01 lk-program   PIC X(30).
      *> "Y" enforce, "N" only take the option out, "Q" only ask
       01 lk-check     PIC X.
      *> the reason the FREEZE calendar gives for the freeze in force;
      *> spaces if none
       01 lk-freeze-reason PIC X(60).
      *> 0 = no freeze in force, go ahead; 5 = freeze in force but
      *> overridden (already logged and journaled); 10 = refused, a
      *> freeze is in force and no override was given (already
      *> logged, except under "Q")
       01 lk-status    PIC 99.

       PROCEDURE DIVISION USING lk-cmdline lk-program lk-check
           lk-freeze-reason lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE SPACES TO lk-freeze-reason.
           IF lk-check NOT = "Q"
               PERFORM TAKE-OPTION-OUT
               IF ws-override = SPACES
                   ACCEPT ws-override FROM ENVIRONMENT
                     "FREEZE_OVERRIDE"
               END-IF
               MOVE FUNCTION TRIM(ws-override) TO ws-override
           END-IF.
           IF lk-check = "N"
               EXIT PROGRAM
           END-IF.
           IF lk-program NOT = SPACES
               PERFORM CHECK-TOOL-FROZEN
               IF ws-tool-frozen = "N"
                   EXIT PROGRAM
               END-IF
           END-IF.
           PERFORM READ-CALENDAR.
           IF ws-in-force = "N"
      *>       an override left over in the environment from some
      *>       earlier emergency must not be journaled against
      *>       changes made outside any freeze
               IF lk-check = "Y"
                   MOVE SPACES TO ws-override
                   SET ENVIRONMENT "FREEZE_OVERRIDE" TO ws-override
               END-IF
               EXIT PROGRAM
           END-IF.
           IF lk-check = "Q"
               MOVE 10 TO lk-status
               EXIT PROGRAM
           END-IF.
           ACCEPT ws-user FROM ENVIRONMENT "USER".
           IF ws-user = SPACES
               MOVE "UNKNOWN" TO ws-user
           END-IF.
           IF ws-override = SPACES
               MOVE 10 TO lk-status
               MOVE SPACES TO ws-le-message
               STRING "FRZ010W " FUNCTION TRIM(lk-program)
                 " refused for '" FUNCTION TRIM(ws-user)
                 "': change freeze in force"
                 DELIMITED BY SIZE INTO ws-le-message
               END-STRING
               CALL "log-error" USING ws-le-program ws-le-message
                 ws-le-severity
               END-CALL
               EXIT PROGRAM
           END-IF.
           MOVE 5 TO lk-status.
           SET ENVIRONMENT "FREEZE_OVERRIDE" TO ws-override.
           MOVE SPACES TO ws-le-message.
           STRING "FRZ011W " FUNCTION TRIM(lk-program)
             " freeze override by " FUNCTION TRIM(ws-user) ": "
             FUNCTION TRIM(ws-override)
             DELIMITED BY SIZE INTO ws-le-message
           END-STRING.
           CALL "log-error" USING ws-le-program ws-le-message
             ws-le-severity
           END-CALL.
           PERFORM JOURNAL-OVERRIDE.
           EXIT PROGRAM.

       TAKE-OPTION-OUT SECTION.
           MOVE SPACES TO ws-kept-line.
           MOVE 1 TO ws-kept-ptr.
           MOVE 1 TO ws-scan-ptr.
           PERFORM UNTIL ws-scan-ptr > 256
               OR lk-cmdline(ws-scan-ptr:) = SPACES
               MOVE SPACES TO ws-word
               UNSTRING lk-cmdline DELIMITED BY ALL " "
                 INTO ws-word
                 WITH POINTER ws-scan-ptr
               END-UNSTRING
               PERFORM TAKE-ONE-WORD
           END-PERFORM.
           MOVE ws-kept-line TO lk-cmdline.

      *>   "--emergency" takes the next word as its reason; everything
      *>   else goes back on the line in the order it came
       TAKE-ONE-WORD SECTION.
           IF ws-word = SPACES
               EXIT SECTION
           END-IF.
           IF ws-want-value = "Y"
               MOVE ws-word TO ws-override
               MOVE "N" TO ws-want-value
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-word) TO ws-word-upper.
           IF ws-word-upper = "--EMERGENCY"
               MOVE "Y" TO ws-want-value
               EXIT SECTION
           END-IF.
           IF ws-word-upper(1:12) = "--EMERGENCY="
               MOVE ws-word(13:) TO ws-override
               EXIT SECTION
           END-IF.
           STRING FUNCTION TRIM(ws-word) " " DELIMITED BY SIZE
             INTO ws-kept-line WITH POINTER ws-kept-ptr
           END-STRING.

       CHECK-TOOL-FROZEN SECTION.
           MOVE "N" TO ws-tool-frozen.
           PERFORM VARYING ws-tool-idx FROM 1 BY 1
               UNTIL ws-tool-idx > 7
               IF ws-frozen-tool(ws-tool-idx) = lk-program
                   MOVE "Y" TO ws-tool-frozen
               END-IF
           END-PERFORM.

      *>   the first listed range today falls inside wins; a line
      *>   whose dates are not eight digits is skipped, and a missing
      *>   calendar means no freeze has been declared
       READ-CALENDAR SECTION.
           MOVE "N" TO ws-in-force.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           OPEN INPUT FREEZE-FILE.
           IF ws-freeze-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-freeze-eof = "Y" OR ws-in-force = "Y"
               READ FREEZE-FILE
                   AT END
                       MOVE "Y" TO ws-freeze-eof
                   NOT AT END
                       IF FREEZE-RECORD NOT = SPACES
                           AND FREEZE-RECORD(1:1) NOT = "*"
                           PERFORM JUDGE-ONE-RANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREEZE-FILE.

       JUDGE-ONE-RANGE SECTION.
           MOVE SPACES TO ws-from-date.
           MOVE SPACES TO ws-to-date.
           MOVE 1 TO ws-line-ptr.
           UNSTRING FREEZE-RECORD DELIMITED BY ALL " "
             INTO ws-from-date ws-to-date
             WITH POINTER ws-line-ptr
           END-UNSTRING.
           IF ws-from-date IS NOT NUMERIC
               EXIT SECTION
           END-IF.
      *>   a second word that is not a date is the start of the
      *>   reason on a one-day freeze
           IF ws-to-date IS NOT NUMERIC
               MOVE ws-from-date TO ws-to-date
               MOVE 1 TO ws-line-ptr
               UNSTRING FREEZE-RECORD DELIMITED BY ALL " "
                 INTO ws-from-date
                 WITH POINTER ws-line-ptr
               END-UNSTRING
           END-IF.
           IF ws-today < ws-from-date OR ws-today > ws-to-date
               EXIT SECTION
           END-IF.
           MOVE "Y" TO ws-in-force.
           IF ws-line-ptr <= 100
               MOVE FREEZE-RECORD(ws-line-ptr:) TO lk-freeze-reason
           END-IF.
           IF lk-freeze-reason = SPACES
               MOVE "change freeze" TO lk-freeze-reason
           END-IF.

      *>   the override as a PROJECTS-AUDIT line of its own: the
      *>   tool let through stands where a project name would, with
      *>   the operator as its owner; the reason rides in the
      *>   journal's override column from FREEZE_OVERRIDE
       JOURNAL-OVERRIDE SECTION.
           MOVE SPACES TO ws-projects-record.
           MOVE lk-program TO ws-proj-name.
           MOVE ws-user TO ws-proj-owner.
           MOVE ws-today TO ws-proj-create-date.
           ACCEPT ws-proj-create-time FROM TIME.
           MOVE "OVERRIDE" TO ws-proj-status.
           MOVE "OVRIDE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
             ws-projects-record ws-projects-io-status
           END-CALL.

           END PROGRAM "freeze-check".
