      *> -------------------------------------------
      *> change-ticket.cbl
      *> the one shared change-ticket subprogram, a sibling of
      *> opers-check.cbl: change management wants a ticket
      *> reference on every production-affecting action, so the
      *> updating tools (promote-project, release-rollback,
      *> retire-project, rename-project, transfer-owner,
      *> purge-archive, mass-update, and the menu's retire) hand it
      *> their command line first. It takes "--ticket <ref>" (or
      *> "--ticket=<ref>") out of the line, so
      *> the caller parses the rest exactly as it always has, and
      *> falls back to a CHANGE_TICKET environment variable, so a
      *> runbook can declare the ticket once for every step. The
      *> ticket found is put back into CHANGE_TICKET, which is where
      *> projects-io picks it up for the PROJECTS-AUDIT journal and
      *> archive-project for the ARCHIVE-CATALOG. Under the PROD
      *> profile (ENV-PROFILE= in MAKER.CFG, or the profile the
      *> caller names) an action without a ticket is refused and the
      *> refusal logged, the way opers-check logs a denial.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "change-ticket" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01 CONFIG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
       01 ws-config-status  PIC XX.
       01 ws-config-eof     PIC X VALUE "N".
       01 ws-config-key     PIC X(20).
       01 ws-config-value   PIC X(60).

      *>   the command line taken apart a word at a time and put
      *>   back together without the ticket option
       01 ws-word           PIC X(256).
       01 ws-word-upper     PIC X(256).
       01 ws-scan-ptr       PIC 9(4).
       01 ws-kept-line      PIC X(256).
       01 ws-kept-ptr       PIC 9(4).
       01 ws-want-value     PIC X VALUE "N".

       01 ws-ticket         PIC X(40) VALUE SPACES.
       01 ws-char-idx       PIC 99.
       01 ws-bad-char       PIC X VALUE "N".
       01 ws-user           PIC X(30).

      *>   log-error's USING items for the refusal line
       01 ws-le-program     PIC X(30) VALUE "change-ticket".
       01 ws-le-message     PIC X(80).
       01 ws-le-severity    PIC X(5) VALUE "WARN".

       LINKAGE SECTION.
      *> the caller's command line, handed back without the option
       01 lk-cmdline   PIC X(256).
      *> the profile the action runs under: spaces on the way in
      *> mean the site's ENV-PROFILE= from MAKER.CFG, DEV when unset;
      *> the profile actually applied on the way out
       01 lk-profile   PIC X(4).
      *> the ticket reference found, upper-cased; spaces if none
       01 lk-ticket    PIC X(20).
      *> 0 = go ahead, 10 = PROD and no ticket (already logged),
      *> 15 = the reference given is not a valid ticket number
       01 lk-status    PIC 99.

       PROCEDURE DIVISION USING lk-cmdline lk-profile lk-ticket
           lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE SPACES TO lk-ticket.
           PERFORM TAKE-OPTION-OUT.
           IF ws-ticket = SPACES
               ACCEPT ws-ticket FROM ENVIRONMENT "CHANGE_TICKET"
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-ticket))
             TO ws-ticket.
           IF lk-profile = SPACES
               PERFORM READ-SITE-PROFILE
           END-IF.
           IF ws-ticket NOT = SPACES
               PERFORM CHECK-TICKET-FORM
               IF ws-bad-char = "Y"
                   MOVE 15 TO lk-status
                   MOVE ws-ticket TO lk-ticket
                   EXIT PROGRAM
               END-IF
               MOVE ws-ticket TO lk-ticket
               SET ENVIRONMENT "CHANGE_TICKET" TO lk-ticket
               EXIT PROGRAM
           END-IF.
           IF lk-profile = "PROD"
               MOVE 10 TO lk-status
               ACCEPT ws-user FROM ENVIRONMENT "USER"
               IF ws-user = SPACES
                   MOVE "UNKNOWN" TO ws-user
               END-IF
               MOVE SPACES TO ws-le-message
               STRING "CTK010W operator '" FUNCTION TRIM(ws-user)
                 "' refused: no change ticket under PROD"
                 DELIMITED BY SIZE INTO ws-le-message
               END-STRING
               CALL "log-error" USING ws-le-program ws-le-message
                 ws-le-severity
               END-CALL
           END-IF.
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

      *>   "--ticket" takes the next word as its value; everything
      *>   else goes back on the line in the order it came
       TAKE-ONE-WORD SECTION.
           IF ws-word = SPACES
               EXIT SECTION
           END-IF.
           IF ws-want-value = "Y"
               MOVE ws-word TO ws-ticket
               MOVE "N" TO ws-want-value
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-word) TO ws-word-upper.
           IF ws-word-upper = "--TICKET"
               MOVE "Y" TO ws-want-value
               EXIT SECTION
           END-IF.
           IF ws-word-upper(1:9) = "--TICKET="
               MOVE ws-word(10:) TO ws-ticket
               EXIT SECTION
           END-IF.
           STRING FUNCTION TRIM(ws-word) " " DELIMITED BY SIZE
             INTO ws-kept-line WITH POINTER ws-kept-ptr
           END-STRING.

      *>   ENV-PROFILE=DEV|PROD in MAKER.CFG; unknown keys and a
      *>   missing file are silently ignored, the same as every
      *>   other reader of this config
       READ-SITE-PROFILE SECTION.
           MOVE "DEV" TO lk-profile.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-config-eof = "Y"
               READ CONFIG-FILE
                   AT END
                       MOVE "Y" TO ws-config-eof
                   NOT AT END
                       IF CONFIG-RECORD NOT = SPACES
                           AND CONFIG-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO ws-config-key
                           MOVE SPACES TO ws-config-value
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                             INTO ws-config-key ws-config-value
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-key)) = "ENV-PROFILE"
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                 ws-config-value)) TO lk-profile
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.

      *>   a ticket number is letters, digits and the separators
      *>   ticketing systems use -- nothing that would break the
      *>   fixed columns it is journaled in
       CHECK-TICKET-FORM SECTION.
           MOVE "N" TO ws-bad-char.
           IF ws-ticket(21:) NOT = SPACES
               MOVE "Y" TO ws-bad-char
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > 20
               IF ws-ticket(ws-char-idx:1) NOT = SPACE
                   AND ws-ticket(ws-char-idx:1) IS NOT ALPHABETIC-UPPER
                   AND ws-ticket(ws-char-idx:1) IS NOT NUMERIC
                   AND ws-ticket(ws-char-idx:1) NOT = "-"
                   AND ws-ticket(ws-char-idx:1) NOT = "_"
                   AND ws-ticket(ws-char-idx:1) NOT = "/"
                   AND ws-ticket(ws-char-idx:1) NOT = "."
                   MOVE "Y" TO ws-bad-char
               END-IF
           END-PERFORM.

           END PROGRAM "change-ticket".
