      *> warns when asked to scaffold from a template the catalog
      *> has never certified.
      *>
      *> A certified template is not certified for ever: once a
      *> skeleton falls behind the shop's standards it is marked
      *> DEPRECATED with the template that replaces it named, and
      *> cobol-project-maker warns and points at the replacement;
      *> when the last project has moved off it, it is WITHDRAWN and
      *> cobol-project-maker refuses it outright. Each change is one
      *> more catalog line; certifying a template again puts it back
      *> in good standing. template-migration reports the ACTIVE
      *> projects still built from either kind.
      *>
      *>   template-certify <TEMPLATE-NAME>
      *>   template-certify <TEMPLATE-NAME> DEPRECATE <REPLACEMENT>
      *>   template-certify <TEMPLATE-NAME> WITHDRAW
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
       DATA DIVISION.
         FILE SECTION.
         FD  CATALOG-FILE.
         COPY "templates-rec.cpy".

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items

           01 ws-cmdline        PIC X(300).
           01 ws-template-name  PIC X(12).
      *>   a lifecycle change: DEPRECATE (with the replacement's
      *>   name) or WITHDRAW; blank for a certification
           01 ws-action         PIC X(12).
           01 ws-replacement    PIC X(12).

      *>   a template's standing off its newest catalog line
           01 ws-look-name      PIC X(12).
           01 ws-look-found     PIC X.
           01 ws-look-version   PIC 9(3).
           01 ws-look-state     PIC X(10).
           01 ws-look-replacement PIC X(12).
           01 ws-cur-version    PIC 9(3).
           01 ws-cur-state      PIC X(10).
           01 ws-cur-replacement PIC X(12).

           01 ws-catalog-path   PIC X(300) VALUE "TEMPLATES".
           01 ws-catalog-status PIC XX.
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           IF ws-action NOT = SPACES
               perform 500-CHANGE-STANDING
               perform 900-TERMINATE
           END-IF.
           perform 100-RENDER-CANDIDATE.
           perform 200-COMPILE-RENDERING.
           IF ws-compile-rc = 0
       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-template-name ws-action ws-replacement.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-template-name ws-action ws-replacement
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-template-name)
             TO ws-template-name.
           MOVE FUNCTION UPPER-CASE(ws-action) TO ws-action.
           MOVE FUNCTION UPPER-CASE(ws-replacement) TO ws-replacement.
           IF ws-template-name = SPACES
               OR (ws-action NOT = SPACES AND ws-action NOT =
                   "DEPRECATE" AND ws-action NOT = "WITHDRAW")
               OR (ws-action = "DEPRECATE" AND ws-replacement = SPACES)
               DISPLAY "TPC010E usage: template-certify <TEMPLATE-NAME>"
                 " [DEPRECATE <REPLACEMENT> | WITHDRAW]"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   a lifecycle change works off the catalog alone -- the
      *>   skeleton being retired may already be gone from templates/
           IF ws-action NOT = SPACES
               GO TO 001-INIT-EXIT
           END-IF.
           MOVE SPACES TO ws-tpl-path.
           STRING "templates/" DELIMITED BY SIZE
             FUNCTION TRIM(ws-template-name) DELIMITED BY SIZE
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "TPC011E template-certify: no candidate at "
                 FUNCTION TRIM(ws-tpl-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
       001-INIT-EXIT.
           EXIT.

      *>   the same rendering a real scaffold gets: create-cobolfile
      *>   against a scratch directory, markers and all
             BY REFERENCE ws-cobolfile-status TPLVAR-BLOCK
           END-CALL.
           IF ws-cobolfile-status NOT = 0
               DISPLAY "TPC012E "
                 "template-certify: the candidate would not "
                 "even render -- not certified" UPON SYSERR
               END-DISPLAY
               perform 400-TEAR-DOWN-SCRATCH
                 "' rendered and compiled clean"
               END-DISPLAY
           ELSE
               DISPLAY "TPC013E template-certify: '"
                 FUNCTION TRIM(ws-template-name)
                 "' FAILED to compile -- not certified; compiler "
                 "output kept in TPLCERT.LOG" UPON SYSERR
               CLOSE CATALOG-FILE
               OPEN EXTEND CATALOG-FILE
           END-IF.
           MOVE SPACES TO TEMPLATES-RECORD.
           MOVE ws-template-name TO tcat-rec-name.
           MOVE ws-next-version  TO tcat-rec-version.
           MOVE ws-cert-date     TO tcat-rec-date.
           MOVE ws-operator      TO tcat-rec-operator.
           MOVE "CERTIFIED"      TO tcat-rec-state.
           WRITE TEMPLATES-RECORD.
           CLOSE CATALOG-FILE.
           DISPLAY "template-certify: '"
             FUNCTION TRIM(ws-template-name)
           END-CALL.
           MOVE 0 TO RETURN-CODE.

      *>   DEPRECATE needs a template in good standing, or one
      *>   already deprecated being pointed somewhere new, and a
      *>   replacement that is itself certified -- or one of the
      *>   three compiled-in skeletons, which need no certificate;
      *>   WITHDRAW keeps any replacement already named so the
      *>   refusal can still say where to go
       500-CHANGE-STANDING SECTION.
           MOVE ws-template-name TO ws-look-name.
           PERFORM 510-LOOK-UP-TEMPLATE.
           IF ws-look-found NOT = "Y"
               DISPLAY "TPC014E template-certify: '"
                 FUNCTION TRIM(ws-template-name)
                 "' is not in the TEMPLATES catalog" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 500-CHANGE-STANDING-EXIT
           END-IF.
           IF ws-look-state = "WITHDRAWN"
               DISPLAY "TPC016E template-certify: '"
                 FUNCTION TRIM(ws-template-name)
                 "' is already WITHDRAWN -- certify it again first"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 500-CHANGE-STANDING-EXIT
           END-IF.
           MOVE ws-look-version TO ws-cur-version.
           MOVE ws-look-state TO ws-cur-state.
           MOVE ws-look-replacement TO ws-cur-replacement.
           IF ws-action = "DEPRECATE"
               IF ws-replacement = "BATCH" OR ws-replacement =
                    "ONLINE" OR ws-replacement = "SUBPROGRAM"
                   MOVE "Y" TO ws-look-found
                   MOVE SPACES TO ws-look-state
               ELSE
                   MOVE ws-replacement TO ws-look-name
                   PERFORM 510-LOOK-UP-TEMPLATE
               END-IF
               IF ws-replacement = ws-template-name
                   OR ws-look-found NOT = "Y"
                   OR (ws-look-state NOT = SPACES
                       AND ws-look-state NOT = "CERTIFIED")
                   DISPLAY "TPC015E template-certify: replacement '"
                     FUNCTION TRIM(ws-replacement)
                     "' is not a CERTIFIED template" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   GO TO 500-CHANGE-STANDING-EXIT
               END-IF
               MOVE ws-replacement TO ws-cur-replacement
               MOVE "DEPRECATED" TO ws-cur-state
           ELSE
               MOVE "WITHDRAWN" TO ws-cur-state
           END-IF.
           ACCEPT ws-cert-date FROM DATE YYYYMMDD.
           ACCEPT ws-operator FROM ENVIRONMENT "USER".
           IF ws-operator = SPACES
               MOVE "UNKNOWN" TO ws-operator
           END-IF.
           OPEN EXTEND CATALOG-FILE.
           MOVE SPACES TO TEMPLATES-RECORD.
           MOVE ws-template-name   TO tcat-rec-name.
           MOVE ws-cur-version     TO tcat-rec-version.
           MOVE ws-cert-date       TO tcat-rec-date.
           MOVE ws-operator        TO tcat-rec-operator.
           MOVE ws-cur-state       TO tcat-rec-state.
           MOVE ws-cur-replacement TO tcat-rec-replacement.
           WRITE TEMPLATES-RECORD.
           CLOSE CATALOG-FILE.
           IF ws-cur-replacement = SPACES
               DISPLAY "template-certify: '"
                 FUNCTION TRIM(ws-template-name) "' is now "
                 FUNCTION TRIM(ws-cur-state)
               END-DISPLAY
           ELSE
               DISPLAY "template-certify: '"
                 FUNCTION TRIM(ws-template-name) "' is now "
                 FUNCTION TRIM(ws-cur-state) ", replaced by '"
                 FUNCTION TRIM(ws-cur-replacement) "'"
               END-DISPLAY
           END-IF.
       500-CHANGE-STANDING-EXIT.
           EXIT.

      *>   the newest catalog line for ws-look-name wins; a line from
      *>   before the lifecycle, with no state on it, is CERTIFIED
       510-LOOK-UP-TEMPLATE SECTION.
           MOVE "N" TO ws-look-found.
           MOVE "N" TO ws-catalog-eof.
           MOVE SPACES TO ws-look-state ws-look-replacement.
           MOVE 0 TO ws-look-version.
           OPEN INPUT CATALOG-FILE.
           IF ws-catalog-status NOT = "00"
               GO TO 510-LOOK-UP-TEMPLATE-EXIT
           END-IF.
           PERFORM UNTIL ws-catalog-eof = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO ws-catalog-eof
                   NOT AT END
                       IF tcat-rec-name = ws-look-name
                           MOVE "Y" TO ws-look-found
                           MOVE tcat-rec-version TO ws-look-version
                           MOVE tcat-rec-state TO ws-look-state
                           MOVE tcat-rec-replacement
                             TO ws-look-replacement
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           IF ws-look-state = "CERTIFIED"
               MOVE SPACES TO ws-look-state
           END-IF.
       510-LOOK-UP-TEMPLATE-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "TPC001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "TPC002E template certification failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
