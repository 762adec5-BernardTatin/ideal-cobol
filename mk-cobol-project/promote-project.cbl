      *> right now, rewrites the Makefile under the PROD flag
      *> profile through create-makefile, rebuilds, and records the
      *> promotion -- project, from/to profile, operator, date,
      *> build outcome, change ticket -- in the PROMOTIONS history
      *> file promotion-inquiry reads back. A failed PROD build is
      *> recorded too, and the run ends red. Every promotion goes
      *> into PROD, so every one needs a change ticket. A passing
      *> build is then captured as the project's next numbered
      *> release through release-pack (source, copybooks, Makefile,
      *> listing and module, recorded in RELEASES), the release
      *> release-rollback can later put back.
      *>
      *>   promote-project <project-name> --ticket <ref>
      *>                   [--emergency <reason>]
      *>
      *> During a change freeze in the FREEZE calendar a promotion is
      *> refused unless --emergency <reason> (or FREEZE_OVERRIDE)
      *> overrides it, the override logged and journaled.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
             05 promo-rec-to       PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-outcome  PIC X(4).
             05 FILLER             PIC X.
             05 promo-rec-ticket   PIC X(20).
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project    PIC X(48).
           01 ws-build-outcome  PIC X(4).
           01 ws-operator       PIC X(30).

      *>   change-ticket's USING items: a promotion puts the project
      *>   into PROD whatever the site's own profile, so it always
      *>   runs under the PROD rule and always needs a ticket
           01 ws-ticket-profile  PIC X(4).
           01 ws-ticket-ref      PIC X(20).
           01 ws-ticket-status   PIC 99.
      *>   freeze-check's USING items: the change-freeze calendar,
      *>   and the emergency override that lets a promotion through
      *>   while a freeze is in force
           01 ws-freeze-check    PIC X.
           01 ws-freeze-reason   PIC X(60).
           01 ws-freeze-status   PIC 99.

      *>   file-checksum's USING items for the re-cataloging
           01 ws-sum-path       PIC X(300).
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.

      *>   release-pack's USING items: the release number it gave
      *>   and where its container landed
           01 ws-release-id      PIC X(5).
           01 ws-release-path    PIC X(300).
           01 ws-release-status  PIC 99.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           IF ws-op-status = "Y"
               perform 400-RECORD-PROMOTION
           END-IF.
           IF ws-op-status = "Y" AND ws-build-outcome = "PASS"
               perform 500-PACK-RELEASE
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE ws-env-profile TO ws-ticket-profile.
           CALL "change-ticket" USING ws-cmdline(1:256)
             ws-ticket-profile ws-ticket-ref ws-ticket-status
           END-CALL.
           IF ws-ticket-status = 15
               DISPLAY "PRM018E promote-project: '"
                 FUNCTION TRIM(ws-ticket-ref)
                 "' is not a valid change ticket number" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-ticket-status = 10
               DISPLAY "PRM017E promote-project: a promotion to PROD "
                 "needs a change ticket -- rerun with --ticket <ref>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   then "--emergency <reason>", which a change freeze in
      *>   force insists on
           MOVE "Y" TO ws-freeze-check.
           CALL "freeze-check" USING ws-cmdline(1:256)
             ws-log-program-name ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status = 10
               DISPLAY "PRM019E promote-project: change freeze in "
                 "force (" FUNCTION TRIM(ws-freeze-reason)
                 ") -- rerun with --emergency <reason> to override"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-freeze-status = 5
               DISPLAY "PRM020W promote-project: running under a "
                 "change-freeze override" UPON SYSERR
               END-DISPLAY
           END-IF.
           MOVE SPACES TO ws-proj-name-arg.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-proj-name-arg
           END-UNSTRING.
           IF ws-proj-name-arg = SPACES
               DISPLAY "PRM010E usage: promote-project <project-name> "
                 "--ticket <ref>" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "PRM011E promote-project: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
               GO TO 100-CONFIRM-ELIGIBLE-EXIT
           END-IF.
           IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "PRM012E promote-project: project is "
                 FUNCTION TRIM(ws-proj-status)
                 " -- only ACTIVE projects promote" UPON SYSERR
               END-DISPLAY
               GO TO 100-CONFIRM-ELIGIBLE-EXIT
           END-IF.
           IF FUNCTION TRIM(ws-proj-verified) NOT = "VERIFIED"
               DISPLAY "PRM013E promote-project: PROJ-VERIFIED is '"
                 FUNCTION TRIM(ws-proj-verified)
                 "' -- only a VERIFIED project promotes"
                 UPON SYSERR
           MOVE RETURN-CODE TO ws-make-rc.
           MOVE 0 TO RETURN-CODE.
           IF ws-make-rc NOT = 0
               DISPLAY "PRM014E "
                 "promote-project: the test run failed -- "
                 "nothing promoted" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
             BY REFERENCE ws-makefile-status
           END-CALL.
           IF ws-makefile-status NOT = 0
               DISPLAY "PRM015E promote-project: could not rewrite the "
                 "Makefile under PROD" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               END-DISPLAY
           ELSE
               MOVE "FAIL" TO ws-build-outcome
               DISPLAY "PRM016E "
                 "promote-project: the PROD rebuild FAILED -- "
                 "recorded as such" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           MOVE "DEV"            TO promo-rec-from.
           MOVE "PROD"           TO promo-rec-to.
           MOVE ws-build-outcome TO promo-rec-outcome.
           MOVE ws-ticket-ref    TO promo-rec-ticket.
           WRITE PROMOTIONS-RECORD.
           CLOSE PROMOTIONS-FILE.

      *>   the promotion itself stands whatever happens here; a
      *>   release that could not be packed only ends the run red,
      *>   so someone packs it before it is needed for a rollback
       500-PACK-RELEASE SECTION.
           CALL "release-pack" USING ws-proj-name-arg(1:48)
             ws-module-type ws-ticket-ref ws-release-id
             ws-release-path ws-release-status
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           EVALUATE ws-release-status
               WHEN 0
                   DISPLAY "promote-project: released as "
                     ws-release-id " in "
                     FUNCTION TRIM(ws-release-path)
                   END-DISPLAY
               WHEN 1
                   DISPLAY "PRM021E promote-project: the compiler "
                     "listing would not build -- no release packed"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               WHEN 2
                   DISPLAY "PRM022E promote-project: no built module "
                     "found to capture -- no release packed"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "PRM023E promote-project: could not write "
                     "release " ws-release-id " ("
                     FUNCTION TRIM(ws-release-path) ")" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PRM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "PRM002E promotion failed or PROD build red, see "
                 "SYSERR" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
