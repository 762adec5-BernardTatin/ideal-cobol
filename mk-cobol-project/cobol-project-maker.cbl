      *>   the TEMPLATES catalog template-certify maintains -- which
      *>   library templates have passed certification; a template
      *>   missing from it still generates, but with a warning, so
      *>   nobody scaffolds off an unproven skeleton unknowingly; one
      *>   it marks DEPRECATED warns, one it marks WITHDRAWN is refused
           SELECT TPLCAT-FILE
               ASSIGN TO DYNAMIC ws-tplcat-path
               ORGANIZATION IS LINE SEQUENTIAL
             05 FILLER            PIC X.
             05 pq-rec-note       PIC X(40).
         FD  TPLCAT-FILE.
         COPY "templates-rec.cpy".
         FD  PROJFILES-FILE.
         01 PROJFILES-RECORD.
             05 pf-rec-project    PIC X(48).
      *>   taken on faith
           01 ws-approved-flag  PIC X VALUE "N".
           01 ws-approved-count PIC 9.
      *>   freeze-check's USING items: while the FREEZE calendar has
      *>   a change freeze in force nothing is scaffolded without
      *>   "--emergency <reason>"; a --check run writes nothing, so
      *>   the freeze never holds it back
           01 ws-freeze-check   PIC X.
           01 ws-freeze-dry-count PIC 9.
           01 ws-freeze-reason  PIC X(60).
           01 ws-freeze-status  PIC 99.
           01 ws-prodqueue-path PIC X(300) VALUE "PRODQUEUE".
           01 ws-prodqueue-status PIC XX.
           01 ws-prodqueue-eof  PIC X.
      *>   owner-check's answer on whether ws-owner is active in
      *>   the OWNERS master
           01 ws-owner-check-status PIC 99.
           01 ws-owner-dept       PIC X(20).
      *>   name-rule-check's USING items: the prefixes the owner's
      *>   department allows under NAMERULES
           01 ws-rule-name        PIC X(48).
           01 ws-rule-prefixes    PIC X(60).
           01 ws-rule-status      PIC 99.
      *>   quota-check's USING items: the live projects the owner's
      *>   department holds against its DEPTQUOTA quota
           01 ws-quota-dept       PIC X(20).
           01 ws-quota-in-use     PIC 9(5).
           01 ws-quota-limit      PIC 9(5).
           01 ws-quota-status     PIC 99.
      *>   name-claim-check's USING items: the other site already
      *>   holding the name, if one does, under SITECLAIMS
           01 ws-claim-site       PIC X(20).
           01 ws-claim-status     PIC 99.
           01 ws-create-date    PIC X(8).
           01 ws-create-time    PIC X(8).
           01 ws-template       PIC X(12) VALUE "BATCH".
           01 ws-tplcat-status    PIC XX.
           01 ws-tplcat-eof       PIC X.
           01 ws-tpl-certified    PIC X.
      *>   the template's standing off its newest catalog line, and
      *>   the replacement a DEPRECATED or WITHDRAWN one names
           01 ws-tpl-state        PIC X(10).
           01 ws-tpl-replacement  PIC X(12).

      *>   PROJFILES bookkeeping: the path of the generated file in
      *>   hand, file-checksum's USING items, and -- for the --force
           IF ws-gen-status = "Y"
               perform 131-CHECK-RESERVED-PROGRAM-ID
           END-IF.
           IF ws-gen-status = "Y"
               perform 132-CHECK-NAMING-STANDARD
           END-IF.
           IF ws-gen-status = "Y"
               perform 133-CHECK-DEPT-QUOTA
           END-IF.
           IF ws-gen-status = "Y"
               perform 134-CHECK-SITE-CLAIM
           END-IF.

       001-INIT SECTION.
      *>   shop-wide defaults first, so any of them the command line
           IF ws-full-cmdline = SPACES
      *>       if no arguments, show an error
      *>       under Unix, it's like writing on stderr
               DISPLAY "PMK010E "
                 "cobol-project-maker needs a project file name"
                 UPON SYSERR
               END-DISPLAY
      *>       ... and exit
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   "--emergency <reason>" comes off the line before any of
      *>   the positional parsing below sees it
           MOVE "Y" TO ws-freeze-check.
           MOVE 0 TO ws-freeze-dry-count.
           INSPECT ws-full-cmdline TALLYING ws-freeze-dry-count
             FOR ALL "--check".
           IF ws-freeze-dry-count > 0
               MOVE "N" TO ws-freeze-check
           END-IF.
           CALL "freeze-check" USING ws-full-cmdline
             ws-log-program-name ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status = 10
               DISPLAY "PMK049E cobol-project-maker: change freeze in "
                 "force (" FUNCTION TRIM(ws-freeze-reason)
                 ") -- rerun with --emergency <reason> to override"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-freeze-status = 5
               DISPLAY "PMK050W cobol-project-maker: running under a "
                 "change-freeze override" UPON SYSERR
               END-DISPLAY
           END-IF.
      *>   "--var NAME=VALUE" pairs come off (and out of) the line
      *>   first, so the positional UNSTRING below never sees them
      *>   wherever they were typed
               MOVE ws-second-word(1:48) TO ws-clone-source
               MOVE ws-third-word TO project-name
               IF ws-clone-source = SPACES OR project-name = SPACES
                   DISPLAY "PMK011E "
                     "cobol-project-maker: --clone needs a "
                     "source project and a new name" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               MOVE "Y" TO ws-batch-mode
               MOVE ws-second-word TO ws-batch-file
               IF ws-batch-file = SPACES
                   DISPLAY "PMK012E "
                     "cobol-project-maker: --batch needs a list "
                     "file name" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
               IF NOT ((ws-one-char >= "A" AND ws-one-char <= "Z")
                    OR (ws-one-char >= "a" AND ws-one-char <= "z"))
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "PMK013E "
                     "cobol-project-maker: project name must "
                     "start with a letter" UPON SYSERR
                   END-DISPLAY
               END-IF

           IF ws-valid-flag = "Y" AND ws-name-len > ws-max-name-len
               MOVE "N" TO ws-valid-flag
               DISPLAY "PMK014E "
                 "cobol-project-maker: project name is too long "
                 "(" ws-name-len " characters, " ws-max-name-len
                 " max) -- it would overflow the generated source line"
                 UPON SYSERR
                        OR ws-one-char = "-"
                        OR ws-one-char = "_")
                       MOVE "N" TO ws-valid-flag
                       DISPLAY "PMK015E "
                         "cobol-project-maker: project name "
                         "contains a character not allowed in a "
                         "PROGRAM-ID: '" ws-one-char "'" UPON SYSERR
                       END-DISPLAY
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(project-name))
                        = ws-reserved-word(ws-char-idx)
                       MOVE "N" TO ws-valid-flag
                       DISPLAY "PMK016E "
                         "cobol-project-maker: '" project-name
                         "' is a reserved COBOL word" UPON SYSERR
                       END-DISPLAY
                   END-IF
               AND ws-template NOT = "BATCH"
               AND ws-template NOT = "ONLINE"
               AND ws-template NOT = "SUBPROGRAM"
               DISPLAY "PMK017E cobol-project-maker: unknown template '"
                 FUNCTION TRIM(ws-template)
                 "' -- not in the template library and not one of "
                 "BATCH, ONLINE, SUBPROGRAM"
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM 126-CHECK-TEMPLATE-STANDING.
           IF ws-tpl-state = "WITHDRAWN"
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

      *>   a library template the TEMPLATES catalog has never seen
      *>   pass template-certify still generates -- a warning, not a
      *>   uncertified templates that mostly work -- but the operator
      *>   hears about it before the scaffold, not from its first
      *>   angry user. The three compiled-in skeletons need no
      *>   certificate; they ship with the toolkit.
      *>   The newest catalog line is the template's standing: a
      *>   DEPRECATED one still generates, with a warning naming its
      *>   replacement; a WITHDRAWN one is refused -- ws-tpl-state
      *>   tells the caller, which knows whether a refusal ends the
      *>   run or only skips one manifest line
       126-CHECK-TEMPLATE-STANDING SECTION.
           MOVE SPACES TO ws-tpl-state ws-tpl-replacement.
           IF ws-template = "BATCH" OR ws-template = "ONLINE"
               OR ws-template = "SUBPROGRAM"
               GO TO 126-CHECK-TEMPLATE-STANDING-EXIT
           END-IF.
           MOVE "N" TO ws-tpl-certified.
           MOVE "N" TO ws-tplcat-eof.
           OPEN INPUT TPLCAT-FILE.
           IF ws-tplcat-status NOT = "00"
               GO TO 126-CHECK-TEMPLATE-STANDING-SAY
           END-IF.
           PERFORM UNTIL ws-tplcat-eof = "Y"
               READ TPLCAT-FILE
                   NOT AT END
                       IF tcat-rec-name = ws-template
                           MOVE "Y" TO ws-tpl-certified
                           MOVE tcat-rec-state TO ws-tpl-state
                           MOVE tcat-rec-replacement
                             TO ws-tpl-replacement
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TPLCAT-FILE.
       126-CHECK-TEMPLATE-STANDING-SAY.
           IF ws-tpl-certified NOT = "Y"
               DISPLAY "PMK018W "
                 "cobol-project-maker: WARNING -- template '"
                 FUNCTION TRIM(ws-template)
                 "' has never passed template-certify"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
           IF ws-tpl-state = "DEPRECATED"
               DISPLAY "PMK054W "
                 "cobol-project-maker: WARNING -- template '"
                 FUNCTION TRIM(ws-template)
                 "' is DEPRECATED, use '"
                 FUNCTION TRIM(ws-tpl-replacement) "' instead"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
           IF ws-tpl-state = "WITHDRAWN"
               IF ws-tpl-replacement = SPACES
                   DISPLAY "PMK055E cobol-project-maker: template '"
                     FUNCTION TRIM(ws-template)
                     "' is WITHDRAWN and can no longer be generated"
                     UPON SYSERR
                   END-DISPLAY
               ELSE
                   DISPLAY "PMK055E cobol-project-maker: template '"
                     FUNCTION TRIM(ws-template)
                     "' is WITHDRAWN and can no longer be generated"
                     " -- use '" FUNCTION TRIM(ws-tpl-replacement)
                     "'" UPON SYSERR
                   END-DISPLAY
               END-IF
           END-IF.
       126-CHECK-TEMPLATE-STANDING-EXIT.
           EXIT.

      *>   create-makefile only knows how to wire up EXE or DLL
       127-VALIDATE-MODULE-TYPE SECTION.
           IF ws-module-type NOT = "EXE" AND ws-module-type NOT = "DLL"
               DISPLAY "PMK019E "
                 "cobol-project-maker: unknown module type '"
                 FUNCTION TRIM(ws-module-type)
                 "' -- expected EXE or DLL" UPON SYSERR
               END-DISPLAY
      *>   these two profiles
       129-VALIDATE-ENV-PROFILE SECTION.
           IF ws-env-profile NOT = "DEV" AND ws-env-profile NOT = "PROD"
               DISPLAY "PMK020E "
                 "cobol-project-maker: unknown environment "
                 "profile '" FUNCTION TRIM(ws-env-profile)
                 "' -- expected DEV or PROD" UPON SYSERR
               END-DISPLAY
           END-CALL.
           IF ws-projects-io-status = 0
               IF ws-force-flag = "N"
                   DISPLAY "PMK021E cobol-project-maker: project '"
                     FUNCTION TRIM(project-name)
                     "' already exists -- pass --force to override"
                     UPON SYSERR
               IF ws-sum-status = 0
                   AND ws-sum-value
                     NOT = ws-edit-checksum(ws-edit-idx)
                   DISPLAY "PMK022E cobol-project-maker: '"
                     FUNCTION TRIM(ws-edit-path(ws-edit-idx))
                     "' has been edited since it was generated -- "
                     "refusing to overwrite it" UPON SYSERR
                                 project-name)) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(
                                 RESERVED-LIST-RECORD))
                               DISPLAY "PMK023E cobol-project-maker: '"
                                 FUNCTION TRIM(project-name)
                                 "' is a reserved production PROGRAM-ID"
                                 UPON SYSERR
               CLOSE RESERVED-LIST-FILE
           END-IF.

      *>   the department naming standard: the owner the record will
      *>   carry (worked out the way 200-LOG-PROJECT does) must belong
      *>   to a department whose NAMERULES prefixes the name starts
      *>   with; a department without a rule takes any name
       132-CHECK-NAMING-STANDARD SECTION.
           ACCEPT ws-owner FROM ENVIRONMENT "USER".
           IF ws-owner = SPACES AND ws-config-owner NOT = SPACES
               MOVE ws-config-owner TO ws-owner
           END-IF.
           IF ws-owner = SPACES
               MOVE "UNKNOWN" TO ws-owner
           END-IF.
           MOVE project-name TO ws-rule-name.
           CALL "name-rule-check" USING ws-rule-name ws-owner
             ws-owner-dept ws-rule-prefixes ws-rule-status
           END-CALL.
           IF ws-rule-status = 10
               DISPLAY "PMK051E cobol-project-maker: '"
                 FUNCTION TRIM(project-name) "' breaks the "
                 FUNCTION TRIM(ws-owner-dept)
                 " naming standard -- names must start with "
                 FUNCTION TRIM(ws-rule-prefixes) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-gen-status
               MOVE "NAMING-STANDARD" TO ws-fail-reason
           END-IF.

      *>   one more ACTIVE project for the owner's department --
      *>   refused here, before anything is written, when the
      *>   department already holds all its DEPTQUOTA quota allows.
      *>   ws-owner is the one 132-CHECK-NAMING-STANDARD worked out
       133-CHECK-DEPT-QUOTA SECTION.
           MOVE project-name TO ws-rule-name.
           CALL "quota-check" USING ws-rule-name ws-owner
             ws-quota-dept ws-quota-in-use ws-quota-limit
             ws-quota-status
           END-CALL.
           IF ws-quota-status = 10
               DISPLAY "PMK052E cobol-project-maker: '"
                 FUNCTION TRIM(project-name) "' refused -- "
                 FUNCTION TRIM(ws-quota-dept) " already holds "
                 ws-quota-in-use " of its " ws-quota-limit
                 " live projects" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-gen-status
               MOVE "DEPT-QUOTA" TO ws-fail-reason
           END-IF.

      *>   PROJECTS only knows this site's names; a name the other
      *>   site already holds, published to it through name-claims,
      *>   would collide the first time the project moved between
      *>   the sites
       134-CHECK-SITE-CLAIM SECTION.
           MOVE project-name TO ws-rule-name.
           CALL "name-claim-check" USING ws-rule-name ws-claim-site
             ws-claim-status
           END-CALL.
           IF ws-claim-status = 10
               DISPLAY "PMK053E cobol-project-maker: '"
                 FUNCTION TRIM(project-name) "' is already held at "
                 "site " FUNCTION TRIM(ws-claim-site) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-gen-status
               MOVE "SITE-CLAIM" TO ws-fail-reason
           END-IF.

      *>   create <project-name>/ so the generated Makefile and source
      *>   file land together instead of wherever we happen to run from
       140-CREATE-PROJECT-DIR SECTION.
      *> return code 0 = created, negative = already exists/other
      *> error; a pre-existing directory is fine under --force
           IF ws-mkdir-rc NOT = 0 AND ws-force-flag = "N"
               DISPLAY "PMK024E cobol-project-maker: could not create "
                 "directory '" FUNCTION TRIM(project-name) "'"
                 UPON SYSERR
               END-DISPLAY
                 BY REFERENCE ws-copybook-status
               END-CALL
               IF ws-copybook-status NOT = 0
                   DISPLAY "PMK025E "
                     "cobol-project-maker: create-copybook "
                     "failed for '" FUNCTION TRIM(project-name) "'"
                     UPON SYSERR
                   END-DISPLAY
                   STRING "PMK025E create-copybook failed for '"
                     FUNCTION TRIM(project-name) "'" DELIMITED BY SIZE
                     INTO ws-log-error-msg
                   END-STRING
                 BY REFERENCE ws-makefile-status
               END-CALL
               IF ws-makefile-status NOT = 0
                   DISPLAY "PMK026E "
                     "cobol-project-maker: create-makefile "
                     "failed for '" FUNCTION TRIM(project-name) "'"
                     UPON SYSERR
                   END-DISPLAY
                   STRING "PMK026E create-makefile failed for '"
                     FUNCTION TRIM(project-name) "'" DELIMITED BY SIZE
                     INTO ws-log-error-msg
                   END-STRING
                 BY REFERENCE ws-cobolfile-status TPLVAR-BLOCK
               END-CALL
               IF ws-cobolfile-status NOT = 0
                   DISPLAY "PMK027E "
                     "cobol-project-maker: create-cobolfile "
                     "failed for '" FUNCTION TRIM(project-name) "'"
                     UPON SYSERR
                   END-DISPLAY
                   STRING "PMK027E create-cobolfile failed for '"
                     FUNCTION TRIM(project-name) "'" DELIMITED BY SIZE
                     INTO ws-log-error-msg
                   END-STRING
                 BY REFERENCE ws-testfile-status
               END-CALL
               IF ws-testfile-status NOT = 0
                   DISPLAY "PMK028E "
                     "cobol-project-maker: create-testfile "
                     "failed for '" FUNCTION TRIM(project-name) "'"
                     UPON SYSERR
                   END-DISPLAY
                   STRING "PMK028E create-testfile failed for '"
                     FUNCTION TRIM(project-name) "'" DELIMITED BY SIZE
                     INTO ws-log-error-msg
                   END-STRING
                 BY REFERENCE ws-gitignore-status
               END-CALL
               IF ws-gitignore-status NOT = 0
                   DISPLAY "PMK029E "
                     "cobol-project-maker: create-gitignore "
                     "failed for '" FUNCTION TRIM(project-name) "'"
                     UPON SYSERR
                   END-DISPLAY
                   STRING "PMK029E create-gitignore failed for '"
                     FUNCTION TRIM(project-name) "'" DELIMITED BY SIZE
                     INTO ws-log-error-msg
                   END-STRING
      *>   the known generated files one by one, then bin/, obj/ and
      *>   the directory itself; anything already absent just skips
       158-TEAR-DOWN-PARTIAL SECTION.
           DISPLAY "PMK030W cobol-project-maker: removing the partial "
             "scaffold of '" FUNCTION TRIM(project-name) "'"
             UPON SYSERR
           END-DISPLAY.
             ON OVERFLOW CONTINUE
           END-STRING.
           IF ws-hook-rc NOT = 0
               DISPLAY "PMK031W cobol-project-maker: hook " ws-hook-idx
                 " ended with RETURN-CODE " ws-hook-rc-disp
                 " for '" FUNCTION TRIM(project-name)
                 "' -- scaffold stands" UPON SYSERR
           CLOSE PRODQUEUE-FILE.
       195-VERIFY-APPROVAL-SAY.
           IF ws-approval-ok NOT = "Y"
               DISPLAY "PMK032E cobol-project-maker: no second-person "
                 "approval on the queue for '"
                 FUNCTION TRIM(project-name)
                 "' -- PROD generation refused" UPON SYSERR
               MOVE "UNKNOWN" TO ws-owner
           END-IF.
           CALL "owner-check" USING ws-owner ws-owner-check-status
             ws-owner-dept
           END-CALL.
           IF ws-owner-check-status = 10
               OR ws-owner-check-status = 15
               DISPLAY "PMK033E "
                 "cobol-project-maker: CHECK FAILED -- owner '"
                 FUNCTION TRIM(ws-owner)
                 "' is not active in the OWNERS master" UPON SYSERR
               END-DISPLAY
      *>   its own success/failure signalling
           MOVE 0 TO RETURN-CODE.
           IF ws-git-rc NOT = 0
               DISPLAY "PMK034E "
                 "cobol-project-maker: git init failed for '"
                 FUNCTION TRIM(project-name) "'"
                 UPON SYSERR
               END-DISPLAY
             BY REFERENCE ws-jcl-status
           END-CALL.
           IF ws-jcl-status NOT = 0
               DISPLAY "PMK035E "
                 "cobol-project-maker: create-jcl failed for '"
                 FUNCTION TRIM(project-name) "'"
                 UPON SYSERR
               END-DISPLAY
               STRING "PMK035E create-jcl failed for '"
                 FUNCTION TRIM(project-name) "'" DELIMITED BY SIZE
                 INTO ws-log-error-msg
               END-STRING
           PERFORM 305-OPEN-RUN-REPORT.
           OPEN INPUT BATCH-LIST-FILE.
           IF ws-batch-file-status NOT = "00"
               DISPLAY "PMK036E "
                 "cobol-project-maker: could not open batch "
                 "list file '" FUNCTION TRIM(ws-batch-file) "'"
                 UPON SYSERR
               END-DISPLAY
           IF ws-gen-status = "Y"
               perform 131-CHECK-RESERVED-PROGRAM-ID
           END-IF.
           IF ws-gen-status = "Y"
               perform 134-CHECK-SITE-CLAIM
           END-IF.
      *>   a PROD manifest line queues the same way a PROD command
      *>   line does; the line is neither a success nor a failure,
      *>   and the run report says QUEUED
               END-DISPLAY
           ELSE
               ADD 1 TO ws-batch-failure
               DISPLAY "PMK037W cobol-project-maker: skipped '"
                 FUNCTION TRIM(project-name) "'" UPON SYSERR
               END-DISPLAY
           END-IF.
               AND ws-template NOT = "BATCH"
               AND ws-template NOT = "ONLINE"
               AND ws-template NOT = "SUBPROGRAM"
               DISPLAY "PMK038E cobol-project-maker: unknown template '"
                 FUNCTION TRIM(ws-template) "' on manifest line for '"
                 FUNCTION TRIM(project-name) "'" UPON SYSERR
               END-DISPLAY
               MOVE "BAD-TEMPLATE" TO ws-fail-reason
           END-IF.
           IF ws-gen-status = "Y"
               PERFORM 126-CHECK-TEMPLATE-STANDING
               IF ws-tpl-state = "WITHDRAWN"
                   MOVE "N" TO ws-gen-status
                   MOVE "WITHDRAWN-TEMPLATE" TO ws-fail-reason
               END-IF
           END-IF.
           IF ws-module-type NOT = "EXE" AND ws-module-type NOT = "DLL"
               DISPLAY "PMK039E "
                 "cobol-project-maker: unknown module type '"
                 FUNCTION TRIM(ws-module-type)
                 "' on manifest line for '"
                 FUNCTION TRIM(project-name) "'" UPON SYSERR
               MOVE "BAD-OPTION" TO ws-fail-reason
           END-IF.
           IF ws-env-profile NOT = "DEV" AND ws-env-profile NOT = "PROD"
               DISPLAY "PMK040E "
                 "cobol-project-maker: unknown environment "
                 "profile '" FUNCTION TRIM(ws-env-profile)
                 "' on manifest line for '"
                 FUNCTION TRIM(project-name) "'" UPON SYSERR
           IF ws-gen-status = "Y"
               perform 131-CHECK-RESERVED-PROGRAM-ID
           END-IF.
           IF ws-gen-status = "Y"
               perform 134-CHECK-SITE-CLAIM
           END-IF.
           IF ws-gen-status = "Y"
               perform 410-CONFIRM-CLONE-SOURCE
           END-IF.
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "PMK041E cobol-project-maker: clone source '"
                 FUNCTION TRIM(ws-clone-source) "' not found"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-gen-status
           ELSE
               IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
                   DISPLAY "PMK042E cobol-project-maker: clone source '"
                     FUNCTION TRIM(ws-clone-source) "' is "
                     FUNCTION TRIM(ws-proj-status)
                     " -- only an ACTIVE project can be cloned"
           END-EVALUATE.
           OPEN INPUT CLONE-IN-FILE.
           IF ws-clone-in-status NOT = "00"
               DISPLAY "PMK043E cobol-project-maker: could not read "
                 FUNCTION TRIM(ws-clone-in-path) UPON SYSERR
               END-DISPLAY
               STRING "PMK043E clone could not read '"
                 FUNCTION TRIM(ws-clone-in-path) "'"
                 DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               END-DISPLAY
           ELSE
               MOVE "FAILED" TO ws-build-verified
               DISPLAY "PMK044W cobol-project-maker: WARNING -- '"
                 FUNCTION TRIM(project-name)
                 "' was generated but does NOT compile; its record "
                 "is flagged FAILED" UPON SYSERR
      *>   "jsmith"/"JSMITH"/left-last-year variant; a shop without
      *>   the master (status 20) generates as it always has
           CALL "owner-check" USING ws-owner ws-owner-check-status
             ws-owner-dept
           END-CALL.
           IF ws-owner-check-status = 10
               OR ws-owner-check-status = 15
               DISPLAY "PMK045E cobol-project-maker: owner '"
                 FUNCTION TRIM(ws-owner)
                 "' is not active in the OWNERS master"
                 UPON SYSERR
               MOVE "N" TO ws-gen-status
               IF ws-projects-io-status = 20
                   MOVE "BUSY" TO ws-fail-reason
                   DISPLAY "PMK046W "
                     "cobol-project-maker: PROJECTS is busy -- "
                     "'" FUNCTION TRIM(project-name) "' was written "
                     "to disk but NOT recorded; retry shortly"
                     UPON SYSERR
                   END-DISPLAY
               ELSE
                   MOVE "RECORD-FAIL" TO ws-fail-reason
                   DISPLAY "PMK047E "
                     "cobol-project-maker: could not record '"
                     FUNCTION TRIM(project-name) "' in PROJECTS "
                     "(status " ws-projects-io-status ")"
                     UPON SYSERR
                   END-DISPLAY
               END-IF
               STRING "PMK048S PROJECTS record not written for '"
                 FUNCTION TRIM(project-name) "'" DELIMITED BY SIZE
                 INTO ws-log-error-msg
               END-STRING
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "PMK001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "PMK002E project generation failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
