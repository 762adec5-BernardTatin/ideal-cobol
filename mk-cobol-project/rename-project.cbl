      *> manual steps that keep producing half-renamed projects:
      *> validates the new name under the same rules
      *> cobol-project-maker applies (character rules, reserved COBOL
      *> words, the RESERVED.PGMID list, the duplicate check, the
      *> owner's department naming standard in NAMERULES, and the
      *> names the other site holds in SITECLAIMS),
      *> renames the directory and the generated files, rewrites the
      *> old name inside them (PROGRAM-ID, Makefile APP line, the
      *> copybook's upper-cased record name), and re-keys the PROJECTS
      *> record -- owner, creation date and time, template and status
      *> all preserved -- as a DELETE of the old key plus an ADD of
      *> the new, since an indexed key cannot be rewritten in place.
      *> The project's operator notes in PROJNOTES are re-keyed to
      *> the new name as the last step, so they follow the project.
      *>
      *>   rename-project <old-name> <new-name> [--ticket <ref>]
      *>                  [--emergency <reason>]
      *>
      *> The change ticket (or CHANGE_TICKET in the environment) is
      *> journaled with the re-keyed record; PROD insists on one.
      *> During a change freeze in the FREEZE calendar the rename is
      *> refused unless --emergency <reason> (or FREEZE_OVERRIDE)
      *> overrides it, the override logged and journaled.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
      *>   opers-check's USING items for the permission gate
           01 ws-opers-class     PIC X(8).
           01 ws-opers-status    PIC 99.
      *>   change-ticket's USING items: the ticket the rename is done
      *>   under, journaled with it by projects-io, and required
      *>   under the PROD profile
           01 ws-ticket-profile  PIC X(4).
           01 ws-ticket-ref      PIC X(20).
           01 ws-ticket-status   PIC 99.
      *>   freeze-check's USING items: the change-freeze calendar,
      *>   and the emergency override that lets a rename through
      *>   while a freeze is in force
           01 ws-freeze-check    PIC X.
           01 ws-freeze-reason   PIC X(60).
           01 ws-freeze-status   PIC 99.

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   everything but the name -- and so a failed ADD can put the
      *>   old record straight back
           01 ws-saved-record   PIC X(176).
      *>   name-rule-check's USING items: the new name judged
      *>   against the NAMERULES prefixes of the owner's department
           01 ws-owner-dept     PIC X(20).
           01 ws-rule-prefixes  PIC X(60).
           01 ws-rule-status    PIC 99.
      *>   name-claim-check's USING items: the other site already
      *>   holding the new name, if one does, under SITECLAIMS
           01 ws-claim-site     PIC X(20).
           01 ws-claim-status   PIC 99.

      *>   new-name validation, the same rules as cobol-project-maker's
      *>   120-VALIDATE-PROJECT-NAME -- except the length cap, which
           01 ws-note-arg2      PIC X(48).
           01 ws-note-status    PIC 99.

      *>   project-notes' USING items for re-keying the notes
           01 ws-pn-action      PIC X(8).
           01 ws-pn-project     PIC X(48).
           01 ws-pn-new-name    PIC X(48).
           01 ws-pn-notes-area.
               05 ws-pn-text        PIC X(120).
               05 ws-pn-count       PIC 9(4).
               05 ws-pn-shown       PIC 9.
               05 ws-pn-entry OCCURS 5 TIMES.
                   10 ws-pn-date     PIC X(8).
                   10 ws-pn-time     PIC X(6).
                   10 ws-pn-operator PIC X(30).
                   10 ws-pn-line     PIC X(120).
           01 ws-pn-status      PIC 99.

      *>   PROJFILES bookkeeping: the old project's cataloged entries
      *>   (newest checksum per path) for the hand-edit refusal, and
      *>   file-checksum's USING items for the re-cataloging after
           IF ws-op-status = "Y"
               perform 131-CHECK-RESERVED-PROGRAM-ID
           END-IF.
           IF ws-op-status = "Y"
               perform 132-CHECK-NAMING-STANDARD
           END-IF.
           IF ws-op-status = "Y"
               perform 133-CHECK-SITE-CLAIM
           END-IF.
           IF ws-op-status = "Y"
               perform 140-CHECK-HAND-EDITS
           END-IF.
           IF ws-op-status = "Y"
               perform 400-RECATALOG-FILES
           END-IF.
           IF ws-op-status = "Y" AND RETURN-CODE = 0
               perform 500-REKEY-NOTES
           END-IF.
           IF ws-op-status = "Y" AND RETURN-CODE = 0
               MOVE "END" TO ws-note-action
               CALL "intent-note" USING ws-note-action ws-note-op
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "RNP010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-ticket-profile.
           CALL "change-ticket" USING ws-full-cmdline
             ws-ticket-profile ws-ticket-ref ws-ticket-status
           END-CALL.
           IF ws-ticket-status = 15
               DISPLAY "RNP027E rename-project: '"
                 FUNCTION TRIM(ws-ticket-ref)
                 "' is not a valid change ticket number" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-ticket-status = 10
               DISPLAY "RNP026E rename-project: the PROD profile needs "
                 "a change ticket -- rerun with --ticket <ref>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   then "--emergency <reason>", which a change freeze in
      *>   force insists on
           MOVE "Y" TO ws-freeze-check.
           CALL "freeze-check" USING ws-full-cmdline
             ws-log-program-name ws-freeze-check ws-freeze-reason
             ws-freeze-status
           END-CALL.
           IF ws-freeze-status = 10
               DISPLAY "RNP028E rename-project: change freeze in "
                 "force (" FUNCTION TRIM(ws-freeze-reason)
                 ") -- rerun with --emergency <reason> to override"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           IF ws-freeze-status = 5
               DISPLAY "RNP029W rename-project: running under a "
                 "change-freeze override" UPON SYSERR
               END-DISPLAY
           END-IF.
           UNSTRING ws-full-cmdline DELIMITED BY SPACE
             INTO ws-old-name ws-new-name
           END-UNSTRING.
           IF ws-old-name = SPACES OR ws-new-name = SPACES
               DISPLAY "RNP011E rename-project needs an old and a new "
                 "project name" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "RNP012E rename-project: project '"
                 FUNCTION TRIM(ws-old-name) "' not found"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           ELSE
               IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
                   DISPLAY "RNP013E rename-project: project '"
                     FUNCTION TRIM(ws-old-name) "' is "
                     FUNCTION TRIM(ws-proj-status)
                     " -- only an ACTIVE project can be renamed"
           IF NOT ((ws-one-char >= "A" AND ws-one-char <= "Z")
                OR (ws-one-char >= "a" AND ws-one-char <= "z"))
               MOVE "N" TO ws-valid-flag
               DISPLAY "RNP014E "
                 "rename-project: new name must start with a "
                 "letter" UPON SYSERR
               END-DISPLAY
           END-IF.
           IF ws-valid-flag = "Y" AND ws-name-len > ws-max-name-len
               MOVE "N" TO ws-valid-flag
               DISPLAY "RNP015E rename-project: new name is too long ("
                 ws-name-len " characters, " ws-max-name-len " max)"
                 UPON SYSERR
               END-DISPLAY
                        OR ws-one-char = "-"
                        OR ws-one-char = "_")
                       MOVE "N" TO ws-valid-flag
                       DISPLAY "RNP016E "
                         "rename-project: new name contains a "
                         "character not allowed in a PROGRAM-ID: '"
                         ws-one-char "'" UPON SYSERR
                       END-DISPLAY
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(ws-new-name))
                        = ws-reserved-word(ws-char-idx)
                       MOVE "N" TO ws-valid-flag
                       DISPLAY "RNP017E rename-project: '"
                         FUNCTION TRIM(ws-new-name)
                         "' is a reserved COBOL word" UPON SYSERR
                       END-DISPLAY
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status = 0
               DISPLAY "RNP018E rename-project: project '"
                 FUNCTION TRIM(ws-new-name) "' already exists"
                 UPON SYSERR
               END-DISPLAY
                                 ws-new-name)) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(
                                 RESERVED-LIST-RECORD))
                               DISPLAY "RNP019E rename-project: '"
                                 FUNCTION TRIM(ws-new-name)
                                 "' is a reserved production "
                                 "PROGRAM-ID" UPON SYSERR
               CLOSE RESERVED-LIST-FILE
           END-IF.

      *>   the project keeps its owner, so the new name must carry
      *>   a prefix that owner's department allows under NAMERULES
       132-CHECK-NAMING-STANDARD SECTION.
           MOVE ws-saved-record TO ws-projects-record.
           CALL "name-rule-check" USING ws-new-name ws-proj-owner
             ws-owner-dept ws-rule-prefixes ws-rule-status
           END-CALL.
           IF ws-rule-status = 10
               DISPLAY "RNP030E rename-project: '"
                 FUNCTION TRIM(ws-new-name) "' breaks the "
                 FUNCTION TRIM(ws-owner-dept)
                 " naming standard -- names must start with "
                 FUNCTION TRIM(ws-rule-prefixes) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   the same cross-site check the generator makes: a name
      *>   the other site holds, published through name-claims,
      *>   would collide the first time the project moved
       133-CHECK-SITE-CLAIM SECTION.
           CALL "name-claim-check" USING ws-new-name ws-claim-site
             ws-claim-status
           END-CALL.
           IF ws-claim-status = 10
               DISPLAY "RNP031E rename-project: '"
                 FUNCTION TRIM(ws-new-name) "' is already held at "
                 "site " FUNCTION TRIM(ws-claim-site) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   the same refusal the generator's --force applies: a
      *>   cataloged file whose disk checksum no longer matches its
      *>   birth record was hand-edited, and the rename's in-place
               IF ws-sum-status = 0
                   AND ws-sum-value
                     NOT = ws-edit-checksum(ws-edit-idx)
                   DISPLAY "RNP020E rename-project: '"
                     FUNCTION TRIM(ws-edit-path(ws-edit-idx))
                     "' has been edited since it was generated -- "
                     "refusing to rewrite it" UPON SYSERR
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               DISPLAY "RNP021E "
                 "rename-project: could not rename directory '"
                 FUNCTION TRIM(ws-old-name) "'" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
           END-EVALUATE.
           OPEN INPUT IN-TEXT-FILE.
           IF ws-in-text-status NOT = "00"
               DISPLAY "RNP022E rename-project: could not read "
                 FUNCTION TRIM(ws-in-text-path) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "RNP023E "
                 "rename-project: could not re-key master "
                 "record (status " ws-projects-io-status
                 ") -- files are renamed, record still under '"
                 FUNCTION TRIM(ws-old-name) "'" UPON SYSERR
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "RNP024E rename-project: ADD of new key failed "
                 "(status " ws-projects-io-status
                 ") -- restoring the old record" UPON SYSERR
               END-DISPLAY
       410-CATALOG-ONE-FILE-EXIT.
           EXIT.

      *>   a failure here leaves the intent on file, so intent-recover
      *>   re-keys the notes when it rolls the rename forward
       500-REKEY-NOTES SECTION.
           MOVE "RENAME" TO ws-pn-action.
           MOVE ws-old-name TO ws-pn-project.
           MOVE ws-new-name TO ws-pn-new-name.
           CALL "project-notes" USING ws-pn-action ws-pn-project
             ws-pn-new-name ws-pn-notes-area ws-pn-status
           END-CALL.
           IF ws-pn-status NOT = 0
               DISPLAY "RNP025E rename-project: operator notes are "
                 "still under '" FUNCTION TRIM(ws-old-name)
                 "' -- PROJNOTES could not be rewritten" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 500-REKEY-NOTES-EXIT
           END-IF.
           IF ws-pn-count > 0
               DISPLAY "rename-project: " ws-pn-count
                 " operator note(s) moved to '"
                 FUNCTION TRIM(ws-new-name) "'"
               END-DISPLAY
           END-IF.
       500-REKEY-NOTES-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RNP001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "RNP002E rename failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
