      *> of contents, runs the project name through the same checks
      *> cobol-project-maker's 110-VALIDATE-ALL applies to a local
      *> generation (character rules, reserved COBOL words, the
      *> RESERVED.PGMID list, the duplicate check, and the owner's
      *> department naming standard in NAMERULES), writes the
      *> members into a fresh project directory with each one
      *> verified against its bundled checksum, and registers the
      *> record through projects-io with PROJ-CLONED-FROM noting the
               05 ws-proj-verified      PIC X(8).
           01 ws-projects-io-status PIC 99.

      *>   name-rule-check's USING items: the bundled name against
      *>   the NAMERULES prefixes of the carried-over owner's
      *>   department -- this site's standard, not the exporter's
           01 ws-owner-dept     PIC X(20).
           01 ws-rule-prefixes  PIC X(60).
           01 ws-rule-status    PIC 99.

      *>   name validation, the same rules cobol-project-maker's
      *>   120-VALIDATE-PROJECT-NAME applies
           01 ws-valid-flag     PIC X VALUE "Y".
           IF ws-op-status = "Y"
               perform 131-CHECK-RESERVED-PROGRAM-ID
           END-IF.
           IF ws-op-status = "Y"
               perform 132-CHECK-NAMING-STANDARD
           END-IF.
           IF ws-op-status = "Y"
               perform 200-WRITE-MEMBERS-OUT
           END-IF.
             INTO ws-bundle-path
           END-UNSTRING.
           IF ws-bundle-path = SPACES
               DISPLAY "IMP010E usage: import-project <bundle-file>"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       100-READ-BUNDLE-HEAD SECTION.
           OPEN INPUT BUNDLE-FILE.
           IF ws-bundle-status NOT = "00"
               DISPLAY "IMP011E import-project: could not read '"
                 FUNCTION TRIM(ws-bundle-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
           IF ws-op-status = "N"
               OR ws-bundle-name = SPACES
               OR ws-toc-count = 0
               DISPLAY "IMP012E import-project: '"
                 FUNCTION TRIM(ws-bundle-path)
                 "' is not a bundle export-project wrote" UPON SYSERR
               END-DISPLAY
           IF NOT ((ws-one-char >= "A" AND ws-one-char <= "Z")
                OR (ws-one-char >= "a" AND ws-one-char <= "z"))
               MOVE "N" TO ws-valid-flag
               DISPLAY "IMP013E "
                 "import-project: bundled name must start "
                 "with a letter" UPON SYSERR
               END-DISPLAY
           END-IF.
           IF ws-valid-flag = "Y" AND ws-name-len > ws-max-name-len
               MOVE "N" TO ws-valid-flag
               DISPLAY "IMP014E "
                 "import-project: bundled name is too long"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
                        OR ws-one-char = "-"
                        OR ws-one-char = "_")
                       MOVE "N" TO ws-valid-flag
                       DISPLAY "IMP015E import-project: bundled name "
                         "contains a character not allowed in a "
                         "PROGRAM-ID: '" ws-one-char "'" UPON SYSERR
                       END-DISPLAY
                        ws-bundle-name))
                        = ws-reserved-word(ws-char-idx)
                       MOVE "N" TO ws-valid-flag
                       DISPLAY "IMP016E import-project: '"
                         FUNCTION TRIM(ws-bundle-name)
                         "' is a reserved COBOL word" UPON SYSERR
                       END-DISPLAY
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status = 0
               DISPLAY "IMP017E import-project: project '"
                 FUNCTION TRIM(ws-bundle-name)
                 "' already exists at this site" UPON SYSERR
               END-DISPLAY
                                 ws-bundle-name)) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(
                                 RESERVED-LIST-RECORD))
                               DISPLAY "IMP018E import-project: '"
                                 FUNCTION TRIM(ws-bundle-name)
                                 "' is a reserved production "
                                 "PROGRAM-ID" UPON SYSERR
               CLOSE RESERVED-LIST-FILE
           END-IF.

      *>   the owner travels with the record, so the name must
      *>   carry a prefix that owner's department allows here
       132-CHECK-NAMING-STANDARD SECTION.
           MOVE ws-bundle-image TO ws-projects-record.
           CALL "name-rule-check" USING ws-bundle-name ws-proj-owner
             ws-owner-dept ws-rule-prefixes ws-rule-status
           END-CALL.
           IF ws-rule-status = 10
               DISPLAY "IMP021E import-project: '"
                 FUNCTION TRIM(ws-bundle-name) "' breaks the "
                 FUNCTION TRIM(ws-owner-dept)
                 " naming standard -- names must start with "
                 FUNCTION TRIM(ws-rule-prefixes) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   the project directory (bin/ and obj/ included, the layout
      *>   every scaffolded project gets), then each member copied
      *>   off the data area in TOC order
               IF ws-sum-status NOT = 0
                   OR ws-sum-value
                     NOT = ws-toc-checksum(ws-toc-idx)
                   DISPLAY "IMP019E import-project: '"
                     FUNCTION TRIM(ws-toc-name(ws-toc-idx))
                     "' failed its checksum -- bundle damaged in "
                     "transit, nothing registered" UPON SYSERR
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "IMP020E "
                 "import-project: files are in place but the "
                 "record was not registered (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "IMP001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "IMP002E bundle import failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
