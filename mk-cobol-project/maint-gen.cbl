      *> -------------------------------------------
      *> maint-gen.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> writes the add/change/delete/inquire program nearly every
      *> new project ends up needing over one indexed file, which
      *> until now everyone wrote from scratch. Given a copybook the
      *> project holds and the field to key the file on, it reads
      *> the copybook's layout and renders templates/MAINT.SKEL into
      *> a complete program: SELECT/FD for the indexed file on that
      *> key with the copybook as its record, a SCREEN SECTION form
      *> built from the fields, file-aid's PICTURE-level edit checks
      *> on every numeric field, and an audit journal in projects-
      *> io's before/after style. The skeleton is .SKEL, not .TPL,
      *> so the scaffold template library never offers it.
      *>
      *> The program then joins the project the way add-module adds
      *> a member: the Makefile gets the rule that builds it into
      *> $(BINDIR) (and makes $(APP) depend on it, so the project's
      *> ordinary build builds it too), the program and the Makefile
      *> are cataloged in PROJFILES, and the PROJECTS record gets a
      *> journaled touch.
      *>
      *>   maint-gen <project> <copybook> <key-field> [program-name]
      *>
      *> The program is <copybook>-maint unless named, and the data
      *> file it maintains is the copybook's name in capitals. Only
      *> elementary fields with a plain X/A/9/S/V PICTURE go on the
      *> form; fields under an OCCURS or a REDEFINES, in a second 01
      *> record, or with an edited PICTURE stay off it, and are kept
      *> as they are by a change. The key must be on the form and
      *> be text or an unsigned whole number in display form.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "maint-gen".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKEL-FILE
               ASSIGN TO DYNAMIC ws-skel-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-skel-status.
           SELECT OUT-FILE
               ASSIGN TO DYNAMIC ws-out-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-status.
           SELECT IN-TEXT-FILE
               ASSIGN TO DYNAMIC ws-in-text-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-in-text-status.
           SELECT OUT-TEXT-FILE
               ASSIGN TO DYNAMIC ws-out-text-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-text-status.
           SELECT PROJFILES-FILE
               ASSIGN TO DYNAMIC ws-projfiles-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-projfiles-status.

       DATA DIVISION.
         FILE SECTION.
         FD  SKEL-FILE.
         01 SKEL-RECORD PIC X(92).
         FD  OUT-FILE.
         01 OUT-RECORD PIC X(92).
         FD  IN-TEXT-FILE.
         01 IN-TEXT-RECORD PIC X(92).
         FD  OUT-TEXT-FILE.
         01 OUT-TEXT-RECORD PIC X(92).
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
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "maint-gen".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-cmdline        PIC X(300).
           01 ws-proj-arg       PIC X(48).
           01 ws-book-arg       PIC X(48).
           01 ws-key-arg        PIC X(30).
           01 ws-prog-arg       PIC X(48).
           01 ws-file-name      PIC X(48).
           01 ws-op-status      PIC X VALUE "Y".
           01 ws-today          PIC X(8).

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

      *>   program-name validation, add-module's character rules
           01 ws-valid-flag     PIC X.
           01 ws-name-len       PIC 999.
           01 ws-char-idx       PIC 999.
           01 ws-one-char       PIC X.
           01 ws-rc             PIC 9(9) COMP-5.
           01 ws-file-info      PIC X(16).

      *>   the copybook, laid out by copybook-layout
           01 ws-copybook-path  PIC X(300).
           01 ws-layout-op      PIC X(5).
           COPY "copybook-layout.cpy".
           01 ws-ent-idx        PIC 9(3).
           01 ws-record-name    PIC X(30) VALUE SPACES.
           01 ws-off-count      PIC 9(4) VALUE 0.

      *>   every data name in the copybook, for the ambiguity check
           78 ws-name-max VALUE 999.
           01 ws-all-count      PIC 9(4) VALUE 0.
           01 ws-all-idx        PIC 9(4).
           01 ws-all-table.
               05 ws-all-name OCCURS 999 TIMES PIC X(30).
           01 ws-name-hits      PIC 9(4).

      *>   the form: the fields that go on the screen, in copybook
      *>   order, each with its text width and screen lines
           78 ws-frm-max VALUE 99.
           78 ws-screen-width VALUE 46.
           78 ws-screen-rows VALUE 18.
           01 ws-frm-count      PIC 99 VALUE 0.
           01 ws-frm-idx        PIC 99.
           01 ws-frm-table.
               05 ws-frm-entry OCCURS 99 TIMES.
                   10 ws-frm-name     PIC X(30).
      *>   X text, N numeric; usage as copybook-layout gives it
                   10 ws-frm-kind     PIC X.
                   10 ws-frm-len      PIC 9(4).
                   10 ws-frm-int      PIC 99.
                   10 ws-frm-dec      PIC 99.
                   10 ws-frm-signed   PIC X.
                   10 ws-frm-usage    PIC X.
                   10 ws-frm-width    PIC 9(4).
                   10 ws-frm-rows     PIC 99.
           01 ws-form-len       PIC 9(5) VALUE 0.
           01 ws-form-rows      PIC 9(4) VALUE 0.
           01 ws-key-idx        PIC 99 VALUE 0.
           01 ws-key-len        PIC 9(4).

      *>   rendering the skeleton
           01 ws-skel-path      PIC X(300) VALUE "templates/MAINT.SKEL".
           01 ws-skel-status    PIC XX.
           01 ws-skel-eof       PIC X VALUE "N".
           01 ws-out-path       PIC X(300).
           01 ws-out-status     PIC XX.
           01 ws-block-name     PIC X(20).
           01 ws-gen-line       PIC X(200).
           01 ws-gen-ptr        PIC 9(3).
           01 ws-scan-pos       PIC 9(3).
           01 ws-close-pos      PIC 9(3).
           01 ws-marker-name    PIC X(20).
           01 ws-marker-value   PIC X(60).
           01 ws-nn             PIC 99.
           01 ws-row            PIC 99.
           01 ws-row-idx        PIC 99.
           01 ws-seg-len        PIC 9(4).
           01 ws-seg-left       PIC 9(4).
           01 ws-edit-pic       PIC X(30).
           01 ws-edit-ptr       PIC 99.
           01 ws-ed-1           PIC Z(4)9.
           01 ws-ed-2           PIC Z(4)9.
           01 ws-ed-3           PIC Z(4)9.

      *>   the Makefile extension and the PROJFILES entries, the way
      *>   add-module does both
           01 ws-in-text-path   PIC X(300).
           01 ws-in-text-status PIC XX.
           01 ws-out-text-path  PIC X(300).
           01 ws-out-text-status PIC XX.
           01 ws-text-eof       PIC X.
           01 ws-projfiles-path   PIC X(300) VALUE "PROJFILES".
           01 ws-projfiles-status PIC XX.
           01 ws-sum-path         PIC X(300).
           01 ws-sum-value        PIC 9(9).
           01 ws-sum-status       PIC 99.
           01 ws-catalog-idx      PIC 9.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-CONFIRM-PROJECT.
           IF ws-op-status = "Y"
               perform 110-CHECK-PROGRAM-NAME
           END-IF.
           IF ws-op-status = "Y"
               perform 200-READ-COPYBOOK
           END-IF.
           IF ws-op-status = "Y"
               perform 250-CHECK-THE-FORM
           END-IF.
           IF ws-op-status = "Y"
               perform 300-WRITE-PROGRAM
           END-IF.
           IF ws-op-status = "Y"
               perform 400-EXTEND-MAKEFILE
           END-IF.
           IF ws-op-status = "Y"
               perform 500-CATALOG-NEW-FILES
               perform 600-JOURNAL-THE-CHANGE
           END-IF.
           IF ws-op-status = "N"
               MOVE 1 TO RETURN-CODE
           END-IF.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-proj-arg ws-book-arg ws-key-arg
             ws-prog-arg.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-proj-arg ws-book-arg ws-key-arg ws-prog-arg
           END-UNSTRING.
           IF ws-proj-arg = SPACES OR ws-book-arg = SPACES
               OR ws-key-arg = SPACES
               DISPLAY "MNG010E "
                 "usage: maint-gen <project> <copybook> <key-field> "
                 "[program-name]" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
      *>   the copybook may be named with or without its .cpy
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-book-arg))
             TO ws-name-len.
           IF ws-name-len > 4
               IF FUNCTION LOWER-CASE(ws-book-arg(ws-name-len - 3:4))
                   = ".cpy"
                   MOVE SPACES TO ws-book-arg(ws-name-len - 3:4)
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-key-arg) TO ws-key-arg.
           IF ws-prog-arg = SPACES
               STRING FUNCTION TRIM(ws-book-arg) "-maint"
                 DELIMITED BY SIZE INTO ws-prog-arg
               END-STRING
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-book-arg))
             TO ws-file-name.
           MOVE SPACES TO ws-copybook-path.
           STRING FUNCTION TRIM(ws-proj-arg) "/"
             FUNCTION TRIM(ws-book-arg) ".cpy"
             DELIMITED BY SIZE INTO ws-copybook-path
           END-STRING.
           MOVE SPACES TO ws-out-path.
           STRING FUNCTION TRIM(ws-proj-arg) "/"
             FUNCTION TRIM(ws-prog-arg) ".cbl"
             DELIMITED BY SIZE INTO ws-out-path
           END-STRING.

      *>   only ACTIVE projects take new members, as with add-module
       100-CONFIRM-PROJECT SECTION.
           MOVE "FIND" TO ws-projects-io-op.
           MOVE ws-proj-arg TO ws-proj-name.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "MNG011E maint-gen: project '"
                 FUNCTION TRIM(ws-proj-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 100-CONFIRM-PROJECT-EXIT
           END-IF.
           IF FUNCTION TRIM(ws-proj-status) NOT = "ACTIVE"
               DISPLAY "MNG012E maint-gen: project is "
                 FUNCTION TRIM(ws-proj-status)
                 " -- only ACTIVE projects take new programs"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
           END-IF.
       100-CONFIRM-PROJECT-EXIT.
           EXIT.

      *>   add-module's character rules; the program also becomes a
      *>   PROGRAM-ID and a data file's name sits beside it, so 30
      *>   characters at most, and nothing already in the project
       110-CHECK-PROGRAM-NAME SECTION.
           MOVE "Y" TO ws-valid-flag.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-prog-arg))
             TO ws-name-len.
           MOVE ws-prog-arg(1:1) TO ws-one-char.
           IF NOT ((ws-one-char >= "A" AND ws-one-char <= "Z")
                OR (ws-one-char >= "a" AND ws-one-char <= "z"))
               MOVE "N" TO ws-valid-flag
           END-IF.
           IF ws-name-len > 30
               OR FUNCTION LENGTH(FUNCTION TRIM(ws-file-name)) > 23
               MOVE "N" TO ws-valid-flag
           END-IF.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-name-len
               MOVE ws-prog-arg(ws-char-idx:1) TO ws-one-char
               IF NOT ((ws-one-char >= "A" AND ws-one-char <= "Z")
                    OR (ws-one-char >= "a" AND ws-one-char <= "z")
                    OR (ws-one-char >= "0" AND ws-one-char <= "9")
                    OR ws-one-char = "-"
                    OR ws-one-char = "_")
                   MOVE "N" TO ws-valid-flag
               END-IF
           END-PERFORM.
           IF ws-valid-flag = "N"
               DISPLAY "MNG013E maint-gen: '"
                 FUNCTION TRIM(ws-prog-arg)
                 "' is not a usable program name" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 110-CHECK-PROGRAM-NAME-EXIT
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-out-path) ws-file-info
             RETURNING ws-rc
           END-CALL.
           IF ws-rc = 0
               DISPLAY "MNG014E maint-gen: "
                 FUNCTION TRIM(ws-out-path) " already exists"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
           END-IF.
       110-CHECK-PROGRAM-NAME-EXIT.
           EXIT.

       200-READ-COPYBOOK SECTION.
           MOVE ws-copybook-path TO lay-path.
           MOVE 0 TO lay-limit.
           MOVE SPACES TO lay-prefix.
           MOVE "maint-gen" TO lay-program.
           MOVE "N" TO lay-columns lay-copies.
           MOVE "FILE " TO ws-layout-op.
           CALL "copybook-layout" USING ws-layout-op COPYBOOK-LAYOUT
           END-CALL.
           IF lay-status = 12
               DISPLAY "MNG015E maint-gen: could not read "
                 FUNCTION TRIM(ws-copybook-path) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 200-READ-COPYBOOK-EXIT
           END-IF.
           PERFORM VARYING ws-ent-idx FROM 1 BY 1
               UNTIL ws-ent-idx > lay-ent-count
               IF lay-ent-name(ws-ent-idx) NOT = SPACES
                   AND ws-all-count < ws-name-max
                   ADD 1 TO ws-all-count
                   MOVE lay-ent-name(ws-ent-idx)
                     TO ws-all-name(ws-all-count)
               END-IF
           END-PERFORM.
           IF lay-main = 0
               GO TO 200-READ-COPYBOOK-EXIT
           END-IF.
           MOVE lay-rec-name(lay-main) TO ws-record-name.
           IF ws-record-name = "FILLER"
               MOVE SPACES TO ws-record-name
           END-IF.
      *>   the first 01 record's elementary items, and any in the
      *>   records after it, which stay off the form
           PERFORM VARYING ws-ent-idx FROM lay-rec-first(lay-main)
               BY 1 UNTIL ws-ent-idx > lay-ent-count
               IF lay-ent-pic(ws-ent-idx) NOT = SPACES
                   PERFORM 220-TAKE-ONE-FIELD
               END-IF
           END-PERFORM.
       200-READ-COPYBOOK-EXIT.
           EXIT.

      *>   a plain PICTURE only: X and A make text (9s mixed in
      *>   stay text), S, 9 and V make a number; editing symbols,
      *>   P scaling, the floating-point and pointer usages, and
      *>   anything under an OCCURS or a REDEFINES leave the field
      *>   off the form
       220-TAKE-ONE-FIELD SECTION.
           IF ws-ent-idx > lay-rec-last(lay-main)
               OR ws-record-name = SPACES
               OR lay-ent-name(ws-ent-idx) = SPACES
               OR lay-ent-skip(ws-ent-idx) = "Y"
               OR lay-ent-dims(ws-ent-idx) > 0
               OR lay-ent-plain(ws-ent-idx) = "N"
               OR ws-frm-count >= ws-frm-max
               ADD 1 TO ws-off-count
               GO TO 220-TAKE-ONE-FIELD-EXIT
           END-IF.
           IF NOT (lay-ent-kind(ws-ent-idx) = "X"
                   OR (lay-ent-kind(ws-ent-idx) = "N"
                       AND lay-ent-digits(ws-ent-idx) > 0))
               ADD 1 TO ws-off-count
               GO TO 220-TAKE-ONE-FIELD-EXIT
           END-IF.
           ADD 1 TO ws-frm-count.
           MOVE ws-frm-count TO ws-frm-idx.
           MOVE lay-ent-name(ws-ent-idx) TO ws-frm-name(ws-frm-idx).
           MOVE lay-ent-usage(ws-ent-idx) TO ws-frm-usage(ws-frm-idx).
           IF lay-ent-kind(ws-ent-idx) = "X"
               MOVE "X" TO ws-frm-kind(ws-frm-idx)
               MOVE lay-ent-chars(ws-ent-idx) TO ws-frm-len(ws-frm-idx)
               MOVE lay-ent-chars(ws-ent-idx)
                 TO ws-frm-width(ws-frm-idx)
               MOVE 0 TO ws-frm-int(ws-frm-idx) ws-frm-dec(ws-frm-idx)
               MOVE "N" TO ws-frm-signed(ws-frm-idx)
           ELSE
               MOVE "N" TO ws-frm-kind(ws-frm-idx)
               MOVE lay-ent-digits(ws-ent-idx)
                 TO ws-frm-len(ws-frm-idx)
               COMPUTE ws-frm-int(ws-frm-idx) =
                 lay-ent-digits(ws-ent-idx) - lay-ent-dec(ws-ent-idx)
               MOVE lay-ent-dec(ws-ent-idx) TO ws-frm-dec(ws-frm-idx)
               MOVE lay-ent-signed(ws-ent-idx)
                 TO ws-frm-signed(ws-frm-idx)
               MOVE ws-frm-int(ws-frm-idx) TO ws-frm-width(ws-frm-idx)
               IF ws-frm-signed(ws-frm-idx) = "Y"
                   ADD 1 TO ws-frm-width(ws-frm-idx)
               END-IF
               IF ws-frm-dec(ws-frm-idx) > 0
                   COMPUTE ws-frm-width(ws-frm-idx) =
                     ws-frm-width(ws-frm-idx) + ws-frm-dec(ws-frm-idx)
                     + 1
               END-IF
           END-IF.
           COMPUTE ws-frm-rows(ws-frm-idx) =
             (ws-frm-width(ws-frm-idx) + ws-screen-width - 1)
               / ws-screen-width.
           ADD ws-frm-width(ws-frm-idx) TO ws-form-len.
           ADD ws-frm-rows(ws-frm-idx) TO ws-form-rows.
       220-TAKE-ONE-FIELD-EXIT.
           EXIT.

      *>   the record, the key and the form must all be usable
      *>   before a line of the program is written
       250-CHECK-THE-FORM SECTION.
           IF ws-record-name = SPACES OR ws-frm-count = 0
               DISPLAY "MNG016E maint-gen: "
                 FUNCTION TRIM(ws-copybook-path)
                 " has no 01 record with fields a form can carry"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 250-CHECK-THE-FORM-EXIT
           END-IF.
           PERFORM VARYING ws-frm-idx FROM 1 BY 1
               UNTIL ws-frm-idx > ws-frm-count
               IF ws-frm-name(ws-frm-idx) = ws-key-arg
                   MOVE ws-frm-idx TO ws-key-idx
               END-IF
           END-PERFORM.
           IF ws-key-idx = 0
               DISPLAY "MNG017E maint-gen: '"
                 FUNCTION TRIM(ws-key-arg) "' is not a field the "
                 "form can carry in " FUNCTION TRIM(ws-copybook-path)
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 250-CHECK-THE-FORM-EXIT
           END-IF.
           IF ws-frm-kind(ws-key-idx) = "N"
               AND (ws-frm-signed(ws-key-idx) = "Y"
                    OR ws-frm-dec(ws-key-idx) > 0
                    OR ws-frm-usage(ws-key-idx) NOT = "D")
               DISPLAY "MNG018E maint-gen: the key must be text or an "
                 "unsigned whole number in display form" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 250-CHECK-THE-FORM-EXIT
           END-IF.
           MOVE ws-frm-len(ws-key-idx) TO ws-key-len.
      *>   the program names each field unqualified, so a name used
      *>   twice in the copybook cannot go on the form
           PERFORM VARYING ws-frm-idx FROM 1 BY 1
               UNTIL ws-frm-idx > ws-frm-count
               MOVE 0 TO ws-name-hits
               PERFORM VARYING ws-all-idx FROM 1 BY 1
                   UNTIL ws-all-idx > ws-all-count
                   IF ws-all-name(ws-all-idx) = ws-frm-name(ws-frm-idx)
                       ADD 1 TO ws-name-hits
                   END-IF
               END-PERFORM
               IF ws-name-hits > 1
                   DISPLAY "MNG019E maint-gen: '"
                     FUNCTION TRIM(ws-frm-name(ws-frm-idx))
                     "' is used more than once in the copybook"
                     UPON SYSERR
                   END-DISPLAY
                   MOVE "N" TO ws-op-status
               END-IF
           END-PERFORM.
           IF ws-form-rows > ws-screen-rows
               MOVE ws-form-rows TO ws-ed-1
               DISPLAY "MNG020E maint-gen: the form needs "
                 FUNCTION TRIM(ws-ed-1) " screen lines, one screen "
                 "holds 18" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
           END-IF.
       250-CHECK-THE-FORM-EXIT.
           EXIT.

      *>   the skeleton line by line: a line holding only a block
      *>   marker becomes the generated lines for that block, any
      *>   other line has its <<MARKER>>s replaced
       300-WRITE-PROGRAM SECTION.
           OPEN INPUT SKEL-FILE.
           IF ws-skel-status NOT = "00"
               DISPLAY "MNG021E maint-gen: could not read "
                 FUNCTION TRIM(ws-skel-path) UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 300-WRITE-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF ws-out-status NOT = "00"
               DISPLAY "MNG022E maint-gen: could not write "
                 FUNCTION TRIM(ws-out-path) ", status "
                 ws-out-status UPON SYSERR
               END-DISPLAY
               CLOSE SKEL-FILE
               MOVE "N" TO ws-op-status
               GO TO 300-WRITE-PROGRAM-EXIT
           END-IF.
           PERFORM UNTIL ws-skel-eof = "Y"
               READ SKEL-FILE
                   AT END
                       MOVE "Y" TO ws-skel-eof
                   NOT AT END
                       PERFORM 310-RENDER-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE SKEL-FILE.
           CLOSE OUT-FILE.
       300-WRITE-PROGRAM-EXIT.
           EXIT.

       310-RENDER-ONE-LINE SECTION.
           MOVE SPACES TO ws-block-name.
           IF FUNCTION TRIM(SKEL-RECORD)(1:2) = "<<"
               UNSTRING FUNCTION TRIM(SKEL-RECORD) DELIMITED BY "<<"
                 OR ">>" INTO ws-marker-name ws-block-name
               END-UNSTRING
           END-IF.
           EVALUATE ws-block-name
               WHEN "FORM-FIELDS"
                   PERFORM 320-FORM-FIELDS
               WHEN "EDITED-FIELDS"
                   PERFORM 330-EDITED-FIELDS
               WHEN "SCREEN-FIELDS"
                   PERFORM 340-SCREEN-FIELDS
               WHEN "CHECK-FORM"
                   PERFORM VARYING ws-frm-idx FROM 1 BY 1
                       UNTIL ws-frm-idx > ws-frm-count
                       PERFORM 350-CHECK-ONE-FIELD
                   END-PERFORM
               WHEN "CHECK-KEY"
                   MOVE ws-key-idx TO ws-frm-idx
                   PERFORM 350-CHECK-ONE-FIELD
               WHEN "STORE-KEY"
                   MOVE ws-key-idx TO ws-frm-idx
                   PERFORM 360-STORE-ONE-FIELD
               WHEN "STORE-FORM"
                   PERFORM VARYING ws-frm-idx FROM 1 BY 1
                       UNTIL ws-frm-idx > ws-frm-count
                       PERFORM 360-STORE-ONE-FIELD
                   END-PERFORM
               WHEN "LOAD-FORM"
                   PERFORM VARYING ws-frm-idx FROM 1 BY 1
                       UNTIL ws-frm-idx > ws-frm-count
                       PERFORM 370-LOAD-ONE-FIELD
                   END-PERFORM
               WHEN OTHER
                   PERFORM 380-REPLACE-MARKERS
           END-EVALUATE.

       320-FORM-FIELDS SECTION.
           PERFORM VARYING ws-frm-idx FROM 1 BY 1
               UNTIL ws-frm-idx > ws-frm-count
               MOVE ws-frm-idx TO ws-nn
               MOVE ws-frm-width(ws-frm-idx) TO ws-ed-1
               MOVE SPACES TO OUT-RECORD
               IF ws-frm-rows(ws-frm-idx) = 1
                   STRING "               05 MNT-F" ws-nn " PIC X("
                     FUNCTION TRIM(ws-ed-1) ")."
                     DELIMITED BY SIZE INTO OUT-RECORD
                   END-STRING
                   WRITE OUT-RECORD
               ELSE
                   STRING "               05 MNT-F" ws-nn "."
                     DELIMITED BY SIZE INTO OUT-RECORD
                   END-STRING
                   WRITE OUT-RECORD
                   MOVE ws-frm-width(ws-frm-idx) TO ws-seg-left
                   PERFORM VARYING ws-row-idx FROM 1 BY 1
                       UNTIL ws-row-idx > ws-frm-rows(ws-frm-idx)
                       PERFORM 325-NEXT-SEGMENT
                       MOVE ws-seg-len TO ws-ed-1
                       MOVE ws-row-idx TO ws-ed-2
                       MOVE SPACES TO OUT-RECORD
                       STRING "                   10 MNT-F" ws-nn "-"
                         FUNCTION TRIM(ws-ed-2) " PIC X("
                         FUNCTION TRIM(ws-ed-1) ")."
                         DELIMITED BY SIZE INTO OUT-RECORD
                       END-STRING
                       WRITE OUT-RECORD
                   END-PERFORM
               END-IF
           END-PERFORM.

       325-NEXT-SEGMENT SECTION.
           IF ws-seg-left > ws-screen-width
               MOVE ws-screen-width TO ws-seg-len
           ELSE
               MOVE ws-seg-left TO ws-seg-len
           END-IF.
           SUBTRACT ws-seg-len FROM ws-seg-left.

      *>   -Z..9.9.. : sign, integer digits zero-suppressed to the
      *>   last, point and decimals -- exactly the form field's width
       330-EDITED-FIELDS SECTION.
           MOVE 0 TO ws-name-hits.
           PERFORM VARYING ws-frm-idx FROM 1 BY 1
               UNTIL ws-frm-idx > ws-frm-count
               IF ws-frm-kind(ws-frm-idx) = "N"
                   ADD 1 TO ws-name-hits
                   MOVE ws-frm-idx TO ws-nn
                   MOVE SPACES TO ws-edit-pic
                   MOVE 1 TO ws-edit-ptr
                   IF ws-frm-signed(ws-frm-idx) = "Y"
                       STRING "-" DELIMITED BY SIZE
                         INTO ws-edit-pic WITH POINTER ws-edit-ptr
                       END-STRING
                   END-IF
                   IF ws-frm-int(ws-frm-idx) > 1
                       COMPUTE ws-ed-1 = ws-frm-int(ws-frm-idx) - 1
                       STRING "Z(" FUNCTION TRIM(ws-ed-1) ")"
                         DELIMITED BY SIZE
                         INTO ws-edit-pic WITH POINTER ws-edit-ptr
                       END-STRING
                   END-IF
                   IF ws-frm-int(ws-frm-idx) > 0
                       STRING "9" DELIMITED BY SIZE
                         INTO ws-edit-pic WITH POINTER ws-edit-ptr
                       END-STRING
                   END-IF
                   IF ws-frm-dec(ws-frm-idx) > 0
                       MOVE ws-frm-dec(ws-frm-idx) TO ws-ed-1
                       STRING ".9(" FUNCTION TRIM(ws-ed-1) ")"
                         DELIMITED BY SIZE
                         INTO ws-edit-pic WITH POINTER ws-edit-ptr
                       END-STRING
                   END-IF
                   MOVE SPACES TO OUT-RECORD
                   STRING "               05 MNT-E" ws-nn " PIC "
                     FUNCTION TRIM(ws-edit-pic) "."
                     DELIMITED BY SIZE INTO OUT-RECORD
                   END-STRING
                   WRITE OUT-RECORD
               END-IF
           END-PERFORM.
      *>   a form of text fields only still needs the group to hold
      *>   something
           IF ws-name-hits = 0
               MOVE "               05 FILLER PIC X." TO OUT-RECORD
               WRITE OUT-RECORD
           END-IF.

      *>   a label in column 2, the field from column 34, lines 3-20
       340-SCREEN-FIELDS SECTION.
           MOVE 3 TO ws-row.
           PERFORM VARYING ws-frm-idx FROM 1 BY 1
               UNTIL ws-frm-idx > ws-frm-count
               MOVE ws-frm-idx TO ws-nn
               MOVE SPACES TO OUT-RECORD
               STRING "           05 LINE " ws-row " COLUMN 2 VALUE "
                 QUOTE FUNCTION TRIM(ws-frm-name(ws-frm-idx)) QUOTE "."
                 DELIMITED BY SIZE INTO OUT-RECORD
               END-STRING
               WRITE OUT-RECORD
               IF ws-frm-rows(ws-frm-idx) = 1
                   MOVE ws-frm-width(ws-frm-idx) TO ws-ed-1
                   MOVE SPACES TO OUT-RECORD
                   STRING "           05 LINE " ws-row
                     " COLUMN 34 PIC X(" FUNCTION TRIM(ws-ed-1)
                     ") USING MNT-F" ws-nn "."
                     DELIMITED BY SIZE INTO OUT-RECORD
                   END-STRING
                   WRITE OUT-RECORD
                   ADD 1 TO ws-row
               ELSE
                   MOVE ws-frm-width(ws-frm-idx) TO ws-seg-left
                   PERFORM VARYING ws-row-idx FROM 1 BY 1
                       UNTIL ws-row-idx > ws-frm-rows(ws-frm-idx)
                       PERFORM 325-NEXT-SEGMENT
                       MOVE ws-seg-len TO ws-ed-1
                       MOVE ws-row-idx TO ws-ed-2
                       MOVE SPACES TO OUT-RECORD
                       STRING "           05 LINE " ws-row
                         " COLUMN 34 PIC X(" FUNCTION TRIM(ws-ed-1)
                         ") USING MNT-F" ws-nn "-"
                         FUNCTION TRIM(ws-ed-2) "."
                         DELIMITED BY SIZE INTO OUT-RECORD
                       END-STRING
                       WRITE OUT-RECORD
                       ADD 1 TO ws-row
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>   a numeric field's text through the PICTURE check
       350-CHECK-ONE-FIELD SECTION.
           IF ws-frm-kind(ws-frm-idx) NOT = "N"
               GO TO 350-CHECK-ONE-FIELD-EXIT
           END-IF.
           MOVE ws-frm-idx TO ws-nn.
           MOVE SPACES TO OUT-RECORD.
           STRING "           MOVE MNT-F" ws-nn " TO MNT-CHECK-TEXT."
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           STRING "           MOVE " QUOTE
             FUNCTION TRIM(ws-frm-name(ws-frm-idx)) QUOTE
             " TO MNT-CHECK-NAME."
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE ws-frm-int(ws-frm-idx) TO ws-ed-1.
           MOVE SPACES TO OUT-RECORD.
           STRING "           MOVE " FUNCTION TRIM(ws-ed-1)
             " TO MNT-CHECK-INT."
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE ws-frm-dec(ws-frm-idx) TO ws-ed-1.
           MOVE SPACES TO OUT-RECORD.
           STRING "           MOVE " FUNCTION TRIM(ws-ed-1)
             " TO MNT-CHECK-DEC."
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           STRING "           MOVE " QUOTE ws-frm-signed(ws-frm-idx)
             QUOTE " TO MNT-CHECK-SIGNED."
             DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING.
           WRITE OUT-RECORD.
           MOVE "           PERFORM 550-CHECK-NUMBER." TO OUT-RECORD.
           WRITE OUT-RECORD.
       350-CHECK-ONE-FIELD-EXIT.
           EXIT.

      *>   form text into the record: text as it stands, a number
      *>   through NUMVAL once the check has passed it
       360-STORE-ONE-FIELD SECTION.
           MOVE ws-frm-idx TO ws-nn.
           MOVE SPACES TO OUT-RECORD.
           IF ws-frm-kind(ws-frm-idx) = "N"
               STRING "           COMPUTE "
                 FUNCTION TRIM(ws-frm-name(ws-frm-idx))
                 DELIMITED BY SIZE INTO OUT-RECORD
               END-STRING
               WRITE OUT-RECORD
               MOVE SPACES TO OUT-RECORD
               STRING "             = FUNCTION NUMVAL(MNT-F" ws-nn ")."
                 DELIMITED BY SIZE INTO OUT-RECORD
               END-STRING
           ELSE
               STRING "           MOVE MNT-F" ws-nn " TO "
                 FUNCTION TRIM(ws-frm-name(ws-frm-idx)) "."
                 DELIMITED BY SIZE INTO OUT-RECORD
               END-STRING
           END-IF.
           WRITE OUT-RECORD.

       370-LOAD-ONE-FIELD SECTION.
           MOVE ws-frm-idx TO ws-nn.
           MOVE SPACES TO OUT-RECORD.
           IF ws-frm-kind(ws-frm-idx) = "N"
               STRING "           MOVE "
                 FUNCTION TRIM(ws-frm-name(ws-frm-idx))
                 " TO MNT-E" ws-nn "."
                 DELIMITED BY SIZE INTO OUT-RECORD
               END-STRING
               WRITE OUT-RECORD
               MOVE SPACES TO OUT-RECORD
               STRING "           MOVE MNT-E" ws-nn " TO MNT-F" ws-nn
                 "." DELIMITED BY SIZE INTO OUT-RECORD
               END-STRING
           ELSE
               STRING "           MOVE "
                 FUNCTION TRIM(ws-frm-name(ws-frm-idx))
                 " TO MNT-F" ws-nn "."
                 DELIMITED BY SIZE INTO OUT-RECORD
               END-STRING
           END-IF.
           WRITE OUT-RECORD.

       380-REPLACE-MARKERS SECTION.
           MOVE SPACES TO ws-gen-line.
           MOVE 1 TO ws-gen-ptr.
           MOVE 1 TO ws-scan-pos.
           PERFORM UNTIL ws-scan-pos > 92
               IF ws-scan-pos < 91
                   AND SKEL-RECORD(ws-scan-pos:2) = "<<"
                   PERFORM 385-ONE-MARKER
               ELSE
                   MOVE SKEL-RECORD(ws-scan-pos:1)
                     TO ws-gen-line(ws-gen-ptr:1)
                   ADD 1 TO ws-gen-ptr
                   ADD 1 TO ws-scan-pos
               END-IF
           END-PERFORM.
           MOVE ws-gen-line(1:92) TO OUT-RECORD.
           WRITE OUT-RECORD.

       385-ONE-MARKER SECTION.
           MOVE 0 TO ws-close-pos.
           PERFORM VARYING ws-char-idx FROM ws-scan-pos BY 1
               UNTIL ws-char-idx > 91 OR ws-close-pos > 0
               IF SKEL-RECORD(ws-char-idx:2) = ">>"
                   AND ws-char-idx > ws-scan-pos + 1
                   MOVE ws-char-idx TO ws-close-pos
               END-IF
           END-PERFORM.
           IF ws-close-pos = 0
               MOVE SKEL-RECORD(ws-scan-pos:1)
                 TO ws-gen-line(ws-gen-ptr:1)
               ADD 1 TO ws-gen-ptr
               ADD 1 TO ws-scan-pos
               GO TO 385-ONE-MARKER-EXIT
           END-IF.
           MOVE SPACES TO ws-marker-name.
           MOVE SKEL-RECORD(ws-scan-pos + 2:
             ws-close-pos - ws-scan-pos - 2) TO ws-marker-name.
           MOVE SPACES TO ws-marker-value.
           EVALUATE ws-marker-name
               WHEN "NAME"
                   MOVE ws-prog-arg TO ws-marker-value
               WHEN "PROJECT"
                   MOVE ws-proj-arg TO ws-marker-value
               WHEN "BOOK"
                   MOVE ws-book-arg TO ws-marker-value
               WHEN "RECORD"
                   MOVE ws-record-name TO ws-marker-value
               WHEN "KEY"
                   MOVE ws-key-arg TO ws-marker-value
               WHEN "FILE"
                   MOVE ws-file-name TO ws-marker-value
               WHEN "DATE"
                   MOVE ws-today TO ws-marker-value
               WHEN "FORMLEN"
                   MOVE ws-form-len TO ws-ed-1
                   MOVE FUNCTION TRIM(ws-ed-1) TO ws-marker-value
               WHEN "AUDLEN"
                   COMPUTE ws-ed-1 = 64 + (2 * ws-form-len)
                   MOVE FUNCTION TRIM(ws-ed-1) TO ws-marker-value
               WHEN "KEYLEN"
                   MOVE ws-key-len TO ws-ed-1
                   MOVE FUNCTION TRIM(ws-ed-1) TO ws-marker-value
               WHEN "KEY-LOWEST"
                   IF ws-frm-kind(ws-key-idx) = "N"
                       MOVE "ZERO" TO ws-marker-value
                   ELSE
                       MOVE "LOW-VALUES" TO ws-marker-value
                   END-IF
               WHEN "KEY-FORM"
                   MOVE ws-key-idx TO ws-nn
                   STRING "MNT-F" ws-nn DELIMITED BY SIZE
                     INTO ws-marker-value
                   END-STRING
           END-EVALUATE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-marker-value))
             TO ws-name-len.
           IF ws-marker-value NOT = SPACES
               MOVE FUNCTION TRIM(ws-marker-value)
                 TO ws-gen-line(ws-gen-ptr:ws-name-len)
               ADD ws-name-len TO ws-gen-ptr
           END-IF.
           COMPUTE ws-scan-pos = ws-close-pos + 2.
       385-ONE-MARKER-EXIT.
           EXIT.

      *>   the rule that builds the program into $(BINDIR) beside the
      *>   application, and $(APP) made to depend on it so the
      *>   project's ordinary build brings it along
       400-EXTEND-MAKEFILE SECTION.
           MOVE SPACES TO ws-in-text-path.
           STRING FUNCTION TRIM(ws-proj-arg) "/Makefile"
             DELIMITED BY SIZE INTO ws-in-text-path
           END-STRING.
           MOVE SPACES TO ws-out-text-path.
           STRING FUNCTION TRIM(ws-proj-arg) "/Makefile.new"
             DELIMITED BY SIZE INTO ws-out-text-path
           END-STRING.
           OPEN INPUT IN-TEXT-FILE.
           IF ws-in-text-status NOT = "00"
               DISPLAY "MNG023E maint-gen: could not read "
                 FUNCTION TRIM(ws-in-text-path)
                 " -- the program is written but not in the build"
                 UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               GO TO 400-EXTEND-MAKEFILE-EXIT
           END-IF.
      *>   the Makefile's recipe lines carry leading tabs, which line
      *>   sequential's default validation rejects on the way out
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN OUTPUT OUT-TEXT-FILE.
           IF ws-out-text-status NOT = "00"
               CLOSE IN-TEXT-FILE
               MOVE "N" TO ws-op-status
               GO TO 400-EXTEND-MAKEFILE-EXIT
           END-IF.
           MOVE "N" TO ws-text-eof.
           PERFORM UNTIL ws-text-eof = "Y"
               READ IN-TEXT-FILE
                   AT END
                       MOVE "Y" TO ws-text-eof
                   NOT AT END
                       MOVE IN-TEXT-RECORD TO OUT-TEXT-RECORD
                       WRITE OUT-TEXT-RECORD
               END-READ
           END-PERFORM.
           CLOSE IN-TEXT-FILE.
           MOVE "#" TO OUT-TEXT-RECORD.
           WRITE OUT-TEXT-RECORD.
           MOVE SPACES TO OUT-TEXT-RECORD.
           STRING "# " FUNCTION TRIM(ws-prog-arg)
             ": file maintenance over " FUNCTION TRIM(ws-file-name)
             ", from maint-gen " ws-today
             DELIMITED BY SIZE INTO OUT-TEXT-RECORD
           END-STRING.
           WRITE OUT-TEXT-RECORD.
           MOVE SPACES TO OUT-TEXT-RECORD.
           STRING "$(APP): $(BINDIR)/" FUNCTION TRIM(ws-prog-arg)
             DELIMITED BY SIZE INTO OUT-TEXT-RECORD
           END-STRING.
           WRITE OUT-TEXT-RECORD.
           MOVE SPACES TO OUT-TEXT-RECORD.
           STRING "$(BINDIR)/" FUNCTION TRIM(ws-prog-arg) ": "
             FUNCTION TRIM(ws-prog-arg) ".cbl "
             FUNCTION TRIM(ws-book-arg) ".cpy | dirs"
             DELIMITED BY SIZE INTO OUT-TEXT-RECORD
           END-STRING.
           WRITE OUT-TEXT-RECORD.
           MOVE SPACES TO OUT-TEXT-RECORD.
           STRING X"09" "cobc -x $(COBFLAGS) -o $(BINDIR)/"
             FUNCTION TRIM(ws-prog-arg) " "
             FUNCTION TRIM(ws-prog-arg) ".cbl"
             DELIMITED BY SIZE INTO OUT-TEXT-RECORD
           END-STRING.
           WRITE OUT-TEXT-RECORD.
           CLOSE OUT-TEXT-FILE.
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-in-text-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_RENAME_FILE" USING ws-out-text-path
             ws-in-text-path
             RETURNING ws-rc
           END-CALL.
       400-EXTEND-MAKEFILE-EXIT.
           EXIT.

      *>   the program and the extended Makefile get fresh PROJFILES
      *>   records, so gen-drift and the hand-edit refusal cover
      *>   them
       500-CATALOG-NEW-FILES SECTION.
           OPEN EXTEND PROJFILES-FILE.
           IF ws-projfiles-status NOT = "00"
               OPEN OUTPUT PROJFILES-FILE
               CLOSE PROJFILES-FILE
               OPEN EXTEND PROJFILES-FILE
           END-IF.
           PERFORM VARYING ws-catalog-idx FROM 1 BY 1
               UNTIL ws-catalog-idx > 2
               PERFORM 510-CATALOG-ONE-FILE
           END-PERFORM.
           CLOSE PROJFILES-FILE.

       510-CATALOG-ONE-FILE SECTION.
           MOVE SPACES TO ws-sum-path.
           IF ws-catalog-idx = 1
               MOVE ws-out-path TO ws-sum-path
           ELSE
               MOVE ws-in-text-path TO ws-sum-path
           END-IF.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           IF ws-sum-status NOT = 0
               GO TO 510-CATALOG-ONE-FILE-EXIT
           END-IF.
           MOVE SPACES TO PROJFILES-RECORD.
           MOVE ws-proj-arg        TO pf-rec-project.
           MOVE ws-sum-path(1:120) TO pf-rec-path.
           MOVE ws-sum-value       TO pf-rec-checksum.
           MOVE ws-today           TO pf-rec-date.
           WRITE PROJFILES-RECORD.
       510-CATALOG-ONE-FILE-EXIT.
           EXIT.

      *>   the record itself does not change shape, but the FORCE
      *>   rewrite puts a who-and-when line in the PROJECTS-AUDIT
      *>   journal -- the master's trail shows the project grew
       600-JOURNAL-THE-CHANGE SECTION.
           MOVE "FORCE" TO ws-projects-io-op.
           CALL "projects-io" USING ws-projects-io-op
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "MNG024E maint-gen: files are in place but the "
                 "journal touch failed (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.
           MOVE ws-frm-count TO ws-ed-1.
           MOVE ws-off-count TO ws-ed-2.
           DISPLAY "maint-gen: " FUNCTION TRIM(ws-out-path)
             " written over " FUNCTION TRIM(ws-file-name) " keyed on "
             FUNCTION TRIM(ws-key-arg) ", " FUNCTION TRIM(ws-ed-1)
             " field(s) on the form, " FUNCTION TRIM(ws-ed-2)
             " left off"
           END-DISPLAY.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "MNG001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "MNG002E maint-gen failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "maint-gen".
