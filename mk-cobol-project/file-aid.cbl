               ASSIGN TO DYNAMIC ws-copybook-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-copybook-status.

       DATA DIVISION.
         FILE SECTION.
         01 FLAT-RECORD PIC X(512).
         FD  COPYBOOK-FILE.
         01 COPYBOOK-RECORD PIC X(92).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           01 ws-copybook-status PIC XX.
           01 ws-copybook-eof   PIC X VALUE "N".
           01 ws-journal-path   PIC X(300) VALUE "FILEAID-AUDIT".
      *>   journal-seal's USING items: each journal line goes on
      *>   with the chain seal journal-verify checks
           01 ws-seal-op        PIC X(6) VALUE "APPEND".
           01 ws-seal-line      PIC X(600).
           01 ws-seal-line-len  PIC 9(4) VALUE 220.
           01 ws-seal-seq       PIC 9(9).
           01 ws-seal-hash      PIC 9(9).
           01 ws-seal-status    PIC 99.

           01 ws-cmdline        PIC X(300).
           01 ws-arg-1          PIC X(100).
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "FAD010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
             INTO ws-arg-1 ws-arg-2
           END-UNSTRING.
           IF ws-arg-1 = SPACES
               DISPLAY "FAD011E usage: file-aid PROJECTS | "
                 "file-aid <data-file> <copybook>" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               PERFORM 020-LOAD-MASTER-LAYOUT
           ELSE
               IF ws-arg-2 = SPACES
                   DISPLAY "FAD012E "
                     "file-aid: a line-sequential file needs "
                     "its copybook named too" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
       030-PARSE-COPYBOOK SECTION.
           OPEN INPUT COPYBOOK-FILE.
           IF ws-copybook-status NOT = "00"
               DISPLAY "FAD013E file-aid: could not read copybook "
                 FUNCTION TRIM(ws-copybook-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           CLOSE COPYBOOK-FILE.
           SUBTRACT 1 FROM ws-record-len.
           IF ws-fld-count = 0
               DISPLAY "FAD014E file-aid: no PICTUREd fields in the "
                 "copybook" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       040-LOAD-FLAT-FILE SECTION.
           OPEN INPUT FLAT-FILE.
           IF ws-flat-status NOT = "00"
               DISPLAY "FAD015E file-aid: could not read "
                 FUNCTION TRIM(ws-flat-path) UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           IF ws-master-mode = "Y"
               OPEN INPUT PROJECTS-FILE
               IF ws-projects-status NOT = "00"
                   DISPLAY "FAD016E file-aid: PROJECTS will not open "
                     "(file status " ws-projects-status ")"
                     UPON SYSERR
                   END-DISPLAY
           MOVE ws-work-record
             (ws-fld-pos(ws-found-idx):
               ws-fld-len(ws-found-idx)) TO ws-jrn-new.
           MOVE ws-journal-line TO ws-seal-line.
           CALL "journal-seal" USING ws-seal-op ws-journal-path
             ws-seal-line ws-seal-line-len ws-seal-seq ws-seal-hash
             ws-seal-status
           END-CALL.

       500-SAVE-RECORD SECTION.
           IF ws-dirty-flag NOT = "Y"
                         "journaled"
                       END-DISPLAY
                   WHEN 20
                       DISPLAY "FAD017W "
                         "file-aid: PROJECTS is busy (another "
                         "run holds the update lock) -- edits kept, "
                         "try S again shortly" UPON SYSERR
                       END-DISPLAY
                   WHEN OTHER
                       DISPLAY "FAD018E "
                         "file-aid: save refused, projects-io "
                         "status " ws-projects-io-status
                         UPON SYSERR
                       END-DISPLAY
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           OPEN OUTPUT FLAT-FILE.
           IF ws-flat-status NOT = "00"
               DISPLAY "FAD019E file-aid: could not rewrite "
                 FUNCTION TRIM(ws-flat-path) UPON SYSERR
               END-DISPLAY
               GO TO 510-REWRITE-FLAT-FILE-EXIT
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "FAD001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "FAD002E file-aid session ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
