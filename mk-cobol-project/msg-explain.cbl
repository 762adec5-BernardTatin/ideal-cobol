      *> -------------------------------------------
      *> msg-explain.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the operator's half of the message IDs every tool now puts
      *> in front of what it shows on SYSERR and writes to ERROR.LOG:
      *> looks an ID up in the MSGIDS.CFG message catalog and prints
      *> what the message means and what the operator should do
      *> about it, so a night shift can act on "PMK017E" without
      *> paging the developer. Given just a three-letter program
      *> prefix it lists every message that program can issue. The
      *> severity letter may be left off -- the number alone is the
      *> stable part of the ID.
      *>
      *>   msg-explain <message-id>
      *>   msg-explain <program-prefix>
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "msg-explain".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGIDS-FILE
               ASSIGN TO DYNAMIC ws-msgids-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-msgids-status.

       DATA DIVISION.
         FILE SECTION.
      *>   "PMK PROGRAM=name" heads each program's block, then
      *>   "PMK017E WORD=text" lines -- TEXT, LOG, EXPLAIN, ACTION
      *>   -- each one already short enough to print as it stands
         FD  MSGIDS-FILE.
         01 MSGIDS-RECORD.
             05 msg-rec-id        PIC X(7).
             05 FILLER            PIC X.
             05 msg-rec-rest      PIC X(192).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "msg-explain".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

           01 ws-msgids-path    PIC X(300) VALUE "MSGIDS.CFG".
           01 ws-msgids-status  PIC XX.
           01 ws-msgids-eof     PIC X VALUE "N".

      *>   three characters ask for a program's whole list, six or
      *>   seven for one message
           01 ws-cmdline        PIC X(300).
           01 ws-arg-id         PIC X(20).
           01 ws-arg-len        PIC 99.
           01 ws-lookup-mode    PIC X.
               88 lookup-prefix  VALUE "P".
               88 lookup-message VALUE "M".

      *>   the line in hand, split at its first "=" into the word
      *>   and the text after it
           01 ws-line-prefix    PIC X(3).
           01 ws-line-word      PIC X(8).
           01 ws-line-text      PIC X(192).
           01 ws-eq-count       PIC 999.
           01 ws-line-matches   PIC X.

      *>   what has been printed so far, so the heading over each
      *>   part is printed once and a new ID gets its own title line
           01 ws-program-name   PIC X(30) VALUE SPACES.
           01 ws-current-id     PIC X(7) VALUE SPACES.
           01 ws-current-word   PIC X(8) VALUE SPACES.
           01 ws-severity-name  PIC X(11).
           01 ws-match-count    PIC 9(5) VALUE 0.

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-SCAN-CATALOG.
           perform 200-SHOW-SUMMARY.
           perform 900-TERMINATE.

       001-INIT SECTION.
           ACCEPT ws-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           MOVE SPACES TO ws-arg-id.
           UNSTRING ws-cmdline DELIMITED BY ALL " "
             INTO ws-arg-id
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-arg-id) TO ws-arg-id.
           MOVE 0 TO ws-arg-len.
           INSPECT ws-arg-id TALLYING ws-arg-len
             FOR CHARACTERS BEFORE INITIAL " ".
           EVALUATE ws-arg-len
               WHEN 3
                   SET lookup-prefix TO TRUE
               WHEN 6
               WHEN 7
                   SET lookup-message TO TRUE
               WHEN OTHER
                   DISPLAY "MSX010E usage: msg-explain <message-id> | "
                     "<program-prefix>" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
                   perform 900-TERMINATE
           END-EVALUATE.

       100-SCAN-CATALOG SECTION.
           OPEN INPUT MSGIDS-FILE.
           IF ws-msgids-status NOT = "00"
               DISPLAY "MSX011E msg-explain: no MSGIDS.CFG message "
                 "catalog in the projects root" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-msgids-eof = "Y"
               READ MSGIDS-FILE
                   AT END
                       MOVE "Y" TO ws-msgids-eof
                   NOT AT END
                       IF msg-rec-id(1:1) NOT = "*"
                           AND MSGIDS-RECORD NOT = SPACES
                           PERFORM 110-SPLIT-LINE
                           PERFORM 120-SHOW-IF-MATCHED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MSGIDS-FILE.

      *>   a program line has its blank after the prefix, a message
      *>   line after the seven-character ID
       110-SPLIT-LINE SECTION.
           MOVE msg-rec-id(1:3) TO ws-line-prefix.
           MOVE SPACES TO ws-line-word.
           MOVE SPACES TO ws-line-text.
           IF msg-rec-id(4:1) = " "
               MOVE "PROGRAM" TO ws-line-word
               MOVE MSGIDS-RECORD(13:) TO ws-line-text
               GO TO 110-SPLIT-LINE-EXIT
           END-IF.
           MOVE 0 TO ws-eq-count.
           INSPECT msg-rec-rest TALLYING ws-eq-count
             FOR CHARACTERS BEFORE INITIAL "=".
           IF ws-eq-count > 0 AND ws-eq-count < 9
               MOVE msg-rec-rest(1:ws-eq-count) TO ws-line-word
               MOVE msg-rec-rest(ws-eq-count + 2:) TO ws-line-text
           END-IF.
       110-SPLIT-LINE-EXIT.
           EXIT.

       120-SHOW-IF-MATCHED SECTION.
           IF ws-line-prefix NOT = ws-arg-id(1:3)
               GO TO 120-SHOW-IF-MATCHED-EXIT
           END-IF.
           IF ws-line-word = "PROGRAM"
               MOVE ws-line-text TO ws-program-name
               GO TO 120-SHOW-IF-MATCHED-EXIT
           END-IF.
           MOVE "N" TO ws-line-matches.
           IF lookup-prefix
               IF ws-line-word = "TEXT"
                   MOVE "Y" TO ws-line-matches
               END-IF
           ELSE
               IF msg-rec-id(1:ws-arg-len) = ws-arg-id(1:ws-arg-len)
                   MOVE "Y" TO ws-line-matches
               END-IF
           END-IF.
           IF ws-line-matches NOT = "Y"
               GO TO 120-SHOW-IF-MATCHED-EXIT
           END-IF.
           IF msg-rec-id NOT = ws-current-id
               MOVE msg-rec-id TO ws-current-id
               MOVE SPACES TO ws-current-word
               ADD 1 TO ws-match-count
               PERFORM 130-SHOW-TITLE
           END-IF.
           IF lookup-prefix
               DISPLAY "    " FUNCTION TRIM(ws-line-text)
               END-DISPLAY
               GO TO 120-SHOW-IF-MATCHED-EXIT
           END-IF.
           IF ws-line-word NOT = ws-current-word
               MOVE ws-line-word TO ws-current-word
               EVALUATE ws-line-word
                   WHEN "TEXT"
                       DISPLAY "  Message:" END-DISPLAY
                   WHEN "LOG"
                       DISPLAY "  In ERROR.LOG as:" END-DISPLAY
                   WHEN "EXPLAIN"
                       DISPLAY "  Explanation:" END-DISPLAY
                   WHEN "ACTION"
                       DISPLAY "  Operator action:" END-DISPLAY
                   WHEN OTHER
                       DISPLAY "  " FUNCTION TRIM(ws-line-word) ":"
                       END-DISPLAY
               END-EVALUATE
           END-IF.
           DISPLAY "    " FUNCTION TRIM(ws-line-text)
           END-DISPLAY.
       120-SHOW-IF-MATCHED-EXIT.
           EXIT.

       130-SHOW-TITLE SECTION.
           EVALUATE msg-rec-id(7:1)
               WHEN "I"
                   MOVE "information" TO ws-severity-name
               WHEN "W"
                   MOVE "warning"     TO ws-severity-name
               WHEN "S"
                   MOVE "severe"      TO ws-severity-name
               WHEN OTHER
                   MOVE "error"       TO ws-severity-name
           END-EVALUATE.
           IF lookup-message AND ws-match-count > 1
               DISPLAY " " END-DISPLAY
           END-IF.
           DISPLAY msg-rec-id "  " FUNCTION TRIM(ws-program-name)
             "  (" FUNCTION TRIM(ws-severity-name) ")"
           END-DISPLAY.

       200-SHOW-SUMMARY SECTION.
           IF ws-match-count = 0
               DISPLAY "MSX012E msg-explain: no catalog entry for '"
                 FUNCTION TRIM(ws-arg-id) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "MSX001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "MSX002E message lookup failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM "msg-explain".
