               ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUBS-FILE
               ASSIGN TO DYNAMIC WS-SUBS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE.
       01 OUT-REC PIC X(92).
       FD  SUBS-FILE.
       01 SUBS-REC.
           05 SUBS-REC-PROJECT  PIC X(48).
           05 FILLER            PIC X.
           05 SUBS-REC-MEMBER   PIC X(30).
           05 FILLER            PIC X.
           05 SUBS-REC-VERSION  PIC 9(3).
           05 FILLER            PIC X.
           05 SUBS-REC-DATE     PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OUT-PATH      PIC X(300).
      *>   just brought in above
       01 WS-TRIM-LEN PIC 9(04) VALUE THE-STRINGLEN.

      *>   the shared-copybook library subscriptions: each one the
      *>   project holds adds a library member to CPYBOOKS, and any
      *>   at all put the library on the copybook search path
           COPY "copylib-names.cpy".
       01 WS-SUBS-PATH     PIC X(300) VALUE CLB-SUBS-PATH.
       01 WS-SUBS-STATUS   PIC XX.
       01 WS-SUBS-EOF      PIC X VALUE "N".
       01 WS-SUBS-HITS     PIC 9(4) VALUE 0.
       01 WS-CPY-PTR       PIC 9(3).
       01 WS-FLAG-PTR      PIC 9(3).

      *> line count
       01 i PIC 999.
       01 itmp PIC 999.
      *>   every project now gets a companion copybook from
      *>   create-copybook, so CPYBOOKS can name it instead of staying
      *>   permanently blank
           MOVE 1 TO WS-CPY-PTR.
           STRING "CPYBOOKS = " DELIMITED BY SIZE
             FUNCTION TRIM(project-name) DELIMITED BY SIZE
             ".cpy" DELIMITED BY SIZE
             INTO one-line(10) WITH POINTER WS-CPY-PTR
           END-STRING.

      *>   subscribed library members follow the companion copybook;
      *>   a line too long to hold them all fails the Makefile rather
      *>   than quietly building without one of them
           OPEN INPUT SUBS-FILE.
           IF WS-SUBS-STATUS = "00"
               PERFORM UNTIL WS-SUBS-EOF = "Y"
                   READ SUBS-FILE
                       AT END
                           MOVE "Y" TO WS-SUBS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(SUBS-REC-PROJECT) =
                             FUNCTION TRIM(project-name)
                               ADD 1 TO WS-SUBS-HITS
                               STRING " " CLB-MAKE-PREFIX
                                 FUNCTION TRIM(SUBS-REC-MEMBER)
                                 DELIMITED BY SIZE
                                 INTO one-line(10)
                                 WITH POINTER WS-CPY-PTR
                                 ON OVERFLOW
                                   CLOSE SUBS-FILE
                                   GO TO 900-TERMINATE
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBS-FILE
           END-IF.

      *>   every project now gets a smoke-test skeleton from
      *>   create-testfile, so TESTS-ARGS can name it instead of staying
      *>   permanently blank
           ELSE
               MOVE "COBFLAGS = -g -fsource-location" TO one-line(18)
           END-IF.
           IF WS-SUBS-HITS > 0
               MOVE 1 TO WS-FLAG-PTR
               INSPECT one-line(18) TALLYING WS-FLAG-PTR
                 FOR CHARACTERS BEFORE INITIAL "  "
               STRING " " CLB-MAKE-FLAG DELIMITED BY SIZE
                 INTO one-line(18) WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF.

      *>   stamp the generator version and generation timestamp into
      *>   the Makefile so an audit can always tell which revision of
      *> emergency exit -- report the failure to the caller instead of
      *> stopping the whole run unit out from under it
       900-TERMINATE SECTION.
           DISPLAY "CMF010E FATAL ERROR when writing Makefile, exit"
            UPON SYSERR
           END-DISPLAY.
           MOVE "CMF010E FATAL ERROR when writing Makefile"
             TO WS-LOG-ERROR-MSG.
           CALL "log-error" USING WS-LOG-PROGRAM-NAME
             WS-LOG-ERROR-MSG WS-LOG-SEVERITY
           END-CALL.
