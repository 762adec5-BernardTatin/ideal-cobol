      *> -------------------------------------------
      *> project-notes.cbl
      *> the one shared operator-notes subprogram, a sibling of
      *> intent-note.cbl: keeps the PROJNOTES journal of dated,
      *> operator-stamped notes against a project name -- "owner
      *> says ignore red until 11/30", "do not retire, audit
      *> reference 2291" -- that used to live on sticky notes.
      *> notes-maint adds them from the command line and the
      *> projects-menu drill-down adds them on screen; both go
      *> through ADD here, and project-inquiry and the menu show
      *> what NEWEST hands back. The notes follow the project:
      *> rename-project (and intent-recover rolling a rename
      *> forward) RENAMEs them to the new key, and purge-archive
      *> ARCHIVEs them into PROJNOTES.ARCHIVE when it removes the
      *> master record, so nothing written about a project is ever
      *> silently dropped. A retire and a restore keep the name,
      *> so the notes simply stay where they are.
      *> one PROJNOTES line: project(48) sp date(8) sp time(6) sp
      *> operator(30) sp text(120); PROJNOTES.ARCHIVE lines carry
      *> the same, then sp and the date they were archived(8)
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "project-notes" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-FILE
               ASSIGN TO DYNAMIC ws-notes-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-notes-status.
      *>   the rewritten journal, swapped over PROJNOTES once a
      *>   RENAME or ARCHIVE pass has finished writing it
           SELECT NEW-NOTES-FILE
               ASSIGN TO DYNAMIC ws-new-notes-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-new-notes-status.
           SELECT ARCHIVE-NOTES-FILE
               ASSIGN TO DYNAMIC ws-arc-notes-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-arc-notes-status.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTES-FILE.
       01 NOTES-RECORD.
           05 note-rec-project  PIC X(48).
           05 FILLER            PIC X.
           05 note-rec-date     PIC X(8).
           05 FILLER            PIC X.
           05 note-rec-time     PIC X(6).
           05 FILLER            PIC X.
           05 note-rec-operator PIC X(30).
           05 FILLER            PIC X.
           05 note-rec-text     PIC X(120).
       FD  NEW-NOTES-FILE.
       01 NEW-NOTES-RECORD      PIC X(216).
       FD  ARCHIVE-NOTES-FILE.
       01 ARCHIVE-NOTES-RECORD.
           05 arc-rec-note      PIC X(216).
           05 FILLER            PIC X.
           05 arc-rec-date      PIC X(8).

       WORKING-STORAGE SECTION.
       01 ws-notes-path       PIC X(300) VALUE "PROJNOTES".
       01 ws-notes-status     PIC XX.
       01 ws-notes-eof        PIC X VALUE "N".
       01 ws-new-notes-path   PIC X(300) VALUE "PROJNOTES.NEW".
       01 ws-new-notes-status PIC XX.
       01 ws-arc-notes-path   PIC X(300) VALUE "PROJNOTES.ARCHIVE".
       01 ws-arc-notes-status PIC XX.
       01 ws-now-time         PIC X(8).
       01 ws-today            PIC X(8).
       01 ws-rc               PIC 9(9) COMP-5.

      *>   NEWEST keeps a window of the last five notes seen for the
      *>   project as the journal is read oldest first, then hands
      *>   them back newest first
       78 ws-window-max VALUE 5.
       01 ws-window-count     PIC 9 VALUE 0.
       01 ws-window-idx       PIC 9.
       01 ws-window-table.
           05 ws-window-entry OCCURS 5 TIMES.
               10 ws-window-date     PIC X(8).
               10 ws-window-time     PIC X(6).
               10 ws-window-operator PIC X(30).
               10 ws-window-text     PIC X(120).

       LINKAGE SECTION.
      *> "ADD" journals a note, "NEWEST" answers the latest ones,
      *> "RENAME" re-keys a project's notes, "ARCHIVE" moves them
      *> out to PROJNOTES.ARCHIVE
       01 lk-action      PIC X(8).
       01 lk-project     PIC X(48).
      *> the new key for RENAME, ignored otherwise
       01 lk-new-name    PIC X(48).
       01 lk-notes-area.
      *>     ADD's note text
           05 lk-note-text     PIC X(120).
      *>     NEWEST: notes on file for the project; RENAME and
      *>     ARCHIVE: how many were moved
           05 lk-note-count    PIC 9(4).
      *>     NEWEST: how many of the entries below are filled,
      *>     newest first
           05 lk-note-shown    PIC 9.
           05 lk-note-entry OCCURS 5 TIMES.
               10 lk-note-date     PIC X(8).
               10 lk-note-time     PIC X(6).
               10 lk-note-operator PIC X(30).
               10 lk-note-line     PIC X(120).
      *> 0 = done, 10 = the journal could not be written
       01 lk-status      PIC 99.

       PROCEDURE DIVISION USING lk-action lk-project lk-new-name
           lk-notes-area lk-status.
       prog.
           MOVE 0 TO lk-status.
           EVALUATE FUNCTION TRIM(lk-action)
               WHEN "ADD"
                   PERFORM APPEND-NOTE
               WHEN "NEWEST"
                   PERFORM FIND-NEWEST
               WHEN "RENAME"
                   PERFORM REWRITE-JOURNAL
               WHEN "ARCHIVE"
                   PERFORM REWRITE-JOURNAL
           END-EVALUATE.
           EXIT PROGRAM.

      *>   same create-then-extend open log-error uses, so the first
      *>   note ever written creates the file itself
       APPEND-NOTE SECTION.
           OPEN EXTEND NOTES-FILE.
           IF ws-notes-status NOT = "00"
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN EXTEND NOTES-FILE
           END-IF.
           IF ws-notes-status NOT = "00"
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE SPACES TO NOTES-RECORD.
           MOVE lk-project TO note-rec-project.
           ACCEPT note-rec-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           MOVE ws-now-time(1:6) TO note-rec-time.
           ACCEPT note-rec-operator FROM ENVIRONMENT "USER".
           MOVE lk-note-text TO note-rec-text.
           WRITE NOTES-RECORD.
           CLOSE NOTES-FILE.

      *>   an absent journal is simply one with no notes in it
       FIND-NEWEST SECTION.
           MOVE 0 TO lk-note-count.
           MOVE 0 TO lk-note-shown.
           OPEN INPUT NOTES-FILE.
           IF ws-notes-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ws-notes-eof = "Y"
               READ NOTES-FILE
                   AT END
                       MOVE "Y" TO ws-notes-eof
                   NOT AT END
                       IF note-rec-project = lk-project
                           ADD 1 TO lk-note-count
                           PERFORM KEEP-IN-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           PERFORM VARYING ws-window-idx FROM ws-window-count BY -1
               UNTIL ws-window-idx < 1
               ADD 1 TO lk-note-shown
               MOVE ws-window-date(ws-window-idx)
                 TO lk-note-date(lk-note-shown)
               MOVE ws-window-time(ws-window-idx)
                 TO lk-note-time(lk-note-shown)
               MOVE ws-window-operator(ws-window-idx)
                 TO lk-note-operator(lk-note-shown)
               MOVE ws-window-text(ws-window-idx)
                 TO lk-note-line(lk-note-shown)
           END-PERFORM.

      *>   a full window drops its oldest entry to make room
       KEEP-IN-WINDOW SECTION.
           IF ws-window-count = ws-window-max
               PERFORM VARYING ws-window-idx FROM 1 BY 1
                   UNTIL ws-window-idx >= ws-window-max
                   MOVE ws-window-entry(ws-window-idx + 1)
                     TO ws-window-entry(ws-window-idx)
               END-PERFORM
           ELSE
               ADD 1 TO ws-window-count
           END-IF.
           MOVE note-rec-date     TO ws-window-date(ws-window-count).
           MOVE note-rec-time     TO ws-window-time(ws-window-count).
           MOVE note-rec-operator
             TO ws-window-operator(ws-window-count).
           MOVE note-rec-text     TO ws-window-text(ws-window-count).

      *>   one pass copies the journal to PROJNOTES.NEW -- the
      *>   project's notes re-keyed for RENAME, or diverted to the
      *>   archive for ARCHIVE -- and the copy replaces PROJNOTES
      *>   only when it actually moved something. The journal can
      *>   outgrow any table, so it is streamed, not held
       REWRITE-JOURNAL SECTION.
           MOVE 0 TO lk-note-count.
           OPEN INPUT NOTES-FILE.
           IF ws-notes-status NOT = "00"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT NEW-NOTES-FILE.
           IF ws-new-notes-status NOT = "00"
               CLOSE NOTES-FILE
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(lk-action) = "ARCHIVE"
               OPEN EXTEND ARCHIVE-NOTES-FILE
               IF ws-arc-notes-status NOT = "00"
                   OPEN OUTPUT ARCHIVE-NOTES-FILE
                   CLOSE ARCHIVE-NOTES-FILE
                   OPEN EXTEND ARCHIVE-NOTES-FILE
               END-IF
               IF ws-arc-notes-status NOT = "00"
                   CLOSE NOTES-FILE
                   CLOSE NEW-NOTES-FILE
                   MOVE 10 TO lk-status
                   EXIT SECTION
               END-IF
               ACCEPT ws-today FROM DATE YYYYMMDD
           END-IF.
           PERFORM UNTIL ws-notes-eof = "Y"
               READ NOTES-FILE
                   AT END
                       MOVE "Y" TO ws-notes-eof
                   NOT AT END
                       PERFORM COPY-ONE-NOTE
               END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           CLOSE NEW-NOTES-FILE.
           IF FUNCTION TRIM(lk-action) = "ARCHIVE"
               CLOSE ARCHIVE-NOTES-FILE
           END-IF.
           IF lk-note-count = 0
               CALL "CBL_DELETE_FILE" USING
                 FUNCTION TRIM(ws-new-notes-path)
                 RETURNING ws-rc
               END-CALL
               EXIT SECTION
           END-IF.
           CALL "CBL_DELETE_FILE" USING
             FUNCTION TRIM(ws-notes-path)
             RETURNING ws-rc
           END-CALL.
           CALL "CBL_RENAME_FILE" USING ws-new-notes-path
             ws-notes-path
             RETURNING ws-rc
           END-CALL.
           IF ws-rc NOT = 0
               MOVE 10 TO lk-status
           END-IF.

       COPY-ONE-NOTE SECTION.
           IF NOTES-RECORD = SPACES
               EXIT SECTION
           END-IF.
           IF note-rec-project NOT = lk-project
               WRITE NEW-NOTES-RECORD FROM NOTES-RECORD
               EXIT SECTION
           END-IF.
           ADD 1 TO lk-note-count.
           IF FUNCTION TRIM(lk-action) = "RENAME"
               MOVE lk-new-name TO note-rec-project
               WRITE NEW-NOTES-RECORD FROM NOTES-RECORD
           ELSE
               MOVE SPACES TO ARCHIVE-NOTES-RECORD
               MOVE NOTES-RECORD TO arc-rec-note
               MOVE ws-today TO arc-rec-date
               WRITE ARCHIVE-NOTES-RECORD
           END-IF.

           END PROGRAM "project-notes".
