               ALTERNATE RECORD KEY IS PROJ-OWNER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      *> the single-writer lock every updating operation takes before
      *> opening PROJECTS I-O, so an interactive projects-menu and a
      *> --batch generation run can no longer update the master file
       FILE SECTION.
       FD  PROJECTS-FILE.
       COPY "projects-rec.cpy".
       FD  LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-STAMP        PIC 9(14).
       01 WS-LOCK-THIS-SECS     PIC 9(9).
       01 WS-LOCK-AGE-SECONDS   PIC S9(9).

      *>   the PROJECTS-AUDIT journal: every updating operation
      *>   journals a before/after image, so a record that turns up
      *>   RETIRED or overwritten can always be traced back to who
      *>   changed it and what it looked like before. One line per
      *>   operation, fixed columns built up here and only ever
      *>   handed on as one finished group, the same discipline
      *>   log-error applies to its own ERROR.LOG line; journal-seal
      *>   appends it with the chain seal journal-verify checks
       01 WS-AUDIT-PATH         PIC X(300) VALUE "PROJECTS-AUDIT".
       01 WS-SEAL-OP            PIC X(6)   VALUE "APPEND".
       01 WS-SEAL-LINE          PIC X(600).
       01 WS-SEAL-LINE-LEN      PIC 9(4)   VALUE 506.
       01 WS-SEAL-SEQ           PIC 9(9).
       01 WS-SEAL-HASH          PIC 9(9).
       01 WS-SEAL-STATUS        PIC 99.
       01 WS-AUDIT-USER         PIC X(30).
       01 WS-BEFORE-IMAGE       PIC X(176) VALUE SPACES.
      *>   the stamp is UTC with the zone offset beside it -- the
           05 WS-AUDIT-BEFORE   PIC X(176) VALUE SPACES.
           05 FILLER            PIC X     VALUE SPACE.
           05 WS-AUDIT-AFTER    PIC X(176) VALUE SPACES.
      *>   the business date the change belongs to, appended past
      *>   the images so every reader of the older columns is
      *>   undisturbed
           05 FILLER            PIC X     VALUE SPACE.
           05 WS-AUDIT-BUS-DATE PIC X(8)  VALUE SPACES.
      *>   the change ticket the calling tool was run under, as
      *>   change-ticket left it in CHANGE_TICKET; spaces when the
      *>   change was made without one
           05 FILLER            PIC X     VALUE SPACE.
           05 WS-AUDIT-TICKET   PIC X(20) VALUE SPACES.
      *>   the emergency reason a change freeze was overridden with,
      *>   as freeze-check left it in FREEZE_OVERRIDE; spaces when no
      *>   freeze was in force or the tool was not overriding one
           05 FILLER            PIC X     VALUE SPACE.
           05 WS-AUDIT-OVERRIDE PIC X(60) VALUE SPACES.

      *>   DATE-STAMP's USING items for the business date off the
      *>   processing-date control record
       01 WS-DS-WEEKDAY         PIC 9     VALUE 1.
       01 WS-DS-DATE            PIC 9(6)  VALUE ZERO.
       01 WS-DS-TIME            PIC 9(8)  VALUE ZERO.
       01 WS-DS-FORMAT          PIC X(4)  VALUE "PROC".
       01 WS-DS-STAMP           PIC X(60).
       01 WS-DS-FISCAL          PIC X(10).
       01 WS-DS-CAL             PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
      *> "ADD" writes LK-PROJECT-RECORD, "FIND" looks LK-PROJECT-RECORD
      *> to ON-HOLD and only ON-HOLD resumes; ACTIVE or ON-HOLD may
      *> be FROZEN pending audit and only an explicit THAW brings a
      *> FROZEN record back; RETIRE now insists on ACTIVE.
      *> "OVRIDE" touches no record at all: it journals a change-
      *> freeze override, LK-PROJ-NAME naming the tool that was let
      *> through, so the override sits in PROJECTS-AUDIT beside the
      *> changes it let through.
       01 LK-OP-CODE            PIC X(6).
       01 LK-PROJECT-RECORD.
           05 LK-PROJ-NAME          PIC X(48).
                   MOVE SPACES    TO WS-STATE-FROM-2
                   MOVE "ACTIVE"  TO WS-STATE-TO
                   PERFORM DO-CHANGE-STATE
               WHEN "OVRIDE"
                   PERFORM DO-RECORD-OVERRIDE
               WHEN OTHER
                   MOVE 90 TO LK-STATUS
           END-EVALUATE.
               PERFORM RELEASE-PROJECTS-LOCK
           END-IF.

      *> a journal line only -- blank before image, the caller's
      *> record as the after image. No PROJECTS access and so no
      *> lock: the line is one append, the same as log-error's
       DO-RECORD-OVERRIDE SECTION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM WRITE-AUDIT-RECORD.

      *> open PROJECTS for a top-to-bottom report scan; a PROJECTS
      *> file that doesn't exist yet just means an empty result, not
      *> an error, so the very first report run against a fresh shop

      *> one PROJECTS-AUDIT line per completed updating operation:
      *> date, time, the USER the environment reports, the operation,
      *> and the record's before and after images. journal-seal
      *> creates the journal with the first audited change ever made
       WRITE-AUDIT-RECORD SECTION.
      *>   elapsed-timer is the shop's one UTC clock; a runtime
      *>   without it on the path degrades to the local stamp the
           MOVE WS-AUDIT-USER   TO WS-AUDIT-WHO.
           MOVE LK-OP-CODE      TO WS-AUDIT-OP.
           MOVE WS-BEFORE-IMAGE TO WS-AUDIT-BEFORE.
           IF LK-OP-CODE = "OVRIDE"
               MOVE LK-PROJECT-RECORD TO WS-AUDIT-AFTER
           ELSE
               MOVE PROJECT-RECORD  TO WS-AUDIT-AFTER
           END-IF.
           MOVE SPACES TO WS-DS-STAMP.
           CALL "DATE-STAMP" USING WS-DS-WEEKDAY WS-DS-DATE
             WS-DS-TIME WS-DS-FORMAT WS-DS-STAMP WS-DS-FISCAL
             WS-DS-CAL
             ON EXCEPTION
                 MOVE WS-AUDIT-DATE TO WS-DS-STAMP
           END-CALL.
           MOVE WS-DS-STAMP(1:8) TO WS-AUDIT-BUS-DATE.
           MOVE SPACES TO WS-AUDIT-TICKET.
           ACCEPT WS-AUDIT-TICKET FROM ENVIRONMENT "CHANGE_TICKET".
           MOVE SPACES TO WS-AUDIT-OVERRIDE.
           ACCEPT WS-AUDIT-OVERRIDE FROM ENVIRONMENT "FREEZE_OVERRIDE".
           MOVE WS-AUDIT-LINE TO WS-SEAL-LINE.
           CALL "journal-seal" USING WS-SEAL-OP WS-AUDIT-PATH
             WS-SEAL-LINE WS-SEAL-LINE-LEN WS-SEAL-SEQ WS-SEAL-HASH
             WS-SEAL-STATUS
           END-CALL.

      *> take the single-writer lock: retry a bounded number of times
      *> against a live lock, recover a stale one (a run killed with
               END-IF
           END-PERFORM.
           IF WS-LOCK-HELD NOT = "Y"
               DISPLAY "PIO010W "
                 "projects-io: PROJECTS is busy (another run "
                 "holds the update lock) -- try again shortly"
                 UPON SYSERR
               END-DISPLAY
           ELSE
               PERFORM CHECK-STALE-LOCK
               IF WS-LOCK-AGE-SECONDS > WS-LOCK-STALE-SECS
                   DISPLAY "PIO011W "
                     "projects-io: recovering stale PROJECTS "
                     "lock left by a killed run" UPON SYSERR
                   END-DISPLAY
                   CALL "CBL_DELETE_FILE" USING
