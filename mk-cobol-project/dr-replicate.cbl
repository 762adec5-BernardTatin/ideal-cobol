      *> -------------------------------------------
      *> dr-replicate.cbl
      *> >>SOURCE FORMAT IS FIXED
      *> the nightly replication of the master files and journals to
      *> the second site. Where export-project moves one project at a
      *> time, this cuts one sequenced transfer set a night,
      *> DRSET.nnnnnn, carrying what changed since the set before:
      *>
      *>   PROJECTS-AUDIT, ARCHIVE-CATALOG, PROMOTIONS -- only ever
      *>       appended to, so only the lines added since the last
      *>       set travel (the whole file again if it has shrunk);
      *>   OWNERS, DEPENDS, PROJECTS-AUDIT.SEAL -- rewritten in
      *>       place, so the whole file travels when its
      *>       file-checksum has changed;
      *>   the newest projects-backup unload (PROJECTS.BAK
      *>       generation 0) once, when it is a new one.
      *>
      *> Each file rides with its line count and checksum, and the
      *> set ends in control totals, so dr-apply at the DR site can
      *> refuse a set that did not arrive whole. A night with nothing
      *> changed still cuts an empty set, which keeps the DR copy's
      *> as-of time moving. What each file was as of the last set is
      *> kept in DRREPL.STATE and every set cut is logged in DRSETS,
      *> which dr-status reads against the DRACK acknowledgments
      *> coming back. Carrying sets and acknowledgments between the
      *> sites is the transfer job's work, not this program's; a set
      *> stays here until housekeeping removes it, so one lost on the
      *> way can be sent again.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.

         PROGRAM-ID. "dr-replicate".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC ws-source-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-source-status.
           SELECT STAGE-FILE
               ASSIGN TO DYNAMIC ws-stage-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stage-status.
           SELECT SET-FILE
               ASSIGN TO DYNAMIC ws-set-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-set-status.
           SELECT STATE-FILE
               ASSIGN TO DYNAMIC ws-state-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-state-status.
           SELECT SETLOG-FILE
               ASSIGN TO DYNAMIC ws-setlog-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-setlog-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
         FILE SECTION.
      *>   wide enough for a sealed PROJECTS-AUDIT line, the longest
      *>   any of the files holds
         FD  SOURCE-FILE.
         01 SOURCE-RECORD PIC X(640).
         FD  STAGE-FILE.
         01 STAGE-RECORD PIC X(640).
         FD  SET-FILE.
         01 SET-RECORD PIC X(640).
      *>   one line per file as of the last set -- its line count
      *>   and checksum -- and a *SEQ line holding the last set's
      *>   number in the count columns
         FD  STATE-FILE.
         01 STATE-RECORD.
             05 st-rec-name       PIC X(44).
             05 FILLER            PIC X.
             05 st-rec-lines      PIC 9(7).
             05 FILLER            PIC X.
             05 st-rec-sum        PIC 9(9).
         FD  SETLOG-FILE.
             COPY "dr-setlog-rec.cpy".
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
      *>   never read a literal past its own length
           01 ws-log-program-name PIC X(30) VALUE "dr-replicate".
           01 ws-log-error-msg    PIC X(80).
           01 ws-log-severity     PIC X(5)  VALUE "ERROR".

      *>   the shop-wide projects root, entered before anything else
      *>   so every relative path resolves there no matter where the
      *>   tool was started from
           01 ws-projects-root    PIC X(200).
           01 ws-root-status      PIC 99.

      *>   job-log's START/END calls bracket the whole run so the
      *>   night's JOBLOG window accounting sees this program
           01 ws-job-op          PIC X(7).
           01 ws-job-stamp       PIC 9(14).
           01 ws-job-rc          PIC S9(9) COMP-5.

           01 ws-source-path    PIC X(300).
           01 ws-source-status  PIC XX.
           01 ws-source-eof     PIC X.
           01 ws-stage-path     PIC X(300).
           01 ws-stage-status   PIC XX.
           01 ws-set-path       PIC X(300).
           01 ws-set-status     PIC XX.
           01 ws-state-path     PIC X(300) VALUE "DRREPL.STATE".
           01 ws-state-status   PIC XX.
           01 ws-state-eof      PIC X VALUE "N".
           01 ws-setlog-path    PIC X(300) VALUE "DRSETS".
           01 ws-setlog-status  PIC XX.

           01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-status  PIC XX.
           01 ws-config-eof     PIC X VALUE "N".
           01 ws-config-key     PIC X(20).
           01 ws-config-value   PIC X(60).
           01 ws-site-id        PIC X(20) VALUE "UNKNOWN".

      *>   the files a set can carry. kind A is appended to, R is
      *>   rewritten in place, B is the backup generation; the key
      *>   is the name DRREPL.STATE keeps it under
           78 ws-mem-max VALUE 7.
           01 ws-mem-idx        PIC 9.
           01 ws-mem-table.
               05 ws-mem-entry OCCURS 7 TIMES.
                   10 ws-mem-key        PIC X(44).
                   10 ws-mem-file       PIC X(44).
                   10 ws-mem-kind       PIC X.
      *>           F whole, A added lines, space not in this set
                   10 ws-mem-mode       PIC X.
                   10 ws-mem-prev-lines PIC 9(7).
                   10 ws-mem-prev-sum   PIC 9(9).
                   10 ws-mem-cur-lines  PIC 9(7).
                   10 ws-mem-cur-sum    PIC 9(9).
                   10 ws-mem-skip       PIC 9(7).
                   10 ws-mem-ship-lines PIC 9(7).
                   10 ws-mem-ship-sum   PIC 9(9).
                   10 ws-mem-offset     PIC 9(7).

           01 ws-last-seq       PIC 9(6) VALUE 0.
           01 ws-set-seq        PIC 9(6).
           01 ws-line-counter   PIC 9(7).
           01 ws-next-offset    PIC 9(7).
           01 ws-ship-count     PIC 9(3) VALUE 0.
           01 ws-ship-total     PIC 9(9) VALUE 0.
           01 ws-ship-hash      PIC 9(12) VALUE 0.
           01 ws-delete-rc      PIC S9(9) COMP-5.

      *>   gdg-io's USING items, for the newest backup generation
           01 ws-gdg-op         PIC X(5).
           01 ws-gdg-base       PIC X(44) VALUE "PROJECTS.BAK".
           01 ws-gdg-path       PIC X(300).
           01 ws-gdg-gen        PIC 9(4).
           01 ws-gdg-status     PIC 99.

      *>   file-checksum's USING items
           01 ws-sum-path       PIC X(300).
           01 ws-sum-value      PIC 9(9).
           01 ws-sum-status     PIC 99.

      *>   the set's marker lines
           COPY "dr-set-lines.cpy".

      *> program entry point
       PROCEDURE DIVISION.
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-LOAD-STATE.
           perform 200-MEASURE-MEMBERS.
           perform 300-STAGE-MEMBERS.
           perform 400-WRITE-SET.
           perform 500-RECORD-SET.
           perform 900-TERMINATE.

       001-INIT SECTION.
           MOVE "START" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
      *>   journal and catalog lines are carried as they stand,
      *>   whatever bytes they hold
           SET ENVIRONMENT "COB_LS_VALIDATE" TO "0".
           PERFORM 010-READ-CONFIG.
           INITIALIZE ws-mem-table.
           MOVE "PROJECTS-AUDIT"      TO ws-mem-key(1).
           MOVE "A"                   TO ws-mem-kind(1).
           MOVE "PROJECTS-AUDIT.SEAL" TO ws-mem-key(2).
           MOVE "R"                   TO ws-mem-kind(2).
           MOVE "ARCHIVE-CATALOG"     TO ws-mem-key(3).
           MOVE "A"                   TO ws-mem-kind(3).
           MOVE "PROMOTIONS"          TO ws-mem-key(4).
           MOVE "A"                   TO ws-mem-kind(4).
           MOVE "OWNERS"              TO ws-mem-key(5).
           MOVE "R"                   TO ws-mem-kind(5).
           MOVE "DEPENDS"             TO ws-mem-key(6).
           MOVE "R"                   TO ws-mem-kind(6).
           MOVE "PROJECTS.BAK"        TO ws-mem-key(7).
           MOVE "B"                   TO ws-mem-kind(7).
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-max
               MOVE ws-mem-key(ws-mem-idx) TO ws-mem-file(ws-mem-idx)
           END-PERFORM.
           PERFORM 020-RESOLVE-BACKUP.

      *>   SITE-ID= names this installation in the set header
       010-READ-CONFIG SECTION.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               GO TO 010-READ-CONFIG-EXIT
           END-IF.
           PERFORM UNTIL ws-config-eof = "Y"
               READ CONFIG-FILE
                   AT END
                       MOVE "Y" TO ws-config-eof
                   NOT AT END
                       IF CONFIG-RECORD NOT = SPACES
                           AND CONFIG-RECORD(1:1) NOT = "*"
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                             INTO ws-config-key ws-config-value
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-key)) = "SITE-ID"
                               MOVE FUNCTION TRIM(ws-config-value)
                                 TO ws-site-id
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       010-READ-CONFIG-EXIT.
           EXIT.

      *>   the newest unload is whatever generation 0 of PROJECTS.BAK
      *>   is tonight; without one the set simply carries no backup
       020-RESOLVE-BACKUP SECTION.
           MOVE "RSLV " TO ws-gdg-op.
           MOVE "0" TO ws-gdg-path.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.
           IF ws-gdg-status = 0
               MOVE ws-gdg-path TO ws-mem-file(7)
           ELSE
               MOVE SPACES TO ws-mem-file(7)
               DISPLAY "DRR010W dr-replicate: no cataloged "
                 "PROJECTS.BAK generation -- the set carries no "
                 "backup unload" UPON SYSERR
               END-DISPLAY
           END-IF.

      *>   no state yet is the first set: everything goes whole
       100-LOAD-STATE SECTION.
           OPEN INPUT STATE-FILE.
           IF ws-state-status NOT = "00"
               GO TO 100-LOAD-STATE-EXIT
           END-IF.
           PERFORM UNTIL ws-state-eof = "Y"
               READ STATE-FILE
                   AT END
                       MOVE "Y" TO ws-state-eof
                   NOT AT END
                       PERFORM 110-KEEP-ONE-STATE-LINE
               END-READ
           END-PERFORM.
           CLOSE STATE-FILE.
       100-LOAD-STATE-EXIT.
           EXIT.

       110-KEEP-ONE-STATE-LINE SECTION.
           IF st-rec-lines IS NOT NUMERIC
               OR st-rec-sum IS NOT NUMERIC
               GO TO 110-KEEP-ONE-STATE-LINE-EXIT
           END-IF.
           IF st-rec-name = "*SEQ"
               MOVE st-rec-lines TO ws-last-seq
               GO TO 110-KEEP-ONE-STATE-LINE-EXIT
           END-IF.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-max
               IF st-rec-name = ws-mem-key(ws-mem-idx)
                   MOVE st-rec-lines TO ws-mem-prev-lines(ws-mem-idx)
                   MOVE st-rec-sum   TO ws-mem-prev-sum(ws-mem-idx)
               END-IF
           END-PERFORM.
       110-KEEP-ONE-STATE-LINE-EXIT.
           EXIT.

      *>   what each file is now, and so what the set takes of it; a
      *>   file not there tonight is not sent and the DR copy keeps
      *>   what it last had
       200-MEASURE-MEMBERS SECTION.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-max
               MOVE ws-mem-prev-lines(ws-mem-idx)
                 TO ws-mem-cur-lines(ws-mem-idx)
               MOVE ws-mem-prev-sum(ws-mem-idx)
                 TO ws-mem-cur-sum(ws-mem-idx)
               IF ws-mem-file(ws-mem-idx) NOT = SPACES
                   PERFORM 210-MEASURE-ONE-MEMBER
               END-IF
           END-PERFORM.

       210-MEASURE-ONE-MEMBER SECTION.
           MOVE ws-mem-file(ws-mem-idx) TO ws-source-path.
           MOVE 0 TO ws-line-counter.
           MOVE "N" TO ws-source-eof.
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               GO TO 210-MEASURE-ONE-MEMBER-EXIT
           END-IF.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-line-counter
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           MOVE ws-source-path TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           MOVE ws-line-counter TO ws-mem-cur-lines(ws-mem-idx).
           MOVE ws-sum-value    TO ws-mem-cur-sum(ws-mem-idx).
           MOVE 0               TO ws-mem-skip(ws-mem-idx).
           EVALUATE TRUE
               WHEN ws-mem-cur-sum(ws-mem-idx)
                    = ws-mem-prev-sum(ws-mem-idx)
                   AND ws-mem-cur-lines(ws-mem-idx)
                    = ws-mem-prev-lines(ws-mem-idx)
                   MOVE SPACE TO ws-mem-mode(ws-mem-idx)
      *>       an appended file that only grew sends its new lines
               WHEN ws-mem-kind(ws-mem-idx) = "A"
                   AND ws-mem-prev-lines(ws-mem-idx) > 0
                   AND ws-mem-cur-lines(ws-mem-idx)
                    > ws-mem-prev-lines(ws-mem-idx)
                   MOVE "A" TO ws-mem-mode(ws-mem-idx)
                   MOVE ws-mem-prev-lines(ws-mem-idx)
                     TO ws-mem-skip(ws-mem-idx)
               WHEN OTHER
                   MOVE "F" TO ws-mem-mode(ws-mem-idx)
           END-EVALUATE.
       210-MEASURE-ONE-MEMBER-EXIT.
           EXIT.

      *>   the lines each file sends are copied out to a stage file
      *>   first, so their checksum is file-checksum's own and reads
      *>   the same at the DR site as here
       300-STAGE-MEMBERS SECTION.
           MOVE 1 TO ws-next-offset.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-max
               IF ws-mem-mode(ws-mem-idx) NOT = SPACE
                   PERFORM 310-STAGE-ONE-MEMBER
               END-IF
           END-PERFORM.

       305-SET-STAGE-PATH SECTION.
           MOVE SPACES TO ws-stage-path.
           STRING "DRREPL.STAGE." ws-mem-idx
             DELIMITED BY SIZE INTO ws-stage-path
           END-STRING.

       310-STAGE-ONE-MEMBER SECTION.
           PERFORM 305-SET-STAGE-PATH.
           MOVE ws-mem-file(ws-mem-idx) TO ws-source-path.
           MOVE 0 TO ws-line-counter.
           MOVE "N" TO ws-source-eof.
      *>   gone since it was measured: left for the next set
           OPEN INPUT SOURCE-FILE.
           IF ws-source-status NOT = "00"
               MOVE SPACE TO ws-mem-mode(ws-mem-idx)
               MOVE ws-mem-prev-lines(ws-mem-idx)
                 TO ws-mem-cur-lines(ws-mem-idx)
               MOVE ws-mem-prev-sum(ws-mem-idx)
                 TO ws-mem-cur-sum(ws-mem-idx)
               GO TO 310-STAGE-ONE-MEMBER-EXIT
           END-IF.
           OPEN OUTPUT STAGE-FILE.
           IF ws-stage-status NOT = "00"
               DISPLAY "DRR011E dr-replicate: could not write '"
                 FUNCTION TRIM(ws-stage-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           PERFORM UNTIL ws-source-eof = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       ADD 1 TO ws-line-counter
                       IF ws-line-counter > ws-mem-skip(ws-mem-idx)
                           MOVE SOURCE-RECORD TO STAGE-RECORD
                           WRITE STAGE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           CLOSE STAGE-FILE.
      *>   counted again here, not taken from the measuring pass, in
      *>   case a line went on the file in between
           COMPUTE ws-mem-ship-lines(ws-mem-idx) =
             ws-line-counter - ws-mem-skip(ws-mem-idx).
           MOVE ws-line-counter TO ws-mem-cur-lines(ws-mem-idx).
           MOVE ws-stage-path TO ws-sum-path.
           CALL "file-checksum" USING ws-sum-path ws-sum-value
             ws-sum-status
           END-CALL.
           MOVE ws-sum-value TO ws-mem-ship-sum(ws-mem-idx).
           IF ws-mem-mode(ws-mem-idx) = "F"
               MOVE ws-sum-value TO ws-mem-cur-sum(ws-mem-idx)
           ELSE
               MOVE ws-mem-file(ws-mem-idx) TO ws-sum-path
               CALL "file-checksum" USING ws-sum-path ws-sum-value
                 ws-sum-status
               END-CALL
               MOVE ws-sum-value TO ws-mem-cur-sum(ws-mem-idx)
           END-IF.
           MOVE ws-next-offset TO ws-mem-offset(ws-mem-idx).
           ADD ws-mem-ship-lines(ws-mem-idx) TO ws-next-offset.
           ADD 1 TO ws-ship-count.
           ADD ws-mem-ship-lines(ws-mem-idx) TO ws-ship-total.
           ADD ws-mem-ship-sum(ws-mem-idx) TO ws-ship-hash.
       310-STAGE-ONE-MEMBER-EXIT.
           EXIT.

      *>   header, table of contents, the staged lines in order, and
      *>   the control totals last of all -- a set cut short has none
       400-WRITE-SET SECTION.
           COMPUTE ws-set-seq = ws-last-seq + 1.
           MOVE SPACES TO ws-set-path.
           STRING "DRSET." ws-set-seq
             DELIMITED BY SIZE INTO ws-set-path
           END-STRING.
           OPEN OUTPUT SET-FILE.
           IF ws-set-status NOT = "00"
               DISPLAY "DRR012E dr-replicate: could not write '"
                 FUNCTION TRIM(ws-set-path) "'" UPON SYSERR
               END-DISPLAY
               PERFORM 450-REMOVE-STAGE-FILES
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           MOVE ws-set-seq TO drs-hdr-seq.
           MOVE ws-site-id TO drs-hdr-site.
           ACCEPT drs-hdr-date FROM DATE YYYYMMDD.
           ACCEPT drs-hdr-time FROM TIME.
           MOVE DR-SET-HEADER TO SET-RECORD.
           WRITE SET-RECORD.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-max
               IF ws-mem-mode(ws-mem-idx) NOT = SPACE
                   MOVE ws-mem-file(ws-mem-idx)   TO drs-mem-name
                   MOVE ws-mem-mode(ws-mem-idx)   TO drs-mem-mode
                   MOVE ws-mem-offset(ws-mem-idx) TO drs-mem-offset
                   MOVE ws-mem-ship-lines(ws-mem-idx)
                     TO drs-mem-lines
                   MOVE ws-mem-ship-sum(ws-mem-idx) TO drs-mem-sum
                   MOVE DR-SET-MEMBER TO SET-RECORD
                   WRITE SET-RECORD
               END-IF
           END-PERFORM.
           MOVE "*END-TOC" TO SET-RECORD.
           WRITE SET-RECORD.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-max
               IF ws-mem-mode(ws-mem-idx) NOT = SPACE
                   PERFORM 410-COPY-ONE-STAGE-IN
               END-IF
           END-PERFORM.
           MOVE ws-ship-count TO drs-ctl-members.
           MOVE ws-ship-total TO drs-ctl-lines.
           MOVE ws-ship-hash  TO drs-ctl-hash.
           MOVE DR-SET-CONTROL TO SET-RECORD.
           WRITE SET-RECORD.
           CLOSE SET-FILE.
           PERFORM 450-REMOVE-STAGE-FILES.

       410-COPY-ONE-STAGE-IN SECTION.
           PERFORM 305-SET-STAGE-PATH.
           MOVE "N" TO ws-source-eof.
           OPEN INPUT STAGE-FILE.
           IF ws-stage-status NOT = "00"
               GO TO 410-COPY-ONE-STAGE-IN-EXIT
           END-IF.
           PERFORM UNTIL ws-source-eof = "Y"
               READ STAGE-FILE
                   AT END
                       MOVE "Y" TO ws-source-eof
                   NOT AT END
                       MOVE STAGE-RECORD TO SET-RECORD
                       WRITE SET-RECORD
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
       410-COPY-ONE-STAGE-IN-EXIT.
           EXIT.

       450-REMOVE-STAGE-FILES SECTION.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-max
               IF ws-mem-mode(ws-mem-idx) NOT = SPACE
                   PERFORM 305-SET-STAGE-PATH
                   CALL "CBL_DELETE_FILE"
                     USING FUNCTION TRIM(ws-stage-path)
                     RETURNING ws-delete-rc
                   END-CALL
               END-IF
           END-PERFORM.

      *>   the state moves on only once the set is safely written
      *>   -- a failed night sends the same changes again the next.
      *>   A set whose state cannot be kept is taken back, so no
      *>   two sets ever go out under one number
       500-RECORD-SET SECTION.
           OPEN OUTPUT STATE-FILE.
           IF ws-state-status NOT = "00"
               DISPLAY "DRR013E dr-replicate: could not write '"
                 FUNCTION TRIM(ws-state-path) "' -- "
                 FUNCTION TRIM(ws-set-path) " withdrawn" UPON SYSERR
               END-DISPLAY
               CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(ws-set-path)
                 RETURNING ws-delete-rc
               END-CALL
               MOVE 1 TO RETURN-CODE
               GO TO 500-RECORD-SET-EXIT
           END-IF.
           MOVE SPACES TO STATE-RECORD.
           MOVE "*SEQ" TO st-rec-name.
           MOVE ws-set-seq TO st-rec-lines.
           MOVE 0 TO st-rec-sum.
           WRITE STATE-RECORD.
           PERFORM VARYING ws-mem-idx FROM 1 BY 1
               UNTIL ws-mem-idx > ws-mem-max
               MOVE SPACES TO STATE-RECORD
               MOVE ws-mem-key(ws-mem-idx)       TO st-rec-name
               MOVE ws-mem-cur-lines(ws-mem-idx) TO st-rec-lines
               MOVE ws-mem-cur-sum(ws-mem-idx)   TO st-rec-sum
               WRITE STATE-RECORD
           END-PERFORM.
           CLOSE STATE-FILE.
           OPEN EXTEND SETLOG-FILE.
           IF ws-setlog-status NOT = "00"
               OPEN OUTPUT SETLOG-FILE
               CLOSE SETLOG-FILE
               OPEN EXTEND SETLOG-FILE
           END-IF.
           IF ws-setlog-status = "00"
               MOVE SPACES TO DR-SETLOG-RECORD
               MOVE ws-set-seq    TO drl-rec-seq
               MOVE drs-hdr-date  TO drl-rec-date
               MOVE drs-hdr-time  TO drl-rec-time
               MOVE ws-ship-count TO drl-rec-members
               MOVE ws-ship-total TO drl-rec-lines
               MOVE ws-ship-hash  TO drl-rec-hash
               WRITE DR-SETLOG-RECORD
               CLOSE SETLOG-FILE
           END-IF.
           DISPLAY "dr-replicate: " FUNCTION TRIM(ws-set-path)
             " cut, " ws-ship-count " file(s), " ws-ship-total
             " line(s), hash total " ws-ship-hash
           END-DISPLAY.
       500-RECORD-SET-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
       000-SET-PROJECTS-ROOT SECTION.
           CALL "projects-root" USING ws-projects-root
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "DRR001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.

       900-TERMINATE SECTION.
      *>   a CALLed subprogram comes back with its own RETURN-CODE,
      *>   wiping this run's exit status -- so the status is saved
      *>   before the logging calls and put back for the STOP RUN
           MOVE RETURN-CODE TO ws-job-rc.
           IF ws-job-rc NOT = 0
               MOVE "DRR002E DR transfer set not cut, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
               MOVE 1 TO ws-job-rc
           END-IF.
           MOVE "END" TO ws-job-op.
           CALL "job-log" USING ws-job-op ws-log-program-name
             ws-job-stamp ws-job-rc
           END-CALL.
           MOVE ws-job-rc TO RETURN-CODE.
           STOP RUN.

       END PROGRAM "dr-replicate".
