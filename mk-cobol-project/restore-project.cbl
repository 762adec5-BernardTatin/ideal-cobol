      *> same auditable way it was performed, instead of someone
      *> hand-copying files and leaving the master record RETIRED
      *> forever. Refuses cleanly, before touching anything, if any
      *> required archived file is missing, or if the project back
      *> in service would take its owner's department past its
      *> DEPTQUOTA quota.
      *>
      *>   restore-project <project-name>
      *> -------------------------------------------
               05 ws-proj-verified      PIC X(8).
           01 ws-projects-io-status PIC 99.

      *>   quota-check's USING items: the restored project goes
      *>   back to ACTIVE in its owner's name and counts against
      *>   the owner's department quota again
           01 ws-quota-dept     PIC X(20).
           01 ws-quota-in-use   PIC 9(5).
           01 ws-quota-limit    PIC 9(5).
           01 ws-quota-status   PIC 99.

      *>   the five files every generation writes, walked twice: once
      *>   checking they are all in the archive, once moving them back
           01 ws-op-status      PIC X VALUE "Y".
           perform 000-SET-PROJECTS-ROOT.
           perform 001-INIT.
           perform 100-CONFIRM-RETIRED.
           IF ws-op-status = "Y"
               perform 150-CHECK-DEPT-QUOTA
           END-IF.
           IF ws-op-status = "Y"
               perform 200-CHECK-ARCHIVE-COMPLETE
           END-IF.
           CALL "opers-check" USING ws-opers-class ws-opers-status
           END-CALL.
           IF ws-opers-status = 10
               DISPLAY "RSP010E "
                 "operation not permitted for this operator"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           ACCEPT ws-full-cmdline FROM COMMAND-LINE
           END-ACCEPT.
           IF ws-full-cmdline = SPACES
               DISPLAY "RSP017E restore-project needs a project name"
                 UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "RSP011E restore-project: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' not found"
                 UPON SYSERR
               END-DISPLAY
           END-IF.
           IF ws-op-status = "Y"
               AND FUNCTION TRIM(ws-proj-status) NOT = "RETIRED"
               DISPLAY "RSP012E restore-project: project '"
                 FUNCTION TRIM(ws-proj-name-arg) "' is "
                 FUNCTION TRIM(ws-proj-status)
                 ", not RETIRED -- nothing to restore"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   refused before a single file moves, so a department at
      *>   its DEPTQUOTA quota gets its retired project back only
      *>   after retiring another or having the quota raised
       150-CHECK-DEPT-QUOTA SECTION.
           CALL "quota-check" USING ws-proj-name ws-proj-owner
             ws-quota-dept ws-quota-in-use ws-quota-limit
             ws-quota-status
           END-CALL.
           IF ws-quota-status = 10
               DISPLAY "RSP018E restore-project: '"
                 FUNCTION TRIM(ws-proj-name-arg) "' not restored -- "
                 FUNCTION TRIM(ws-quota-dept) " already holds "
                 ws-quota-in-use " of its " ws-quota-limit
                 " live projects" UPON SYSERR
               END-DISPLAY
               MOVE "N" TO ws-op-status
               MOVE 1 TO RETURN-CODE
           END-IF.

      *>   every required archived file must be present before a
      *>   single one is moved -- a half-restored project is exactly
      *>   the kind of mess this tool exists to prevent. A packed
                 RETURNING ws-rc
               END-CALL
               IF ws-rc NOT = 0
                   DISPLAY "RSP013E "
                     "restore-project: archived file missing: "
                     FUNCTION TRIM(ws-src-path)
                     " -- nothing restored" UPON SYSERR
                   END-DISPLAY
               PERFORM 210-SET-FILE-NAME
               PERFORM 310-RENAME-OUT-OF-ARCHIVE
               IF ws-rc NOT = 0
                   DISPLAY "RSP014E restore-project: could not move "
                     FUNCTION TRIM(ws-move-name)
                     " back -- project left RETIRED" UPON SYSERR
                   END-DISPLAY
             ws-unpack-dest ws-unpack-status
           END-CALL.
           IF ws-unpack-status NOT = 0
               DISPLAY "RSP015E restore-project: could not unpack "
                 FUNCTION TRIM(ws-container-path)
                 " (status " ws-unpack-status
                 ") -- project left RETIRED" UPON SYSERR
               ws-projects-record ws-projects-io-status
           END-CALL.
           IF ws-projects-io-status NOT = 0
               DISPLAY "RSP016E restore-project: could not mark '"
                 FUNCTION TRIM(ws-proj-name-arg) "' ACTIVE (status "
                 ws-projects-io-status ")" UPON SYSERR
               END-DISPLAY
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "RSP001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "RSP002E restore failed, see SYSERR"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
