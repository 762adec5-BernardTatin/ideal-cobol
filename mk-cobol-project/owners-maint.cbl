      *>   owners-maint REACT <id>     mark an owner active again
      *>   owners-maint REMOVE <id>    drop the entry outright
      *>   owners-maint LIST
      *>   owners-maint QUOTA <dept> <limit>   most live (ACTIVE plus
      *>                               ON-HOLD) projects the
      *>                               department may hold
      *>   owners-maint QUOTA <dept> NONE      lift the quota
      *>
      *> a departed owner is DEACTed, not REMOVEd -- their old
      *> projects still name them, and the id should stay on file
      *> for the audit trail even though nothing new may use it.
      *> Every change appends one line to OWNERS.AUDIT. The quotas
      *> live beside the master in DEPTQUOTA, one line per
      *> department, read back by quota-check.cbl.
      *> -------------------------------------------

       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC ws-audit-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT QUOTA-FILE
               ASSIGN TO DYNAMIC ws-quota-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-quota-status.

       DATA DIVISION.
         FILE SECTION.
             05 own-rec-active    PIC X.
         FD  AUDIT-FILE.
         01 AUDIT-RECORD PIC X(80).
         FD  QUOTA-FILE.
         01 QUOTA-RECORD.
             05 quo-rec-dept      PIC X(20).
             05 FILLER            PIC X.
             05 quo-rec-limit     PIC X(5).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           01 ws-owners-eof     PIC X VALUE "N".
           01 ws-audit-path     PIC X(300) VALUE "OWNERS.AUDIT".
           01 ws-audit-status   PIC XX.
           01 ws-quota-path     PIC X(300) VALUE "DEPTQUOTA".
           01 ws-quota-status   PIC XX.
           01 ws-quota-eof      PIC X VALUE "N".

      *>   the quotas, held whole while one department's is set
           78 ws-quo-max VALUE 100.
           01 ws-quo-count      PIC 9(4) VALUE 0.
           01 ws-quo-idx        PIC 9(4).
           01 ws-quo-keep       PIC 9(4).
           01 ws-quo-found      PIC 9(4).
           01 ws-quo-table.
               05 ws-quo-entry OCCURS 100 TIMES.
                   10 ws-quo-dept    PIC X(20).
                   10 ws-quo-limit   PIC X(5).
           01 ws-new-limit      PIC 9(5).

      *>   the whole master held in storage while an operation works
      *>   on it, the same shape depends-maint gives its registry
                   PERFORM 400-REMOVE-OWNER
               WHEN "LIST"
                   PERFORM 500-LIST-OWNERS
               WHEN "QUOTA"
                   PERFORM 700-SET-QUOTA
               WHEN OTHER
                   DISPLAY "OWM010E "
                     "usage: owners-maint ADD <id> <dept> "
                     "<contact> <full name> | DEACT <id> | "
                     "REACT <id> | REMOVE <id> | LIST | "
                     "QUOTA <dept> <limit>|NONE" UPON SYSERR
                   END-DISPLAY
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       200-ADD-OWNER SECTION.
           IF ws-arg-id = SPACES OR ws-arg-dept = SPACES
               DISPLAY "OWM011E "
                 "owners-maint: ADD needs at least an id and "
                 "a department" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 210-FIND-OWNER.
           IF ws-found-idx > 0
               DISPLAY "OWM012E "
                 "owners-maint: '" FUNCTION TRIM(ws-arg-id)
                 "' is already on file" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-OWNER-EXIT
           END-IF.
           IF ws-own-count >= ws-own-max
               DISPLAY "OWM013E "
                 "owners-maint: master is full" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 200-ADD-OWNER-EXIT
       300-FLIP-ACTIVE SECTION.
           PERFORM 210-FIND-OWNER.
           IF ws-found-idx = 0
               DISPLAY "OWM014E "
                 "owners-maint: '" FUNCTION TRIM(ws-arg-id)
                 "' is not on file" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       400-REMOVE-OWNER SECTION.
           PERFORM 210-FIND-OWNER.
           IF ws-found-idx = 0
               DISPLAY "OWM015E "
                 "owners-maint: '" FUNCTION TRIM(ws-arg-id)
                 "' is not on file" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
       600-REWRITE-MASTER SECTION.
           OPEN OUTPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               DISPLAY "OWM016E owners-maint: could not rewrite '"
                 FUNCTION TRIM(ws-owners-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *>   the department is the word after QUOTA and the limit the
      *>   one after that, parsed into the id and department slots
      *>   ADD uses; NONE drops the department's line altogether
       700-SET-QUOTA SECTION.
           IF ws-arg-id = SPACES OR ws-arg-dept = SPACES
               DISPLAY "OWM017E "
                 "owners-maint: QUOTA needs a department and a "
                 "limit (or NONE)" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 700-SET-QUOTA-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-arg-dept) TO ws-arg-dept.
           IF ws-arg-dept NOT = "NONE"
               AND (FUNCTION TRIM(ws-arg-dept) IS NOT NUMERIC
                    OR ws-arg-dept(6:) NOT = SPACES)
               DISPLAY "OWM018E owners-maint: quota limit '"
                 FUNCTION TRIM(ws-arg-dept)
                 "' is not a number of projects" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 700-SET-QUOTA-EXIT
           END-IF.
           PERFORM 710-LOAD-QUOTAS.
           MOVE 0 TO ws-quo-found.
           PERFORM VARYING ws-quo-idx FROM 1 BY 1
               UNTIL ws-quo-idx > ws-quo-count
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                    ws-quo-dept(ws-quo-idx)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(ws-arg-id))
                   MOVE ws-quo-idx TO ws-quo-found
               END-IF
           END-PERFORM.
           IF ws-arg-dept = "NONE"
               IF ws-quo-found > 0
                   MOVE 0 TO ws-quo-keep
                   PERFORM VARYING ws-quo-idx FROM 1 BY 1
                       UNTIL ws-quo-idx > ws-quo-count
                       IF ws-quo-idx NOT = ws-quo-found
                           ADD 1 TO ws-quo-keep
                           MOVE ws-quo-entry(ws-quo-idx)
                             TO ws-quo-entry(ws-quo-keep)
                       END-IF
                   END-PERFORM
                   MOVE ws-quo-keep TO ws-quo-count
               END-IF
           ELSE
               IF ws-quo-found = 0
                   IF ws-quo-count >= ws-quo-max
                       DISPLAY "OWM019E "
                         "owners-maint: quota table is full"
                         UPON SYSERR
                       END-DISPLAY
                       MOVE 1 TO RETURN-CODE
                       GO TO 700-SET-QUOTA-EXIT
                   END-IF
                   ADD 1 TO ws-quo-count
                   MOVE ws-quo-count TO ws-quo-found
                   MOVE ws-arg-id TO ws-quo-dept(ws-quo-found)
               END-IF
               COMPUTE ws-new-limit =
                 FUNCTION NUMVAL(ws-arg-dept)
               MOVE ws-new-limit TO ws-quo-limit(ws-quo-found)
           END-IF.
           PERFORM 720-REWRITE-QUOTAS.
           IF ws-arg-dept = "NONE"
               DISPLAY "owners-maint: quota lifted for "
                 FUNCTION TRIM(ws-arg-id)
               END-DISPLAY
           ELSE
               DISPLAY "owners-maint: " FUNCTION TRIM(ws-arg-id)
                 " may hold " ws-new-limit " live project(s)"
               END-DISPLAY
           END-IF.
      *>   the audit line names the department and what it was set
      *>   to, in the id column every other change uses
           MOVE SPACES TO ws-arg-contact.
           STRING FUNCTION TRIM(ws-arg-id) "=" FUNCTION TRIM(
             ws-arg-dept) DELIMITED BY SIZE INTO ws-arg-contact
           END-STRING.
           MOVE ws-arg-contact TO ws-arg-id.
           PERFORM 610-WRITE-AUDIT.
       700-SET-QUOTA-EXIT.
           EXIT.

      *>   an absent file is a shop with no quotas yet
       710-LOAD-QUOTAS SECTION.
           MOVE 0 TO ws-quo-count.
           OPEN INPUT QUOTA-FILE.
           IF ws-quota-status NOT = "00"
               GO TO 710-LOAD-QUOTAS-EXIT
           END-IF.
           PERFORM UNTIL ws-quota-eof = "Y"
               READ QUOTA-FILE
                   AT END
                       MOVE "Y" TO ws-quota-eof
                   NOT AT END
                       IF QUOTA-RECORD NOT = SPACES
                           AND ws-quo-count < ws-quo-max
                           ADD 1 TO ws-quo-count
                           MOVE quo-rec-dept
                             TO ws-quo-dept(ws-quo-count)
                           MOVE quo-rec-limit
                             TO ws-quo-limit(ws-quo-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTA-FILE.
       710-LOAD-QUOTAS-EXIT.
           EXIT.

       720-REWRITE-QUOTAS SECTION.
           OPEN OUTPUT QUOTA-FILE.
           IF ws-quota-status NOT = "00"
               DISPLAY "OWM020E owners-maint: could not rewrite '"
                 FUNCTION TRIM(ws-quota-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               GO TO 720-REWRITE-QUOTAS-EXIT
           END-IF.
           PERFORM VARYING ws-quo-idx FROM 1 BY 1
               UNTIL ws-quo-idx > ws-quo-count
               MOVE SPACES TO QUOTA-RECORD
               MOVE ws-quo-dept(ws-quo-idx)  TO quo-rec-dept
               MOVE ws-quo-limit(ws-quo-idx) TO quo-rec-limit
               WRITE QUOTA-RECORD
           END-PERFORM.
           CLOSE QUOTA-FILE.
       720-REWRITE-QUOTAS-EXIT.
           EXIT.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
      *>   the configured root exists to prevent
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "OWM001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "OWM002E owners maintenance ended in error"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
