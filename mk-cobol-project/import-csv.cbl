      *> >>SOURCE FORMAT IS FIXED
      *> the way into PROJECTS that report-csv.cbl is the way out of:
      *> reads a CSV in the same name,owner,date,template,status shape
      *> the export writes, validates each row (name rules, active
      *> owner, the owner's department naming standard, known
      *> template, plausible date, known status, room in the owner's
      *> department quota for a live row), ADDs the good rows
      *> through projects-io, and writes the bad ones to a rejects
      *> file with the reason -- so the legacy inventory that predates
      *> this toolkit can finally be loaded and the duplicate check
      *>   owner-check's answer on whether the row's owner is
      *>   active in the OWNERS master
           01 ws-owner-check-status PIC 99.
           01 ws-owner-dept       PIC X(20).
      *>   name-rule-check's USING items: the row's name against
      *>   the NAMERULES prefixes of the owner's department
           01 ws-rule-prefixes    PIC X(60).
           01 ws-rule-status      PIC 99.
      *>   quota-check's USING items: a live row counts against its
      *>   owner's department quota, rows loaded earlier in the same
      *>   run included
           01 ws-quota-dept       PIC X(20).
           01 ws-quota-in-use     PIC 9(5).
           01 ws-quota-limit      PIC 9(5).
           01 ws-quota-status     PIC 99.
           01 ws-csv-date         PIC X(8).
           01 ws-csv-template     PIC X(12).
           01 ws-csv-status       PIC X(10).
           ACCEPT ws-csv-path FROM COMMAND-LINE
           END-ACCEPT.
           IF ws-csv-path = SPACES
               DISPLAY "ICV010E "
                 "import-csv needs a CSV file name" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
               perform 900-TERMINATE
           END-IF.
           OPEN INPUT CSV-FILE.
           IF ws-csv-file-status NOT = "00"
               DISPLAY "ICV011E import-csv: could not open '"
                 FUNCTION TRIM(ws-csv-path) "'" UPON SYSERR
               END-DISPLAY
               MOVE 1 TO RETURN-CODE
      *>   carry active rejects the row; a shop without the master
      *>   (status 20) imports as it always has
           CALL "owner-check" USING ws-csv-owner
             ws-owner-check-status ws-owner-dept
           END-CALL.
           IF ws-owner-check-status = 10
               OR ws-owner-check-status = 15
               MOVE "UNKNOWN-OWNER" TO ws-row-reason
               GO TO 120-VALIDATE-ROW-EXIT
           END-IF.
      *>   naming standard: the name must carry a prefix the
      *>   owner's department allows under NAMERULES
           CALL "name-rule-check" USING ws-csv-name ws-csv-owner
             ws-owner-dept ws-rule-prefixes ws-rule-status
           END-CALL.
           IF ws-rule-status = 10
               MOVE "NAMING-STANDARD" TO ws-row-reason
               GO TO 120-VALIDATE-ROW-EXIT
           END-IF.
      *>   template: one of the three built-ins or in the library
           IF ws-csv-template NOT = "BATCH"
               AND ws-csv-template NOT = "ONLINE"
               AND ws-csv-status NOT = "ON-HOLD"
               AND ws-csv-status NOT = "FROZEN"
               MOVE "UNKNOWN-STATUS" TO ws-row-reason
               GO TO 120-VALIDATE-ROW-EXIT
           END-IF.
      *>   quota: an ACTIVE or ON-HOLD row that would take the
      *>   owner's department past its DEPTQUOTA quota
           IF ws-csv-status = "ACTIVE" OR ws-csv-status = "ON-HOLD"
               CALL "quota-check" USING ws-csv-name ws-csv-owner
                 ws-quota-dept ws-quota-in-use ws-quota-limit
                 ws-quota-status
               END-CALL
               IF ws-quota-status = 10
                   MOVE "DEPT-QUOTA" TO ws-row-reason
               END-IF
           END-IF.
       120-VALIDATE-ROW-EXIT.
           EXIT.
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ICV001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO ws-log-error-msg
               STRING "ICV002E CSV import ended with rejects, see "
                 "rejects file" DELIMITED BY SIZE INTO ws-log-error-msg
               END-STRING
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
               END-CALL
