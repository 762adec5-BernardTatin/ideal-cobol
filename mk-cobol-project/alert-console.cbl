      *> raised: lists the open alerts in alerts/, lets the operator
      *> acknowledge one with their initials and a disposition note
      *> (the file moves to alerts/closed/ and the acknowledgment is
      *> journaled in ALERTS.ACKLOG), and escalates any alert still
      *> unacknowledged: after ALERT-ESCALATE-HOURS (MAKER.CFG, 8
      *> when unset) notify-oncall pages the ROSTER's secondary,
      *> after ALERT-MANAGER-HOURS (twice that when unset) the duty
      *> manager -- so a red night cannot quietly fall between two
      *> shifts. Each alert shows its escalation stage (N none, S
      *> secondary, M duty manager) and the last NOTIFIED: line on
      *> the alert file, who was told. The first escalation opens an
      *> incident in INCIDENTS through incident-io, and the
      *> acknowledgment stamps it, so incident-maint and
      *> incident-report can follow it to its fix. Same SCREEN SECTION
      *> machinery as projects-dashboard. Commands:
      *>
      *>   R                     refresh (escalation runs here too)
      *>   A n ii note...        acknowledge alert n, initials ii
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.
           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC ws-alert-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alert-status.

       DATA DIVISION.
         FILE SECTION.
         01 ACKLOG-RECORD PIC X(200).
         FD  CONFIG-FILE.
         01 CONFIG-RECORD PIC X(80).
         FD  ALERT-FILE.
         01 ALERT-RECORD PIC X(132).

         WORKING-STORAGE SECTION.
      *>   moved into before the CALL so log-error's LINKAGE items
           01 ws-list-status    PIC XX.
           01 ws-list-eof       PIC X.
           01 ws-acklog-path    PIC X(300) VALUE "ALERTS.ACKLOG".
      *>   journal-seal's USING items: each journal line goes on
      *>   with the chain seal journal-verify checks
           01 ws-seal-op        PIC X(6) VALUE "APPEND".
           01 ws-seal-line      PIC X(600).
           01 ws-seal-line-len  PIC 9(4) VALUE 167.
           01 ws-seal-seq       PIC 9(9).
           01 ws-seal-hash      PIC 9(9).
           01 ws-seal-status    PIC 99.
           01 ws-acklog-status  PIC XX.
           01 ws-acklog-eof     PIC X.
           01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
           01 ws-config-key     PIC X(20).
           01 ws-config-value   PIC X(60).
           01 ws-escalate-hours PIC 9(3) VALUE 8.
           01 ws-manager-hours  PIC 9(3) VALUE 0.
           01 ws-alert-path     PIC X(300).
           01 ws-alert-status   PIC XX.
           01 ws-alert-eof      PIC X.
           01 ws-told-idx       PIC 9(2).

           01 ws-ls-command     PIC X(200).
           01 ws-mv-src         PIC X(300).
               05 ws-alert-entry OCCURS 50 TIMES.
                   10 ws-alert-name    PIC X(80).
                   10 ws-alert-stamp   PIC 9(14).
      *>           N not escalated, S to the secondary, M to the
      *>           duty manager
                   10 ws-alert-escd    PIC X.
                   10 ws-alert-told    PIC X(60).

      *>   names already escalated, read back off the acklog so one
      *>   overdue alert is paged once per stage, not on every
      *>   refresh -- ESC lines are the secondary, ESM lines the
      *>   duty manager
           78 ws-esc-max VALUE 100.
           01 ws-esc-count      PIC 9(3) VALUE 0.
           01 ws-esc-idx        PIC 9(3).
           01 ws-esc-table.
               05 ws-esc-entry OCCURS 100 TIMES.
                   10 ws-esc-name   PIC X(80).
                   10 ws-esc-stage  PIC X.

      *>   age arithmetic: now minus the alert's stamp, in hours
           01 ws-now-date       PIC X(8).
           01 ws-age-seconds    PIC S9(9).
           01 ws-age-hours      PIC 9(5).

      *>   notify-oncall's USING items for an escalation
           01 ws-page-path      PIC X(300).
           01 ws-page-tier      PIC X.
           01 ws-page-owner     PIC X(30).
           01 ws-page-status    PIC 99.

      *>   incident-io's USING items: the first escalation opens an
      *>   incident in INCIDENTS, the acknowledgment stamps it
           01 ws-inc-action     PIC X(8).
           01 ws-inc-status     PIC 99.
           COPY "incident-rec.cpy".

      *>   one acklog line, fixed columns built as a finished group
      *>   before the WRITE, the same discipline log-error applies
       01 SC-ALERT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "Open alerts".
           05 LINE 2 COLUMN 1 VALUE
             " n E alert                                  notified".
           05 LINE 3  COLUMN 1 PIC X(76) FROM ws-scr-line(1).
           05 LINE 4  COLUMN 1 PIC X(76) FROM ws-scr-line(2).
           05 LINE 5  COLUMN 1 PIC X(76) FROM ws-scr-line(3).
                               COMPUTE ws-escalate-hours =
                                 FUNCTION NUMVAL(ws-config-value)
                           END-IF
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-key))
                                = "ALERT-MANAGER-HOURS"
                               COMPUTE ws-manager-hours =
                                 FUNCTION NUMVAL(ws-config-value)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
       001-READ-CONFIG-EXIT.
           IF ws-manager-hours = 0
               COMPUTE ws-manager-hours = ws-escalate-hours * 2
           END-IF.

       100-REFRESH-VIEW SECTION.
           PERFORM 110-LOAD-OPEN-ALERTS.
                           MOVE "N"
                             TO ws-alert-escd(ws-alert-count)
                           PERFORM 115-STAMP-FROM-NAME
                           MOVE SPACES TO ws-alert-path
                           STRING "alerts/" FUNCTION TRIM(LIST-RECORD)
                             DELIMITED BY SIZE INTO ws-alert-path
                           END-STRING
                           MOVE ws-alert-count TO ws-told-idx
                           PERFORM 116-LAST-NOTIFIED
                       END-IF
               END-READ
           END-PERFORM.
                 + FUNCTION NUMVAL(LIST-RECORD(16:6))
           END-IF.

      *>   the last NOTIFIED: line notify-oncall wrote on the file
      *>   -- who was told most recently, whatever the stage
       116-LAST-NOTIFIED SECTION.
           MOVE SPACES TO ws-alert-told(ws-told-idx).
           MOVE "N" TO ws-alert-eof.
           OPEN INPUT ALERT-FILE.
           IF ws-alert-status NOT = "00"
               GO TO 116-LAST-NOTIFIED-EXIT
           END-IF.
           PERFORM UNTIL ws-alert-eof = "Y"
               READ ALERT-FILE
                   AT END
                       MOVE "Y" TO ws-alert-eof
                   NOT AT END
                       IF ALERT-RECORD(1:10) = "NOTIFIED: "
                           MOVE ALERT-RECORD(11:60)
                             TO ws-alert-told(ws-told-idx)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.
       116-LAST-NOTIFIED-EXIT.
           EXIT.

       120-LOAD-ESCALATIONS SECTION.
           MOVE 0 TO ws-esc-count.
           MOVE "N" TO ws-acklog-eof.
                   AT END
                       MOVE "Y" TO ws-acklog-eof
                   NOT AT END
                       IF (ACKLOG-RECORD(19:3) = "ESC"
                           OR ACKLOG-RECORD(19:3) = "ESM")
                           AND ws-esc-count < ws-esc-max
                           ADD 1 TO ws-esc-count
                           MOVE ACKLOG-RECORD(27:80)
                             TO ws-esc-name(ws-esc-count)
                           IF ACKLOG-RECORD(19:3) = "ESM"
                               MOVE "M" TO ws-esc-stage(ws-esc-count)
                           ELSE
                               MOVE "S" TO ws-esc-stage(ws-esc-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       120-LOAD-ESCALATIONS-EXIT.
           EXIT.

      *>   an open alert past the escalation age goes to the
      *>   roster's secondary, and past the manager age to the duty
      *>   manager -- one page per stage, each landing in a named
      *>   inbox instead of aging quietly
       130-ESCALATE-OVERDUE SECTION.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           IF ws-alert-stamp(ws-alert-idx) = 0
               GO TO 135-ESCALATE-ONE-IF-DUE-EXIT
           END-IF.
      *>   the furthest stage the acklog records for the alert
           PERFORM VARYING ws-esc-idx FROM 1 BY 1
               UNTIL ws-esc-idx > ws-esc-count
               IF ws-esc-name(ws-esc-idx)
                    = ws-alert-name(ws-alert-idx)
                   AND ws-alert-escd(ws-alert-idx) NOT = "M"
                   MOVE ws-esc-stage(ws-esc-idx)
                     TO ws-alert-escd(ws-alert-idx)
               END-IF
           END-PERFORM.
           IF ws-alert-escd(ws-alert-idx) = "M"
               GO TO 135-ESCALATE-ONE-IF-DUE-EXIT
           END-IF.
           COMPUTE ws-alert-julian = FUNCTION INTEGER-OF-DATE
               MOVE 0 TO ws-age-seconds
           END-IF.
           COMPUTE ws-age-hours = ws-age-seconds / 3600.
           IF ws-alert-escd(ws-alert-idx) = "N"
               AND ws-age-hours >= ws-escalate-hours
               MOVE "2" TO ws-page-tier
               MOVE "ESC" TO ws-ack-op
               PERFORM 136-PAGE-ESCALATION
               MOVE "S" TO ws-alert-escd(ws-alert-idx)
           END-IF.
           IF ws-alert-escd(ws-alert-idx) = "S"
               AND ws-age-hours >= ws-manager-hours
               MOVE "3" TO ws-page-tier
               MOVE "ESM" TO ws-ack-op
               PERFORM 136-PAGE-ESCALATION
               MOVE "M" TO ws-alert-escd(ws-alert-idx)
           END-IF.
       135-ESCALATE-ONE-IF-DUE-EXIT.
           EXIT.

      *>   the page itself, then the acklog line that stops the
      *>   next refresh paging the same stage again
       136-PAGE-ESCALATION SECTION.
           MOVE SPACES TO ws-page-path.
           STRING "alerts/" FUNCTION TRIM(ws-alert-name(ws-alert-idx))
             DELIMITED BY SIZE INTO ws-page-path
           END-STRING.
           CALL "notify-oncall" USING ws-page-path ws-page-tier
             ws-page-owner ws-page-status
           END-CALL.
           MOVE "***" TO ws-ack-initials.
           MOVE ws-alert-name(ws-alert-idx) TO ws-ack-file.
           MOVE SPACES TO ws-ack-note.
           IF ws-page-status = 0
               STRING "open " ws-age-hours " hour(s), paged "
                 FUNCTION TRIM(ws-page-owner)
                 DELIMITED BY SIZE INTO ws-ack-note
               END-STRING
           ELSE
               STRING "open " ws-age-hours
                 " hour(s), no one on the roster to page"
                 DELIMITED BY SIZE INTO ws-ack-note
               END-STRING
           END-IF.
           PERFORM 400-WRITE-ACKLOG-LINE.
      *>   the page just added a NOTIFIED: line; the screen shows it
      *>   without waiting for the next refresh
           MOVE ws-page-path TO ws-alert-path.
           MOVE ws-alert-idx TO ws-told-idx.
           PERFORM 116-LAST-NOTIFIED.
           PERFORM 137-OPEN-INCIDENT.

      *>   an alert nobody acknowledged in time is an incident, its
      *>   clock started when the alert fired; the manager page
      *>   joins the incident the secondary's page opened
       137-OPEN-INCIDENT SECTION.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE "ALERT" TO inc-rec-source.
           UNSTRING ws-alert-name(ws-alert-idx)(23:)
             DELIMITED BY ".txt" INTO inc-rec-program
           END-UNSTRING.
           MOVE ws-alert-stamp(ws-alert-idx) TO inc-rec-opened.
           MOVE ws-alert-name(ws-alert-idx) TO inc-rec-ref.
           STRING "alert unacknowledged " ws-age-hours
             " hour(s), paged on-call tier " ws-page-tier
             DELIMITED BY SIZE INTO inc-rec-summary
           END-STRING.
           MOVE "OPEN" TO ws-inc-action.
           CALL "incident-io" USING ws-inc-action INCIDENT-RECORD
             ws-inc-status
           END-CALL.

       140-BUILD-SCREEN-LINES SECTION.
           MOVE SPACES TO ws-scr-line-table.
           PERFORM VARYING ws-scr-idx FROM 1 BY 1
               OR ws-scr-idx > ws-alert-count
               STRING ws-scr-idx " "
                 ws-alert-escd(ws-scr-idx) " "
                 ws-alert-name(ws-scr-idx)(1:38) " "
                 ws-alert-told(ws-scr-idx)(1:32)
                 DELIMITED BY SIZE
                 INTO ws-scr-line(ws-scr-idx)
               END-STRING
           MOVE ws-alert-name(ws-cmd-alert) TO ws-ack-file.
           MOVE ws-cmd-note TO ws-ack-note.
           PERFORM 400-WRITE-ACKLOG-LINE.
      *>   an escalated alert's incident stays open for
      *>   incident-maint to resolve; only its acknowledgment is
      *>   stamped here
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE ws-alert-name(ws-cmd-alert) TO inc-rec-ref.
           MOVE "ACK" TO ws-inc-action.
           CALL "incident-io" USING ws-inc-action INCIDENT-RECORD
             ws-inc-status
           END-CALL.
           MOVE "acknowledged and closed" TO ws-message.
       300-ACKNOWLEDGE-ALERT-EXIT.
           EXIT.

      *>   journal-seal creates the journal with the first
      *>   acknowledgment ever made
       400-WRITE-ACKLOG-LINE SECTION.
           ACCEPT ws-ack-date FROM DATE YYYYMMDD.
           ACCEPT ws-ack-time FROM TIME.
           MOVE ws-acklog-line TO ws-seal-line.
           CALL "journal-seal" USING ws-seal-op ws-acklog-path
             ws-seal-line ws-seal-line-len ws-seal-seq ws-seal-hash
             ws-seal-status
           END-CALL.

      *>   fail closed when a configured root cannot be entered --
      *>   carrying on in the wrong directory is exactly the mishap
             ws-root-status
           END-CALL.
           IF ws-root-status NOT = 0
               DISPLAY "ALC001E " FUNCTION TRIM(ws-log-program-name)
                 ": cannot enter configured projects root '"
                 FUNCTION TRIM(ws-projects-root) "'" UPON SYSERR
               END-DISPLAY

       900-TERMINATE SECTION.
           IF RETURN-CODE NOT = 0
               MOVE "ALC002E alert console session ended with errors"
                 TO ws-log-error-msg
               CALL "log-error" USING ws-log-program-name
                 ws-log-error-msg ws-log-severity
