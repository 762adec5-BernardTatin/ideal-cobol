      *> -------------------------------------------
      *> notify-oncall.cbl
      *> pages tonight's on-call person about one alert file: asks
      *> oncall-lookup who holds the tier (1 primary, 2 secondary, 3
      *> duty manager) on the business date, runs MAKER.CFG's
      *> NOTIFY-COMMAND with the alert file's path and that
      *> person's contact appended, and writes a NOTIFIED: line onto
      *> the alert file itself so whoever opens it -- or
      *> alert-console -- sees who was told and when. No one on the
      *> roster for the tier still runs the command with the path
      *> alone, the broadcast every alert got before there was a
      *> roster, so a gap in coverage never swallows an alert.
      *> send-alert pages the primary; alert-console's escalations
      *> page the secondary and then the duty manager.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "notify-oncall" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC ws-alert-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alert-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01 ALERT-RECORD PIC X(132).
       FD  CONFIG-FILE.
       01 CONFIG-RECORD PIC X(280).

       WORKING-STORAGE SECTION.
       01 ws-alert-path     PIC X(300).
       01 ws-alert-status   PIC XX.
       01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
       01 ws-config-status  PIC XX.
       01 ws-config-eof     PIC X VALUE "N".
       01 ws-config-key     PIC X(20).
       01 ws-config-value   PIC X(200).
       01 ws-notify-command PIC X(200) VALUE SPACES.
       01 ws-run-command    PIC X(600).
       01 ws-line-buffer    PIC X(132).
       01 ws-tier-word      PIC X(12).
       01 ws-who-text       PIC X(80).
       01 ws-note-text      PIC X(40).
       01 ws-now-date       PIC X(8).
       01 ws-now-time       PIC X(8).

      *>   DATE-STAMP's "PROC" answer: a red night at 03:00 belongs
      *>   to the business date the chain is running, so that is the
      *>   date the roster is read for
       01 ws-bus-date       PIC X(8).
       01 ws-ds-weekday     PIC 9 VALUE 1.
       01 ws-ds-date        PIC 9(6) VALUE ZERO.
       01 ws-ds-time        PIC 9(8) VALUE ZERO.
       01 ws-ds-format      PIC X(4) VALUE "PROC".
       01 ws-ds-stamp       PIC X(60).
       01 ws-ds-fiscal      PIC X(10).
       01 ws-ds-cal         PIC X(12) VALUE SPACES.

      *>   oncall-lookup's USING items
       01 ws-oc-contact     PIC X(40).

       LINKAGE SECTION.
      *> the alert file to page about, as send-alert named it
       01 lk-alert-path  PIC X(300).
      *> 1 = primary, 2 = secondary, 3 = duty manager
       01 lk-tier        PIC X.
      *> out: the owner id paged, spaces when the roster named none
       01 lk-owner-id    PIC X(30).
      *> out: oncall-lookup's status -- 0 paged the person named,
      *> anything else means the command ran with the path alone
       01 lk-status      PIC 99.

       PROCEDURE DIVISION USING lk-alert-path lk-tier lk-owner-id
           lk-status.
       prog.
           MOVE lk-alert-path TO ws-alert-path.
           ACCEPT ws-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           MOVE ws-now-date TO ws-bus-date.
           MOVE SPACES TO ws-ds-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-ds-format ws-ds-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF ws-ds-stamp(1:8) IS NUMERIC
               MOVE ws-ds-stamp(1:8) TO ws-bus-date
           END-IF.
           EVALUATE lk-tier
               WHEN "2"
                   MOVE "secondary" TO ws-tier-word
               WHEN "3"
                   MOVE "duty-manager" TO ws-tier-word
               WHEN OTHER
                   MOVE "primary" TO ws-tier-word
           END-EVALUATE.
           CALL "oncall-lookup" USING ws-bus-date lk-tier lk-owner-id
             ws-oc-contact lk-status
             ON EXCEPTION
                 MOVE SPACES TO lk-owner-id
                 MOVE 20 TO lk-status
           END-CALL.
           MOVE SPACES TO ws-who-text.
           EVALUATE lk-status
               WHEN 0
                   STRING FUNCTION TRIM(lk-owner-id) " <"
                     FUNCTION TRIM(ws-oc-contact) ">"
                     DELIMITED BY SIZE INTO ws-who-text
                   END-STRING
               WHEN 8
                   STRING FUNCTION TRIM(lk-owner-id)
                     " (no active contact in OWNERS)"
                     DELIMITED BY SIZE INTO ws-who-text
                   END-STRING
               WHEN 20
                   MOVE "(no ROSTER)" TO ws-who-text
               WHEN OTHER
                   MOVE "(nobody on the roster)" TO ws-who-text
           END-EVALUATE.
           PERFORM READ-NOTIFY-COMMAND.
           MOVE SPACES TO ws-note-text.
           IF ws-notify-command = SPACES
               MOVE " -- no NOTIFY-COMMAND, not sent" TO ws-note-text
           END-IF.
           MOVE SPACES TO ws-line-buffer.
           STRING "NOTIFIED: " FUNCTION TRIM(ws-tier-word) " "
             FUNCTION TRIM(ws-who-text) " " ws-now-date " "
             ws-now-time(1:6) ws-note-text
             DELIMITED BY SIZE INTO ws-line-buffer
           END-STRING.
           OPEN EXTEND ALERT-FILE.
           IF ws-alert-status = "00"
               MOVE ws-line-buffer TO ALERT-RECORD
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.
           IF ws-notify-command NOT = SPACES
               PERFORM RUN-NOTIFY-COMMAND
           END-IF.
           EXIT PROGRAM.

      *>   the hook is optional: no NOTIFY-COMMAND key, no command
      *>   run -- the alert file in alerts/ is the guaranteed part
       READ-NOTIFY-COMMAND.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-config-eof = "Y"
               READ CONFIG-FILE
                   AT END
                       MOVE "Y" TO ws-config-eof
                   NOT AT END
                       IF CONFIG-RECORD NOT = SPACES
                           AND CONFIG-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO ws-config-key
                           MOVE SPACES TO ws-config-value
                           UNSTRING CONFIG-RECORD DELIMITED BY "="
                             INTO ws-config-key ws-config-value
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-key)) = "NOTIFY-COMMAND"
                               MOVE ws-config-value
                                 TO ws-notify-command
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.

       RUN-NOTIFY-COMMAND.
           MOVE SPACES TO ws-run-command.
           IF lk-status = 0
               STRING FUNCTION TRIM(ws-notify-command) " "
                 FUNCTION TRIM(ws-alert-path) " '"
                 FUNCTION TRIM(ws-oc-contact) "'"
                 DELIMITED BY SIZE INTO ws-run-command
               END-STRING
           ELSE
               STRING FUNCTION TRIM(ws-notify-command) " "
                 FUNCTION TRIM(ws-alert-path)
                 DELIMITED BY SIZE INTO ws-run-command
               END-STRING
           END-IF.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-run-command)
           END-CALL.
      *>   SYSTEM's child status must not leak into the caller's
      *>   RETURN-CODE signalling on its way out of here
           MOVE 0 TO RETURN-CODE.

           END PROGRAM "notify-oncall".
