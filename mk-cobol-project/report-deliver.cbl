      *> -------------------------------------------
      *> report-deliver.cbl
      *> the one shared report-delivery subprogram, in the
      *> report-writer mould: a caller BEGINs a delivery for one
      *> recipient, ADDs each filed report that goes to them, and
      *> SENDs -- and this builds the one bundle file, hands it to
      *> the same MAKER.CFG NOTIFY-COMMAND send-alert runs for a
      *> red night, and logs every report in it to REPORT-DIST.LOG.
      *> report-dist calls it for the night's bundles,
      *> report-reprint for a re-delivery on request.
      *>
      *> The bundle lands in deliveries/, named after the moment and
      *> the recipient, made readable by its owner only before a
      *> line is written (a bundle may carry a restricted report):
      *>
      *>   TO:      <contact from OWNERS>
      *>   OWNER:   <owner id>
      *>   DATE:    yyyymmdd hhmmss
      *>   WHY:     NIGHTLY, WEEKLY or REPRINT
      *>   REPORT:  <file>            then the report, page for page
      *>   ...
      *>   END:     nnnn report(s)
      *>
      *> With no NOTIFY-COMMAND the bundle in deliveries/ is the
      *> guaranteed part, exactly as an alert is.
      *>
      *>   lk-op: "BEGIN" (lk-reason, lk-owner, lk-contact),
      *>          "ADD  " (lk-path names the report file),
      *>          "SEND " (lk-path comes back as the bundle file)
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "report-deliver".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUNDLE-FILE
               ASSIGN TO DYNAMIC ws-bundle-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bundle-status.
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC ws-report-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
           SELECT DIST-LOG-FILE
               ASSIGN TO DYNAMIC ws-dist-log-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dist-log-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
       FILE SECTION.
       FD  BUNDLE-FILE.
       01 BUNDLE-RECORD PIC X(132).
       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
       FD  DIST-LOG-FILE.
           COPY "report-dist-log-rec.cpy".
       FD  CONFIG-FILE.
       01 CONFIG-RECORD PIC X(280).

       WORKING-STORAGE SECTION.
       01 ws-bundle-path    PIC X(300).
       01 ws-bundle-status  PIC XX.
       01 ws-report-path    PIC X(300).
       01 ws-report-status  PIC XX.
       01 ws-report-eof     PIC X.
       01 ws-dist-log-path  PIC X(300) VALUE "REPORT-DIST.LOG".
       01 ws-dist-log-status PIC XX.
       01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
       01 ws-config-status  PIC XX.
       01 ws-config-eof     PIC X.
       01 ws-config-key     PIC X(20).
       01 ws-config-value   PIC X(200).
       01 ws-notify-command PIC X(200).
       01 ws-run-command    PIC X(640).
       01 ws-mkdir-rc       PIC 9(9) COMP-5.

       01 ws-open-flag      PIC X VALUE "N".
       01 ws-reason         PIC X(8).
       01 ws-owner          PIC X(30).
       01 ws-contact        PIC X(40).
       01 ws-bundle-date    PIC X(8).
       01 ws-bundle-time    PIC X(8).
       01 ws-line-buffer    PIC X(132).

      *>   the reports in the open bundle, logged once it is sent
       78 ws-added-max VALUE 200.
       01 ws-added-count    PIC 9(4) VALUE 0.
       01 ws-added-idx      PIC 9(4).
       01 ws-added-table.
           05 ws-added-path OCCURS 200 TIMES PIC X(120).

       LINKAGE SECTION.
      *> "BEGIN", "ADD  " or "SEND "
       01 lk-op      PIC X(5).
      *> NIGHTLY, WEEKLY or REPRINT, read on BEGIN
       01 lk-reason  PIC X(8).
      *> the recipient's owner id and contact, read on BEGIN
       01 lk-owner   PIC X(30).
       01 lk-contact PIC X(40).
      *> ADD: the report file; SEND: the bundle file, out
       01 lk-path    PIC X(300).
      *> 0 = ok, 8 = the report file could not be read (ADD),
      *> 10 = the bundle could not be written
       01 lk-status  PIC 99.

       PROCEDURE DIVISION USING lk-op lk-reason lk-owner lk-contact
           lk-path lk-status.
       REPORT-DELIVER-MAIN.
           MOVE 0 TO lk-status.
           EVALUATE lk-op
               WHEN "BEGIN"
                   PERFORM DO-BEGIN-BUNDLE
               WHEN "ADD  "
                   PERFORM DO-ADD-REPORT
               WHEN "SEND "
                   PERFORM DO-SEND-BUNDLE
               WHEN OTHER
                   MOVE 10 TO lk-status
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           EXIT PROGRAM.

      *>   created empty and closed to its owner first, the way
      *>   report-writer opens a restricted report
       DO-BEGIN-BUNDLE SECTION.
           IF ws-open-flag = "Y"
               CLOSE BUNDLE-FILE
               MOVE "N" TO ws-open-flag
           END-IF.
           MOVE lk-reason  TO ws-reason.
           MOVE lk-owner   TO ws-owner.
           MOVE lk-contact TO ws-contact.
           MOVE 0 TO ws-added-count.
           ACCEPT ws-bundle-date FROM DATE YYYYMMDD.
           ACCEPT ws-bundle-time FROM TIME.
           CALL "CBL_CREATE_DIR" USING "deliveries"
             RETURNING ws-mkdir-rc
           END-CALL.
           MOVE SPACES TO ws-bundle-path.
           STRING "deliveries/DELIVERY-" ws-bundle-date "-"
             ws-bundle-time(1:6) "-" FUNCTION TRIM(ws-owner) ".txt"
             DELIMITED BY SIZE INTO ws-bundle-path
           END-STRING.
           MOVE SPACES TO ws-run-command.
           STRING "touch " FUNCTION TRIM(ws-bundle-path)
             " && chmod 600 " FUNCTION TRIM(ws-bundle-path)
             DELIMITED BY SIZE INTO ws-run-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-run-command)
           END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           OPEN OUTPUT BUNDLE-FILE.
           IF ws-bundle-status NOT = "00"
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE "Y" TO ws-open-flag.
           MOVE SPACES TO ws-line-buffer.
           STRING "TO:      " FUNCTION TRIM(ws-contact)
             DELIMITED BY SIZE INTO ws-line-buffer
           END-STRING.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE SPACES TO ws-line-buffer.
           STRING "OWNER:   " FUNCTION TRIM(ws-owner)
             DELIMITED BY SIZE INTO ws-line-buffer
           END-STRING.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE SPACES TO ws-line-buffer.
           STRING "DATE:    " ws-bundle-date " " ws-bundle-time(1:6)
             DELIMITED BY SIZE INTO ws-line-buffer
           END-STRING.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE SPACES TO ws-line-buffer.
           STRING "WHY:     " ws-reason
             DELIMITED BY SIZE INTO ws-line-buffer
           END-STRING.
           PERFORM WRITE-BUNDLE-LINE.

      *>   a report already rolled off, or unreadable, is left out
      *>   and said so; the rest of the bundle still goes
       DO-ADD-REPORT SECTION.
           IF ws-open-flag NOT = "Y"
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE lk-path TO ws-report-path.
           OPEN INPUT REPORT-FILE.
           IF ws-report-status NOT = "00"
               MOVE 8 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-line-buffer.
           PERFORM WRITE-BUNDLE-LINE.
           STRING "REPORT:  " FUNCTION TRIM(ws-report-path)
             DELIMITED BY SIZE INTO ws-line-buffer
           END-STRING.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE "N" TO ws-report-eof.
           PERFORM UNTIL ws-report-eof = "Y"
               READ REPORT-FILE
                   AT END
                       MOVE "Y" TO ws-report-eof
                   NOT AT END
                       MOVE REPORT-RECORD TO ws-line-buffer
                       PERFORM WRITE-BUNDLE-LINE
               END-READ
           END-PERFORM.
           CLOSE REPORT-FILE.
           IF ws-added-count < ws-added-max
               ADD 1 TO ws-added-count
               MOVE ws-report-path(1:120)
                 TO ws-added-path(ws-added-count)
           END-IF.

       DO-SEND-BUNDLE SECTION.
           IF ws-open-flag NOT = "Y"
               MOVE 10 TO lk-status
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-line-buffer.
           PERFORM WRITE-BUNDLE-LINE.
           STRING "END:     " ws-added-count " report(s)"
             DELIMITED BY SIZE INTO ws-line-buffer
           END-STRING.
           PERFORM WRITE-BUNDLE-LINE.
           CLOSE BUNDLE-FILE.
           MOVE "N" TO ws-open-flag.
           MOVE ws-bundle-path TO lk-path.
           PERFORM LOG-THE-DELIVERY.
           PERFORM RUN-NOTIFY-COMMAND.

       WRITE-BUNDLE-LINE SECTION.
           MOVE ws-line-buffer TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE SPACES TO ws-line-buffer.

      *>   one line per report, so "who has had this one" is a
      *>   straight read for report-reprint
       LOG-THE-DELIVERY SECTION.
           OPEN EXTEND DIST-LOG-FILE.
           IF ws-dist-log-status NOT = "00"
               OPEN OUTPUT DIST-LOG-FILE
               CLOSE DIST-LOG-FILE
               OPEN EXTEND DIST-LOG-FILE
           END-IF.
           IF ws-dist-log-status NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-added-idx FROM 1 BY 1
               UNTIL ws-added-idx > ws-added-count
               MOVE SPACES TO REPORT-DIST-LOG-RECORD
               MOVE ws-bundle-date      TO rdl-rec-date
               MOVE ws-bundle-time(1:6) TO rdl-rec-time
               MOVE ws-reason           TO rdl-rec-reason
               MOVE ws-owner            TO rdl-rec-owner
               MOVE ws-contact          TO rdl-rec-contact
               MOVE ws-added-path(ws-added-idx) TO rdl-rec-report
               MOVE ws-bundle-path(1:120) TO rdl-rec-delivery
               WRITE REPORT-DIST-LOG-RECORD
           END-PERFORM.
           CLOSE DIST-LOG-FILE.

      *>   the hook send-alert runs, read the same way: no
      *>   NOTIFY-COMMAND key, no command run
       RUN-NOTIFY-COMMAND SECTION.
           MOVE SPACES TO ws-notify-command.
           MOVE "N" TO ws-config-eof.
           OPEN INPUT CONFIG-FILE.
           IF ws-config-status NOT = "00"
               EXIT SECTION
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
           IF ws-notify-command = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-run-command.
           STRING FUNCTION TRIM(ws-notify-command) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(ws-bundle-path) DELIMITED BY SIZE
             INTO ws-run-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-run-command)
           END-CALL.

       END PROGRAM "report-deliver".
