      *> totals footer. Every line still echoes to the console the
      *> way the reports always read, and the paginated copy lands
      *> in a dated REPORT.<name>.<yyyymmdd> file fit for printing
      *> and filing. The date in the name, and the business date on
      *> every page header, is the shop processing date DATE-STAMP
      *> reads off the control record -- a rerun the next morning
      *> files under the night it reports on, not the day it ran.
      *>
      *>   lk-op: "OPEN " (lk-title names the report; its first
      *>          word, folded upper, names the file), "LINE ",
      *>          "TOTAL" (ruled-off footer line), "CLOSE"
      *>          "OPENR" opens a restricted report: the file is
      *>          made readable by its owner only before anything
      *>          is written to it, and its lines are not echoed to
      *>          the console or the chain's captured output
      *>
      *> A closed report file is handed to gdg-io as the newest
      *> generation of REPORT.<name>; where that group is defined,
      *> the oldest filings past its limit roll off. A second run
      *> the same day lands in the same file and so stays the same
      *> generation. Every CLOSE also adds a line to REPORT-INDEX
      *> -- name, business date, file, lines, restricted or not --
      *> which report-dist bundles the night's deliveries from and
      *> report-reprint answers "what was produced" out of.
      *>
      *> A report named on a REPORT-HTML= line of MAKER.CFG (one
      *> report name per line, or ALL) also gets an HTML copy
      *> beside the text file, REPORT.<name>.<yyyymmdd>.html, for
      *> reading in a browser: the same title and DATE-STAMP
      *> header, the detail lines as a table -- a run of two or
      *> more spaces starts a new column, ruled lines are left to
      *> the table -- TOTAL lines set off in bold, and the same
      *> end-of-report footer. Runs the same day stack up in it as
      *> they do in the text file; a restricted report's copy is
      *> closed to its owner the same way. A copy that cannot be
      *> written is dropped, never the report.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "report-writer".
               ASSIGN TO DYNAMIC ws-report-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
           SELECT INDEX-FILE
               ASSIGN TO DYNAMIC ws-index-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-index-status.
           SELECT HTML-FILE
               ASSIGN TO DYNAMIC ws-html-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-html-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
       FD  INDEX-FILE.
           COPY "report-index-rec.cpy".
       FD  HTML-FILE.
       01 HTML-RECORD PIC X(1200).
       FD  CONFIG-FILE.
       01 CONFIG-RECORD PIC X(280).

       WORKING-STORAGE SECTION.
       01 ws-report-path    PIC X(300).
       01 ws-report-status  PIC XX.
       01 ws-index-path     PIC X(300) VALUE "REPORT-INDEX".
       01 ws-index-status   PIC XX.
       01 ws-open-flag      PIC X VALUE "N".
       01 ws-restricted-flag PIC X VALUE "N".
       01 ws-protect-command PIC X(640).
       01 ws-protect-path   PIC X(300).
       01 ws-title          PIC X(60).
       01 ws-file-word      PIC X(20).
       01 ws-today          PIC X(8).
      *>   DATE-STAMP's "PROC" answer: the business date and where
      *>   it came from
       01 ws-proc-format    PIC X(4) VALUE "PROC".
       01 ws-proc-stamp     PIC X(60).

      *>   the page mechanics every report now shares
       78 ws-page-body VALUE 60.

       01 ws-header-line.
           05 ws-hdr-title    PIC X(60).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE "business date ".
           05 ws-hdr-bus-date PIC X(8).
           05 FILLER          PIC X(15) VALUE SPACES.
           05 ws-hdr-stamp    PIC X(19).
           05 FILLER          PIC X(7) VALUE "  page ".
           05 ws-hdr-page     PIC 9(4).
       01 ws-rule-line      PIC X(132) VALUE ALL "-".

      *>   the HTML copy: switched on per report out of MAKER.CFG
       01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
       01 ws-config-status  PIC XX.
       01 ws-config-eof     PIC X.
       01 ws-config-key     PIC X(20).
       01 ws-config-value   PIC X(200).
       01 ws-html-flag      PIC X VALUE "N".
       01 ws-html-new       PIC X.
       01 ws-html-path      PIC X(300).
       01 ws-html-status    PIC XX.
       01 ws-html-info      PIC X(16).
       01 ws-html-rc        PIC 9(9) COMP-5.
       01 ws-html-line      PIC X(1200).
       01 ws-html-ptr       PIC 9(4).
      *>   one line of text on its way into the HTML copy: as a
      *>   table row split at runs of spaces, or as running text
       01 ws-html-source    PIC X(132).
       01 ws-html-split     PIC X.
       01 ws-html-row-class PIC X(10).
       01 ws-src-first      PIC 9(4).
       01 ws-src-last       PIC 9(4).
       01 ws-src-idx        PIC 9(4).
       01 ws-space-run      PIC 9(4).
       01 ws-dash-count     PIC 9(4).
       01 ws-blank-count    PIC 9(4).

      *>   gdg-io's USING items
       01 ws-gdg-op         PIC X(5).
       01 ws-gdg-base       PIC X(44).
       01 ws-gdg-path       PIC X(300).
       01 ws-gdg-gen        PIC 9(4).
       01 ws-gdg-status     PIC 99.

       LINKAGE SECTION.
      *> "OPEN ", "LINE ", "TOTAL" or "CLOSE"
       01 lk-op     PIC X(5).
           MOVE 0 TO lk-status.
           EVALUATE FUNCTION TRIM(lk-op)
               WHEN "OPEN"
                   MOVE "N" TO ws-restricted-flag
                   PERFORM DO-OPEN-REPORT
               WHEN "OPENR"
                   MOVE "Y" TO ws-restricted-flag
                   PERFORM DO-OPEN-REPORT
               WHEN "LINE"
                   PERFORM DO-WRITE-LINE
           IF ws-file-word = SPACES
               MOVE "UNTITLED" TO ws-file-word
           END-IF.
           PERFORM READ-BUSINESS-DATE.
           MOVE SPACES TO ws-report-path.
           STRING "REPORT." DELIMITED BY SIZE
             FUNCTION UPPER-CASE(FUNCTION TRIM(ws-file-word))
             ws-today DELIMITED BY SIZE
             INTO ws-report-path
           END-STRING.
           IF ws-restricted-flag = "Y"
               MOVE ws-report-path TO ws-protect-path
               PERFORM PROTECT-REPORT-FILE
               IF lk-status NOT = 0
                   MOVE "N" TO ws-open-flag
                   EXIT SECTION
               END-IF
           END-IF.
           OPEN EXTEND REPORT-FILE.
           IF ws-report-status NOT = "00"
               OPEN OUTPUT REPORT-FILE
           MOVE 0 TO ws-page-no.
           MOVE 99 TO ws-line-no.
           MOVE 0 TO ws-line-total.
           PERFORM CHECK-HTML-WANTED.
           IF ws-html-flag = "Y"
               PERFORM OPEN-HTML-COPY
           END-IF.

      *>   created empty and closed to its owner first, so not one
      *>   restricted line is ever on disk where others could read it
       PROTECT-REPORT-FILE SECTION.
           MOVE SPACES TO ws-protect-command.
           STRING "touch " DELIMITED BY SIZE
             FUNCTION TRIM(ws-protect-path) DELIMITED BY SIZE
             " && chmod 600 " DELIMITED BY SIZE
             FUNCTION TRIM(ws-protect-path) DELIMITED BY SIZE
             INTO ws-protect-command
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(ws-protect-command)
           END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE 10 TO lk-status
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *>   the header DATE-STAMP renders, so every report's pages
      *>   carry the same stamp shape the rest of the shop uses
       PAGE-HEADER SECTION.
           ADD 1 TO ws-page-no.
           MOVE 0 TO ws-line-no.
           PERFORM STAMP-NOW.
           MOVE ws-title TO ws-hdr-title.
           MOVE ws-ds-stamp(1:19) TO ws-hdr-stamp.
           MOVE ws-today TO ws-hdr-bus-date.
           MOVE ws-page-no TO ws-hdr-page.
           MOVE ws-header-line TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ws-rule-line TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *>   the clock as DATE-STAMP renders it, into ws-ds-stamp
       STAMP-NOW SECTION.
           ACCEPT ws-accept-date FROM DATE YYYYMMDD.
           ACCEPT ws-accept-time FROM TIME.
           MOVE ws-accept-date(3:2) TO ws-ds-yy.
             ON EXCEPTION
                 CONTINUE
           END-CALL.

      *>   the business date once per report, at OPEN: a report
      *>   that straddles chain-scheduler's advance keeps the one
      *>   date it was filed under on every page
       READ-BUSINESS-DATE SECTION.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-proc-stamp.
           CALL "DATE-STAMP" USING ws-ds-weekday ws-ds-date
             ws-ds-time ws-proc-format ws-proc-stamp ws-ds-fiscal
             ws-ds-cal
             ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF ws-proc-stamp(1:8) IS NUMERIC
               MOVE ws-proc-stamp(1:8) TO ws-today
           END-IF.

       DO-WRITE-LINE SECTION.
           IF ws-open-flag NOT = "Y"
           WRITE REPORT-RECORD.
           ADD 1 TO ws-line-no.
           ADD 1 TO ws-line-total.
           IF ws-html-flag = "Y"
               MOVE SPACES TO ws-html-row-class
               PERFORM HTML-TABLE-ROW
           END-IF.
      *>   the console keeps reading the way it always did
           IF ws-restricted-flag NOT = "Y"
               DISPLAY FUNCTION TRIM(lk-line TRAILING) END-DISPLAY
           END-IF.

      *>   a totals line arrives ruled off, so the footer reads the
      *>   same on every report in the shop
           WRITE REPORT-RECORD.
           ADD 2 TO ws-line-no.
           ADD 1 TO ws-line-total.
           IF ws-html-flag = "Y"
               MOVE "total" TO ws-html-row-class
               PERFORM HTML-TABLE-ROW
           END-IF.
           IF ws-restricted-flag = "Y"
               EXIT SECTION
           END-IF.
           DISPLAY "-----------------------------------"
           END-DISPLAY.
           DISPLAY FUNCTION TRIM(lk-line TRAILING) END-DISPLAY.
           DISPLAY "report filed as "
             FUNCTION TRIM(ws-report-path)
           END-DISPLAY.
           IF ws-html-flag = "Y"
               PERFORM CLOSE-HTML-COPY
           END-IF.
           PERFORM CATALOG-GENERATION.
           PERFORM INDEX-THE-FILING.

      *>   the group is the file name less its date; a report whose
      *>   group nobody defined is simply left where it was filed
       CATALOG-GENERATION SECTION.
           MOVE SPACES TO ws-gdg-base.
           STRING "REPORT." DELIMITED BY SIZE
             FUNCTION UPPER-CASE(FUNCTION TRIM(ws-file-word))
             DELIMITED BY SIZE
             INTO ws-gdg-base
           END-STRING.
           MOVE "CATLG" TO ws-gdg-op.
           MOVE ws-report-path TO ws-gdg-path.
           CALL "gdg-io" USING ws-gdg-op ws-gdg-base ws-gdg-path
             ws-gdg-gen ws-gdg-status
           END-CALL.

      *>   same create-then-extend open log-error uses; an index
      *>   that cannot be written costs the distribution, never the
      *>   report already filed
       INDEX-THE-FILING SECTION.
           OPEN EXTEND INDEX-FILE.
           IF ws-index-status NOT = "00"
               OPEN OUTPUT INDEX-FILE
               CLOSE INDEX-FILE
               OPEN EXTEND INDEX-FILE
           END-IF.
           IF ws-index-status NOT = "00"
               EXIT SECTION
           END-IF.
           ACCEPT ws-accept-date FROM DATE YYYYMMDD.
           ACCEPT ws-accept-time FROM TIME.
           MOVE SPACES TO REPORT-INDEX-RECORD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-file-word))
             TO rpi-rec-name.
           MOVE ws-today             TO rpi-rec-bus-date.
           MOVE ws-report-path(1:120) TO rpi-rec-path.
           MOVE ws-line-total        TO rpi-rec-lines.
           IF ws-restricted-flag = "Y"
               MOVE "Y" TO rpi-rec-restricted
           ELSE
               MOVE "N" TO rpi-rec-restricted
           END-IF.
           MOVE ws-accept-date       TO rpi-rec-filed-date.
           MOVE ws-accept-time(1:6)  TO rpi-rec-filed-time.
           WRITE REPORT-INDEX-RECORD.
           CLOSE INDEX-FILE.

      *>   read at every OPEN, so a report switched on tonight
      *>   needs nothing of its own program
       CHECK-HTML-WANTED SECTION.
           MOVE "N" TO ws-html-flag.
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
                                ws-config-key)) = "REPORT-HTML"
                              AND (FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-value)) = "ALL"
                              OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-config-value))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(
                                ws-file-word)))
                               MOVE "Y" TO ws-html-flag
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.

      *>   the page head goes in once, when the file is new; every
      *>   run after it adds its own heading and table
       OPEN-HTML-COPY SECTION.
           MOVE SPACES TO ws-html-path.
           STRING FUNCTION TRIM(ws-report-path) ".html"
             DELIMITED BY SIZE INTO ws-html-path
           END-STRING.
           MOVE "N" TO ws-html-new.
           CALL "CBL_CHECK_FILE_EXIST" USING
             FUNCTION TRIM(ws-html-path) ws-html-info
             RETURNING ws-html-rc
           END-CALL.
           IF ws-html-rc NOT = 0
               MOVE "Y" TO ws-html-new
           END-IF.
           IF ws-restricted-flag = "Y"
               MOVE ws-html-path TO ws-protect-path
               PERFORM PROTECT-REPORT-FILE
               IF lk-status NOT = 0
                   MOVE 0 TO lk-status
                   MOVE "N" TO ws-html-flag
                   EXIT SECTION
               END-IF
           END-IF.
           OPEN EXTEND HTML-FILE.
           IF ws-html-status NOT = "00"
               OPEN OUTPUT HTML-FILE
               CLOSE HTML-FILE
               OPEN EXTEND HTML-FILE
           END-IF.
           IF ws-html-status NOT = "00"
               MOVE "N" TO ws-html-flag
               EXIT SECTION
           END-IF.
           IF ws-html-new = "Y"
               PERFORM HTML-PAGE-HEAD
           END-IF.
           PERFORM STAMP-NOW.
           MOVE SPACES TO ws-html-line.
           MOVE 1 TO ws-html-ptr.
           STRING "<h1>" DELIMITED BY SIZE
             INTO ws-html-line WITH POINTER ws-html-ptr
           END-STRING.
           MOVE ws-title TO ws-html-source.
           MOVE "N" TO ws-html-split.
           PERFORM HTML-ESCAPE-TEXT.
           STRING "</h1>" DELIMITED BY SIZE
             INTO ws-html-line WITH POINTER ws-html-ptr
           END-STRING.
           PERFORM HTML-WRITE-LINE.
           MOVE SPACES TO ws-html-line.
           STRING "<p class=stamp>business date " ws-today
             " &middot; " ws-ds-stamp(1:19) "</p>"
             DELIMITED BY SIZE INTO ws-html-line
           END-STRING.
           PERFORM HTML-WRITE-LINE.
           MOVE "<table>" TO ws-html-line.
           PERFORM HTML-WRITE-LINE.

       HTML-PAGE-HEAD SECTION.
           MOVE "<!DOCTYPE html>" TO ws-html-line.
           PERFORM HTML-WRITE-LINE.
           MOVE "<html><head><meta charset=utf-8>" TO ws-html-line.
           PERFORM HTML-WRITE-LINE.
           MOVE SPACES TO ws-html-line.
           STRING "<title>" FUNCTION TRIM(ws-report-path)
             "</title>" DELIMITED BY SIZE INTO ws-html-line
           END-STRING.
           PERFORM HTML-WRITE-LINE.
           MOVE SPACES TO ws-html-line.
           STRING "<style>body{font-family:sans-serif} "
             "table{border-collapse:collapse;margin-bottom:1em} "
             "td{border:1px solid #ccc;padding:2px 8px;"
             "white-space:pre} "
             "tr.total td{font-weight:bold;border-top:2px solid #000}"
             " p.stamp{color:#555}</style>"
             DELIMITED BY SIZE INTO ws-html-line
           END-STRING.
           PERFORM HTML-WRITE-LINE.
           MOVE "</head><body>" TO ws-html-line.
           PERFORM HTML-WRITE-LINE.

      *>   a ruled line is the table's own business, so it is left
      *>   out; a blank line stays as an empty row
       HTML-TABLE-ROW SECTION.
           MOVE lk-line TO ws-html-source.
           MOVE 0 TO ws-dash-count ws-blank-count.
           INSPECT ws-html-source TALLYING ws-dash-count FOR ALL "-"
             ws-blank-count FOR ALL SPACE.
           IF ws-dash-count > 0
               AND ws-dash-count + ws-blank-count = 132
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ws-html-line.
           MOVE 1 TO ws-html-ptr.
           IF ws-html-row-class = SPACES
               STRING "<tr><td>" DELIMITED BY SIZE
                 INTO ws-html-line WITH POINTER ws-html-ptr
               END-STRING
           ELSE
               STRING "<tr class=" FUNCTION TRIM(ws-html-row-class)
                 "><td>" DELIMITED BY SIZE
                 INTO ws-html-line WITH POINTER ws-html-ptr
               END-STRING
           END-IF.
           MOVE "Y" TO ws-html-split.
           PERFORM HTML-ESCAPE-TEXT.
           STRING "</td></tr>" DELIMITED BY SIZE
             INTO ws-html-line WITH POINTER ws-html-ptr
           END-STRING.
           PERFORM HTML-WRITE-LINE.

      *>   ws-html-source onto ws-html-line at ws-html-ptr, the
      *>   characters HTML gives meaning to escaped; leading and
      *>   trailing spaces dropped, and with ws-html-split a run of
      *>   two or more spaces closing one cell and opening the next
       HTML-ESCAPE-TEXT SECTION.
           MOVE 0 TO ws-src-first ws-src-last.
           PERFORM VARYING ws-src-idx FROM 1 BY 1
               UNTIL ws-src-idx > 132 OR ws-src-first > 0
               IF ws-html-source(ws-src-idx:1) NOT = SPACE
                   MOVE ws-src-idx TO ws-src-first
               END-IF
           END-PERFORM.
           IF ws-src-first = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-src-idx FROM 132 BY -1
               UNTIL ws-src-idx < 1 OR ws-src-last > 0
               IF ws-html-source(ws-src-idx:1) NOT = SPACE
                   MOVE ws-src-idx TO ws-src-last
               END-IF
           END-PERFORM.
           MOVE 0 TO ws-space-run.
           PERFORM VARYING ws-src-idx FROM ws-src-first BY 1
               UNTIL ws-src-idx > ws-src-last
               IF ws-html-source(ws-src-idx:1) = SPACE
                   ADD 1 TO ws-space-run
               ELSE
                   IF ws-space-run > 0
                       IF ws-html-split = "Y" AND ws-space-run > 1
                           STRING "</td><td>" DELIMITED BY SIZE
                             INTO ws-html-line
                             WITH POINTER ws-html-ptr
                           END-STRING
                       ELSE
                           STRING ws-html-source(
                             ws-src-idx - ws-space-run:ws-space-run)
                             DELIMITED BY SIZE
                             INTO ws-html-line
                             WITH POINTER ws-html-ptr
                           END-STRING
                       END-IF
                       MOVE 0 TO ws-space-run
                   END-IF
                   EVALUATE ws-html-source(ws-src-idx:1)
                       WHEN "&"
                           STRING "&amp;" DELIMITED BY SIZE
                             INTO ws-html-line
                             WITH POINTER ws-html-ptr
                           END-STRING
                       WHEN "<"
                           STRING "&lt;" DELIMITED BY SIZE
                             INTO ws-html-line
                             WITH POINTER ws-html-ptr
                           END-STRING
                       WHEN ">"
                           STRING "&gt;" DELIMITED BY SIZE
                             INTO ws-html-line
                             WITH POINTER ws-html-ptr
                           END-STRING
                       WHEN OTHER
                           STRING ws-html-source(ws-src-idx:1)
                             DELIMITED BY SIZE
                             INTO ws-html-line
                             WITH POINTER ws-html-ptr
                           END-STRING
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>   the same footer the text file ends on; no closing tags,
      *>   which HTML does without, so the next run can add on
       CLOSE-HTML-COPY SECTION.
           MOVE "</table>" TO ws-html-line.
           PERFORM HTML-WRITE-LINE.
           MOVE SPACES TO ws-html-line.
           STRING "<p>*** end of report -- " ws-line-total
             " line(s) ***</p>" DELIMITED BY SIZE
             INTO ws-html-line
           END-STRING.
           PERFORM HTML-WRITE-LINE.
           CLOSE HTML-FILE.
           MOVE "N" TO ws-html-flag.
           DISPLAY "report filed as "
             FUNCTION TRIM(ws-html-path)
           END-DISPLAY.

       HTML-WRITE-LINE SECTION.
           MOVE ws-html-line TO HTML-RECORD.
           WRITE HTML-RECORD.

       END PROGRAM "report-writer".
