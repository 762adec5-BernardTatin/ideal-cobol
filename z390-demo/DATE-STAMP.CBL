               ASSIGN TO DYNAMIC WS-FISCAL-CFG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-CFG-STATUS.
      *>   the shop processing-date control record: the business
      *>   date the night's cycle belongs to, advanced once per
      *>   cycle by chain-scheduler -- a chain that runs past
      *>   midnight, or is rerun the next morning, still stamps the
      *>   night it was scheduled for
           SELECT PROC-DATE-FILE
               ASSIGN TO DYNAMIC WS-PROC-DATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROC-DATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-CFG-FILE.
       01  FISCAL-CFG-RECORD         PIC X(80).
       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           02 PROC-DATE-BUSINESS     PIC X(8).
           02 FILLER                 PIC X.
           02 PROC-DATE-SET-DATE     PIC X(8).
           02 FILLER                 PIC X.
           02 PROC-DATE-SET-TIME     PIC X(6).
           02 FILLER                 PIC X.
           02 PROC-DATE-SET-BY       PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-HEADER-LINE.
          02 WS-HEADER-WEEKDAY      PIC X(3).
          02 WS-UTC-OFF-HH          PIC 99.
          02 WS-UTC-OFF-MM          PIC 99.

      *>   'PROC' hands back the business date the stamp writers
      *>   carry beside their clock time: 'YYYYMMDD SSSSS', the
      *>   source word CTL when it came off the PROCDATE control
      *>   record, CLOCK when no usable record exists and the local
      *>   calendar date stands in -- the shop without a control
      *>   record stamps exactly the dates it always did. Re-read
      *>   on every call, never cached: chain-scheduler can advance
      *>   it while a long-running caller is still going
       01 WS-PROC-DATE-PATH         PIC X(80) VALUE 'PROCDATE'.
       01 WS-PROC-DATE-STATUS       PIC XX.
       01 WS-PROC-LINE.
          02 WS-PROC-DATE           PIC X(8).
          02                        PIC X VALUE SPACE.
          02 WS-PROC-SOURCE         PIC X(5).

       LINKAGE SECTION.
       01 LS-WEEKDAY                PIC 9.
       01 LS-DATE.
          02 LS-MINUTE              PIC 99.
          02 LS-SECOND              PIC 99.
          02 LS-HUNDREDTH           PIC 99.
      *>   'ISO ' selects YYYY-MM-DDTHH:MM:SS; 'PROC' the business
      *>   date off the processing-date control record (LS-DATE comes
      *>   back set to it, so the fiscal period is the business
      *>   date's too); anything else (including spaces) gets the
      *>   original MIL-style header line
       01 LS-FORMAT                 PIC X(4).
       01 LS-STAMP-OUT               PIC X(60).
       01 LS-FISCAL-OUT              PIC X(10).
                   MOVE WS-UTC-LINE TO LS-STAMP-OUT
               WHEN 'TOLC'
                   PERFORM CONVERT-UTC-TO-LOCAL
               WHEN 'PROC'
                   PERFORM READ-PROCESSING-DATE
                   MOVE WS-PROC-LINE TO LS-STAMP-OUT
               WHEN OTHER
                   PERFORM BUILD-MIL-STAMP
                   MOVE WS-HEADER-LINE TO LS-STAMP-OUT
             (WS-ZONE-HH * 10000) + (WS-ZONE-MI * 100) + WS-ZONE-SS.
           MOVE WS-UTC-TIME TO LS-STAMP-OUT (10:6).

      *>   the first line of PROCDATE whose date column is a real
      *>   date wins; anything else -- no file, an empty one, a
      *>   hand-mangled date -- falls back to the local calendar
      *>   date rather than stamping garbage
       READ-PROCESSING-DATE.
           MOVE 'CLOCK' TO WS-PROC-SOURCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE (1:8) TO WS-PROC-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROC-DATE-STATUS = '00'
               READ PROC-DATE-FILE
                   AT END
                       MOVE SPACES TO PROC-DATE-RECORD
               END-READ
               IF PROC-DATE-BUSINESS IS NUMERIC
                   AND PROC-DATE-BUSINESS (5:2) >= '01'
                   AND PROC-DATE-BUSINESS (5:2) <= '12'
                   AND PROC-DATE-BUSINESS (7:2) >= '01'
                   AND PROC-DATE-BUSINESS (7:2) <= '31'
                   MOVE PROC-DATE-BUSINESS TO WS-PROC-DATE
                   MOVE 'CTL  ' TO WS-PROC-SOURCE
               END-IF
               CLOSE PROC-DATE-FILE
           END-IF.
           MOVE WS-PROC-DATE (3:2) TO LS-YEAR.
           MOVE WS-PROC-DATE (5:2) TO LS-MONTH.
           MOVE WS-PROC-DATE (7:2) TO LS-DAY.

      *>   fold a possibly-negative or past-midnight seconds count
      *>   back into a day, carrying into the julian day either way
       NORMALIZE-ZONE-SECS.
