      *> -------------------------------------------
      *> select-scan.cpy
      *> the files a program names, as select-scan finds them in
      *> its source: each SELECT with its ASSIGN target and
      *> organization, every data name a VALUE literal gives a
      *> path to, and each OPEN by mode. The caller sets scn-path,
      *> CALLs with an operation (see select-scan.cbl) and reads
      *> the tables that come back.
      *> -------------------------------------------
       01 SELECT-SCAN.
      *>   the member to read
           05 scn-path             PIC X(300).
      *>   0 read; 12 the member could not be opened
           05 scn-status           PIC 99.
      *>   the SELECTs: the name upper-cased, the ASSIGN target as
      *>   written, DYNAMIC or not, the organization (SEQUENTIAL
      *>   when none is given), and after an OPENS the target
      *>   resolved -- a literal as written, a data name through
      *>   its VALUE literal, a DYNAMIC name with no VALUE in
      *>   parentheses with runtime Y, a logical name as it stands
           05 scn-sel-count        PIC 9(3).
           05 scn-sel OCCURS 50 TIMES.
               10 scn-sel-name     PIC X(30).
               10 scn-sel-target   PIC X(60).
               10 scn-sel-dynamic  PIC X.
               10 scn-sel-org      PIC X(16).
               10 scn-sel-resolved PIC X(60).
               10 scn-sel-runtime  PIC X.
      *>   every data name declared with a VALUE literal, quotes
      *>   kept
           05 scn-val-count        PIC 9(3).
           05 scn-val OCCURS 500 TIMES.
               10 scn-val-name     PIC X(30).
               10 scn-val-literal  PIC X(60).
      *>   the OPENs: which SELECT, in which mode, and the member it
      *>   was first seen in -- one row per SELECT and mode, in the
      *>   order first seen
           05 scn-open-count       PIC 9(3).
           05 scn-open OCCURS 100 TIMES.
               10 scn-open-sel     PIC 9(3).
               10 scn-open-mode    PIC X(6).
               10 scn-open-member  PIC X(120).
