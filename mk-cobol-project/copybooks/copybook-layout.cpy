      *> -------------------------------------------
      *> copybook-layout.cpy
      *> a copybook, or the data entries of a program, laid out by
      *> copybook-layout the way the compiler lays them out. The
      *> caller sets the top fields, CALLs with an operation (see
      *> copybook-layout.cbl) and reads the tables that come back:
      *> one row per record, one per data description entry, and
      *> for the first 01 record, when asked, one per field and
      *> subscript in record order.
      *> -------------------------------------------
       01 COPYBOOK-LAYOUT.
      *>   FILE: the copybook to read
           05 lay-path             PIC X(300).
      *>   LINE: one source line, as read
           05 lay-line             PIC X(256).
      *>   the first 01 record's longest acceptable length, zero
      *>   when any length will do
           05 lay-limit            PIC 9(5).
      *>   the caller's message prefix (DEX, DCM ...) and name;
      *>   a blank prefix leaves the messages to the caller
           05 lay-prefix           PIC X(3).
           05 lay-program          PIC X(30).
      *>   Y to have the first 01 record's columns built
           05 lay-columns          PIC X.
      *>   Y while a COPY statement names a record of its own (an
      *>   FD or LINKAGE record that is a copybook)
           05 lay-copies           PIC X.
      *>   0 laid out; 12 copybook not read, 13 no 01 record, 14
      *>   more entries than the table holds, 15 the record longer
      *>   than lay-limit, 17 more columns than the table holds
           05 lay-status           PIC 99.
      *>   the records, in the order written: an 01 or 77 opens
      *>   one, and a COPY record has no entries (first zero); fd
      *>   is the FD or SD in force when it opened
           05 lay-main             PIC 9(3).
           05 lay-rec-count        PIC 9(3).
           05 lay-rec OCCURS 60 TIMES.
               10 lay-rec-name     PIC X(40).
               10 lay-rec-fd       PIC X(30).
               10 lay-rec-first    PIC 9(3).
               10 lay-rec-last     PIC 9(3).
               10 lay-rec-len      PIC 9(5).
      *>   every data description entry: kind G group, X text
      *>   (edited pictures included), N number, U sized but not
      *>   readable as text or number; usage D display, P packed,
      *>   B binary, L native binary (COMP-5), 1/2 the floating-
      *>   point usages, I index, R pointer, M national; plain Y
      *>   when the picture is only X, A, 9, a leading S and one
      *>   V; name spaces for FILLER; size is one occurrence's
      *>   bytes; skip Y under a REDEFINES or past three OCCURS
      *>   dimensions; nest the group depth, dims the OCCURS
      *>   dimensions it stands under (its own included)
           05 lay-ent-count        PIC 9(3).
           05 lay-ent-more         PIC 9(4).
           05 lay-ent OCCURS 999 TIMES.
               10 lay-ent-level     PIC 99.
               10 lay-ent-name      PIC X(30).
               10 lay-ent-pic       PIC X(40).
               10 lay-ent-kind      PIC X.
               10 lay-ent-usage     PIC X.
               10 lay-ent-plain     PIC X.
               10 lay-ent-chars     PIC 9(4).
               10 lay-ent-digits    PIC 99.
               10 lay-ent-dec       PIC 99.
               10 lay-ent-signed    PIC X.
               10 lay-ent-separate  PIC X.
               10 lay-ent-leading   PIC X.
               10 lay-ent-occurs    PIC 9(4).
               10 lay-ent-redefines PIC X.
               10 lay-ent-size      PIC 9(5).
               10 lay-ent-offset    PIC 9(5).
               10 lay-ent-skip      PIC X.
               10 lay-ent-nest      PIC 99.
               10 lay-ent-dims      PIC 9.
               10 lay-ent-dim OCCURS 3 TIMES.
                   15 lay-ent-dim-count  PIC 9(4).
                   15 lay-ent-dim-stride PIC 9(5).
      *>   in the first 01 record: OCCURS past three deep, and
      *>   named elementary items of kind U
           05 lay-too-deep         PIC 9(4).
           05 lay-not-shown        PIC 9(4).
      *>   the first 01 record's columns, NAME(1), NAME(2) ... for
      *>   an OCCURS, sorted on offset
           05 lay-col-count        PIC 9(3).
           05 lay-col OCCURS 500 TIMES.
               10 lay-col-name     PIC X(44).
               10 lay-col-entry    PIC 9(3).
               10 lay-col-offset   PIC 9(5).
      *>   78-level constants, for OCCURS and PICTURE repeats; the
      *>   caller may add its own after a START
           05 lay-con-count        PIC 9(3).
           05 lay-con OCCURS 100 TIMES.
               10 lay-con-name     PIC X(30).
               10 lay-con-value    PIC 9(5).
