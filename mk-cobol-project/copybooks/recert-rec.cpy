      *> -------------------------------------------
      *> recert-rec.cpy
      *> record layout for RECERT-HISTORY, the dated history of
      *> operator permission recertifications opers-recert keeps:
      *> one line per reviewer sign-off, carrying what the operator
      *> held and what the review had flagged at the time, so the
      *> auditors see what was signed off and not just that it was.
      *> The journal is sealed through journal-seal like the other
      *> audit trails; the seal follows these columns.
      *> -------------------------------------------
       01 RECERT-RECORD.
           05 rct-rec-date         PIC X(8).
           05 FILLER               PIC X.
           05 rct-rec-time         PIC X(8).
           05 FILLER               PIC X.
      *>   the operator id signed off, as OPERS has it
           05 rct-rec-operator     PIC X(30).
           05 FILLER               PIC X.
      *>   the USER who signed the operator off
           05 rct-rec-reviewer     PIC X(30).
           05 FILLER               PIC X.
      *>   the classes OPERS granted at the sign-off
           05 rct-rec-classes      PIC X(49).
           05 FILLER               PIC X.
      *>   ACTIVE, INACTIVE or UNKNOWN in the OWNERS master
           05 rct-rec-owners       PIC X(8).
           05 FILLER               PIC X.
      *>   the first day of the review period the flags cover
           05 rct-rec-period-from  PIC X(8).
           05 FILLER               PIC X.
      *>   the review's flags, or NONE: INACTIVE, UNKNOWN,
      *>   UNUSED=<class>/<class>.. and PROD-SPLIT
           05 rct-rec-flags        PIC X(60).
           05 FILLER               PIC X.
           05 rct-rec-note         PIC X(60).
