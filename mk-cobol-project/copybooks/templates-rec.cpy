      *> -------------------------------------------
      *> templates-rec.cpy
      *> record layout for TEMPLATES, the template library's catalog:
      *> one line each time template-certify certifies, deprecates
      *> or withdraws a template. The newest line for a name is the
      *> template's standing; lines written before templates had a
      *> lifecycle carry no state and read as CERTIFIED.
      *> -------------------------------------------
       01 TEMPLATES-RECORD.
           05 tcat-rec-name        PIC X(12).
           05 FILLER               PIC X.
           05 tcat-rec-version     PIC 9(3).
           05 FILLER               PIC X.
           05 tcat-rec-date        PIC X(8).
           05 FILLER               PIC X.
           05 tcat-rec-operator    PIC X(30).
           05 FILLER               PIC X.
      *>   CERTIFIED, DEPRECATED or WITHDRAWN (blank = CERTIFIED)
           05 tcat-rec-state       PIC X(10).
           05 FILLER               PIC X.
      *>   the template to migrate to, named on DEPRECATED and
      *>   carried forward onto WITHDRAWN
           05 tcat-rec-replacement PIC X(12).
