      *> -------------------------------------------
      *> attest-rec.cpy
      *> record layout for ATTESTATIONS, the ownership attestation
      *> register owner-attest keeps: one line per live project per
      *> quarterly cycle, opened PENDING under the owner the project
      *> had when the cycle opened and answered KEEP, TRANSFER (to
      *> a new owner) or RETIRE. Earlier cycles stay on file as
      *> the record of who attested what.
      *> -------------------------------------------
       01 ATTEST-RECORD.
      *>   the cycle, CCYY and the quarter: 2026Q4
           05 att-rec-cycle        PIC X(6).
           05 FILLER               PIC X.
           05 att-rec-owner        PIC X(30).
           05 FILLER               PIC X.
           05 att-rec-project      PIC X(48).
           05 FILLER               PIC X.
      *>   the owner's OWNERS department when the cycle opened
           05 att-rec-dept         PIC X(20).
           05 FILLER               PIC X.
           05 att-rec-opened       PIC X(8).
           05 FILLER               PIC X.
           05 att-rec-deadline     PIC X(8).
           05 FILLER               PIC X.
      *>   PENDING until answered, then KEEP, TRANSFER or RETIRE
           05 att-rec-response     PIC X(8).
           05 FILLER               PIC X.
      *>   the owner a TRANSFER answer moves the project to
           05 att-rec-new-owner    PIC X(30).
           05 FILLER               PIC X.
           05 att-rec-answered     PIC X(8).
           05 FILLER               PIC X.
      *>   the operator who recorded the answer
           05 att-rec-by           PIC X(30).
           05 FILLER               PIC X.
      *>   when the owner was escalated for missing the deadline
           05 att-rec-escalated    PIC X(8).
