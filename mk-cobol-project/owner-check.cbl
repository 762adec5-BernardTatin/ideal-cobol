      *> growing its own reading of the file. The master held
      *> "jsmith", "JSMITH" and two people who left last year; ids
      *> are compared case-blind so at least the case variants stop
      *> multiplying. The owner's department comes back with the
      *> answer, for name-rule-check's naming standard.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "owner-check" IS INITIAL.
      *> but deactivated, 20 = no OWNERS master exists yet -- the
      *> caller decides whether a shop without one validates at all
       01 lk-status    PIC 99.
      *> the department OWNERS records for the id, active or not;
      *> spaces when the id is not there
       01 lk-owner-dept PIC X(20).

       PROCEDURE DIVISION USING lk-owner-id lk-status lk-owner-dept.
       prog.
           MOVE 10 TO lk-status.
           MOVE SPACES TO lk-owner-dept.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               MOVE 20 TO lk-status
                           ELSE
                               MOVE 15 TO lk-status
                           END-IF
                           MOVE own-rec-dept TO lk-owner-dept
                           MOVE "Y" TO ws-owners-eof
                       END-IF
               END-READ
