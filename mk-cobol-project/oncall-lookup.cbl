      *> -------------------------------------------
      *> oncall-lookup.cbl
      *> the one shared "who is on call" subprogram, a sibling of
      *> owner-check.cbl: given a date and a tier -- 1 the primary,
      *> 2 the secondary, 3 the duty manager -- answers with the
      *> owner id the ROSTER names for it and that owner's contact
      *> from OWNERS. A COVER line beats the ROTA on a weekend or a
      *> HOLIDAYS.CFG day (BIZDAY's answer), so holiday cover is one
      *> roster line rather than a rota rewritten around Christmas.
      *> The duty manager comes off the roster line when it names
      *> one, else off MAKER.CFG's DUTY-MANAGER= key. notify-oncall
      *> pages through it; roster-maint's GAPS report asks it about
      *> every day in a range, so the two can never disagree.
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "oncall-lookup" IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE
               ASSIGN TO DYNAMIC ws-roster-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-roster-status.
           SELECT OWNERS-FILE
               ASSIGN TO DYNAMIC ws-owners-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owners-status.
           SELECT CONFIG-FILE
               ASSIGN TO DYNAMIC ws-config-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-config-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
           COPY "roster-rec.cpy".
       FD  OWNERS-FILE.
       01 OWNERS-RECORD.
           05 own-rec-id        PIC X(30).
           05 FILLER            PIC X.
           05 own-rec-name      PIC X(40).
           05 FILLER            PIC X.
           05 own-rec-dept      PIC X(20).
           05 FILLER            PIC X.
           05 own-rec-contact   PIC X(40).
           05 FILLER            PIC X.
           05 own-rec-active    PIC X.
       FD  CONFIG-FILE.
       01 CONFIG-RECORD PIC X(280).
       WORKING-STORAGE SECTION.
       01 ws-roster-path    PIC X(300) VALUE "ROSTER".
       01 ws-roster-status  PIC XX.
       01 ws-roster-eof     PIC X VALUE "N".
       01 ws-owners-path    PIC X(300) VALUE "OWNERS".
       01 ws-owners-status  PIC XX.
       01 ws-owners-eof     PIC X VALUE "N".
       01 ws-config-path    PIC X(300) VALUE "MAKER.CFG".
       01 ws-config-status  PIC XX.
       01 ws-config-eof     PIC X VALUE "N".
       01 ws-config-key     PIC X(20).
       01 ws-config-value   PIC X(200).

      *>   the ROTA and COVER lines covering the date, the later one
      *>   in the file winning within each kind
       01 ws-rota-found     PIC X VALUE "N".
       01 ws-rota-primary   PIC X(30).
       01 ws-rota-secondary PIC X(30).
       01 ws-rota-manager   PIC X(30).
       01 ws-cover-found    PIC X VALUE "N".
       01 ws-cover-primary  PIC X(30).
       01 ws-cover-second   PIC X(30).
       01 ws-cover-manager  PIC X(30).

      *>   BIZDAY's USING items: is the date a business day
       01 ws-bizday-op      PIC X(4) VALUE "ISBZ".
       01 ws-bizday-date    PIC X(8).
       01 ws-bizday-answer  PIC X.
       01 ws-bizday-next    PIC X(8).

       LINKAGE SECTION.
      *> the date asked about, yyyymmdd
       01 lk-date      PIC X(8).
      *> 1 = primary, 2 = secondary, 3 = duty manager
       01 lk-tier      PIC X.
      *> the owner id named for the tier, spaces when none is
       01 lk-owner-id  PIC X(30).
      *> that owner's contact off OWNERS, spaces when none is usable
       01 lk-contact   PIC X(40).
      *> 0 = owner and contact found, 4 = nobody named for the tier
      *> on that date (a gap in coverage), 8 = the owner named is not
      *> active in OWNERS or has no contact there, 20 = no ROSTER
       01 lk-status    PIC 99.
       PROCEDURE DIVISION USING lk-date lk-tier lk-owner-id
           lk-contact lk-status.
       prog.
           MOVE SPACES TO lk-owner-id.
           MOVE SPACES TO lk-contact.
           MOVE 4 TO lk-status.
           OPEN INPUT ROSTER-FILE.
           IF ws-roster-status NOT = "00"
               MOVE 20 TO lk-status
               EXIT PROGRAM
           END-IF.
           PERFORM UNTIL ws-roster-eof = "Y"
               READ ROSTER-FILE
                   AT END
                       MOVE "Y" TO ws-roster-eof
                   NOT AT END
                       IF ROSTER-RECORD NOT = SPACES
                           AND ROSTER-RECORD(1:1) NOT = "*"
                           AND lk-date >= ros-rec-from
                           AND lk-date <= ros-rec-to
                           PERFORM TAKE-COVERING-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
      *>   holiday cover only counts on a day that is not a
      *>   business day; no BIZDAY module treats every day as one
           IF ws-cover-found = "Y"
               MOVE lk-date TO ws-bizday-date
               CALL "BIZDAY" USING ws-bizday-op ws-bizday-date
                 ws-bizday-answer ws-bizday-next
                 ON EXCEPTION
                     MOVE "Y" TO ws-bizday-answer
               END-CALL
               IF ws-bizday-answer NOT = "Y"
                   MOVE "Y" TO ws-rota-found
                   MOVE ws-cover-primary TO ws-rota-primary
                   MOVE ws-cover-second  TO ws-rota-secondary
                   MOVE ws-cover-manager TO ws-rota-manager
               END-IF
           END-IF.
           IF ws-rota-found = "N"
               EXIT PROGRAM
           END-IF.
           EVALUATE lk-tier
               WHEN "1"
                   MOVE ws-rota-primary TO lk-owner-id
               WHEN "2"
                   MOVE ws-rota-secondary TO lk-owner-id
               WHEN "3"
                   MOVE ws-rota-manager TO lk-owner-id
                   IF lk-owner-id = SPACES
                       PERFORM READ-DUTY-MANAGER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF lk-owner-id = SPACES
               EXIT PROGRAM
           END-IF.
           PERFORM FIND-CONTACT.
           EXIT PROGRAM.

       TAKE-COVERING-LINE.
           EVALUATE FUNCTION UPPER-CASE(ros-rec-kind)
               WHEN "ROTA"
                   MOVE "Y" TO ws-rota-found
                   MOVE ros-rec-primary   TO ws-rota-primary
                   MOVE ros-rec-secondary TO ws-rota-secondary
                   MOVE ros-rec-manager   TO ws-rota-manager
               WHEN "COVER"
                   MOVE "Y" TO ws-cover-found
                   MOVE ros-rec-primary   TO ws-cover-primary
                   MOVE ros-rec-secondary TO ws-cover-second
                   MOVE ros-rec-manager   TO ws-cover-manager
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-DUTY-MANAGER.
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
                                ws-config-key)) = "DUTY-MANAGER"
                               MOVE FUNCTION TRIM(ws-config-value)
                                 TO lk-owner-id
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.

      *>   ids compared case-blind, as owner-check compares them; a
      *>   deactivated owner or one without a contact cannot be paged
       FIND-CONTACT.
           MOVE 8 TO lk-status.
           OPEN INPUT OWNERS-FILE.
           IF ws-owners-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-owners-eof = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO ws-owners-eof
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                            own-rec-id))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(
                            lk-owner-id))
                           AND own-rec-active = "Y"
                           AND own-rec-contact NOT = SPACES
                           MOVE own-rec-contact TO lk-contact
                           MOVE 0 TO lk-status
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OWNERS-FILE.

           END PROGRAM "oncall-lookup".
