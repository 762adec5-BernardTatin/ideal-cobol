      *> -------------------------------------------
      *> journal-seal.cbl
      *> the one shared journal-append subprogram, a sibling of
      *> file-checksum.cbl: every line of PROJECTS-AUDIT,
      *> FILEAID-AUDIT, PRODQUEUE.AUDIT, ALERTS.ACKLOG and
      *> RECERT-HISTORY goes onto its journal through here,
      *> carrying a seal past its own columns --
      *>
      *>   <the line, its fixed width> <sequence 9(9)> <hash 9(9)>
      *>
      *> the sequence one more than the line before's, the hash
      *> folded (file-checksum's sum*31+byte under the prime) over
      *> the line before's hash, this sequence and every byte of
      *> this line. A line edited, removed or slipped in afterwards
      *> breaks the chain from there on, which journal-verify walks
      *> and reports. The journal's last sequence and hash are kept
      *> beside it in <journal>.SEAL as well, so lines cut off the
      *> end show too. Lines a journal held before it was sealed
      *> carry no seal and are left as they are.
      *>
      *>   lk-op: "APPEND" writes lk-line (lk-line-len wide) and its
      *>          seal to the journal lk-path names, handing back
      *>          the sequence and hash it was sealed with;
      *>          "HASH" only folds: lk-hash in is the line
      *>          before's hash, out is lk-line's at lk-seq
      *> -------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "journal-seal" IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC ws-journal-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT SEAL-FILE
               ASSIGN TO DYNAMIC ws-seal-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seal-status.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD         PIC X(640).
      *>   the chain's head: the last sequence and hash written, and
      *>   when
       FD  SEAL-FILE.
       01 SEAL-RECORD.
           05 seal-rec-seq       PIC 9(9).
           05 FILLER             PIC X.
           05 seal-rec-hash      PIC 9(9).
           05 FILLER             PIC X.
           05 seal-rec-date      PIC X(8).
           05 FILLER             PIC X.
           05 seal-rec-time      PIC X(6).

       WORKING-STORAGE SECTION.
       01 ws-journal-path        PIC X(300).
       01 ws-journal-status      PIC XX.
       01 ws-journal-eof         PIC X VALUE "N".
       01 ws-seal-path           PIC X(300).
       01 ws-seal-status         PIC XX.
       01 ws-line-len            PIC 9(4).
       01 ws-prev-seq            PIC 9(9) VALUE 0.
       01 ws-prev-hash           PIC 9(9) VALUE 0.
       01 ws-now-time            PIC X(8).

      *>   the sealed line as it goes onto the journal
       01 ws-sealed-line.
           05 ws-sealed-body     PIC X(640).

      *>   the fold, kept wide and brought back under the prime
      *>   after every byte exactly as file-checksum does
       78 ws-sum-prime VALUE 999999937.
       01 ws-running-sum         PIC 9(18).
       01 ws-fold-text           PIC X(9).
       01 ws-char-idx            PIC 9(4).
       01 ws-char-ord            PIC 9(4).

       LINKAGE SECTION.
      *> "APPEND" or "HASH"
       01 lk-op        PIC X(6).
      *> the journal, on APPEND
       01 lk-path      PIC X(300).
      *> the line, already built to the journal's fixed columns
       01 lk-line      PIC X(600).
      *> how many of lk-line's columns the journal's lines hold
       01 lk-line-len  PIC 9(4).
      *> the sequence the line was sealed with
       01 lk-seq       PIC 9(9).
      *> the hash it was sealed with (HASH: the one before, in)
       01 lk-hash      PIC 9(9).
      *> 0 = ok, 10 = the journal could not be written,
      *> 90 = unknown op
       01 lk-status    PIC 99.

       PROCEDURE DIVISION USING lk-op lk-path lk-line lk-line-len
           lk-seq lk-hash lk-status.
       prog.
           MOVE 0 TO lk-status.
           MOVE lk-line-len TO ws-line-len.
           IF ws-line-len > 600 OR ws-line-len = 0
               MOVE 600 TO ws-line-len
           END-IF.
           EVALUATE FUNCTION TRIM(lk-op)
               WHEN "APPEND"
                   PERFORM APPEND-SEALED-LINE
               WHEN "HASH"
                   MOVE lk-hash TO ws-prev-hash
                   PERFORM FOLD-SEAL
               WHEN OTHER
                   MOVE 90 TO lk-status
           END-EVALUATE.
           EXIT PROGRAM.

      *>   same create-then-extend open log-error uses, so the first
      *>   line a journal ever gets creates it
       APPEND-SEALED-LINE SECTION.
           MOVE lk-path TO ws-journal-path.
           MOVE SPACES TO ws-seal-path.
           STRING FUNCTION TRIM(lk-path) ".SEAL"
             DELIMITED BY SIZE INTO ws-seal-path
           END-STRING.
           PERFORM FIND-CHAIN-HEAD.
           COMPUTE lk-seq = ws-prev-seq + 1.
           PERFORM FOLD-SEAL.
           MOVE SPACES TO ws-sealed-line.
           MOVE lk-line(1:ws-line-len) TO ws-sealed-body.
           MOVE lk-seq TO ws-sealed-body(ws-line-len + 2:9).
           MOVE lk-hash TO ws-sealed-body(ws-line-len + 12:9).
           OPEN EXTEND JOURNAL-FILE.
           IF ws-journal-status NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           IF ws-journal-status NOT = "00"
               DISPLAY "JSL010E journal-seal: could not write '"
                 FUNCTION TRIM(ws-journal-path) "', status "
                 ws-journal-status UPON SYSERR
               END-DISPLAY
               MOVE 10 TO lk-status
               GO TO APPEND-SEALED-LINE-EXIT
           END-IF.
           MOVE ws-sealed-line TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO SEAL-RECORD.
           MOVE lk-seq TO seal-rec-seq.
           MOVE lk-hash TO seal-rec-hash.
           ACCEPT seal-rec-date FROM DATE YYYYMMDD.
           ACCEPT ws-now-time FROM TIME.
           MOVE ws-now-time(1:6) TO seal-rec-time.
           OPEN OUTPUT SEAL-FILE.
           IF ws-seal-status = "00"
               WRITE SEAL-RECORD
               CLOSE SEAL-FILE
           END-IF.
       APPEND-SEALED-LINE-EXIT.
           EXIT.

      *>   the head comes off the .SEAL file; a journal that has
      *>   lost it (or never had one) is read for its last sealed
      *>   line instead, and one with none starts the chain at 1
       FIND-CHAIN-HEAD SECTION.
           MOVE 0 TO ws-prev-seq.
           MOVE 0 TO ws-prev-hash.
           OPEN INPUT SEAL-FILE.
           IF ws-seal-status = "00"
               READ SEAL-FILE
                   NOT AT END
                       IF seal-rec-seq IS NUMERIC
                           AND seal-rec-hash IS NUMERIC
                           MOVE seal-rec-seq TO ws-prev-seq
                           MOVE seal-rec-hash TO ws-prev-hash
                       END-IF
               END-READ
               CLOSE SEAL-FILE
               IF ws-prev-seq > 0
                   GO TO FIND-CHAIN-HEAD-EXIT
               END-IF
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF ws-journal-status NOT = "00"
               GO TO FIND-CHAIN-HEAD-EXIT
           END-IF.
           PERFORM UNTIL ws-journal-eof = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO ws-journal-eof
                   NOT AT END
                       IF JOURNAL-RECORD(ws-line-len + 2:9) IS NUMERIC
                           AND JOURNAL-RECORD(ws-line-len + 12:9)
                             IS NUMERIC
                           MOVE JOURNAL-RECORD(ws-line-len + 2:9)
                             TO ws-prev-seq
                           MOVE JOURNAL-RECORD(ws-line-len + 12:9)
                             TO ws-prev-hash
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       FIND-CHAIN-HEAD-EXIT.
           EXIT.

      *>   the line before's hash, this sequence, then the line's
      *>   every column -- trailing blanks included, the columns
      *>   being fixed -- each byte folded in as sum*31+byte
       FOLD-SEAL SECTION.
           MOVE 0 TO ws-running-sum.
           MOVE ws-prev-hash TO ws-fold-text.
           PERFORM FOLD-NINE-DIGITS.
           MOVE lk-seq TO ws-fold-text.
           PERFORM FOLD-NINE-DIGITS.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > ws-line-len
               COMPUTE ws-char-ord =
                 FUNCTION ORD(lk-line(ws-char-idx:1))
               COMPUTE ws-running-sum = FUNCTION MOD(
                 (ws-running-sum * 31) + ws-char-ord
                 ws-sum-prime)
           END-PERFORM.
           MOVE ws-running-sum TO lk-hash.

       FOLD-NINE-DIGITS SECTION.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
               UNTIL ws-char-idx > 9
               COMPUTE ws-char-ord =
                 FUNCTION ORD(ws-fold-text(ws-char-idx:1))
               COMPUTE ws-running-sum = FUNCTION MOD(
                 (ws-running-sum * 31) + ws-char-ord
                 ws-sum-prime)
           END-PERFORM.

           END PROGRAM "journal-seal".
