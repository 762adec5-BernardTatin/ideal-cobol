      *> -------------------------------------------
      *> dr-set-lines.cpy
      *> the marker lines of a DRSET.nnnnnn transfer set, the night's
      *> replication of the master files and journals to the second
      *> site -- built by dr-replicate, checked and applied by
      *> dr-apply. A set is line sequential, the same shape as
      *> export-project's bundle: the *DRS header, one *MEM line per
      *> file it carries, *END-TOC, the files' lines in *MEM order
      *> (offsets count from the first line after *END-TOC), and the
      *> *CTL control totals as the very last line.
      *> -------------------------------------------
       01 DR-SET-HEADER.
           05 drs-hdr-tag          PIC X(5) VALUE "*DRS ".
      *>   one more than the set before; dr-apply takes them in
      *>   this order and no other
           05 drs-hdr-seq          PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
      *>   the sending site's SITE-ID from MAKER.CFG
           05 drs-hdr-site         PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
      *>   when the set was cut: the DR copy is as of this moment
      *>   once the set is applied
           05 drs-hdr-date         PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 drs-hdr-time         PIC X(6).
       01 DR-SET-MEMBER.
           05 drs-mem-tag          PIC X(5) VALUE "*MEM ".
      *>   the file's name at both sites
           05 drs-mem-name         PIC X(44).
           05 FILLER               PIC X VALUE SPACE.
      *>   F: the lines are the whole file and replace it;
      *>   A: the lines are new since the last set and go on the end
           05 drs-mem-mode         PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 drs-mem-offset       PIC 9(7).
           05 FILLER               PIC X VALUE SPACE.
           05 drs-mem-lines        PIC 9(7).
           05 FILLER               PIC X VALUE SPACE.
      *>   file-checksum's checksum over the lines carried
           05 drs-mem-sum          PIC 9(9).
       01 DR-SET-CONTROL.
           05 drs-ctl-tag          PIC X(5) VALUE "*CTL ".
           05 drs-ctl-members      PIC 9(3).
           05 FILLER               PIC X VALUE SPACE.
      *>   every line between *END-TOC and this one
           05 drs-ctl-lines        PIC 9(9).
           05 FILLER               PIC X VALUE SPACE.
      *>   the members' checksums added together
           05 drs-ctl-hash         PIC 9(12).
