      *> to every record CTF dropped on the reject worklist).
      *>
      *> One record per reject worked onto the master: the reject's
      *> original run timestamp, reason code and full 193-byte
      *> KEYFRAG image (same identity trail as CTFREJCT), plus the
      *> disposition assigned to it and the date it was assigned.
      *> Every reject enters the master as PENDING; the aging report
               88  RD-DISP-PENDING              VALUE
                   'PENDING'.
           05  RD-DISP-DATE                 PIC 9(08).
           05  RD-KEYFRAG-RECORD            PIC X(193).
