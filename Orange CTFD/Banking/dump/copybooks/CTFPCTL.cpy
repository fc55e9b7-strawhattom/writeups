      *> CTFPCTL - partition control card layout (PROD.CTF.PARTITION.
      *> CONTROL), read by CTFPART CHECK and MERGE and by every
      *> partitioned CTF batch stream (PARM CTFDAILY/PARTnn).
      *>
      *> One PART card per CTF stream, in partition-number order. Each
      *> card gives the fragment-set ID range, low and high inclusive,
      *> that the stream reads from KEYFRAG. Taken together the cards
      *> must cover 000000001 through 999999999 with no gap and no
      *> overlap, so every set on KEYFRAG belongs to exactly one
      *> stream. A stream whose number has no card empties its
      *> partition files and does nothing else, so streams can be
      *> taken out of use by removing their card.
       01  PARTITION-CONTROL-RECORD.
           05  PC-CARD-TYPE                 PIC X(08).
               88  PC-PARTITION-CARD            VALUE 'PART    '.
           05  FILLER                       PIC X(01).
           05  PC-PARTITION-NBR             PIC 9(02).
           05  FILLER                       PIC X(01).
           05  PC-SET-LOW                   PIC 9(09).
           05  FILLER                       PIC X(01).
           05  PC-SET-HIGH                  PIC 9(09).
           05  FILLER                       PIC X(49).
