      *> is cipher records that had no key triplet (NOKEY) - those
      *> are outside the triplet population and must not enter the
      *> triplet balance.
      *>
      *> CTFINTAK, the cipher feed intake step ahead of CTFDECOD,
      *> records READ as the data records received between the feed
      *> header and trailer, WRITTEN as the records passed on to
      *> decode (zero when the feed is rejected) and REJECT as the
      *> records of a rejected feed. CTFDECOD follows its END record
      *> with a CONTROL record whose READ count is the cipher records
      *> it consumed, so CTFBALNC can balance received against
      *> consumed without disturbing the triplet counts above.
      *>
      *> The nightly CTF run is split into partition streams (PARM
      *> CTFDAILY/PARTnn), each writing its own partition ledger
      *> under RL-PROGRAM-ID CTFPnn: START, END with the counts above
      *> for its set range, and a CONTROL record whose READ count is
      *> the KEYFRAG records it read in that range. CTFPART MERGE
      *> copies them to PROD.CTF.RUNLEDGER and adds the CTF START and
      *> END records CTFBALNC balances, counts summed over the
      *> partitions. Because only the merge puts CTFPnn records on
      *> PROD.CTF.RUNLEDGER, CTFPART VERIFY and MERGE refuse a date
      *> whose CTFPnn records are already there.
      *>
      *> RL-RUN-TIMESTAMP is the business (processing) date followed
      *> by the time of day: the time the stage began on a START
      *> record, the time it finished on END and CONTROL records.
      *> CTFLARCH copies each night's ledger to the permanent run
      *> history (CTFRHIST) before CTFDAILY clears it.
       01  RUN-LEDGER-RECORD.
           05  RL-PROGRAM-ID                PIC X(08).
           05  RL-RUN-TIMESTAMP             PIC X(26).
           05  RL-EVENT                     PIC X(08).
               88  RL-EVENT-START               VALUE 'START   '.
               88  RL-EVENT-END                 VALUE 'END     '.
               88  RL-EVENT-CONTROL             VALUE 'CONTROL '.
           05  RL-READ-COUNT                PIC 9(09).
           05  RL-WRITTEN-COUNT             PIC 9(09).
           05  RL-REJECT-COUNT              PIC 9(09).
