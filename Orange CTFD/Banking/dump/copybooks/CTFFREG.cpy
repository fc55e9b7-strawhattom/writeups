      *> CTFFREG - CTF-REGISTER-FILE record layout (PROD.CTF.CIPHERFEED.
      *> REGISTER), the register of cipher feeds CTFINTAK has accepted.
      *>
      *> One record is appended per accepted feed, never rewritten.
      *> CTFINTAK reads the whole register for the feed's sender
      *> before accepting the next one: a sequence number already on
      *> the register is a re-sent feed, a sequence number that is
      *> not one higher than the sender's highest is a gap, and a
      *> business date already on the register has been processed.
      *> While the processing date is ACTIVE and its CTFDECOD stage
      *> has not completed (a decode night being submitted again, or
      *> a CTFRUNC rerun of the date), that date's own registered feed
      *> - same sender, sequence and business date - is accepted again
      *> and not appended twice. Any other feed for the date is still
      *> refused.
      *> The record count and hash total are the trailer values the
      *> feed balanced to.
       01  REGISTER-RECORD.
           05  RG-SENDER-ID                 PIC X(08).
           05  RG-BUSINESS-DATE             PIC 9(08).
           05  RG-FILE-SEQ-NBR              PIC 9(09).
           05  RG-RECORD-COUNT              PIC 9(09).
           05  RG-HASH-TOTAL                PIC 9(18).
           05  RG-ACCEPT-TIMESTAMP          PIC X(26).
           05  FILLER                       PIC X(02).
