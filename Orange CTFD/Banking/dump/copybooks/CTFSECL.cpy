      *> CTFSECL - CTF-SECLOG-FILE record layout (PROD.CTF.SECURITY.
      *> LOG), written by the submitter authorization check (CTFAUTP)
      *> in CTF, CTFINQRY and CTFKMNT. One GRANTED record for every run
      *> the submitter master allowed, and one VIOLATN record for
      *> every run or fragment set it refused. CTFAUTH REPORT reads it
      *> for the monthly access report.
      *>
      *> SL-MODE is the kind of run asked for (BATCH, SELECT, INQUIRY
      *> or MAINT) and SL-FUNCTION the variant within it (RESTART for
      *> a CTF restart, HASH for a CTFINQRY hash lookup, REQUEST,
      *> REVIEW or APPROVE for CTFKMNT). SL-UNMASKED-FLAG is Y when
      *> the run showed segments unmasked. SL-FRAG-SET-ID is the set
      *> (or the low end of the set range) the check was made against,
      *> zero when no range applied. SL-REASON-CODE is the message a
      *> refused run ended with.
       01  SECURITY-LOG-RECORD.
           05  SL-RUN-TIMESTAMP             PIC X(26).
           05  SL-PROGRAM-ID                PIC X(08).
           05  SL-SUBMITTER-ID              PIC X(08).
           05  SL-MODE                      PIC X(08).
           05  SL-FUNCTION                  PIC X(08).
           05  SL-UNMASKED-FLAG             PIC X(01).
           05  SL-EVENT                     PIC X(08).
               88  SL-ACCESS-GRANTED            VALUE 'GRANTED '.
               88  SL-VIOLATION                 VALUE 'VIOLATN '.
           05  SL-FRAG-SET-ID               PIC 9(09).
           05  SL-REASON-CODE               PIC X(08).
           05  SL-REASON-TEXT               PIC X(44).
