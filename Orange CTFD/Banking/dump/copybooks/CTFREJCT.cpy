       01  REJECT-OUT-RECORD.
           05  RJ-RUN-TIMESTAMP             PIC X(26).
           05  RJ-REASON-CODE               PIC X(08).
           05  RJ-KEYFRAG-RECORD            PIC X(193).
