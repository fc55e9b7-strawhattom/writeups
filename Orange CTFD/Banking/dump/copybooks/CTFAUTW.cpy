      *> CTFAUTW - submitter authorization work fields, used with
      *> CTFSUBM (PROD.CTF.SUBMITTER record layout), CTFSECL
      *> (PROD.CTF.SECURITY.LOG record layout) and CTFAUTP (the check
      *> and log paragraphs) by every program that must refuse an
      *> unauthorized submitter.
      *>
      *> The caller fills WS-AUTH-REQUEST - program, submitter, mode,
      *> function, whether the run would show segments unmasked and,
      *> when WS-AUTH-RANGE-WANTED, the fragment-set ID range it will
      *> touch - and performs AUTHORIZE-SUBMITTER-PARAGRAPH, which sets
      *> WS-AUTH-STATUS so the caller can issue its own message. The
      *> ID's ranges are kept in WS-AUTH-RANGE-TABLE so the caller can
      *> check each further set it meets with CHECK-SET-RANGE-
      *> PARAGRAPH without reading the master again.
       01  WS-SUBMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SECLOG-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AUTH-STATUS                  PIC X(01) VALUE SPACE.
           88  WS-AUTH-GRANTED                 VALUE 'Y'.
           88  WS-AUTH-NO-FILE                 VALUE 'F'.
           88  WS-AUTH-NOT-ON-FILE             VALUE 'N'.
           88  WS-AUTH-REVOKED                 VALUE 'R'.
           88  WS-AUTH-MODE-REFUSED            VALUE 'M'.
           88  WS-AUTH-UNMASKED-REFUSED        VALUE 'U'.
           88  WS-AUTH-RANGE-REFUSED           VALUE 'S'.
       01  WS-AUTH-REQUEST.
           05  WS-AUTH-PROGRAM-ID          PIC X(08) VALUE SPACES.
           05  WS-AUTH-SUBMITTER-ID        PIC X(08) VALUE SPACES.
           05  WS-AUTH-MODE                PIC X(08) VALUE SPACES.
               88  WS-AUTH-MODE-BATCH          VALUE 'BATCH'.
               88  WS-AUTH-MODE-SELECT         VALUE 'SELECT'.
               88  WS-AUTH-MODE-INQUIRY        VALUE 'INQUIRY'.
               88  WS-AUTH-MODE-MAINT          VALUE 'MAINT'.
           05  WS-AUTH-FUNCTION            PIC X(08) VALUE SPACES.
           05  WS-AUTH-UNMASKED-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-AUTH-UNMASKED-WANTED     VALUE 'Y'.
           05  WS-AUTH-RANGE-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-AUTH-RANGE-WANTED        VALUE 'Y'.
           05  WS-AUTH-SET-LOW             PIC 9(09) VALUE ZERO.
           05  WS-AUTH-SET-HIGH            PIC 9(09) VALUE ZERO.
           05  WS-AUTH-TIMESTAMP           PIC X(26) VALUE SPACES.
       01  WS-AUTH-REASON-CODE             PIC X(08) VALUE SPACES.
       01  WS-AUTH-REASON-TEXT             PIC X(44) VALUE SPACES.
       01  WS-AUTH-MODE-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-AUTH-MODE-ALLOWED            VALUE 'Y'.
       01  WS-AUTH-IN-RANGE-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-AUTH-IN-RANGE                VALUE 'Y'.
       01  WS-AUTH-RANGE-INDEX             PIC 9(02) COMP VALUE ZERO.
       01  WS-AUTH-RANGE-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-AUTH-RANGE-TABLE.
           05  WS-AUTH-RANGE-ENTRY OCCURS 8 TIMES.
               10  WS-AUTH-RANGE-LOW           PIC 9(09).
               10  WS-AUTH-RANGE-HIGH          PIC 9(09).
