      *> CTFRUNW - processing-date work fields, used with CTFRUNE
      *> (PROD.CTF.RUNCTL record layout) and CTFRUNP (the read
      *> paragraph) by every program that needs the business date it
      *> is running for.
      *>
      *> GET-PROCESSING-DATE-PARAGRAPH sets WS-RUNCTL-READ-STATUS so
      *> each caller can issue its own message, and on success puts
      *> the run control's processing date in WS-PROCESSING-DATE.
      *> WS-RUNCTL-RERUN-DATE is set when that date is being run
      *> again under CTFRUNC RERUN (its calendar record is ACTIVE with
      *> the rerun flag on). WS-RUNCTL-DECODE-PENDING is set when the
      *> date is ACTIVE and its CTFDECOD stage has not yet completed,
      *> so a failed decode night can be submitted again as it stands.
       01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RUNCTL-READ-STATUS           PIC X(01) VALUE SPACE.
           88  WS-RUNCTL-DATE-FOUND            VALUE 'Y'.
           88  WS-RUNCTL-NO-FILE               VALUE 'F'.
           88  WS-RUNCTL-NO-CONTROL            VALUE 'C'.
           88  WS-RUNCTL-NO-DATE               VALUE 'D'.
       01  WS-PROCESSING-DATE              PIC 9(08) VALUE ZERO.
       01  WS-RUNCTL-RERUN-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-RUNCTL-RERUN-DATE            VALUE 'Y'.
       01  WS-RUNCTL-DECODE-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-RUNCTL-DECODE-PENDING        VALUE 'Y'.
