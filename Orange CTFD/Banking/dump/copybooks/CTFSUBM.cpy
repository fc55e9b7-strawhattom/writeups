      *> CTFSUBM - CTF-SUBMAST-FILE record layout (PROD.CTF.SUBMITTER),
      *> the submitter authorization master. Maintained only by
      *> CTFAUTH LOAD; CTF, CTFINQRY and CTFKMNT read it through
      *> CTFAUTW / CTFAUTP before doing any work, and CTFAUTH REPORT
      *> lists it with each ID's actual activity for recertification.
      *>
      *> KSDS keyed by SB-SUBMITTER-ID - the ID given in the PARM of
      *> the run (CTF's submitter, CTFINQRY's submitter, CTFKMNT's
      *> requester or approver). An ID that is not on file may not run
      *> anything. SB-MODE-FLAGS say which kinds of run the ID may
      *> submit: CTF BATCH, CTF SELECT, CTF INQUIRY or CTFINQRY, and
      *> CTFKMNT maintenance (request, review and approve).
      *> SB-UNMASKED-FLAG allows a CTF run that shows the derived
      *> segments unmasked (any BATCH or SELECT run without the MASK
      *> option, and every CTF INQUIRY run). SB-RANGE-ENTRY holds the
      *> fragment-set ID ranges the ID may touch, low and high
      *> inclusive; a BATCH run must fall wholly inside one of them.
      *> A revoked ID stays on file (SB-STATUS-REVOKED) so its past
      *> activity still reports. SB-CERTIFIED-DATE is the business
      *> date the ID's authority was last set or reconfirmed.
       01  SUBMITTER-RECORD.
           05  SB-SUBMITTER-ID              PIC X(08).
           05  SB-STATUS                    PIC X(08).
               88  SB-STATUS-ACTIVE             VALUE 'ACTIVE  '.
               88  SB-STATUS-REVOKED            VALUE 'REVOKED '.
           05  SB-MODE-FLAGS.
               10  SB-BATCH-FLAG            PIC X(01).
                   88  SB-BATCH-ALLOWED         VALUE 'Y'.
               10  SB-SELECT-FLAG           PIC X(01).
                   88  SB-SELECT-ALLOWED        VALUE 'Y'.
               10  SB-INQUIRY-FLAG          PIC X(01).
                   88  SB-INQUIRY-ALLOWED       VALUE 'Y'.
               10  SB-MAINT-FLAG            PIC X(01).
                   88  SB-MAINT-ALLOWED         VALUE 'Y'.
           05  SB-UNMASKED-FLAG             PIC X(01).
               88  SB-UNMASKED-ALLOWED          VALUE 'Y'.
           05  SB-OWNER-NAME                PIC X(30).
           05  SB-CERTIFIED-DATE            PIC 9(08).
           05  SB-CHANGED-TIMESTAMP         PIC X(26).
           05  SB-RANGE-COUNT               PIC 9(02).
           05  SB-RANGE-TABLE.
               10  SB-RANGE-ENTRY OCCURS 8 TIMES.
                   15  SB-RANGE-LOW         PIC 9(09).
                   15  SB-RANGE-HIGH        PIC 9(09).
           05  FILLER                       PIC X(25).
