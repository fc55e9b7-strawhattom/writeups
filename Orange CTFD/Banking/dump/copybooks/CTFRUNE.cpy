      *> CTFRUNE - CTF-RUNCTL-FILE record layout (PROD.CTF.RUNCTL),
      *> the business-day calendar and run control for the nightly
      *> schedule. Maintained only by CTFRUNC; every other program
      *> reads the control record for its processing date (CTFRUNW
      *> and CTFRUNP) instead of taking the date from the clock.
      *>
      *> The cluster is keyed by RN-CONTROL-KEY. Key zero is the one
      *> control record: RN-PROCESSING-DATE is the business date every
      *> program runs as, RN-NEXT-DATE the business date the next
      *> CTFDAILY will process (the two differ only while an earlier
      *> date is being rerun), RN-LAST-COMPLETE-DATE the last date
      *> whose whole schedule finished. Every other key is a calendar
      *> date loaded from the calendar cards: RN-DAY-TYPE says whether
      *> it is a business day or a holiday, RN-DATE-STATUS whether its
      *> schedule is still OPEN, ACTIVE or COMPLETE, and one
      *> RN-STAGE-ENTRY per stage of the schedule records when that
      *> stage completed for the date. RN-RERUN-COUNT counts the times
      *> the date was deliberately run again after it had completed.
       01  RUN-CONTROL-RECORD.
           05  RN-CONTROL-KEY               PIC 9(08).
           05  RN-DATE-BODY.
               10  RN-DAY-TYPE              PIC X(01).
                   88  RN-BUSINESS-DAY          VALUE 'B'.
                   88  RN-HOLIDAY               VALUE 'H'.
               10  RN-DATE-STATUS           PIC X(08).
                   88  RN-DATE-OPEN             VALUE 'OPEN    '.
                   88  RN-DATE-ACTIVE           VALUE 'ACTIVE  '.
                   88  RN-DATE-COMPLETE         VALUE 'COMPLETE'.
               10  RN-RERUN-SWITCH          PIC X(01).
                   88  RN-RERUN                 VALUE 'Y'.
               10  RN-RERUN-COUNT           PIC 9(03).
               10  RN-START-TIMESTAMP       PIC X(26).
               10  RN-END-TIMESTAMP         PIC X(26).
               10  RN-STAGE-ENTRY OCCURS 5 TIMES.
                   15  RN-STAGE-NAME        PIC X(08).
                   15  RN-STAGE-STATUS      PIC X(01).
                       88  RN-STAGE-DONE        VALUE 'Y'.
                   15  RN-STAGE-TIMESTAMP   PIC X(26).
           05  RN-CONTROL-BODY REDEFINES RN-DATE-BODY.
               10  RN-PROCESSING-DATE       PIC 9(08).
               10  RN-NEXT-DATE             PIC 9(08).
               10  RN-LAST-COMPLETE-DATE    PIC 9(08).
               10  FILLER                   PIC X(216).
