      *> CTFRHIST - PROD.CTF.RUNHIST record layout, the permanent
      *> pipeline run history. CTFLARCH writes one record per stage
      *> run from the nightly run ledger (CTFRLEDG) just before
      *> CTFDAILY clears it; CTFWINDW reads it for the batch-window
      *> and throughput report.
      *>
      *> KSDS keyed by business date, stage (the ledger program ID)
      *> and the time of day the stage started, so a rerun of a
      *> stage for the same business date is kept alongside the
      *> original run rather than replacing it. Times are HHMMSSHH
      *> as taken from the ledger; RH-ELAPSED-SECONDS allows for a
      *> stage that ran past midnight. RH-RUN-NO-END marks a stage
      *> that wrote a START record but never reached its END record
      *> (abended or cancelled) - its end time and counts are zero.
      *> RH-CONTROL-COUNT carries the CTFDECOD CONTROL record count.
       01  RUN-HISTORY-RECORD.
           05  RH-HISTORY-KEY.
               10  RH-BUSINESS-DATE         PIC 9(08).
               10  RH-STAGE-ID              PIC X(08).
               10  RH-START-TIME            PIC 9(08).
           05  RH-END-TIME                  PIC 9(08).
           05  RH-RUN-STATUS                PIC X(08).
               88  RH-RUN-COMPLETE              VALUE 'COMPLETE'.
               88  RH-RUN-NO-END                VALUE 'NOEND   '.
           05  RH-ELAPSED-SECONDS           PIC 9(07).
           05  RH-READ-COUNT                PIC 9(09).
           05  RH-WRITTEN-COUNT             PIC 9(09).
           05  RH-REJECT-COUNT              PIC 9(09).
           05  RH-ALERT-COUNT               PIC 9(09).
           05  RH-CONTROL-COUNT             PIC 9(09).
           05  RH-ARCHIVE-TIMESTAMP         PIC X(26).
           05  FILLER                       PIC X(10).
