      *> CTFPEND - CTF-PENDING-FILE record layout (PROD.CTF.KEYFRAG.
      *> PENDING), the dual-control queue between a CTFKMNT requester
      *> run and the CTFKMNT approver run that applies it.
      *>
      *> One record per maintenance transaction accepted from KMNTIN,
      *> keyed by PD-PENDING-ID (assigned in arrival order, never
      *> reused). PD-TRANS-IMAGE is the KMNTIN transaction exactly as
      *> the requester submitted it, so the approver run edits and
      *> applies what was asked for, not a copy of the cluster. The
      *> record stays on file after a decision as the audit trail of
      *> who asked and who decided: PD-STATUS moves from PENDING to
      *> APPLIED, DECLINED, EXPIRED (left undecided too long) or
      *> REJECTED (approved, but failed the edits again at apply
      *> time - PD-REASON-CODE says why). PD-APPLIED-SET-ID is the
      *> fragment-set ID an approved ADD was given.
      *> PD-REQUEST-TIMESTAMP and PD-DECISION-TIMESTAMP are wall-clock
      *> (YYYYMMDDHHMMSSHH); the expiry age is counted from the request
      *> date to the run-control business date of the approval run.
       01  PENDING-RECORD.
           05  PD-PENDING-ID                PIC 9(09).
           05  PD-STATUS                    PIC X(08).
               88  PD-STATUS-PENDING            VALUE 'PENDING '.
               88  PD-STATUS-APPLIED            VALUE 'APPLIED '.
               88  PD-STATUS-DECLINED           VALUE 'DECLINED'.
               88  PD-STATUS-EXPIRED            VALUE 'EXPIRED '.
               88  PD-STATUS-REJECTED           VALUE 'REJECTED'.
           05  PD-REQUESTER-ID              PIC X(08).
           05  PD-REQUEST-TIMESTAMP.
               10  PD-REQUEST-DATE          PIC 9(08).
               10  FILLER                   PIC X(18).
           05  PD-APPROVER-ID               PIC X(08).
           05  PD-DECISION-TIMESTAMP        PIC X(26).
           05  PD-REASON-CODE               PIC X(08).
           05  PD-TRANS-IMAGE.
               10  PD-ACTION                PIC X(08).
               10  PD-FRAG-SET-ID           PIC 9(09).
               10  PD-KEYFRAG-BODY          PIC X(184).
           05  PD-APPLIED-SET-ID            PIC 9(09).
