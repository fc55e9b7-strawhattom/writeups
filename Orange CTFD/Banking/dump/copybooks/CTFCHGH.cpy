      *> record as it stood before and after the action, in the same
      *> WS-KEYFRAG-RECORD/CTFFRAG layout, so an auditor can replay
      *> any maintenance run without a separate key. CH-BEFORE-IMAGE
      *> is spaces for an ADD. CH-REQUESTER-ID and CH-APPROVER-ID are
      *> the two people who asked for and approved the action under
      *> dual control (both spaces on entries written before it).
      *>
      *> CH-RUN-TIMESTAMP is the wall-clock date and time the change
      *> was applied (YYYYMMDDHHMMSSHH), not the run-control business
      *> date, so the file sorts into the order the changes were made
      *> however the approval run falls against the nightly cycle.
       01  CHGHIST-OUT-RECORD.
           05  CH-RUN-TIMESTAMP             PIC X(26).
           05  CH-ACTION                    PIC X(08).
           05  CH-BEFORE-IMAGE              PIC X(193).
           05  CH-AFTER-IMAGE               PIC X(193).
           05  CH-REQUESTER-ID              PIC X(08).
           05  CH-APPROVER-ID               PIC X(08).
