      *> layout, shared by CTF and any other program working against
      *> the same fragment set (validators, inquiry screens).
      *>
      *> WS-KEYFRAG-RECORD is the full 193-byte KEYFRAG maintenance
      *> record: a permanent fragment-set ID (the VSAM cluster key,
      *> assigned once by CTFKMNT and never reused), the 8-fragment
      *> table CTF has always worked with, an effective-date/status
      *> pair that lets more than one generation of the same
      *> fragment set live on the file at once, and the ID of the
      *> segment recipe (CTFRCPE) that says how SEGMENT1/2/3 are
      *> built from the fragments. A blank recipe ID means the base
      *> recipe CTFBASE, the layout CTF originally hard-coded.
      *> WS-FRAG-SET-ID is the identity every downstream file
      *> (CTFCDOUT, CTFAUDIT, CTFREJCT) carries, so history matching
      *> survives inserts and deletes on the KEYFRAG file.
      *> WS-FRAGMENT-RECORD stays a 160-byte item on its own so the
      *> ad hoc CTF-INQUIRY-FILE record (which carries no set ID and
      *> no effective-dating, only the fragments and a recipe ID) can
      *> still be moved straight into it.
       01  WS-KEYFRAG-RECORD.
           05  WS-FRAG-SET-ID              PIC 9(09).
           05  WS-FRAGMENT-RECORD.
               88  WS-FRAG-ACTIVE              VALUE 'ACTIVE  '.
               88  WS-FRAG-PENDING             VALUE 'PENDING '.
               88  WS-FRAG-RETIRED             VALUE 'RETIRED '.
           05  WS-FRAG-RECIPE-ID           PIC X(08).

       01  WS-CONCAT-FIELDS.
           05  WS-CONCAT1                  PIC X(52) VALUE SPACES.
