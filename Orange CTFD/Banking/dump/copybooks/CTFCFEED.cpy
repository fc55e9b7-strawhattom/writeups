      *> CTFCFEED - PROD.CTF.CIPHERFEED record layout as received from
      *> the sender, read by the CTFINTAK intake step ahead of the
      *> CTFDECOD sort.
      *>
      *> The feed is framed by a header record (CF-SUBMITTER-ID of
      *> '*HEADER*') carrying the sender ID, the business date the
      *> feed belongs to and the sender's file sequence number (one
      *> higher on every feed, never reused), and a trailer record
      *> (CF-SUBMITTER-ID of '*TRAILER') carrying the count of data
      *> records between them and the hash total of their
      *> CF-FRAGMENT-SET-ID values. Every other record is a data
      *> record: the 8-byte submitter plus 9-digit set-ID identity
      *> ahead of the 174-byte ciphertext, the same 191 bytes
      *> CTFDECOD has always matched against CODEOUT. CTFINTAK passes
      *> only the data records on, so nothing after it sees the
      *> header or trailer.
       01  CIPHER-FEED-RECORD.
           05  CF-SUBMITTER-ID              PIC X(08).
               88  CF-HEADER-RECORD             VALUE '*HEADER*'.
               88  CF-TRAILER-RECORD            VALUE '*TRAILER'.
           05  CF-DATA-BODY.
               10  CF-FRAGMENT-SET-ID       PIC 9(09).
               10  CF-CIPHER-TEXT           PIC X(174).
           05  CF-HEADER-BODY REDEFINES CF-DATA-BODY.
               10  CF-SENDER-ID             PIC X(08).
               10  CF-BUSINESS-DATE         PIC 9(08).
               10  CF-FILE-SEQ-NBR          PIC 9(09).
               10  FILLER                   PIC X(158).
           05  CF-TRAILER-BODY REDEFINES CF-DATA-BODY.
               10  CF-RECORD-COUNT          PIC 9(09).
               10  CF-HASH-TOTAL            PIC 9(18).
               10  FILLER                   PIC X(156).
