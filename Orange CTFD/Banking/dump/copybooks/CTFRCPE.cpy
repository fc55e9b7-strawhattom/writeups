      *> CTFRCPE - CTF-RECIPE-FILE record layout (PROD.CTF.RECIPE),
      *> shared by every program that derives SEGMENT1/2/3 from a
      *> KEYFRAG fragment set (CTF in BATCH, SELECT and INQUIRY mode,
      *> and any job that has to reproduce exactly what CTF produces).
      *> Used together with CTFRCPW (in-storage table) and CTFRCPP
      *> (load and derive paragraphs).
      *>
      *> A recipe is the ordered list of pieces strung together to
      *> build each segment. One 80-byte card per piece, keyed by
      *> recipe ID + effective date + target segment + piece
      *> sequence; the file must be kept in that key order (sort it
      *> after every maintenance pass - an out-of-sequence card stops
      *> the run). A new key scheme for a partner is a new set of
      *> cards under a new recipe ID, or a new effective date under
      *> an existing one - never a program change. The version of a
      *> recipe used for a run is the one with the latest effective
      *> date on or before that run's processing date.
      *>
      *> RP-PIECE-TYPE 'F' takes RP-PIECE-LENGTH bytes of fragment
      *> RP-FRAGMENT-NBR starting at RP-START-POS; 'L' takes the
      *> first RP-PIECE-LENGTH bytes of RP-LITERAL-TEXT (fragment
      *> number and start position are zero on a literal card).
      *> RP-DELIM-MODE 'S' moves the piece in full (DELIMITED BY
      *> SIZE); 'D' stops it at the first RP-DELIM-CHAR, which may
      *> be a space. RP-PIECE-DETAIL is laid out to match one entry
      *> of the CTFRCPW piece table so it can be moved across whole.
       01  RECIPE-RECORD.
           05  RP-RECIPE-KEY.
               10  RP-RECIPE-ID             PIC X(08).
               10  RP-EFFECTIVE-DATE        PIC 9(08).
               10  RP-SEGMENT-NBR           PIC 9(01).
               10  RP-PIECE-SEQ             PIC 9(02).
           05  RP-PIECE-DETAIL.
               10  RP-PIECE-TYPE            PIC X(01).
                   88  RP-PIECE-FRAGMENT        VALUE 'F'.
                   88  RP-PIECE-LITERAL         VALUE 'L'.
               10  RP-FRAGMENT-NBR          PIC 9(01).
               10  RP-START-POS             PIC 9(02).
               10  RP-PIECE-LENGTH          PIC 9(02).
               10  RP-DELIM-MODE            PIC X(01).
                   88  RP-DELIM-BY-SIZE         VALUE 'S'.
                   88  RP-DELIM-BY-CHAR         VALUE 'D'.
               10  RP-DELIM-CHAR            PIC X(01).
               10  RP-LITERAL-TEXT          PIC X(08).
           05  FILLER                       PIC X(45).
