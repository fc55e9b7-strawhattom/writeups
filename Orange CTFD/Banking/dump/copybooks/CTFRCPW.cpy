      *> CTFRCPW - in-storage segment recipe table and segment build
      *> work fields, used with CTFRCPE (PROD.CTF.RECIPE card layout)
      *> and CTFRCPP (the load and derive paragraphs) by every program
      *> that builds SEGMENT1/2/3 into the CTFFRAG WS-CONCAT-FIELDS.
      *>
      *> The whole recipe file is loaded once per run, one table entry
      *> per recipe ID + effective date, holding that version's pieces
      *> in segment/sequence order. WS-RECIPE-LOAD-STATUS reports how
      *> the load went so each caller can issue its own message;
      *> WS-RECIPE-ERROR-CARD holds the card that stopped it.
      *> WS-RECIPE-AS-OF-DATE is set by the caller before deriving -
      *> normally the run's processing date. After a derive,
      *> WS-RECIPE-FOUND says whether a version was in effect,
      *> WS-STRING-OVERFLOW whether a segment ran past its length, and
      *> WS-CONCAT2-PTR is the next free position in segment 2.
      *> EDIT-SEGMENTS-PARAGRAPH sets one WS-SEGMENT-EDIT-FLAGS byte
      *> per CTF segment check that failed (CTF0020, 0030, 0031, 0032,
      *> 0033); WS-SEGMENTS-CLEAN means every check passed. Each caller
      *> issues its own messages from the flags.
       01  WS-RECIPE-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RECIPE-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-RECIPE-EOF                   VALUE 'Y'.
       01  WS-RECIPE-LOAD-STATUS           PIC X(01) VALUE SPACE.
           88  WS-RECIPE-LOADED                VALUE 'Y'.
           88  WS-RECIPE-NO-FILE               VALUE 'F'.
           88  WS-RECIPE-EMPTY                 VALUE 'E'.
           88  WS-RECIPE-BAD-CARD              VALUE 'B'.
           88  WS-RECIPE-OUT-OF-SEQ            VALUE 'S'.
           88  WS-RECIPE-TABLE-FULL            VALUE 'T'.
       01  WS-RECIPE-ERROR-CARD            PIC X(80) VALUE SPACES.
       01  WS-RECIPE-LAST-KEY              PIC X(19) VALUE LOW-VALUES.
       01  WS-RECIPE-BASE-ID               PIC X(08) VALUE 'CTFBASE'.
       01  WS-RECIPE-WANTED-ID             PIC X(08) VALUE SPACES.
       01  WS-RECIPE-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01  WS-RECIPE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-RECIPE-FOUND                 VALUE 'Y'.
       01  WS-RCP-INDEX                    PIC 9(03) COMP VALUE ZERO.
       01  WS-RCP-SELECTED                 PIC 9(03) COMP VALUE ZERO.
       01  WS-RCP-PIECE-INDEX              PIC 9(03) COMP VALUE ZERO.
       01  WS-RECIPE-TABLE.
           05  WS-RCP-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-RCP-ENTRY OCCURS 50 TIMES.
               10  WS-RCP-RECIPE-ID        PIC X(08).
               10  WS-RCP-EFFECTIVE-DATE   PIC 9(08).
               10  WS-RCP-PIECE-COUNT      PIC 9(03) COMP.
               10  WS-RCP-PIECE OCCURS 40 TIMES.
                   15  WS-RCP-SEGMENT-NBR  PIC 9(01).
                   15  WS-RCP-PIECE-DETAIL PIC X(16).
       01  WS-PIECE-WORK.
           05  WS-PC-SEGMENT-NBR           PIC 9(01).
           05  WS-PC-PIECE-DETAIL.
               10  WS-PC-PIECE-TYPE        PIC X(01).
                   88  WS-PC-TYPE-FRAGMENT     VALUE 'F'.
                   88  WS-PC-TYPE-LITERAL      VALUE 'L'.
               10  WS-PC-FRAGMENT-NBR      PIC 9(01).
               10  WS-PC-START-POS         PIC 9(02).
               10  WS-PC-PIECE-LENGTH      PIC 9(02).
               10  WS-PC-DELIM-MODE        PIC X(01).
                   88  WS-PC-DELIM-BY-SIZE     VALUE 'S'.
                   88  WS-PC-DELIM-BY-CHAR     VALUE 'D'.
               10  WS-PC-DELIM-CHAR        PIC X(01).
               10  WS-PC-LITERAL-TEXT      PIC X(08).
           05  WS-PIECE-SOURCE             PIC X(20).
           05  WS-PIECE-VALUE              PIC X(20).
           05  WS-PIECE-LENGTH             PIC 9(03) COMP.
       01  WS-OVERFLOW-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-STRING-OVERFLOW              VALUE 'Y'.
       01  WS-CONCAT1-PTR                  PIC 9(03) COMP VALUE ZERO.
       01  WS-CONCAT2-PTR                  PIC 9(03) COMP VALUE ZERO.
       01  WS-CONCAT3-PTR                  PIC 9(03) COMP VALUE ZERO.
       01  WS-SEGMENT-EDIT-FLAGS.
           88  WS-SEGMENTS-CLEAN               VALUE 'NNNNN'.
           05  WS-SEG-OVERFLOW-FLAG        PIC X(01) VALUE 'N'.
               88  WS-SEG-OVERFLOW-ERROR       VALUE 'Y'.
           05  WS-SEG1-BLANK-FLAG          PIC X(01) VALUE 'N'.
               88  WS-SEG1-BLANK-ERROR         VALUE 'Y'.
           05  WS-SEG1-FORMAT-FLAG         PIC X(01) VALUE 'N'.
               88  WS-SEG1-FORMAT-ERROR        VALUE 'Y'.
           05  WS-SEG2-BLANK-FLAG          PIC X(01) VALUE 'N'.
               88  WS-SEG2-BLANK-ERROR         VALUE 'Y'.
           05  WS-SEG2-TRAILING-FLAG       PIC X(01) VALUE 'N'.
               88  WS-SEG2-TRAILING-ERROR      VALUE 'Y'.
