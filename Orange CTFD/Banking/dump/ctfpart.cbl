IDENTIFICATION DIVISION.
   PROGRAM-ID. CTFPART.

   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CTF-PARTCTL-FILE ASSIGN TO PARTCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARTCTL-FILE-STATUS.
       SELECT CTF-KEYFRAG-FILE ASSIGN TO KEYFRAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KF-FRAG-SET-ID
           FILE STATUS IS WS-KEYFRAG-FILE-STATUS.
       SELECT CTF-PART-LEDGER-IN ASSIGN TO PARTLEDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PART-LEDGER-FILE-STATUS.
       SELECT CTF-CODE-IN ASSIGN TO CODEIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CODE-IN-FILE-STATUS.
       SELECT CTF-REJECT-IN ASSIGN TO REJECTIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REJECT-IN-FILE-STATUS.
       SELECT CTF-CODE-OUT ASSIGN TO CODEOUT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-REJECT-FILE ASSIGN TO REJECT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-LEDGER-FILE ASSIGN TO RUNLEDGR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.
       SELECT CTF-TRIPLET-FILE ASSIGN TO TRIPLETS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRIPLET-FILE-STATUS.
       SELECT CTF-PART-RPT ASSIGN TO PARTRPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-PARTCTL-FILE
       RECORDING MODE IS F.
   COPY CTFPCTL.

   FD  CTF-KEYFRAG-FILE.
   01  KEYFRAG-RECORD.
       05  KF-FRAG-SET-ID               PIC 9(09).
       05  FILLER                       PIC X(184).

   FD  CTF-PART-LEDGER-IN
       RECORDING MODE IS F.
   COPY CTFRLEDG REPLACING RUN-LEDGER-RECORD BY PART-LEDGER-RECORD,
                            RL-PROGRAM-ID BY PL-PROGRAM-ID,
                            RL-RUN-TIMESTAMP BY PL-RUN-TIMESTAMP,
                            RL-EVENT BY PL-EVENT,
                            RL-EVENT-START BY PL-EVENT-START,
                            RL-EVENT-END BY PL-EVENT-END,
                            RL-EVENT-CONTROL BY PL-EVENT-CONTROL,
                            RL-READ-COUNT BY PL-READ-COUNT,
                            RL-WRITTEN-COUNT BY PL-WRITTEN-COUNT,
                            RL-REJECT-COUNT BY PL-REJECT-COUNT,
                            RL-ALERT-COUNT BY PL-ALERT-COUNT.

   FD  CTF-CODE-IN
       RECORDING MODE IS F.
   COPY CTFCDOUT REPLACING CODE-OUT-RECORD BY CODE-IN-RECORD,
                            CO-SEGMENT-ID BY CI-SEGMENT-ID,
                            CO-SEGMENT-VALUE BY CI-SEGMENT-VALUE,
                            CO-RUN-TIMESTAMP BY CI-RUN-TIMESTAMP,
                            CO-SUBMITTER-ID BY CI-SUBMITTER-ID,
                            CO-FRAGMENT-SEQ-NBR BY CI-FRAGMENT-SEQ-NBR,
                            CO-FRAGMENT-SET-ID BY CI-FRAGMENT-SET-ID.

   FD  CTF-REJECT-IN
       RECORDING MODE IS F.
   COPY CTFREJCT REPLACING REJECT-OUT-RECORD BY REJECT-IN-RECORD,
                            RJ-RUN-TIMESTAMP BY RI-RUN-TIMESTAMP,
                            RJ-REASON-CODE BY RI-REASON-CODE,
                            RJ-KEYFRAG-RECORD BY RI-KEYFRAG-RECORD.

   FD  CTF-CODE-OUT
       RECORDING MODE IS F.
   COPY CTFCDOUT.

   FD  CTF-REJECT-FILE
       RECORDING MODE IS F.
   COPY CTFREJCT.

   FD  CTF-LEDGER-FILE
       RECORDING MODE IS F.
   COPY CTFRLEDG.

   FD  CTF-TRIPLET-FILE
       RECORDING MODE IS F.
   01  TRIPLET-WORK-RECORD.
       05  TW-SEGMENT-KEY.
           10  TW-SEGMENT1              PIC X(52).
           10  TW-SEGMENT2              PIC X(70).
           10  TW-SEGMENT3              PIC X(52).
       05  TW-FRAG-SET-ID               PIC 9(09).
       05  TW-PARTITION-NBR             PIC 9(02).

   FD  CTF-PART-RPT
       RECORDING MODE IS F.
   01  PART-RPT-LINE                   PIC X(132).

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.
   01    WS-PARTCTL-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-KEYFRAG-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-PART-LEDGER-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CODE-IN-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-REJECT-IN-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-TRIPLET-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-LEDGER-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-PARTCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-PARTCTL-EOF              VALUE 'Y'.
   01    WS-KEYFRAG-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-KEYFRAG-EOF              VALUE 'Y'.
   01    WS-LEDGER-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-LEDGER-EOF               VALUE 'Y'.
   01    WS-CODE-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-CODE-EOF                 VALUE 'Y'.
   01    WS-REJECT-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-REJECT-EOF               VALUE 'Y'.
   01    WS-TRIPLET-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-TRIPLET-EOF              VALUE 'Y'.
   01    WS-PART-FUNCTION PIC X(08) VALUE SPACES.
         88  WS-FUNCTION-CHECK           VALUE 'CHECK   '.
         88  WS-FUNCTION-MERGE           VALUE 'MERGE   '.
         88  WS-FUNCTION-VERIFY          VALUE 'VERIFY  '.
         88  WS-FUNCTION-DUPCHECK        VALUE 'DUPCHECK'.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-END-TIMESTAMP.
         05  WS-END-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-END-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-FIRST-START-TIMESTAMP PIC X(26) VALUE SPACES.
   01    WS-MERGED-SWITCH PIC X(01) VALUE 'N'.
         88  WS-ALREADY-MERGED           VALUE 'Y'.
   01    WS-CARD-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-NEXT-SET-LOW PIC 9(09) VALUE 1.
   01    WS-LAST-PARTITION-NBR PIC 9(02) VALUE ZERO.
   01    WS-LEDGER-PARTITION PIC 9(02) VALUE ZERO.
   01    WS-PART-INDEX PIC 9(02) COMP VALUE ZERO.
   01    WS-PART-MATCH PIC 9(02) COMP VALUE ZERO.
   01    WS-PART-COUNT PIC 9(02) COMP VALUE ZERO.
   01    WS-PART-TABLE.
         05  WS-PART-ENTRY OCCURS 8 TIMES.
             10  WS-PT-PARTITION-NBR         PIC 9(02).
             10  WS-PT-SET-LOW               PIC 9(09).
             10  WS-PT-SET-HIGH              PIC 9(09).
             10  WS-PT-START-SWITCH          PIC X(01).
                 88  WS-PT-STARTED               VALUE 'Y'.
             10  WS-PT-END-SWITCH            PIC X(01).
                 88  WS-PT-ENDED                 VALUE 'Y'.
             10  WS-PT-CONTROL-SWITCH        PIC X(01).
                 88  WS-PT-CONTROLLED            VALUE 'Y'.
             10  WS-PT-FIRST-START           PIC X(26).
             10  WS-PT-READ-COUNT            PIC 9(09).
             10  WS-PT-WRITTEN-COUNT         PIC 9(09).
             10  WS-PT-REJECT-COUNT          PIC 9(09).
             10  WS-PT-ALERT-COUNT           PIC 9(09).
             10  WS-PT-CONTROL-COUNT         PIC 9(09).
             10  WS-PT-KEYFRAG-COUNT         PIC 9(09).
             10  WS-PT-CODEOUT-COUNT         PIC 9(09).
             10  WS-PT-REMARK                PIC X(30).
   01    WS-KEYFRAG-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CONTROL-TOTAL PIC 9(09) COMP VALUE ZERO.
   01    WS-SETS-TOTAL PIC 9(09) COMP VALUE ZERO.
   01    WS-WRITTEN-TOTAL PIC 9(09) COMP VALUE ZERO.
   01    WS-REJECT-SET-TOTAL PIC 9(09) COMP VALUE ZERO.
   01    WS-ALERT-TOTAL PIC 9(09) COMP VALUE ZERO.
   01    WS-CODEOUT-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-REJECT-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-TRIPLET-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-LEDGER-COPY-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-DUPLICATE-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-LAST-SET-ID PIC 9(09) VALUE ZERO.
   01    WS-WORK-SET-ID PIC 9(09) VALUE ZERO.
   01    WS-WORK-TRIPLET.
         05  WS-WT-SEGMENT-KEY.
             10  WS-WT-SEGMENT1              PIC X(52).
             10  WS-WT-SEGMENT2              PIC X(70).
             10  WS-WT-SEGMENT3              PIC X(52).
         05  WS-WT-FRAG-SET-ID           PIC 9(09).
         05  WS-WT-PARTITION-NBR         PIC 9(02).
   01    WS-PRIOR-TRIPLET.
         05  WS-PR-SEGMENT-KEY           PIC X(174) VALUE LOW-VALUES.
         05  WS-PR-FRAG-SET-ID           PIC 9(09) VALUE ZERO.
         05  WS-PR-PARTITION-NBR         PIC 9(02) VALUE ZERO.
   01    WS-RPT-TEXT-LINE.
         05  WS-RTL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-RTL-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-PARTITION-RPT-LINE.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-PRL-PARTITION            PIC 9(02).
         05  FILLER                      PIC X(03) VALUE SPACES.
         05  WS-PRL-SET-LOW              PIC 9(09).
         05  FILLER                      PIC X(01) VALUE '-'.
         05  WS-PRL-SET-HIGH             PIC 9(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-PRL-KEYFRAG              PIC Z(08)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-PRL-READ                 PIC Z(08)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-PRL-SETS                 PIC Z(08)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-PRL-CODEOUT              PIC Z(08)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-PRL-REJECTS              PIC Z(08)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-PRL-ALERTS               PIC Z(08)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-PRL-REMARK               PIC X(30).
         05  FILLER                      PIC X(08) VALUE SPACES.
   01    WS-PARTITION-HEADING.
         05  FILLER                      PIC X(48) VALUE
             'PART   FRAGMENT SET RANGE     KEYFRAG       READ'.
         05  FILLER                      PIC X(84) VALUE
             '       SETS    CODEOUT    REJECTS     ALERTS  REMARK'.
   01    WS-DUPLICATE-RPT-LINE.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-SET-ID               PIC 9(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-PARTITION            PIC 9(02).
         05  FILLER                      PIC X(04) VALUE SPACES.
         05  WS-DRL-PRIOR-SET-ID         PIC 9(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-PRIOR-PARTITION      PIC 9(02).
         05  FILLER                      PIC X(04) VALUE SPACES.
         05  WS-DRL-REMARK               PIC X(30).
         05  FILLER                      PIC X(66) VALUE SPACES.
   01    WS-DUPLICATE-HEADING.
         05  FILLER                      PIC X(66) VALUE
             '  SET ID     PT    SAME AS    PT    REMARK'.
         05  FILLER                      PIC X(66) VALUE SPACES.
   01    WS-TOTAL-RPT-LINE.
         05  WS-TRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-TRL-ENTRY OCCURS 4 TIMES.
             10  WS-TRL-COUNT                PIC Z(08)9.
             10  WS-TRL-TEXT                 PIC X(12).

   LINKAGE SECTION.
   01  LS-PARM-AREA.
       05  LS-PARM-LENGTH                PIC S9(04) COMP.
       05  LS-PARM-TEXT                  PIC X(80).

   PROCEDURE DIVISION USING LS-PARM-AREA.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            PERFORM PARSE-PARM-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            OPEN OUTPUT CTF-PART-RPT
            PERFORM WRITE-RPT-HEADER-PARAGRAPH
            IF WS-FUNCTION-CHECK
                PERFORM CHECK-PARAGRAPH
            ELSE
            IF WS-FUNCTION-MERGE OR WS-FUNCTION-VERIFY
                PERFORM MERGE-PARAGRAPH
            ELSE
                PERFORM DUPCHECK-PARAGRAPH
            END-IF
            END-IF
            CLOSE CTF-PART-RPT
        END-IF
        GOBACK
        .

   PARSE-PARM-PARAGRAPH.
        IF LS-PARM-LENGTH > ZERO
            MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PART-FUNCTION
            IF NOT WS-FUNCTION-CHECK AND NOT WS-FUNCTION-MERGE
                AND NOT WS-FUNCTION-VERIFY AND NOT WS-FUNCTION-DUPCHECK
                DISPLAY 'CTG0012 UNKNOWN PARTITION FUNCTION - '
                    WS-PART-FUNCTION
                MOVE 16 TO RETURN-CODE
            END-IF
        ELSE
            DISPLAY 'CTG0015 NO PARM PRESENT - EXPECTED CHECK, VERIFY, '
                'MERGE OR DUPCHECK'
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   CHECK-PARAGRAPH.
        PERFORM LOAD-PARTITION-TABLE-PARAGRAPH
        IF RETURN-CODE = ZERO
            PERFORM COUNT-KEYFRAG-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            MOVE 1 TO WS-PART-INDEX
            PERFORM SET-CHECK-REMARK-PARAGRAPH
                UNTIL WS-PART-INDEX > WS-PART-COUNT
            PERFORM WRITE-PARTITION-TABLE-PARAGRAPH
            MOVE SPACES TO WS-TOTAL-RPT-LINE
            MOVE 'CHECK TOTALS' TO WS-TRL-LABEL
            MOVE WS-PART-COUNT TO WS-TRL-COUNT(1)
            MOVE ' PARTITIONS' TO WS-TRL-TEXT(1)
            MOVE WS-KEYFRAG-COUNT TO WS-TRL-COUNT(2)
            MOVE ' KEYFRAG' TO WS-TRL-TEXT(2)
            MOVE WS-TOTAL-RPT-LINE TO PART-RPT-LINE
            WRITE PART-RPT-LINE
            DISPLAY 'CTG0001 PARTITION CONTROL VALID - ' WS-PART-COUNT
                ' PARTITIONS, ' WS-KEYFRAG-COUNT ' KEYFRAG RECORDS'
        END-IF
        .

   SET-CHECK-REMARK-PARAGRAPH.
        IF WS-PT-KEYFRAG-COUNT(WS-PART-INDEX) = ZERO
            MOVE 'NO SETS IN RANGE' TO WS-PT-REMARK(WS-PART-INDEX)
        END-IF
        ADD 1 TO WS-PART-INDEX
        .

   MERGE-PARAGRAPH.
        PERFORM LOAD-PARTITION-TABLE-PARAGRAPH
        IF RETURN-CODE = ZERO
            PERFORM CHECK-MERGED-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM LOAD-PARTITION-LEDGER-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            MOVE 1 TO WS-PART-INDEX
            PERFORM CHECK-PARTITION-RUN-PARAGRAPH
                UNTIL WS-PART-INDEX > WS-PART-COUNT
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM COUNT-KEYFRAG-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM BALANCE-PARTITIONS-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM MERGE-CODEOUT-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            MOVE 1 TO WS-PART-INDEX
            PERFORM CHECK-CODEOUT-COUNT-PARAGRAPH
                UNTIL WS-PART-INDEX > WS-PART-COUNT
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM MERGE-REJECT-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO AND WS-FUNCTION-MERGE
            PERFORM WRITE-RUN-LEDGER-PARAGRAPH
        END-IF
        IF WS-PART-COUNT > ZERO
            PERFORM WRITE-PARTITION-TABLE-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            MOVE SPACES TO WS-TOTAL-RPT-LINE
            IF WS-FUNCTION-VERIFY
                MOVE 'VERIFY TOTALS' TO WS-TRL-LABEL
            ELSE
                MOVE 'MERGE TOTALS' TO WS-TRL-LABEL
            END-IF
            MOVE WS-KEYFRAG-COUNT TO WS-TRL-COUNT(1)
            MOVE ' KEYFRAG' TO WS-TRL-TEXT(1)
            MOVE WS-TRIPLET-COUNT TO WS-TRL-COUNT(2)
            MOVE ' TRIPLETS' TO WS-TRL-TEXT(2)
            MOVE WS-CODEOUT-COUNT TO WS-TRL-COUNT(3)
            MOVE ' CODEOUT' TO WS-TRL-TEXT(3)
            MOVE WS-REJECT-COUNT TO WS-TRL-COUNT(4)
            MOVE ' REJECTS' TO WS-TRL-TEXT(4)
            MOVE WS-TOTAL-RPT-LINE TO PART-RPT-LINE
            WRITE PART-RPT-LINE
            IF WS-FUNCTION-VERIFY
                DISPLAY 'CTG0004 ' WS-PART-COUNT ' PARTITIONS VERIFIED - '
                    WS-KEYFRAG-COUNT ' KEYFRAG RECORDS, '
                    WS-CODEOUT-COUNT ' CODEOUT, ' WS-REJECT-COUNT
                    ' REJECT RECORDS READY TO MERGE'
            ELSE
                DISPLAY 'CTG0002 ' WS-PART-COUNT ' PARTITIONS MERGED - '
                    WS-KEYFRAG-COUNT ' KEYFRAG RECORDS, '
                    WS-CODEOUT-COUNT ' CODEOUT, ' WS-REJECT-COUNT
                    ' REJECT RECORDS'
            END-IF
        ELSE
        IF WS-FUNCTION-VERIFY
            MOVE 'VERIFY FAILED' TO WS-RTL-LABEL
            MOVE 'NOTHING MAY BE MERGED - SEE JOB LOG' TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        ELSE
            MOVE 'MERGE NOT COMPLETED' TO WS-RTL-LABEL
            MOVE 'NO OUTPUT FROM THIS RUN MAY BE USED - SEE JOB LOG'
                TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        END-IF
        .

   DUPCHECK-PARAGRAPH.
        OPEN INPUT CTF-TRIPLET-FILE
        IF WS-TRIPLET-FILE-STATUS NOT = '00'
            DISPLAY 'CTG0050 NO TRIPLET WORK FILE PRESENT - STATUS '
                WS-TRIPLET-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE WS-DUPLICATE-HEADING TO PART-RPT-LINE
            WRITE PART-RPT-LINE
            PERFORM READ-TRIPLET-PARAGRAPH
            PERFORM CHECK-TRIPLET-PARAGRAPH
                UNTIL WS-TRIPLET-EOF
            CLOSE CTF-TRIPLET-FILE
            MOVE SPACES TO WS-TOTAL-RPT-LINE
            MOVE 'DUPLICATE TOTALS' TO WS-TRL-LABEL
            MOVE WS-TRIPLET-COUNT TO WS-TRL-COUNT(1)
            MOVE ' TRIPLETS' TO WS-TRL-TEXT(1)
            MOVE WS-DUPLICATE-COUNT TO WS-TRL-COUNT(2)
            MOVE ' DUPLICATES' TO WS-TRL-TEXT(2)
            MOVE WS-TOTAL-RPT-LINE TO PART-RPT-LINE
            WRITE PART-RPT-LINE
            DISPLAY 'CTG0003 ' WS-TRIPLET-COUNT ' TRIPLETS CHECKED, '
                WS-DUPLICATE-COUNT ' DUPLICATE SEGMENT SETS'
        END-IF
        .

   READ-TRIPLET-PARAGRAPH.
        READ CTF-TRIPLET-FILE
            AT END
                SET WS-TRIPLET-EOF TO TRUE
        END-READ
        .

   CHECK-TRIPLET-PARAGRAPH.
        ADD 1 TO WS-TRIPLET-COUNT
        IF TW-SEGMENT-KEY = WS-PR-SEGMENT-KEY
            ADD 1 TO WS-DUPLICATE-COUNT
            DISPLAY 'CTG0060 DUPLICATE SEGMENT SET DETECTED - SET '
                TW-FRAG-SET-ID ' SAME AS SET ' WS-PR-FRAG-SET-ID
            MOVE TW-FRAG-SET-ID TO WS-DRL-SET-ID
            MOVE TW-PARTITION-NBR TO WS-DRL-PARTITION
            MOVE WS-PR-FRAG-SET-ID TO WS-DRL-PRIOR-SET-ID
            MOVE WS-PR-PARTITION-NBR TO WS-DRL-PRIOR-PARTITION
            IF TW-FRAG-SET-ID = WS-PR-FRAG-SET-ID
                MOVE 'SET WRITTEN TWICE' TO WS-DRL-REMARK
            ELSE
                MOVE 'DUPLICATE SEGMENT SET' TO WS-DRL-REMARK
            END-IF
            MOVE WS-DUPLICATE-RPT-LINE TO PART-RPT-LINE
            WRITE PART-RPT-LINE
            IF RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF
        END-IF
        MOVE TW-SEGMENT-KEY TO WS-PR-SEGMENT-KEY
        MOVE TW-FRAG-SET-ID TO WS-PR-FRAG-SET-ID
        MOVE TW-PARTITION-NBR TO WS-PR-PARTITION-NBR
        PERFORM READ-TRIPLET-PARAGRAPH
        .

   LOAD-PARTITION-TABLE-PARAGRAPH.
        MOVE ZERO TO WS-PART-COUNT
        MOVE ZERO TO WS-CARD-COUNT
        OPEN INPUT CTF-PARTCTL-FILE
        IF WS-PARTCTL-FILE-STATUS NOT = '00'
            DISPLAY 'CTG0010 PARTITION CONTROL FILE UNAVAILABLE - STATUS '
                WS-PARTCTL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-PARTITION-CARD-PARAGRAPH
            PERFORM STORE-PARTITION-CARD-PARAGRAPH
                UNTIL WS-PARTCTL-EOF
            CLOSE CTF-PARTCTL-FILE
            IF WS-PART-COUNT = ZERO
                DISPLAY 'CTG0011 PARTITION CONTROL HOLDS NO PART CARDS'
                MOVE 16 TO RETURN-CODE
            ELSE
            IF WS-NEXT-SET-LOW NOT = ZERO
                DISPLAY 'CTG0018 PARTITIONS DO NOT REACH SET 999999999 - '
                    'LAST PARTITION ENDS AT '
                    WS-PT-SET-HIGH(WS-PART-COUNT)
                MOVE 16 TO RETURN-CODE
            END-IF
            END-IF
        END-IF
        .

   READ-PARTITION-CARD-PARAGRAPH.
        READ CTF-PARTCTL-FILE
            AT END
                SET WS-PARTCTL-EOF TO TRUE
        END-READ
        .

   STORE-PARTITION-CARD-PARAGRAPH.
        ADD 1 TO WS-CARD-COUNT
        IF NOT PC-PARTITION-CARD
            OR PC-PARTITION-NBR NOT NUMERIC
            OR PC-SET-LOW NOT NUMERIC
            OR PC-SET-HIGH NOT NUMERIC
            DISPLAY 'CTG0013 PARTITION CARD NOT VALID - '
                PARTITION-CONTROL-RECORD(1:31)
            MOVE 16 TO RETURN-CODE
        ELSE
        IF PC-PARTITION-NBR = ZERO
            OR PC-PARTITION-NBR NOT > WS-LAST-PARTITION-NBR
            DISPLAY 'CTG0017 PARTITION NUMBER OUT OF SEQUENCE - '
                PARTITION-CONTROL-RECORD(1:31)
            MOVE 16 TO RETURN-CODE
        ELSE
        IF PC-SET-LOW NOT = WS-NEXT-SET-LOW
            OR PC-SET-HIGH < PC-SET-LOW
            DISPLAY 'CTG0014 PARTITION RANGE LEAVES A GAP OR OVERLAP - '
                PARTITION-CONTROL-RECORD(1:31) ' - EXPECTED LOW '
                WS-NEXT-SET-LOW
            MOVE 16 TO RETURN-CODE
        ELSE
        IF WS-PART-COUNT NOT < 8
            DISPLAY 'CTG0016 PARTITION TABLE FULL AT 8 - '
                PARTITION-CONTROL-RECORD(1:31)
            MOVE 16 TO RETURN-CODE
        ELSE
            ADD 1 TO WS-PART-COUNT
            MOVE WS-PART-COUNT TO WS-PART-INDEX
            PERFORM CLEAR-PARTITION-ENTRY-PARAGRAPH
            MOVE PC-PARTITION-NBR TO WS-PT-PARTITION-NBR(WS-PART-COUNT)
            MOVE PC-SET-LOW TO WS-PT-SET-LOW(WS-PART-COUNT)
            MOVE PC-SET-HIGH TO WS-PT-SET-HIGH(WS-PART-COUNT)
            MOVE PC-PARTITION-NBR TO WS-LAST-PARTITION-NBR
            IF PC-SET-HIGH = 999999999
                MOVE ZERO TO WS-NEXT-SET-LOW
            ELSE
                COMPUTE WS-NEXT-SET-LOW = PC-SET-HIGH + 1
            END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        PERFORM READ-PARTITION-CARD-PARAGRAPH
        .

   CLEAR-PARTITION-ENTRY-PARAGRAPH.
        MOVE 'N' TO WS-PT-START-SWITCH(WS-PART-INDEX)
        MOVE 'N' TO WS-PT-END-SWITCH(WS-PART-INDEX)
        MOVE 'N' TO WS-PT-CONTROL-SWITCH(WS-PART-INDEX)
        MOVE SPACES TO WS-PT-FIRST-START(WS-PART-INDEX)
        MOVE ZERO TO WS-PT-READ-COUNT(WS-PART-INDEX)
        MOVE ZERO TO WS-PT-WRITTEN-COUNT(WS-PART-INDEX)
        MOVE ZERO TO WS-PT-REJECT-COUNT(WS-PART-INDEX)
        MOVE ZERO TO WS-PT-ALERT-COUNT(WS-PART-INDEX)
        MOVE ZERO TO WS-PT-CONTROL-COUNT(WS-PART-INDEX)
        MOVE ZERO TO WS-PT-KEYFRAG-COUNT(WS-PART-INDEX)
        MOVE ZERO TO WS-PT-CODEOUT-COUNT(WS-PART-INDEX)
        MOVE SPACES TO WS-PT-REMARK(WS-PART-INDEX)
        .

   COUNT-KEYFRAG-PARAGRAPH.
        MOVE ZERO TO WS-KEYFRAG-COUNT
        OPEN INPUT CTF-KEYFRAG-FILE
        IF WS-KEYFRAG-FILE-STATUS NOT = '00'
            DISPLAY 'CTG0005 NO KEYFRAG INPUT PRESENT - STATUS '
                WS-KEYFRAG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE 1 TO WS-PART-INDEX
            PERFORM READ-KEYFRAG-PARAGRAPH
            PERFORM TALLY-KEYFRAG-PARAGRAPH
                UNTIL WS-KEYFRAG-EOF
            CLOSE CTF-KEYFRAG-FILE
        END-IF
        .

   READ-KEYFRAG-PARAGRAPH.
        READ CTF-KEYFRAG-FILE
            AT END
                SET WS-KEYFRAG-EOF TO TRUE
        END-READ
        .

   TALLY-KEYFRAG-PARAGRAPH.
        ADD 1 TO WS-KEYFRAG-COUNT
        MOVE KF-FRAG-SET-ID TO WS-WORK-SET-ID
        PERFORM FIND-SET-PARTITION-PARAGRAPH
        IF WS-WORK-SET-ID NOT < WS-PT-SET-LOW(WS-PART-INDEX)
            ADD 1 TO WS-PT-KEYFRAG-COUNT(WS-PART-INDEX)
        END-IF
        PERFORM READ-KEYFRAG-PARAGRAPH
        .

   FIND-SET-PARTITION-PARAGRAPH.
        PERFORM NEXT-SET-PARTITION-PARAGRAPH
            UNTIL WS-PART-INDEX NOT < WS-PART-COUNT
                OR WS-WORK-SET-ID NOT > WS-PT-SET-HIGH(WS-PART-INDEX)
        .

   NEXT-SET-PARTITION-PARAGRAPH.
        ADD 1 TO WS-PART-INDEX
        .

   CHECK-MERGED-PARAGRAPH.
        OPEN INPUT CTF-LEDGER-FILE
        IF WS-LEDGER-FILE-STATUS NOT = '00'
            DISPLAY 'CTG0024 RUN LEDGER UNAVAILABLE - STATUS '
                WS-LEDGER-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE 'N' TO WS-LEDGER-EOF-SWITCH
            PERFORM READ-RUN-LEDGER-PARAGRAPH
            PERFORM TEST-MERGED-PARAGRAPH
                UNTIL WS-LEDGER-EOF OR WS-ALREADY-MERGED
            CLOSE CTF-LEDGER-FILE
            IF WS-ALREADY-MERGED
                DISPLAY 'CTG0023 PARTITIONS ALREADY MERGED FOR BUSINESS '
                    'DATE ' WS-RUN-TIMESTAMP(1:8) ' - RESTART CTFDLYMG '
                    'FROM THE STEP THAT FAILED'
                MOVE 16 TO RETURN-CODE
            END-IF
        END-IF
        .

   READ-RUN-LEDGER-PARAGRAPH.
        READ CTF-LEDGER-FILE
            AT END
                SET WS-LEDGER-EOF TO TRUE
        END-READ
        .

   TEST-MERGED-PARAGRAPH.
        IF RL-PROGRAM-ID(1:4) = 'CTFP'
            AND RL-PROGRAM-ID(5:2) NUMERIC
            AND RL-RUN-TIMESTAMP(1:8) = WS-RUN-TIMESTAMP(1:8)
            SET WS-ALREADY-MERGED TO TRUE
        ELSE
            PERFORM READ-RUN-LEDGER-PARAGRAPH
        END-IF
        .

   LOAD-PARTITION-LEDGER-PARAGRAPH.
        OPEN INPUT CTF-PART-LEDGER-IN
        IF WS-PART-LEDGER-FILE-STATUS NOT = '00'
            DISPLAY 'CTG0020 NO PARTITION LEDGER PRESENT - STATUS '
                WS-PART-LEDGER-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE 'N' TO WS-LEDGER-EOF-SWITCH
            PERFORM READ-PART-LEDGER-PARAGRAPH
            PERFORM STORE-PART-LEDGER-PARAGRAPH
                UNTIL WS-LEDGER-EOF
            CLOSE CTF-PART-LEDGER-IN
        END-IF
        .

   READ-PART-LEDGER-PARAGRAPH.
        READ CTF-PART-LEDGER-IN
            AT END
                SET WS-LEDGER-EOF TO TRUE
        END-READ
        .

   STORE-PART-LEDGER-PARAGRAPH.
        PERFORM FIND-LEDGER-PARTITION-PARAGRAPH
        IF WS-PART-MATCH NOT = ZERO
            IF PL-EVENT-START
                MOVE 'N' TO WS-PT-END-SWITCH(WS-PART-MATCH)
                MOVE 'N' TO WS-PT-CONTROL-SWITCH(WS-PART-MATCH)
                IF PL-RUN-TIMESTAMP(1:8) = WS-RUN-TIMESTAMP(1:8)
                    MOVE 'Y' TO WS-PT-START-SWITCH(WS-PART-MATCH)
                    IF WS-PT-FIRST-START(WS-PART-MATCH) = SPACES
                        MOVE PL-RUN-TIMESTAMP TO
                            WS-PT-FIRST-START(WS-PART-MATCH)
                    END-IF
                ELSE
                    MOVE 'N' TO WS-PT-START-SWITCH(WS-PART-MATCH)
                END-IF
            ELSE
            IF WS-PT-STARTED(WS-PART-MATCH)
                IF PL-EVENT-END
                    MOVE 'Y' TO WS-PT-END-SWITCH(WS-PART-MATCH)
                    MOVE PL-READ-COUNT TO WS-PT-READ-COUNT(WS-PART-MATCH)
                    MOVE PL-WRITTEN-COUNT TO
                        WS-PT-WRITTEN-COUNT(WS-PART-MATCH)
                    MOVE PL-REJECT-COUNT TO
                        WS-PT-REJECT-COUNT(WS-PART-MATCH)
                    MOVE PL-ALERT-COUNT TO
                        WS-PT-ALERT-COUNT(WS-PART-MATCH)
                ELSE
                IF PL-EVENT-CONTROL
                    MOVE 'Y' TO WS-PT-CONTROL-SWITCH(WS-PART-MATCH)
                    MOVE PL-READ-COUNT TO
                        WS-PT-CONTROL-COUNT(WS-PART-MATCH)
                END-IF
                END-IF
            END-IF
            END-IF
        END-IF
        PERFORM READ-PART-LEDGER-PARAGRAPH
        .

   FIND-LEDGER-PARTITION-PARAGRAPH.
        MOVE ZERO TO WS-PART-MATCH
        IF PL-PROGRAM-ID(1:4) = 'CTFP'
            AND PL-PROGRAM-ID(5:2) NUMERIC
            AND PL-PROGRAM-ID(7:2) = SPACES
            MOVE PL-PROGRAM-ID(5:2) TO WS-LEDGER-PARTITION
            MOVE 1 TO WS-PART-INDEX
            PERFORM MATCH-LEDGER-PARTITION-PARAGRAPH
                UNTIL WS-PART-INDEX > WS-PART-COUNT
                    OR WS-PART-MATCH NOT = ZERO
        END-IF
        .

   MATCH-LEDGER-PARTITION-PARAGRAPH.
        IF WS-PT-PARTITION-NBR(WS-PART-INDEX) = WS-LEDGER-PARTITION
            MOVE WS-PART-INDEX TO WS-PART-MATCH
        END-IF
        ADD 1 TO WS-PART-INDEX
        .

   CHECK-PARTITION-RUN-PARAGRAPH.
        IF NOT WS-PT-STARTED(WS-PART-INDEX)
            DISPLAY 'CTG0021 PARTITION ' WS-PT-PARTITION-NBR(WS-PART-INDEX)
                ' HAS NOT RUN FOR BUSINESS DATE ' WS-RUN-TIMESTAMP(1:8)
            MOVE 'NOT RUN FOR THIS DATE' TO WS-PT-REMARK(WS-PART-INDEX)
            MOVE 16 TO RETURN-CODE
        ELSE
        IF NOT WS-PT-ENDED(WS-PART-INDEX)
            OR NOT WS-PT-CONTROLLED(WS-PART-INDEX)
            DISPLAY 'CTG0022 PARTITION ' WS-PT-PARTITION-NBR(WS-PART-INDEX)
                ' DID NOT COMPLETE - RESTART IT BEFORE THE MERGE'
            MOVE 'DID NOT COMPLETE' TO WS-PT-REMARK(WS-PART-INDEX)
            MOVE 16 TO RETURN-CODE
        END-IF
        END-IF
        ADD 1 TO WS-PART-INDEX
        .

   BALANCE-PARTITIONS-PARAGRAPH.
        MOVE ZERO TO WS-CONTROL-TOTAL
        MOVE 1 TO WS-PART-INDEX
        PERFORM BALANCE-PARTITION-ENTRY-PARAGRAPH
            UNTIL WS-PART-INDEX > WS-PART-COUNT
        IF WS-CONTROL-TOTAL NOT = WS-KEYFRAG-COUNT
            DISPLAY 'CTG0030 PARTITIONS OUT OF BALANCE - READ '
                WS-CONTROL-TOTAL ' BUT KEYFRAG HOLDS ' WS-KEYFRAG-COUNT
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   BALANCE-PARTITION-ENTRY-PARAGRAPH.
        ADD WS-PT-CONTROL-COUNT(WS-PART-INDEX) TO WS-CONTROL-TOTAL
        IF WS-PT-CONTROL-COUNT(WS-PART-INDEX)
            NOT = WS-PT-KEYFRAG-COUNT(WS-PART-INDEX)
            DISPLAY 'CTG0031 PARTITION ' WS-PT-PARTITION-NBR(WS-PART-INDEX)
                ' READ ' WS-PT-CONTROL-COUNT(WS-PART-INDEX)
                ' BUT KEYFRAG HOLDS ' WS-PT-KEYFRAG-COUNT(WS-PART-INDEX)
                ' IN ITS RANGE'
            MOVE 'OUT OF BALANCE WITH KEYFRAG' TO
                WS-PT-REMARK(WS-PART-INDEX)
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   MERGE-CODEOUT-PARAGRAPH.
        OPEN INPUT CTF-CODE-IN
        IF WS-CODE-IN-FILE-STATUS NOT = '00'
            DISPLAY 'CTG0040 NO PARTITION CODEOUT PRESENT - STATUS '
                WS-CODE-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            IF WS-FUNCTION-MERGE
                OPEN OUTPUT CTF-CODE-OUT
                OPEN OUTPUT CTF-TRIPLET-FILE
            END-IF
            MOVE ZERO TO WS-LAST-SET-ID
            MOVE SPACES TO WS-WT-SEGMENT-KEY
            MOVE 1 TO WS-PART-INDEX
            PERFORM READ-CODE-IN-PARAGRAPH
            PERFORM COPY-CODE-RECORD-PARAGRAPH
                UNTIL WS-CODE-EOF
            CLOSE CTF-CODE-IN
            IF WS-FUNCTION-MERGE
                CLOSE CTF-CODE-OUT
                CLOSE CTF-TRIPLET-FILE
            END-IF
        END-IF
        .

   READ-CODE-IN-PARAGRAPH.
        READ CTF-CODE-IN
            AT END
                SET WS-CODE-EOF TO TRUE
        END-READ
        .

   COPY-CODE-RECORD-PARAGRAPH.
        IF CI-FRAGMENT-SET-ID < WS-LAST-SET-ID
            DISPLAY 'CTG0042 PARTITION CODEOUT OUT OF SET-ID SEQUENCE - '
                'SET ' CI-FRAGMENT-SET-ID ' AFTER SET ' WS-LAST-SET-ID
            MOVE 16 TO RETURN-CODE
            SET WS-CODE-EOF TO TRUE
        ELSE
            MOVE CI-FRAGMENT-SET-ID TO WS-LAST-SET-ID
            MOVE CI-FRAGMENT-SET-ID TO WS-WORK-SET-ID
            PERFORM FIND-SET-PARTITION-PARAGRAPH
            ADD 1 TO WS-PT-CODEOUT-COUNT(WS-PART-INDEX)
            IF WS-FUNCTION-MERGE
                MOVE CODE-IN-RECORD TO CODE-OUT-RECORD
                WRITE CODE-OUT-RECORD
            END-IF
            ADD 1 TO WS-CODEOUT-COUNT
            EVALUATE CI-SEGMENT-ID
                WHEN 'SEGMENT1'
                    MOVE SPACES TO WS-WT-SEGMENT-KEY
                    MOVE CI-SEGMENT-VALUE(1:52) TO WS-WT-SEGMENT1
                WHEN 'SEGMENT2'
                    MOVE CI-SEGMENT-VALUE TO WS-WT-SEGMENT2
                WHEN OTHER
                    MOVE CI-SEGMENT-VALUE(1:52) TO WS-WT-SEGMENT3
                    MOVE CI-FRAGMENT-SET-ID TO WS-WT-FRAG-SET-ID
                    MOVE WS-PT-PARTITION-NBR(WS-PART-INDEX) TO
                        WS-WT-PARTITION-NBR
                    IF WS-FUNCTION-MERGE
                        WRITE TRIPLET-WORK-RECORD FROM WS-WORK-TRIPLET
                    END-IF
                    ADD 1 TO WS-TRIPLET-COUNT
            END-EVALUATE
            PERFORM READ-CODE-IN-PARAGRAPH
        END-IF
        .

   CHECK-CODEOUT-COUNT-PARAGRAPH.
        IF WS-PT-CODEOUT-COUNT(WS-PART-INDEX)
            NOT = WS-PT-WRITTEN-COUNT(WS-PART-INDEX)
            DISPLAY 'CTG0043 PARTITION ' WS-PT-PARTITION-NBR(WS-PART-INDEX)
                ' CODEOUT HOLDS ' WS-PT-CODEOUT-COUNT(WS-PART-INDEX)
                ' RECORDS BUT LEDGER SHOWS '
                WS-PT-WRITTEN-COUNT(WS-PART-INDEX) ' WRITTEN'
            MOVE 'CODEOUT NOT EQUAL TO LEDGER' TO
                WS-PT-REMARK(WS-PART-INDEX)
            MOVE 16 TO RETURN-CODE
        END-IF
        ADD 1 TO WS-PART-INDEX
        .

   MERGE-REJECT-PARAGRAPH.
        OPEN INPUT CTF-REJECT-IN
        IF WS-REJECT-IN-FILE-STATUS NOT = '00'
            DISPLAY 'CTG0041 NO PARTITION REJECT FILE PRESENT - STATUS '
                WS-REJECT-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            IF WS-FUNCTION-MERGE
                OPEN OUTPUT CTF-REJECT-FILE
            END-IF
            PERFORM READ-REJECT-IN-PARAGRAPH
            PERFORM COPY-REJECT-RECORD-PARAGRAPH
                UNTIL WS-REJECT-EOF
            CLOSE CTF-REJECT-IN
            IF WS-FUNCTION-MERGE
                CLOSE CTF-REJECT-FILE
            END-IF
        END-IF
        .

   READ-REJECT-IN-PARAGRAPH.
        READ CTF-REJECT-IN
            AT END
                SET WS-REJECT-EOF TO TRUE
        END-READ
        .

   COPY-REJECT-RECORD-PARAGRAPH.
        IF WS-FUNCTION-MERGE
            MOVE REJECT-IN-RECORD TO REJECT-OUT-RECORD
            WRITE REJECT-OUT-RECORD
        END-IF
        ADD 1 TO WS-REJECT-COUNT
        PERFORM READ-REJECT-IN-PARAGRAPH
        .

   WRITE-RUN-LEDGER-PARAGRAPH.
        OPEN OUTPUT CTF-LEDGER-FILE
        OPEN INPUT CTF-PART-LEDGER-IN
        MOVE 'N' TO WS-LEDGER-EOF-SWITCH
        PERFORM READ-PART-LEDGER-PARAGRAPH
        PERFORM COPY-PART-LEDGER-PARAGRAPH
            UNTIL WS-LEDGER-EOF
        CLOSE CTF-PART-LEDGER-IN
        MOVE SPACES TO WS-FIRST-START-TIMESTAMP
        MOVE ZERO TO WS-SETS-TOTAL
        MOVE ZERO TO WS-WRITTEN-TOTAL
        MOVE ZERO TO WS-REJECT-SET-TOTAL
        MOVE ZERO TO WS-ALERT-TOTAL
        MOVE 1 TO WS-PART-INDEX
        PERFORM SUM-PARTITION-ENTRY-PARAGRAPH
            UNTIL WS-PART-INDEX > WS-PART-COUNT
        MOVE 'CTF     ' TO RL-PROGRAM-ID
        MOVE WS-FIRST-START-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'START   ' TO RL-EVENT
        MOVE ZERO TO RL-READ-COUNT
        MOVE ZERO TO RL-WRITTEN-COUNT
        MOVE ZERO TO RL-REJECT-COUNT
        MOVE ZERO TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        MOVE WS-RUN-DATE TO WS-END-DATE
        ACCEPT WS-END-TIME FROM TIME
        MOVE 'CTF     ' TO RL-PROGRAM-ID
        MOVE WS-END-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'END     ' TO RL-EVENT
        MOVE WS-SETS-TOTAL TO RL-READ-COUNT
        MOVE WS-WRITTEN-TOTAL TO RL-WRITTEN-COUNT
        MOVE WS-REJECT-SET-TOTAL TO RL-REJECT-COUNT
        MOVE WS-ALERT-TOTAL TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        CLOSE CTF-LEDGER-FILE
        .

   COPY-PART-LEDGER-PARAGRAPH.
        PERFORM FIND-LEDGER-PARTITION-PARAGRAPH
        IF WS-PART-MATCH NOT = ZERO
            AND PL-RUN-TIMESTAMP(1:8) = WS-RUN-TIMESTAMP(1:8)
            MOVE PART-LEDGER-RECORD TO RUN-LEDGER-RECORD
            WRITE RUN-LEDGER-RECORD
            ADD 1 TO WS-LEDGER-COPY-COUNT
        END-IF
        PERFORM READ-PART-LEDGER-PARAGRAPH
        .

   SUM-PARTITION-ENTRY-PARAGRAPH.
        IF WS-FIRST-START-TIMESTAMP = SPACES
            OR WS-PT-FIRST-START(WS-PART-INDEX) < WS-FIRST-START-TIMESTAMP
            MOVE WS-PT-FIRST-START(WS-PART-INDEX) TO
                WS-FIRST-START-TIMESTAMP
        END-IF
        ADD WS-PT-READ-COUNT(WS-PART-INDEX) TO WS-SETS-TOTAL
        ADD WS-PT-WRITTEN-COUNT(WS-PART-INDEX) TO WS-WRITTEN-TOTAL
        ADD WS-PT-REJECT-COUNT(WS-PART-INDEX) TO WS-REJECT-SET-TOTAL
        ADD WS-PT-ALERT-COUNT(WS-PART-INDEX) TO WS-ALERT-TOTAL
        ADD 1 TO WS-PART-INDEX
        .

   WRITE-PARTITION-TABLE-PARAGRAPH.
        MOVE WS-PARTITION-HEADING TO PART-RPT-LINE
        WRITE PART-RPT-LINE
        MOVE 1 TO WS-PART-INDEX
        PERFORM WRITE-PARTITION-LINE-PARAGRAPH
            UNTIL WS-PART-INDEX > WS-PART-COUNT
        .

   WRITE-PARTITION-LINE-PARAGRAPH.
        MOVE WS-PT-PARTITION-NBR(WS-PART-INDEX) TO WS-PRL-PARTITION
        MOVE WS-PT-SET-LOW(WS-PART-INDEX) TO WS-PRL-SET-LOW
        MOVE WS-PT-SET-HIGH(WS-PART-INDEX) TO WS-PRL-SET-HIGH
        MOVE WS-PT-KEYFRAG-COUNT(WS-PART-INDEX) TO WS-PRL-KEYFRAG
        MOVE WS-PT-CONTROL-COUNT(WS-PART-INDEX) TO WS-PRL-READ
        MOVE WS-PT-READ-COUNT(WS-PART-INDEX) TO WS-PRL-SETS
        MOVE WS-PT-CODEOUT-COUNT(WS-PART-INDEX) TO WS-PRL-CODEOUT
        MOVE WS-PT-REJECT-COUNT(WS-PART-INDEX) TO WS-PRL-REJECTS
        MOVE WS-PT-ALERT-COUNT(WS-PART-INDEX) TO WS-PRL-ALERTS
        MOVE WS-PT-REMARK(WS-PART-INDEX) TO WS-PRL-REMARK
        MOVE WS-PARTITION-RPT-LINE TO PART-RPT-LINE
        WRITE PART-RPT-LINE
        ADD 1 TO WS-PART-INDEX
        .

   WRITE-RPT-HEADER-PARAGRAPH.
        MOVE 'CTFPART REPORT' TO WS-RTL-LABEL
        MOVE 'CTF PARTITIONED BATCH' TO WS-RTL-TEXT
        MOVE WS-PART-FUNCTION TO WS-RTL-TEXT(23:8)
        MOVE '- PROCESSING DATE' TO WS-RTL-TEXT(32:17)
        MOVE WS-PROCESSING-DATE TO WS-RTL-TEXT(50:8)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   WRITE-TEXT-LINE-PARAGRAPH.
        MOVE WS-RPT-TEXT-LINE TO PART-RPT-LINE
        WRITE PART-RPT-LINE
        MOVE SPACES TO WS-RPT-TEXT-LINE
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTG0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTG0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTG0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
