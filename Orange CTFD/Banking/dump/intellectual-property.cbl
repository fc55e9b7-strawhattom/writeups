           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-LEDGER-FILE ASSIGN TO RUNLEDGR
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RECIPE-FILE ASSIGN TO RECIPE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RECIPE-FILE-STATUS.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.
       SELECT CTF-SUBMAST-FILE ASSIGN TO SUBMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SB-SUBMITTER-ID
           FILE STATUS IS WS-SUBMAST-FILE-STATUS.
       SELECT CTF-SECLOG-FILE ASSIGN TO SECLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SECLOG-FILE-STATUS.
       SELECT CTF-PARTCTL-FILE ASSIGN TO PARTCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARTCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-KEYFRAG-FILE.
   01  KEYFRAG-RECORD.
       05  KF-FRAG-SET-ID               PIC 9(09).
       05  FILLER                       PIC X(184).

   FD  CTF-INQUIRY-FILE
       RECORDING MODE IS F.
   01  INQUIRY-RECORD.
       05  IQ-FRAGMENT-RECORD           PIC X(160).
       05  IQ-RECIPE-ID                 PIC X(08).

   FD  CTF-CODE-OUT
       RECORDING MODE IS F.
       05  RS-SUBMITTER-ID              PIC X(08).
       05  RS-LAST-RECORD-NBR           PIC 9(09).
       05  RS-RUN-TIMESTAMP             PIC X(26).
       05  RS-SETS-PROCESSED            PIC 9(09).
       05  RS-CODEOUT-COUNT             PIC 9(09).
       05  RS-REJECT-SET-COUNT          PIC 9(09).
       05  RS-ALERT-COUNT               PIC 9(09).

   FD  CTF-SELECT-FILE
       RECORDING MODE IS F.
       RECORDING MODE IS F.
   COPY CTFRLEDG.

   FD  CTF-RECIPE-FILE
       RECORDING MODE IS F.
   COPY CTFRCPE.

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   FD  CTF-SUBMAST-FILE.
   COPY CTFSUBM.

   FD  CTF-SECLOG-FILE
       RECORDING MODE IS F.
   COPY CTFSECL.

   FD  CTF-PARTCTL-FILE
       RECORDING MODE IS F.
   COPY CTFPCTL.

   WORKING-STORAGE SECTION.
   COPY CTFFRAG.
   COPY CTFRCPW.
   COPY CTFRUNW.
   COPY CTFAUTW.

   01    WS-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-END-OF-FILE              VALUE 'Y'.
   01    WS-BAD-DATA-SWITCH PIC X(01) VALUE 'N'.
         88  WS-BAD-DATA                 VALUE 'Y'.
   01    WS-KEYFRAG-FILE-STATUS PIC X(02) VALUE SPACES.
             10  WS-SEEN-CONCAT1             PIC X(52).
             10  WS-SEEN-CONCAT2             PIC X(70).
             10  WS-SEEN-CONCAT3             PIC X(52).
   01    WS-PARTCTL-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-PARTCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-PARTCTL-EOF              VALUE 'Y'.
   01    WS-PARTITION-SWITCH PIC X(01) VALUE 'N'.
         88  WS-PARTITIONED              VALUE 'Y'.
   01    WS-PARTITION-STATUS PIC X(01) VALUE SPACE.
         88  WS-PARTITION-FOUND          VALUE 'Y'.
         88  WS-PARTITION-UNUSED         VALUE 'N'.
         88  WS-PARTITION-CARD-BAD       VALUE 'B'.
   01    WS-PARTITION-CARD PIC X(31) VALUE SPACES.
   01    WS-PARTITION-NBR PIC 9(02) VALUE ZERO.
   01    WS-PARTITION-LOW PIC 9(09) VALUE 1.
   01    WS-PARTITION-HIGH PIC 9(09) VALUE 999999999.
   01    WS-LEDGER-PROGRAM-ID.
         05  WS-LPI-PREFIX               PIC X(04) VALUE 'CTF '.
         05  WS-LPI-PARTITION            PIC X(02) VALUE SPACES.
         05  FILLER                      PIC X(02) VALUE SPACES.
   01    WS-REJECT-REASON PIC X(08) VALUE SPACES.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-END-TIMESTAMP.
         05  WS-END-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-END-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-SUBMITTER-ID PIC X(08) VALUE 'UNKNOWN'.
   01    WS-CHECKSUM-FIELDS.
         05  WS-CHECKSUM-TOTAL           PIC 9(09) COMP VALUE ZERO.

   PROCEDURE DIVISION USING LS-PARM-AREA.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            PERFORM PARSE-PARM-PARAGRAPH
            IF RETURN-CODE = ZERO
                IF WS-PARTITIONED AND WS-RESTART-REQUESTED
                    OPEN EXTEND CTF-CODE-OUT
                    OPEN EXTEND CTF-AUDIT-FILE
                    OPEN EXTEND CTF-REJECT-FILE
                    OPEN EXTEND CTF-ALERT-FILE
                    OPEN EXTEND CTF-LEDGER-FILE
                ELSE
                    OPEN OUTPUT CTF-CODE-OUT
                    OPEN OUTPUT CTF-AUDIT-FILE
                    OPEN OUTPUT CTF-REJECT-FILE
                    OPEN OUTPUT CTF-ALERT-FILE
                    OPEN OUTPUT CTF-LEDGER-FILE
                END-IF
                PERFORM WRITE-LEDGER-START-PARAGRAPH
                IF WS-PARTITION-UNUSED
                    CONTINUE
                ELSE
                MOVE WS-RUN-DATE TO WS-RECIPE-AS-OF-DATE
                PERFORM LOAD-RECIPE-PARAGRAPH
                IF NOT WS-RECIPE-LOADED
                    PERFORM RECIPE-ERROR-PARAGRAPH
                ELSE
                IF WS-MODE-INQUIRY
                    PERFORM INQUIRY-PARAGRAPH
                ELSE
                IF WS-MODE-SELECT
                    PERFORM SELECT-PARAGRAPH
                ELSE
                    PERFORM BATCH-PARAGRAPH
                END-IF
                END-IF
                END-IF
                END-IF
                PERFORM WRITE-LEDGER-END-PARAGRAPH
                IF WS-PARTITIONED AND RETURN-CODE < 16
                    PERFORM WRITE-LEDGER-CONTROL-PARAGRAPH
                END-IF
                CLOSE CTF-CODE-OUT
                CLOSE CTF-AUDIT-FILE
                CLOSE CTF-REJECT-FILE
                CLOSE CTF-ALERT-FILE
                CLOSE CTF-LEDGER-FILE
            END-IF
        END-IF
        GOBACK
        .

                IF WS-PARM-SUBMITTER = 'RESTART'
                    SET WS-RESTART-REQUESTED TO TRUE
                END-IF
                IF WS-PARM-SUBMITTER(1:4) = 'PART'
                    AND WS-PARM-SUBMITTER(5:2) NUMERIC
                    AND WS-PARM-SUBMITTER(7:2) = SPACES
                    SET WS-PARTITIONED TO TRUE
                    MOVE WS-PARM-SUBMITTER(5:2) TO WS-PARTITION-NBR
                END-IF
            END-IF
            END-IF
            IF WS-PARM-OPTION = 'RESTART'
                SET WS-MASK-ENABLED TO TRUE
            END-IF
        END-IF
        IF WS-PARTITIONED
            PERFORM LOAD-PARTITION-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM AUTHORIZE-RUN-PARAGRAPH
        END-IF
        .

   LOAD-PARTITION-PARAGRAPH.
        MOVE 'CTFP' TO WS-LPI-PREFIX
        MOVE WS-PARTITION-NBR TO WS-LPI-PARTITION
        SET WS-PARTITION-UNUSED TO TRUE
        OPEN INPUT CTF-PARTCTL-FILE
        IF WS-PARTCTL-FILE-STATUS NOT = '00'
            DISPLAY 'CTF0101 PARTITION CONTROL FILE UNAVAILABLE - STATUS '
                WS-PARTCTL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-PARTITION-CARD-PARAGRAPH
            PERFORM FIND-PARTITION-CARD-PARAGRAPH
                UNTIL WS-PARTCTL-EOF OR NOT WS-PARTITION-UNUSED
            CLOSE CTF-PARTCTL-FILE
            IF WS-PARTITION-UNUSED
                DISPLAY 'CTF0103 PARTITION ' WS-PARTITION-NBR
                    ' NOT IN PARTITION CONTROL - PARTITION FILES EMPTIED'
            ELSE
            IF WS-PARTITION-CARD-BAD
                DISPLAY 'CTF0102 PARTITION CONTROL CARD NOT VALID - '
                    WS-PARTITION-CARD
                MOVE 16 TO RETURN-CODE
            ELSE
                DISPLAY 'CTF0104 PARTITION ' WS-PARTITION-NBR
                    ' - FRAGMENT SETS ' WS-PARTITION-LOW '-'
                    WS-PARTITION-HIGH
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

   FIND-PARTITION-CARD-PARAGRAPH.
        IF PC-PARTITION-CARD
            AND PC-PARTITION-NBR = WS-PARTITION-NBR
            MOVE PARTITION-CONTROL-RECORD(1:31) TO WS-PARTITION-CARD
            IF PC-SET-LOW NUMERIC AND PC-SET-HIGH NUMERIC
                AND PC-SET-LOW NOT > PC-SET-HIGH
                SET WS-PARTITION-FOUND TO TRUE
                MOVE PC-SET-LOW TO WS-PARTITION-LOW
                MOVE PC-SET-HIGH TO WS-PARTITION-HIGH
            ELSE
                SET WS-PARTITION-CARD-BAD TO TRUE
            END-IF
        ELSE
            PERFORM READ-PARTITION-CARD-PARAGRAPH
        END-IF
        .

   AUTHORIZE-RUN-PARAGRAPH.
        MOVE 'CTF     ' TO WS-AUTH-PROGRAM-ID
        MOVE WS-SUBMITTER-ID TO WS-AUTH-SUBMITTER-ID
        MOVE WS-MODE TO WS-AUTH-MODE
        IF WS-RESTART-REQUESTED
            MOVE 'RESTART' TO WS-AUTH-FUNCTION
        END-IF
        IF WS-MODE-INQUIRY OR NOT WS-MASK-ENABLED
            SET WS-AUTH-UNMASKED-WANTED TO TRUE
        END-IF
        IF WS-AUTH-MODE-BATCH AND NOT WS-PARTITION-UNUSED
            SET WS-AUTH-RANGE-WANTED TO TRUE
            MOVE WS-PARTITION-LOW TO WS-AUTH-SET-LOW
            MOVE WS-PARTITION-HIGH TO WS-AUTH-SET-HIGH
        END-IF
        IF WS-PARTITIONED AND NOT WS-RESTART-REQUESTED
            OPEN OUTPUT CTF-SECLOG-FILE
            CLOSE CTF-SECLOG-FILE
        END-IF
        MOVE WS-RUN-TIMESTAMP TO WS-AUTH-TIMESTAMP
        PERFORM AUTHORIZE-SUBMITTER-PARAGRAPH
        IF WS-AUTH-GRANTED
            MOVE SPACES TO WS-AUTH-REASON-CODE
            MOVE SPACES TO WS-AUTH-REASON-TEXT
            PERFORM WRITE-SECURITY-LOG-PARAGRAPH
            IF WS-SECLOG-FILE-STATUS NOT = '00'
                DISPLAY 'CTF0097 SECURITY LOG UNAVAILABLE - STATUS '
                    WS-SECLOG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            END-IF
        ELSE
        IF WS-AUTH-NO-FILE
            DISPLAY 'CTF0096 SUBMITTER MASTER UNAVAILABLE - STATUS '
                WS-SUBMAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            IF WS-PARTITIONED AND WS-RESTART-REQUESTED
                OPEN EXTEND CTF-ALERT-FILE
            ELSE
                OPEN OUTPUT CTF-ALERT-FILE
            END-IF
            PERFORM REFUSE-SUBMITTER-PARAGRAPH
            CLOSE CTF-ALERT-FILE
        END-IF
        END-IF
        .

   REFUSE-SUBMITTER-PARAGRAPH.
        EVALUATE TRUE
            WHEN WS-AUTH-NOT-ON-FILE
                DISPLAY 'CTF0091 SUBMITTER NOT AUTHORIZED - '
                    WS-SUBMITTER-ID ' IS NOT ON THE SUBMITTER MASTER'
                MOVE 'CTF0091' TO WS-AUTH-REASON-CODE
                MOVE 'SUBMITTER NOT ON SUBMITTER MASTER'
                    TO WS-AUTH-REASON-TEXT
            WHEN WS-AUTH-REVOKED
                DISPLAY 'CTF0092 SUBMITTER AUTHORITY REVOKED - '
                    WS-SUBMITTER-ID
                MOVE 'CTF0092' TO WS-AUTH-REASON-CODE
                MOVE 'SUBMITTER AUTHORITY REVOKED'
                    TO WS-AUTH-REASON-TEXT
            WHEN WS-AUTH-MODE-REFUSED
                DISPLAY 'CTF0093 MODE NOT AUTHORIZED - ' WS-MODE
                    ' - SUBMITTER ' WS-SUBMITTER-ID
                MOVE 'CTF0093' TO WS-AUTH-REASON-CODE
                MOVE 'MODE NOT AUTHORIZED FOR SUBMITTER'
                    TO WS-AUTH-REASON-TEXT
            WHEN WS-AUTH-UNMASKED-REFUSED
                DISPLAY 'CTF0094 UNMASKED RUN NOT AUTHORIZED - '
                    'SUBMITTER ' WS-SUBMITTER-ID ' MUST RUN WITH MASK'
                MOVE 'CTF0094' TO WS-AUTH-REASON-CODE
                MOVE 'UNMASKED RUN NOT AUTHORIZED'
                    TO WS-AUTH-REASON-TEXT
            WHEN OTHER
                DISPLAY 'CTF0095 FRAGMENT SET OUT OF AUTHORIZED RANGE - '
                    WS-AUTH-SET-LOW '-' WS-AUTH-SET-HIGH
                    ' - SUBMITTER ' WS-SUBMITTER-ID
                MOVE 'CTF0095' TO WS-AUTH-REASON-CODE
                MOVE 'FRAGMENT SET OUT OF AUTHORIZED RANGE'
                    TO WS-AUTH-REASON-TEXT
        END-EVALUATE
        PERFORM WRITE-SECURITY-LOG-PARAGRAPH
        IF WS-SECLOG-FILE-STATUS NOT = '00'
            DISPLAY 'CTF0097 SECURITY LOG UNAVAILABLE - STATUS '
                WS-SECLOG-FILE-STATUS
        END-IF
        MOVE 'SECURITY' TO WS-ALERT-CONDITION
        MOVE SPACES TO WS-ALERT-TEXT
        MOVE WS-AUTH-REASON-CODE TO WS-ALERT-TEXT(1:8)
        MOVE WS-AUTH-REASON-TEXT TO WS-ALERT-TEXT(9:44)
        PERFORM WRITE-ALERT-PARAGRAPH
        MOVE 16 TO RETURN-CODE
        .

   BATCH-PARAGRAPH.
        IF WS-RESTART-REQUESTED
            PERFORM LOAD-RESTART-PARAGRAPH
        END-IF
        IF RETURN-CODE = 16
            CONTINUE
        ELSE
        OPEN INPUT CTF-KEYFRAG-FILE
        IF WS-KEYFRAG-FILE-STATUS NOT = '00'
            DISPLAY 'CTF0005 NO KEYFRAG INPUT PRESENT'
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM OPEN-RESTART-PARAGRAPH
            IF WS-PARTITIONED
                PERFORM START-PARTITION-PARAGRAPH
            END-IF
            IF NOT WS-END-OF-FILE
                PERFORM READ-KEYFRAG-PARAGRAPH
            END-IF
            PERFORM BATCH-RECORD-PARAGRAPH
                UNTIL WS-END-OF-FILE
            CLOSE CTF-KEYFRAG-FILE
                CLOSE CTF-RESTART-FILE
            END-IF
        END-IF
        END-IF
        .

   START-PARTITION-PARAGRAPH.
        MOVE WS-PARTITION-LOW TO KF-FRAG-SET-ID
        START CTF-KEYFRAG-FILE KEY IS NOT < KF-FRAG-SET-ID
            INVALID KEY
                SET WS-END-OF-FILE TO TRUE
        END-START
        .

   LOAD-RESTART-PARAGRAPH.
                INVALID KEY
                    MOVE ZERO TO WS-RESTART-POINT
                NOT INVALID KEY
                    PERFORM RESUME-CHECKPOINT-PARAGRAPH
            END-READ
            CLOSE CTF-RESTART-FILE
        END-IF
        .

   RESUME-CHECKPOINT-PARAGRAPH.
        IF RS-RUN-TIMESTAMP(1:8) NOT = WS-RUN-TIMESTAMP(1:8)
            DISPLAY 'CTF0044 CHECKPOINT IS FOR BUSINESS DATE '
                RS-RUN-TIMESTAMP(1:8) ' - RESTART REFUSED'
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE RS-LAST-RECORD-NBR TO WS-RESTART-POINT
            DISPLAY 'CTF0041 RESUMING AFTER KEYFRAG RECORD - '
                RS-LAST-RECORD-NBR
            IF WS-PARTITIONED
                MOVE RS-SETS-PROCESSED TO WS-SETS-PROCESSED
                MOVE RS-CODEOUT-COUNT TO WS-CODEOUT-COUNT
                MOVE RS-REJECT-SET-COUNT TO WS-REJECT-SET-COUNT
                MOVE RS-ALERT-COUNT TO WS-ALERT-COUNT
            END-IF
        END-IF
        .

   OPEN-RESTART-PARAGRAPH.
        OPEN I-O CTF-RESTART-FILE
        IF WS-RESTART-FILE-STATUS = '35'
            MOVE WS-SUBMITTER-ID TO RS-SUBMITTER-ID
            MOVE WS-RECORD-COUNT TO RS-LAST-RECORD-NBR
            MOVE WS-RUN-TIMESTAMP TO RS-RUN-TIMESTAMP
            MOVE WS-SETS-PROCESSED TO RS-SETS-PROCESSED
            MOVE WS-CODEOUT-COUNT TO RS-CODEOUT-COUNT
            MOVE WS-REJECT-SET-COUNT TO RS-REJECT-SET-COUNT
            MOVE WS-ALERT-COUNT TO RS-ALERT-COUNT
            REWRITE RESTART-RECORD
                INVALID KEY
                    WRITE RESTART-RECORD
            PERFORM CHECK-ACTIVE-PARAGRAPH
            IF WS-FRAG-CURRENTLY-ACTIVE
                PERFORM PROCESS-RECORD-PARAGRAPH
                IF NOT WS-PARTITIONED
                    PERFORM CHECK-COLLISION-PARAGRAPH
                END-IF
            END-IF
            PERFORM SAVE-RESTART-PARAGRAPH
        END-IF
            DISPLAY 'CTF0010 NO INQUIRY TRANSACTION PRESENT'
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE SPACES TO WS-KEYFRAG-RECORD
            MOVE ZERO TO WS-FRAG-SET-ID
            MOVE ZERO TO WS-FRAG-EFFECTIVE-DATE
            READ CTF-INQUIRY-FILE
                AT END
                    DISPLAY 'CTF0010 NO INQUIRY TRANSACTION PRESENT'
                    MOVE 16 TO RETURN-CODE
            END-READ
            IF RETURN-CODE = ZERO
                MOVE IQ-FRAGMENT-RECORD TO WS-FRAGMENT-RECORD
                MOVE IQ-RECIPE-ID TO WS-FRAG-RECIPE-ID
                PERFORM PROCESS-RECORD-PARAGRAPH
            END-IF
            CLOSE CTF-INQUIRY-FILE
            DISPLAY 'CTF0050 NO SELECT CONTROL RECORDS PRESENT'
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM CHECK-SELECT-AUTHORITY-PARAGRAPH
            IF NOT WS-AUTH-GRANTED
                PERFORM REFUSE-SUBMITTER-PARAGRAPH
            ELSE
                OPEN INPUT CTF-KEYFRAG-FILE
                IF WS-KEYFRAG-FILE-STATUS NOT = '00'
                    DISPLAY 'CTF0005 NO KEYFRAG INPUT PRESENT'
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM READ-KEYFRAG-PARAGRAPH
                    PERFORM SELECT-RECORD-PARAGRAPH
                        UNTIL WS-END-OF-FILE
                    CLOSE CTF-KEYFRAG-FILE
                END-IF
            END-IF
        END-IF
        .

   CHECK-SELECT-AUTHORITY-PARAGRAPH.
        SET WS-AUTH-GRANTED TO TRUE
        MOVE 1 TO WS-SELECT-INDEX
        PERFORM CHECK-SELECT-ENTRY-PARAGRAPH
            UNTIL WS-SELECT-INDEX > WS-SELECT-COUNT
                OR NOT WS-AUTH-GRANTED
        .

   CHECK-SELECT-ENTRY-PARAGRAPH.
        IF WS-SELECT-TYPE(WS-SELECT-INDEX) = 'RCD '
            MOVE WS-SELECT-RECORD-NBR(WS-SELECT-INDEX) TO WS-AUTH-SET-LOW
            MOVE WS-SELECT-RECORD-NBR(WS-SELECT-INDEX) TO WS-AUTH-SET-HIGH
            PERFORM CHECK-SET-RANGE-PARAGRAPH
        END-IF
        ADD 1 TO WS-SELECT-INDEX
        .

   LOAD-SELECT-LIST-PARAGRAPH.
        MOVE ZERO TO WS-SELECT-COUNT
        OPEN INPUT CTF-SELECT-FILE
   SELECT-RECORD-PARAGRAPH.
        PERFORM CHECK-SELECT-MATCH-PARAGRAPH
        IF WS-SELECT-MATCHED
            MOVE WS-FRAG-SET-ID TO WS-AUTH-SET-LOW
            MOVE WS-FRAG-SET-ID TO WS-AUTH-SET-HIGH
            PERFORM CHECK-SET-RANGE-PARAGRAPH
            IF WS-AUTH-GRANTED
                PERFORM PROCESS-RECORD-PARAGRAPH
            ELSE
                PERFORM REFUSE-SUBMITTER-PARAGRAPH
                SET WS-END-OF-FILE TO TRUE
            END-IF
        END-IF
        IF NOT WS-END-OF-FILE
            PERFORM READ-KEYFRAG-PARAGRAPH
        END-IF
        .

   CHECK-SELECT-MATCH-PARAGRAPH.
        .

   BUILD-SEGMENTS-PARAGRAPH.
        PERFORM DERIVE-SEGMENTS-PARAGRAPH
        IF WS-STRING-OVERFLOW
            DISPLAY 'CTF0020 STRING OVERFLOW BUILDING SEGMENT OUTPUT'
            MOVE 'OVERFLOW' TO WS-ALERT-CONDITION
   VALIDATE-SEGMENTS-PARAGRAPH.
        MOVE 'N' TO WS-BAD-DATA-SWITCH
        MOVE SPACES TO WS-REJECT-REASON
        IF NOT WS-RECIPE-FOUND
            SET WS-BAD-DATA TO TRUE
            DISPLAY 'CTF0070 NO RECIPE IN EFFECT - ' WS-RECIPE-WANTED-ID
                ' - SET ' WS-FRAG-SET-ID
            MOVE 'CTF0070' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-PARAGRAPH
        ELSE
            PERFORM CHECK-SEGMENTS-PARAGRAPH
        END-IF
        IF WS-BAD-DATA
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE 'BADDATA' TO WS-ALERT-CONDITION
            MOVE 'VALIDATION FAILED - REASON ' TO WS-ALERT-TEXT
            MOVE WS-REJECT-REASON TO WS-ALERT-TEXT(28:8)
            PERFORM WRITE-ALERT-PARAGRAPH
        END-IF
        .

   CHECK-SEGMENTS-PARAGRAPH.
        PERFORM EDIT-SEGMENTS-PARAGRAPH
        IF WS-SEG-OVERFLOW-ERROR
            SET WS-BAD-DATA TO TRUE
            MOVE 'CTF0020' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-PARAGRAPH
        END-IF
        IF WS-SEG1-BLANK-ERROR
            SET WS-BAD-DATA TO TRUE
            DISPLAY 'CTF0030 SEGMENT 1 IS BLANK'
            MOVE 'CTF0030' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-PARAGRAPH
        END-IF
        IF WS-SEG1-FORMAT-ERROR
            SET WS-BAD-DATA TO TRUE
            DISPLAY 'CTF0031 SEGMENT 1 FAILED FORMAT CHECK - ' WS-CONCAT1
            MOVE 'CTF0031' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-PARAGRAPH
        END-IF
        IF WS-SEG2-BLANK-ERROR
            SET WS-BAD-DATA TO TRUE
            DISPLAY 'CTF0032 SEGMENT 2 IS BLANK'
            MOVE 'CTF0032' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-PARAGRAPH
        END-IF
        IF WS-SEG2-TRAILING-ERROR
            SET WS-BAD-DATA TO TRUE
            DISPLAY 'CTF0033 SEGMENT 2 HAS TRAILING DATA - '
                WS-CONCAT2
            MOVE 'CTF0033' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-PARAGRAPH
        END-IF
        .

        .

   WRITE-LEDGER-START-PARAGRAPH.
        MOVE WS-LEDGER-PROGRAM-ID TO RL-PROGRAM-ID
        MOVE WS-RUN-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'START   ' TO RL-EVENT
        MOVE ZERO TO RL-READ-COUNT
        .

   WRITE-LEDGER-END-PARAGRAPH.
        MOVE WS-RUN-DATE TO WS-END-DATE
        ACCEPT WS-END-TIME FROM TIME
        MOVE WS-LEDGER-PROGRAM-ID TO RL-PROGRAM-ID
        MOVE WS-END-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'END     ' TO RL-EVENT
        MOVE WS-SETS-PROCESSED TO RL-READ-COUNT
        MOVE WS-CODEOUT-COUNT TO RL-WRITTEN-COUNT
        WRITE RUN-LEDGER-RECORD
        .

   WRITE-LEDGER-CONTROL-PARAGRAPH.
        MOVE WS-LEDGER-PROGRAM-ID TO RL-PROGRAM-ID
        MOVE WS-END-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'CONTROL ' TO RL-EVENT
        MOVE WS-RECORD-COUNT TO RL-READ-COUNT
        MOVE ZERO TO RL-WRITTEN-COUNT
        MOVE ZERO TO RL-REJECT-COUNT
        MOVE ZERO TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        .

   RECIPE-ERROR-PARAGRAPH.
        EVALUATE TRUE
            WHEN WS-RECIPE-NO-FILE
                DISPLAY 'CTF0071 NO RECIPE FILE PRESENT - STATUS '
                    WS-RECIPE-FILE-STATUS
            WHEN WS-RECIPE-EMPTY
                DISPLAY 'CTF0072 RECIPE FILE HOLDS NO RECIPES'
            WHEN WS-RECIPE-OUT-OF-SEQ
                DISPLAY 'CTF0073 RECIPE CARD OUT OF SEQUENCE - '
                    WS-RECIPE-ERROR-CARD(1:35)
            WHEN WS-RECIPE-TABLE-FULL
                DISPLAY 'CTF0074 RECIPE TABLE FULL AT CARD - '
                    WS-RECIPE-ERROR-CARD(1:35)
            WHEN OTHER
                DISPLAY 'CTF0075 RECIPE CARD FAILED EDIT - '
                    WS-RECIPE-ERROR-CARD(1:35)
        END-EVALUATE
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRCPP.

   READ-KEYFRAG-PARAGRAPH.
        READ CTF-KEYFRAG-FILE INTO WS-KEYFRAG-RECORD
            AT END
                SET WS-END-OF-FILE TO TRUE
        END-READ
        IF NOT WS-END-OF-FILE
            AND WS-PARTITIONED AND WS-FRAG-SET-ID > WS-PARTITION-HIGH
            SET WS-END-OF-FILE TO TRUE
        END-IF
        IF NOT WS-END-OF-FILE
            ADD 1 TO WS-RECORD-COUNT
        END-IF
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTF0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTF0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTF0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.

   COPY CTFAUTP.
