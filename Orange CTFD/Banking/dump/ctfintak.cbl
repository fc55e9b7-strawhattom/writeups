IDENTIFICATION DIVISION.
   PROGRAM-ID. CTFINTAK.

   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CTF-FEED-FILE ASSIGN TO FEEDIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-FILE-STATUS.
       SELECT CTF-CIPHER-OUT ASSIGN TO CIPHOUT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-REGISTER-FILE ASSIGN TO REGISTER
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.
       SELECT CTF-INTAKE-RPT ASSIGN TO INTKRPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-LEDGER-FILE ASSIGN TO RUNLEDGR
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-FEED-FILE
       RECORDING MODE IS F.
   COPY CTFCFEED.

   FD  CTF-CIPHER-OUT
       RECORDING MODE IS F.
   01  CIPHER-OUT-RECORD               PIC X(191).

   FD  CTF-REGISTER-FILE
       RECORDING MODE IS F.
   COPY CTFFREG.

   FD  CTF-INTAKE-RPT
       RECORDING MODE IS F.
   01  INTAKE-RPT-LINE                 PIC X(132).

   FD  CTF-LEDGER-FILE
       RECORDING MODE IS F.
   COPY CTFRLEDG.

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.
   01    WS-FEED-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-FEED-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-FEED-EOF                 VALUE 'Y'.
   01    WS-REGISTER-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-REGISTER-EOF             VALUE 'Y'.
   01    WS-TRAILER-SWITCH PIC X(01) VALUE 'N'.
         88  WS-TRAILER-SEEN             VALUE 'Y'.
   01    WS-SENDER-SEEN-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SENDER-SEEN              VALUE 'Y'.
   01    WS-SEQ-REUSED-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SEQ-REUSED               VALUE 'Y'.
   01    WS-FEED-REPLAY-SWITCH PIC X(01) VALUE 'N'.
         88  WS-FEED-REPLAYED            VALUE 'Y'.
   01    WS-REJECT-SWITCH PIC X(01) VALUE 'N'.
         88  WS-FEED-REJECTED            VALUE 'Y'.
   01    WS-FEED-HEADER.
         05  WS-FH-SENDER-ID             PIC X(08) VALUE SPACES.
         05  WS-FH-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
         05  WS-FH-FILE-SEQ-NBR          PIC 9(09) VALUE ZERO.
   01    WS-FEED-TRAILER.
         05  WS-FT-RECORD-COUNT          PIC 9(09) VALUE ZERO.
         05  WS-FT-HASH-TOTAL            PIC 9(18) VALUE ZERO.
   01    WS-DATA-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-HASH-TOTAL PIC 9(18) VALUE ZERO.
   01    WS-EXTRA-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-BAD-SET-ID-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-HIGH-SEQ-NBR PIC 9(09) VALUE ZERO.
   01    WS-EXPECTED-SEQ-NBR PIC 9(09) VALUE ZERO.
   01    WS-REGISTER-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-END-TIMESTAMP.
         05  WS-END-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-END-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-RPT-TEXT-LINE.
         05  WS-RTL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-RTL-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-FEED-RPT-LINE.
         05  WS-FRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-FRL-SENDER-ID            PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-FRL-DATE-LABEL           PIC X(14) VALUE
                                          'BUSINESS DATE '.
         05  WS-FRL-BUSINESS-DATE        PIC 9(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-FRL-SEQ-LABEL            PIC X(14) VALUE
                                          'FILE SEQUENCE '.
         05  WS-FRL-FILE-SEQ-NBR         PIC Z(08)9.
   01    WS-CONTROL-RPT-LINE.
         05  WS-CRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-CRL-TRAILER-LABEL        PIC X(08) VALUE 'TRAILER '.
         05  WS-CRL-TRAILER-VALUE        PIC Z(17)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-CRL-FEED-LABEL           PIC X(09) VALUE 'RECEIVED '.
         05  WS-CRL-FEED-VALUE           PIC Z(17)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-CRL-RESULT               PIC X(08).

   PROCEDURE DIVISION.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            OPEN INPUT CTF-FEED-FILE
            IF WS-FEED-FILE-STATUS NOT = '00'
                DISPLAY 'CTI0005 NO CIPHERTEXT FEED PRESENT - STATUS '
                    WS-FEED-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT CTF-CIPHER-OUT
                OPEN OUTPUT CTF-INTAKE-RPT
                OPEN OUTPUT CTF-LEDGER-FILE
                PERFORM WRITE-LEDGER-START-PARAGRAPH
                PERFORM WRITE-RPT-HEADER-PARAGRAPH
                PERFORM READ-FEED-PARAGRAPH
                PERFORM CHECK-HEADER-PARAGRAPH
                IF NOT WS-FEED-REJECTED
                    PERFORM CHECK-REGISTER-PARAGRAPH
                END-IF
                PERFORM COPY-DATA-PARAGRAPH
                    UNTIL WS-FEED-EOF OR WS-TRAILER-SEEN
                PERFORM CHECK-TRAILER-PARAGRAPH
                PERFORM WRITE-RPT-CONTROLS-PARAGRAPH
                IF WS-FEED-REJECTED
                    DISPLAY 'CTI0002 CIPHERTEXT FEED REJECTED - '
                        WS-FH-SENDER-ID ' ' WS-FH-BUSINESS-DATE ' SEQ '
                        WS-FH-FILE-SEQ-NBR
                    MOVE 'FEED REJECTED' TO WS-RTL-LABEL
                    MOVE 'NOTHING PASSED TO DECODE - SEE REASONS ABOVE'
                        TO WS-RTL-TEXT
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                ELSE
                IF WS-FEED-REPLAYED
                    DISPLAY 'CTI0007 BUSINESS DATE ' WS-RUN-DATE
                        ' NOT YET DECODED - FEED ' WS-FH-SENDER-ID
                        ' SEQ ' WS-FH-FILE-SEQ-NBR ' ACCEPTED AGAIN - '
                        WS-DATA-COUNT ' RECORDS'
                    MOVE 'FEED ACCEPTED' TO WS-RTL-LABEL
                    MOVE 'ALREADY REGISTERED - PASSED TO DECODE AGAIN'
                        TO WS-RTL-TEXT
                ELSE
                    PERFORM REGISTER-FEED-PARAGRAPH
                    DISPLAY 'CTI0001 CIPHERTEXT FEED ACCEPTED - '
                        WS-FH-SENDER-ID ' ' WS-FH-BUSINESS-DATE ' SEQ '
                        WS-FH-FILE-SEQ-NBR ' - ' WS-DATA-COUNT ' RECORDS'
                    MOVE 'FEED ACCEPTED' TO WS-RTL-LABEL
                    MOVE 'REGISTERED AND PASSED TO DECODE' TO WS-RTL-TEXT
                END-IF
                END-IF
                PERFORM WRITE-TEXT-LINE-PARAGRAPH
                PERFORM WRITE-LEDGER-END-PARAGRAPH
                CLOSE CTF-FEED-FILE
                CLOSE CTF-CIPHER-OUT
                CLOSE CTF-INTAKE-RPT
                CLOSE CTF-LEDGER-FILE
            END-IF
        END-IF
        GOBACK
        .

   CHECK-HEADER-PARAGRAPH.
        IF WS-FEED-EOF
            MOVE 'CTI0020' TO WS-RTL-LABEL
            MOVE 'FEED IS EMPTY - NO HEADER RECORD' TO WS-RTL-TEXT
            PERFORM REJECT-FEED-PARAGRAPH
        ELSE
        IF NOT CF-HEADER-RECORD
            MOVE 'CTI0020' TO WS-RTL-LABEL
            MOVE 'FIRST RECORD IS NOT A HEADER RECORD' TO WS-RTL-TEXT
            PERFORM REJECT-FEED-PARAGRAPH
        ELSE
        IF CF-BUSINESS-DATE NOT NUMERIC
            OR CF-FILE-SEQ-NBR NOT NUMERIC
            OR CF-SENDER-ID = SPACES
            MOVE 'CTI0021' TO WS-RTL-LABEL
            MOVE 'HEADER SENDER, BUSINESS DATE OR SEQUENCE INVALID'
                TO WS-RTL-TEXT
            MOVE CF-SENDER-ID TO WS-FH-SENDER-ID
            PERFORM REJECT-FEED-PARAGRAPH
            PERFORM READ-FEED-PARAGRAPH
        ELSE
            MOVE CF-SENDER-ID TO WS-FH-SENDER-ID
            MOVE CF-BUSINESS-DATE TO WS-FH-BUSINESS-DATE
            MOVE CF-FILE-SEQ-NBR TO WS-FH-FILE-SEQ-NBR
            IF WS-FH-BUSINESS-DATE NOT = WS-RUN-DATE
                MOVE 'CTI0022' TO WS-RTL-LABEL
                MOVE 'BUSINESS DATE IS NOT THE PROCESSING DATE'
                    TO WS-RTL-TEXT
                PERFORM REJECT-FEED-PARAGRAPH
            END-IF
            PERFORM READ-FEED-PARAGRAPH
        END-IF
        END-IF
        END-IF
        MOVE 'FEED RECEIVED' TO WS-FRL-LABEL
        MOVE WS-FH-SENDER-ID TO WS-FRL-SENDER-ID
        MOVE WS-FH-BUSINESS-DATE TO WS-FRL-BUSINESS-DATE
        MOVE WS-FH-FILE-SEQ-NBR TO WS-FRL-FILE-SEQ-NBR
        MOVE WS-FEED-RPT-LINE TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
        .

   CHECK-REGISTER-PARAGRAPH.
        OPEN INPUT CTF-REGISTER-FILE
        IF WS-REGISTER-FILE-STATUS = '35'
            SET WS-REGISTER-EOF TO TRUE
        ELSE
        IF WS-REGISTER-FILE-STATUS NOT = '00'
            DISPLAY 'CTI0006 FEED REGISTER UNAVAILABLE - STATUS '
                WS-REGISTER-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE 'CTI0006' TO WS-RTL-LABEL
            MOVE 'FEED REGISTER UNAVAILABLE - FEED NOT CHECKED'
                TO WS-RTL-TEXT
            PERFORM REJECT-FEED-PARAGRAPH
            SET WS-REGISTER-EOF TO TRUE
        ELSE
            PERFORM READ-REGISTER-PARAGRAPH
            PERFORM CHECK-REGISTER-ENTRY-PARAGRAPH
                UNTIL WS-REGISTER-EOF
            CLOSE CTF-REGISTER-FILE
        END-IF
        END-IF
        IF WS-SENDER-SEEN
            COMPUTE WS-EXPECTED-SEQ-NBR = WS-HIGH-SEQ-NBR + 1
            IF WS-FH-FILE-SEQ-NBR > WS-EXPECTED-SEQ-NBR
                MOVE 'CTI0025' TO WS-RTL-LABEL
                MOVE 'SEQUENCE GAP - NEXT EXPECTED WAS' TO WS-RTL-TEXT
                MOVE WS-EXPECTED-SEQ-NBR TO WS-RTL-TEXT(34:9)
                PERFORM REJECT-FEED-PARAGRAPH
            ELSE
            IF WS-FH-FILE-SEQ-NBR < WS-EXPECTED-SEQ-NBR
                AND NOT WS-SEQ-REUSED
                MOVE 'CTI0026' TO WS-RTL-LABEL
                MOVE 'SEQUENCE BEHIND THE REGISTER - NEXT EXPECTED WAS'
                    TO WS-RTL-TEXT
                MOVE WS-EXPECTED-SEQ-NBR TO WS-RTL-TEXT(50:9)
                PERFORM REJECT-FEED-PARAGRAPH
            END-IF
            END-IF
        END-IF
        .

   CHECK-REGISTER-ENTRY-PARAGRAPH.
        IF RG-SENDER-ID = WS-FH-SENDER-ID
            SET WS-SENDER-SEEN TO TRUE
            IF RG-FILE-SEQ-NBR > WS-HIGH-SEQ-NBR
                MOVE RG-FILE-SEQ-NBR TO WS-HIGH-SEQ-NBR
            END-IF
            IF RG-FILE-SEQ-NBR = WS-FH-FILE-SEQ-NBR
                SET WS-SEQ-REUSED TO TRUE
                IF (WS-RUNCTL-RERUN-DATE OR WS-RUNCTL-DECODE-PENDING)
                    AND RG-BUSINESS-DATE = WS-FH-BUSINESS-DATE
                    SET WS-FEED-REPLAYED TO TRUE
                ELSE
                    MOVE 'CTI0023' TO WS-RTL-LABEL
                    MOVE 'SEQUENCE ALREADY ACCEPTED ON' TO WS-RTL-TEXT
                    MOVE RG-ACCEPT-TIMESTAMP(1:8) TO WS-RTL-TEXT(30:8)
                    MOVE '- FEED RE-SENT' TO WS-RTL-TEXT(39:14)
                    PERFORM REJECT-FEED-PARAGRAPH
                END-IF
            END-IF
            IF RG-BUSINESS-DATE = WS-FH-BUSINESS-DATE
                AND NOT ((WS-RUNCTL-RERUN-DATE
                          OR WS-RUNCTL-DECODE-PENDING)
                         AND RG-FILE-SEQ-NBR = WS-FH-FILE-SEQ-NBR)
                MOVE 'CTI0024' TO WS-RTL-LABEL
                MOVE 'BUSINESS DATE ALREADY PROCESSED UNDER SEQUENCE'
                    TO WS-RTL-TEXT
                MOVE RG-FILE-SEQ-NBR TO WS-RTL-TEXT(48:9)
                PERFORM REJECT-FEED-PARAGRAPH
            END-IF
        END-IF
        PERFORM READ-REGISTER-PARAGRAPH
        .

   COPY-DATA-PARAGRAPH.
        IF CF-TRAILER-RECORD
            SET WS-TRAILER-SEEN TO TRUE
            IF CF-RECORD-COUNT NUMERIC AND CF-HASH-TOTAL NUMERIC
                MOVE CF-RECORD-COUNT TO WS-FT-RECORD-COUNT
                MOVE CF-HASH-TOTAL TO WS-FT-HASH-TOTAL
            ELSE
                MOVE 'CTI0027' TO WS-RTL-LABEL
                MOVE 'TRAILER COUNT OR HASH TOTAL NOT NUMERIC'
                    TO WS-RTL-TEXT
                PERFORM REJECT-FEED-PARAGRAPH
            END-IF
            PERFORM READ-FEED-PARAGRAPH
            PERFORM COUNT-EXTRA-PARAGRAPH
                UNTIL WS-FEED-EOF
        ELSE
        IF CF-HEADER-RECORD
            MOVE 'CTI0028' TO WS-RTL-LABEL
            MOVE 'SECOND HEADER RECORD INSIDE THE FEED' TO WS-RTL-TEXT
            PERFORM REJECT-FEED-PARAGRAPH
            PERFORM READ-FEED-PARAGRAPH
        ELSE
            ADD 1 TO WS-DATA-COUNT
            IF CF-FRAGMENT-SET-ID NUMERIC
                ADD CF-FRAGMENT-SET-ID TO WS-HASH-TOTAL
            ELSE
                ADD 1 TO WS-BAD-SET-ID-COUNT
            END-IF
            MOVE CIPHER-FEED-RECORD TO CIPHER-OUT-RECORD
            WRITE CIPHER-OUT-RECORD
            PERFORM READ-FEED-PARAGRAPH
        END-IF
        END-IF
        .

   COUNT-EXTRA-PARAGRAPH.
        ADD 1 TO WS-EXTRA-COUNT
        PERFORM READ-FEED-PARAGRAPH
        .

   CHECK-TRAILER-PARAGRAPH.
        IF NOT WS-TRAILER-SEEN
            MOVE 'CTI0030' TO WS-RTL-LABEL
            MOVE 'NO TRAILER RECORD - FEED TRUNCATED' TO WS-RTL-TEXT
            PERFORM REJECT-FEED-PARAGRAPH
        ELSE
            IF WS-EXTRA-COUNT > ZERO
                MOVE 'CTI0031' TO WS-RTL-LABEL
                MOVE 'RECORDS FOUND AFTER THE TRAILER RECORD'
                    TO WS-RTL-TEXT
                PERFORM REJECT-FEED-PARAGRAPH
            END-IF
            IF WS-BAD-SET-ID-COUNT > ZERO
                MOVE 'CTI0029' TO WS-RTL-LABEL
                MOVE 'DATA RECORDS CARRY A NON-NUMERIC SET ID'
                    TO WS-RTL-TEXT
                PERFORM REJECT-FEED-PARAGRAPH
            END-IF
            IF WS-FT-RECORD-COUNT NOT = WS-DATA-COUNT
                MOVE 'CTI0032' TO WS-RTL-LABEL
                MOVE 'RECORD COUNT DOES NOT AGREE WITH TRAILER'
                    TO WS-RTL-TEXT
                PERFORM REJECT-FEED-PARAGRAPH
            END-IF
            IF WS-FT-HASH-TOTAL NOT = WS-HASH-TOTAL
                MOVE 'CTI0033' TO WS-RTL-LABEL
                MOVE 'SET-ID HASH TOTAL DOES NOT AGREE WITH TRAILER'
                    TO WS-RTL-TEXT
                PERFORM REJECT-FEED-PARAGRAPH
            END-IF
        END-IF
        .

   REJECT-FEED-PARAGRAPH.
        SET WS-FEED-REJECTED TO TRUE
        DISPLAY WS-RTL-LABEL(1:7) ' ' WS-RTL-TEXT(1:60)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   REGISTER-FEED-PARAGRAPH.
        OPEN EXTEND CTF-REGISTER-FILE
        IF WS-REGISTER-FILE-STATUS = '35'
            OPEN OUTPUT CTF-REGISTER-FILE
        END-IF
        MOVE SPACES TO REGISTER-RECORD
        MOVE WS-FH-SENDER-ID TO RG-SENDER-ID
        MOVE WS-FH-BUSINESS-DATE TO RG-BUSINESS-DATE
        MOVE WS-FH-FILE-SEQ-NBR TO RG-FILE-SEQ-NBR
        MOVE WS-DATA-COUNT TO RG-RECORD-COUNT
        MOVE WS-HASH-TOTAL TO RG-HASH-TOTAL
        MOVE WS-RUN-TIMESTAMP TO RG-ACCEPT-TIMESTAMP
        WRITE REGISTER-RECORD
        CLOSE CTF-REGISTER-FILE
        .

   READ-FEED-PARAGRAPH.
        READ CTF-FEED-FILE
            AT END
                SET WS-FEED-EOF TO TRUE
        END-READ
        .

   READ-REGISTER-PARAGRAPH.
        READ CTF-REGISTER-FILE
            AT END
                SET WS-REGISTER-EOF TO TRUE
        END-READ
        IF NOT WS-REGISTER-EOF
            ADD 1 TO WS-REGISTER-COUNT
        END-IF
        .

   WRITE-RPT-HEADER-PARAGRAPH.
        MOVE 'CTFINTAK REPORT' TO WS-RTL-LABEL
        MOVE 'CIPHERTEXT FEED INTAKE CONTROL - RUN DATE'
            TO WS-RTL-TEXT
        MOVE WS-RUN-DATE TO WS-RTL-TEXT(43:8)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   WRITE-RPT-CONTROLS-PARAGRAPH.
        MOVE 'RECORD COUNT' TO WS-CRL-LABEL
        MOVE WS-FT-RECORD-COUNT TO WS-CRL-TRAILER-VALUE
        MOVE WS-DATA-COUNT TO WS-CRL-FEED-VALUE
        IF WS-FT-RECORD-COUNT = WS-DATA-COUNT
            MOVE 'AGREE' TO WS-CRL-RESULT
        ELSE
            MOVE 'DISAGREE' TO WS-CRL-RESULT
        END-IF
        MOVE WS-CONTROL-RPT-LINE TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
        MOVE 'SET-ID HASH TOTAL' TO WS-CRL-LABEL
        MOVE WS-FT-HASH-TOTAL TO WS-CRL-TRAILER-VALUE
        MOVE WS-HASH-TOTAL TO WS-CRL-FEED-VALUE
        IF WS-FT-HASH-TOTAL = WS-HASH-TOTAL
            MOVE 'AGREE' TO WS-CRL-RESULT
        ELSE
            MOVE 'DISAGREE' TO WS-CRL-RESULT
        END-IF
        MOVE WS-CONTROL-RPT-LINE TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
        .

   WRITE-TEXT-LINE-PARAGRAPH.
        MOVE WS-RPT-TEXT-LINE TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
        MOVE SPACES TO WS-RPT-TEXT-LINE
        .

   WRITE-LEDGER-START-PARAGRAPH.
        MOVE 'CTFINTAK' TO RL-PROGRAM-ID
        MOVE WS-RUN-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'START   ' TO RL-EVENT
        MOVE ZERO TO RL-READ-COUNT
        MOVE ZERO TO RL-WRITTEN-COUNT
        MOVE ZERO TO RL-REJECT-COUNT
        MOVE ZERO TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        .

   WRITE-LEDGER-END-PARAGRAPH.
        MOVE WS-RUN-DATE TO WS-END-DATE
        ACCEPT WS-END-TIME FROM TIME
        MOVE 'CTFINTAK' TO RL-PROGRAM-ID
        MOVE WS-END-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'END     ' TO RL-EVENT
        MOVE WS-DATA-COUNT TO RL-READ-COUNT
        IF WS-FEED-REJECTED
            MOVE ZERO TO RL-WRITTEN-COUNT
            MOVE WS-DATA-COUNT TO RL-REJECT-COUNT
        ELSE
            MOVE WS-DATA-COUNT TO RL-WRITTEN-COUNT
            MOVE ZERO TO RL-REJECT-COUNT
        END-IF
        MOVE ZERO TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTI0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTI0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTI0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
