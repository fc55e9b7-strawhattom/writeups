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
       RECORDING MODE IS F.
   COPY CTFRLEDG.

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.
   01    WS-CODEIN-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CIPHER-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CODEIN-EOF-SWITCH PIC X(01) VALUE 'N'.
   01    WS-PLAIN-ORD PIC 9(03) COMP VALUE ZERO.
   01    WS-GENERATION-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-CODEIN-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CIPHER-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-END-TIMESTAMP.
         05  WS-END-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-END-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-NO-KEY-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-NO-CIPHER-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-INCOMPLETE-COUNT PIC 9(05) COMP VALUE ZERO.

   PROCEDURE DIVISION.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            OPEN INPUT CTF-CODE-IN
            IF WS-CODEIN-FILE-STATUS NOT = '00'
                DISPLAY 'CTD0005 NO CODEOUT GENERATION PRESENT'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT CTF-CIPHER-FILE
                IF WS-CIPHER-FILE-STATUS NOT = '00'
                    DISPLAY 'CTD0006 NO CIPHERTEXT FEED PRESENT'
                    MOVE 16 TO RETURN-CODE
                    CLOSE CTF-CODE-IN
                ELSE
                    OPEN OUTPUT CTF-PLAIN-FILE
                    OPEN OUTPUT CTF-DECODE-RPT
                    OPEN OUTPUT CTF-LEDGER-FILE
                    PERFORM WRITE-LEDGER-START-PARAGRAPH
                    PERFORM READ-CODE-PARAGRAPH
                    PERFORM BUILD-KEY-PARAGRAPH
                    PERFORM READ-CIPHER-PARAGRAPH
                    PERFORM MATCH-IDENT-PARAGRAPH
                        UNTIL (NOT WS-KEY-AVAILABLE AND WS-CIPHER-EOF)
                            OR WS-SEQ-ERROR
                    PERFORM WRITE-LEDGER-END-PARAGRAPH
                    CLOSE CTF-CODE-IN
                    CLOSE CTF-CIPHER-FILE
                    CLOSE CTF-PLAIN-FILE
                    CLOSE CTF-DECODE-RPT
                    CLOSE CTF-LEDGER-FILE
                    DISPLAY 'CTD0001 KEYS DECODED - ' WS-GENERATION-COUNT
                    PERFORM REPORT-TOTALS-PARAGRAPH
                END-IF
            END-IF
        END-IF
        GOBACK
        .

   WRITE-LEDGER-END-PARAGRAPH.
        MOVE WS-RUN-DATE TO WS-END-DATE
        ACCEPT WS-END-TIME FROM TIME
        MOVE 'CTFDECOD' TO RL-PROGRAM-ID
        MOVE WS-END-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'END     ' TO RL-EVENT
        MOVE WS-CODEIN-COUNT TO RL-READ-COUNT
        MOVE WS-GENERATION-COUNT TO RL-WRITTEN-COUNT
            + WS-INCOMPLETE-COUNT
        MOVE WS-NO-KEY-COUNT TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        MOVE 'CONTROL ' TO RL-EVENT
        MOVE WS-CIPHER-COUNT TO RL-READ-COUNT
        MOVE ZERO TO RL-WRITTEN-COUNT
        MOVE ZERO TO RL-REJECT-COUNT
        MOVE ZERO TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        .

   READ-CIPHER-PARAGRAPH.
                SET WS-CIPHER-EOF TO TRUE
        END-READ
        IF NOT WS-CIPHER-EOF
            ADD 1 TO WS-CIPHER-COUNT
            MOVE CI-SUBMITTER-ID TO WS-CIPHER-SUBMITTER-ID
            MOVE CI-FRAGMENT-SET-ID TO WS-CIPHER-SET-ID
            IF WS-CIPHER-IDENT < WS-PRIOR-CIPHER-IDENT
   WRITE-PLAIN-PARAGRAPH.
        WRITE PLAIN-RECORD
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTD0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTD0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTD0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
