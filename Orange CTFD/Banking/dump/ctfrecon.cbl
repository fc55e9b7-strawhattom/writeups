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
   01    WS-CURR-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-PRIOR-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CURR-EOF-SWITCH PIC X(01) VALUE 'N'.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-END-TIMESTAMP.
         05  WS-END-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-END-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-RPT-LINE.
         05  WS-RPT-SUBMITTER             PIC X(08).
         05  FILLER                       PIC X(02) VALUE SPACES.

   PROCEDURE DIVISION.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            OPEN INPUT CTF-CODE-PRIOR
            IF WS-PRIOR-FILE-STATUS NOT = '00'
                DISPLAY 'CTR0005 NO PRIOR CODEOUT GENERATION PRESENT'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT CTF-CODE-CURR
                IF WS-CURR-FILE-STATUS NOT = '00'
                    DISPLAY 'CTR0006 NO CURRENT CODEOUT GENERATION PRESENT'
                    MOVE 16 TO RETURN-CODE
                    CLOSE CTF-CODE-PRIOR
                ELSE
                    OPEN OUTPUT CTF-RECON-RPT
                    OPEN OUTPUT CTF-LEDGER-FILE
                    PERFORM WRITE-LEDGER-START-PARAGRAPH
                    PERFORM READ-CURR-PARAGRAPH
                    PERFORM READ-PRIOR-PARAGRAPH
                    PERFORM COMPARE-RECORD-PARAGRAPH
                        UNTIL (WS-CURR-EOF AND WS-PRIOR-EOF)
                            OR WS-SEQ-ERROR
                    PERFORM WRITE-LEDGER-END-PARAGRAPH
                    CLOSE CTF-CODE-PRIOR
                    CLOSE CTF-CODE-CURR
                    CLOSE CTF-RECON-RPT
                    CLOSE CTF-LEDGER-FILE
                    IF WS-SEQ-ERROR
                        CONTINUE
                    ELSE
                    IF WS-CHANGE-FOUND
                        DISPLAY 'CTR0020 CHANGED SEGMENTS FOUND - '
                            WS-MISMATCH-COUNT
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        DISPLAY 'CTR0001 NO UNEXPLAINED SEGMENT CHANGES'
                    END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
        .

   WRITE-LEDGER-END-PARAGRAPH.
        MOVE WS-RUN-DATE TO WS-END-DATE
        ACCEPT WS-END-TIME FROM TIME
        MOVE 'CTFRECON' TO RL-PROGRAM-ID
        MOVE WS-END-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'END     ' TO RL-EVENT
        MOVE WS-CURR-COUNT TO RL-READ-COUNT
        MOVE WS-MISMATCH-COUNT TO RL-WRITTEN-COUNT
        MOVE ZERO TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTR0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTR0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTR0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
