IDENTIFICATION DIVISION.
   PROGRAM-ID. CTFLARCH.

   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CTF-LEDGER-FILE ASSIGN TO RUNLEDGR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.
       SELECT CTF-HISTORY-FILE ASSIGN TO RUNHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RH-HISTORY-KEY
           FILE STATUS IS WS-HISTORY-FILE-STATUS.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-LEDGER-FILE
       RECORDING MODE IS F.
   COPY CTFRLEDG.

   FD  CTF-HISTORY-FILE.
   COPY CTFRHIST.

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.
   01    WS-LEDGER-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-HISTORY-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-LEDGER-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-LEDGER-EOF               VALUE 'Y'.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-RUN-INDEX PIC 9(03) COMP VALUE ZERO.
   01    WS-RUN-MATCH PIC 9(03) COMP VALUE ZERO.
   01    WS-RUN-TABLE.
         05  WS-RUN-ENTRY OCCURS 20 TIMES.
             10  WS-RUN-PROGRAM-ID           PIC X(08).
             10  WS-RUN-PENDING-SWITCH       PIC X(01).
                 88  WS-RUN-PENDING              VALUE 'Y'.
             10  WS-RUN-END-SWITCH           PIC X(01).
                 88  WS-RUN-ENDED                VALUE 'Y'.
             10  WS-RUN-START-TIMESTAMP.
                 15  WS-RUN-START-DATE           PIC X(08).
                 15  WS-RUN-START-TIME           PIC X(08).
                 15  FILLER                      PIC X(10).
             10  WS-RUN-END-TIME             PIC X(08).
             10  WS-RUN-READ-COUNT           PIC 9(09).
             10  WS-RUN-WRITTEN-COUNT        PIC 9(09).
             10  WS-RUN-REJECT-COUNT         PIC 9(09).
             10  WS-RUN-ALERT-COUNT          PIC 9(09).
             10  WS-RUN-CONTROL-COUNT        PIC 9(09).
   01    WS-CLOCK-TIME PIC 9(08) VALUE ZERO.
   01    WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
         05  WS-CLOCK-HH                 PIC 9(02).
         05  WS-CLOCK-MM                 PIC 9(02).
         05  WS-CLOCK-SS                 PIC 9(02).
         05  WS-CLOCK-HS                 PIC 9(02).
   01    WS-CLOCK-SECONDS PIC 9(07) COMP VALUE ZERO.
   01    WS-START-SECONDS PIC 9(07) COMP VALUE ZERO.
   01    WS-END-SECONDS PIC 9(07) COMP VALUE ZERO.
   01    WS-LEDGER-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-ARCHIVED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-ON-FILE-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-NO-END-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-SKIPPED-COUNT PIC 9(09) COMP VALUE ZERO.

   PROCEDURE DIVISION.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            OPEN INPUT CTF-LEDGER-FILE
            IF WS-LEDGER-FILE-STATUS NOT = '00'
                DISPLAY 'CTL0005 NO RUN LEDGER PRESENT'
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM OPEN-HISTORY-PARAGRAPH
                IF RETURN-CODE = ZERO
                    MOVE 1 TO WS-RUN-INDEX
                    PERFORM INIT-RUN-ENTRY-PARAGRAPH
                        UNTIL WS-RUN-INDEX > 20
                    PERFORM READ-LEDGER-PARAGRAPH
                    PERFORM STORE-LEDGER-PARAGRAPH
                        UNTIL WS-LEDGER-EOF
                    MOVE 1 TO WS-RUN-INDEX
                    PERFORM FLUSH-RUN-ENTRY-PARAGRAPH
                        UNTIL WS-RUN-INDEX > 20
                    CLOSE CTF-HISTORY-FILE
                    PERFORM REPORT-TOTALS-PARAGRAPH
                END-IF
                CLOSE CTF-LEDGER-FILE
            END-IF
        END-IF
        GOBACK
        .

   OPEN-HISTORY-PARAGRAPH.
        OPEN I-O CTF-HISTORY-FILE
        IF WS-HISTORY-FILE-STATUS = '35'
            OPEN OUTPUT CTF-HISTORY-FILE
            CLOSE CTF-HISTORY-FILE
            OPEN I-O CTF-HISTORY-FILE
        END-IF
        IF WS-HISTORY-FILE-STATUS NOT = '00'
            DISPLAY 'CTL0006 RUN HISTORY FILE UNAVAILABLE - STATUS '
                WS-HISTORY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   INIT-RUN-ENTRY-PARAGRAPH.
        MOVE SPACES TO WS-RUN-PROGRAM-ID(WS-RUN-INDEX)
        PERFORM CLEAR-RUN-ENTRY-PARAGRAPH
        ADD 1 TO WS-RUN-INDEX
        .

   CLEAR-RUN-ENTRY-PARAGRAPH.
        MOVE 'N' TO WS-RUN-PENDING-SWITCH(WS-RUN-INDEX)
        MOVE 'N' TO WS-RUN-END-SWITCH(WS-RUN-INDEX)
        MOVE SPACES TO WS-RUN-START-TIMESTAMP(WS-RUN-INDEX)
        MOVE ZERO TO WS-RUN-END-TIME(WS-RUN-INDEX)
        MOVE ZERO TO WS-RUN-READ-COUNT(WS-RUN-INDEX)
        MOVE ZERO TO WS-RUN-WRITTEN-COUNT(WS-RUN-INDEX)
        MOVE ZERO TO WS-RUN-REJECT-COUNT(WS-RUN-INDEX)
        MOVE ZERO TO WS-RUN-ALERT-COUNT(WS-RUN-INDEX)
        MOVE ZERO TO WS-RUN-CONTROL-COUNT(WS-RUN-INDEX)
        .

   READ-LEDGER-PARAGRAPH.
        READ CTF-LEDGER-FILE
            AT END
                SET WS-LEDGER-EOF TO TRUE
        END-READ
        .

   STORE-LEDGER-PARAGRAPH.
        ADD 1 TO WS-LEDGER-COUNT
        PERFORM FIND-RUN-ENTRY-PARAGRAPH
        IF WS-RUN-MATCH = ZERO
            DISPLAY 'CTL0061 RUN TABLE FULL - LEDGER RECORD NOT '
                'ARCHIVED - ' RL-PROGRAM-ID ' ' RL-EVENT
            ADD 1 TO WS-SKIPPED-COUNT
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        ELSE
        IF RL-EVENT-START
            MOVE WS-RUN-MATCH TO WS-RUN-INDEX
            PERFORM FLUSH-RUN-ENTRY-PARAGRAPH
            MOVE 'Y' TO WS-RUN-PENDING-SWITCH(WS-RUN-MATCH)
            MOVE RL-RUN-TIMESTAMP TO WS-RUN-START-TIMESTAMP(WS-RUN-MATCH)
        ELSE
        IF NOT WS-RUN-PENDING(WS-RUN-MATCH)
            DISPLAY 'CTL0031 ' RL-EVENT ' RECORD WITH NO START - '
                RL-PROGRAM-ID ' ' RL-RUN-TIMESTAMP
            ADD 1 TO WS-SKIPPED-COUNT
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        ELSE
        IF RL-EVENT-END
            MOVE 'Y' TO WS-RUN-END-SWITCH(WS-RUN-MATCH)
            MOVE RL-RUN-TIMESTAMP(9:8) TO WS-RUN-END-TIME(WS-RUN-MATCH)
            MOVE RL-READ-COUNT TO WS-RUN-READ-COUNT(WS-RUN-MATCH)
            MOVE RL-WRITTEN-COUNT TO WS-RUN-WRITTEN-COUNT(WS-RUN-MATCH)
            MOVE RL-REJECT-COUNT TO WS-RUN-REJECT-COUNT(WS-RUN-MATCH)
            MOVE RL-ALERT-COUNT TO WS-RUN-ALERT-COUNT(WS-RUN-MATCH)
        ELSE
        IF RL-EVENT-CONTROL
            MOVE RL-READ-COUNT TO WS-RUN-CONTROL-COUNT(WS-RUN-MATCH)
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        PERFORM READ-LEDGER-PARAGRAPH
        .

   FIND-RUN-ENTRY-PARAGRAPH.
        MOVE ZERO TO WS-RUN-MATCH
        MOVE 1 TO WS-RUN-INDEX
        PERFORM MATCH-RUN-ENTRY-PARAGRAPH
            UNTIL WS-RUN-INDEX > 20 OR WS-RUN-MATCH NOT = ZERO
        IF WS-RUN-MATCH = ZERO
            MOVE 1 TO WS-RUN-INDEX
            PERFORM CLAIM-RUN-ENTRY-PARAGRAPH
                UNTIL WS-RUN-INDEX > 20 OR WS-RUN-MATCH NOT = ZERO
        END-IF
        .

   MATCH-RUN-ENTRY-PARAGRAPH.
        IF WS-RUN-PROGRAM-ID(WS-RUN-INDEX) = RL-PROGRAM-ID
            MOVE WS-RUN-INDEX TO WS-RUN-MATCH
        END-IF
        ADD 1 TO WS-RUN-INDEX
        .

   CLAIM-RUN-ENTRY-PARAGRAPH.
        IF WS-RUN-PROGRAM-ID(WS-RUN-INDEX) = SPACES
            MOVE RL-PROGRAM-ID TO WS-RUN-PROGRAM-ID(WS-RUN-INDEX)
            MOVE WS-RUN-INDEX TO WS-RUN-MATCH
        END-IF
        ADD 1 TO WS-RUN-INDEX
        .

   FLUSH-RUN-ENTRY-PARAGRAPH.
        IF WS-RUN-PENDING(WS-RUN-INDEX)
            PERFORM WRITE-HISTORY-PARAGRAPH
        END-IF
        PERFORM CLEAR-RUN-ENTRY-PARAGRAPH
        ADD 1 TO WS-RUN-INDEX
        .

   WRITE-HISTORY-PARAGRAPH.
        MOVE SPACES TO RUN-HISTORY-RECORD
        MOVE WS-RUN-START-DATE(WS-RUN-INDEX) TO RH-BUSINESS-DATE
        MOVE WS-RUN-PROGRAM-ID(WS-RUN-INDEX) TO RH-STAGE-ID
        MOVE WS-RUN-START-TIME(WS-RUN-INDEX) TO RH-START-TIME
        MOVE WS-RUN-READ-COUNT(WS-RUN-INDEX) TO RH-READ-COUNT
        MOVE WS-RUN-WRITTEN-COUNT(WS-RUN-INDEX) TO RH-WRITTEN-COUNT
        MOVE WS-RUN-REJECT-COUNT(WS-RUN-INDEX) TO RH-REJECT-COUNT
        MOVE WS-RUN-ALERT-COUNT(WS-RUN-INDEX) TO RH-ALERT-COUNT
        MOVE WS-RUN-CONTROL-COUNT(WS-RUN-INDEX) TO RH-CONTROL-COUNT
        MOVE WS-RUN-TIMESTAMP TO RH-ARCHIVE-TIMESTAMP
        IF WS-RUN-ENDED(WS-RUN-INDEX)
            MOVE 'COMPLETE' TO RH-RUN-STATUS
            MOVE WS-RUN-END-TIME(WS-RUN-INDEX) TO RH-END-TIME
            MOVE RH-START-TIME TO WS-CLOCK-TIME
            PERFORM CLOCK-SECONDS-PARAGRAPH
            MOVE WS-CLOCK-SECONDS TO WS-START-SECONDS
            MOVE RH-END-TIME TO WS-CLOCK-TIME
            PERFORM CLOCK-SECONDS-PARAGRAPH
            MOVE WS-CLOCK-SECONDS TO WS-END-SECONDS
            IF WS-END-SECONDS < WS-START-SECONDS
                ADD 86400 TO WS-END-SECONDS
            END-IF
            COMPUTE RH-ELAPSED-SECONDS = WS-END-SECONDS
                - WS-START-SECONDS
        ELSE
            MOVE 'NOEND   ' TO RH-RUN-STATUS
            MOVE ZERO TO RH-END-TIME
            MOVE ZERO TO RH-ELAPSED-SECONDS
        END-IF
        WRITE RUN-HISTORY-RECORD
            INVALID KEY
                ADD 1 TO WS-ON-FILE-COUNT
            NOT INVALID KEY
                ADD 1 TO WS-ARCHIVED-COUNT
                IF RH-RUN-NO-END
                    ADD 1 TO WS-NO-END-COUNT
                    DISPLAY 'CTL0032 ' RH-STAGE-ID ' STARTED '
                        RH-BUSINESS-DATE ' ' RH-START-TIME
                        ' WITH NO END RECORD - ARCHIVED AS NOEND'
                END-IF
        END-WRITE
        .

   CLOCK-SECONDS-PARAGRAPH.
        COMPUTE WS-CLOCK-SECONDS = WS-CLOCK-HH * 3600
            + WS-CLOCK-MM * 60 + WS-CLOCK-SS
        .

   REPORT-TOTALS-PARAGRAPH.
        IF WS-LEDGER-COUNT = ZERO
            DISPLAY 'CTL0002 RUN LEDGER EMPTY - NOTHING TO ARCHIVE'
        ELSE
            DISPLAY 'CTL0001 RUN LEDGER ARCHIVED - ' WS-LEDGER-COUNT
                ' LEDGER RECORDS, ' WS-ARCHIVED-COUNT ' STAGE RUNS ADDED, '
                WS-ON-FILE-COUNT ' ALREADY ON FILE'
        END-IF
        IF WS-NO-END-COUNT > ZERO
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTL0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTL0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTL0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
