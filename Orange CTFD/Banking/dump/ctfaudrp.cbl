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
   FD  CTF-KEYFRAG-FILE.
   01  KEYFRAG-RECORD.
       05  KF-FRAG-SET-ID               PIC 9(09).
       05  FILLER                       PIC X(184).

   FD  CTF-CODE-IN
       RECORDING MODE IS F.
       RECORDING MODE IS F.
   COPY CTFRLEDG.

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFFRAG.
   COPY CTFRUNW.

   01    WS-RPT-LINE.
         05  RPT-SUBMITTER-ID             PIC X(08).
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-END-TIMESTAMP.
         05  WS-END-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-END-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.

   PROCEDURE DIVISION.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            OPEN INPUT CTF-KEYFRAG-FILE
            IF WS-KEYFRAG-FILE-STATUS NOT = '00'
                DISPLAY 'CTA0005 NO KEYFRAG FILE PRESENT'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT CTF-CODE-IN
                OPEN INPUT CTF-AUDIT-IN
                OPEN INPUT CTF-REJECT-IN
                IF WS-CODE-FILE-STATUS NOT = '00'
                    OR WS-AUDIT-FILE-STATUS NOT = '00'
                    DISPLAY 'CTA0006 NO CODEOUT OR AUDITLOG GENERATION PRESENT'
                    MOVE 16 TO RETURN-CODE
                    CLOSE CTF-KEYFRAG-FILE
                    CLOSE CTF-CODE-IN
                    CLOSE CTF-AUDIT-IN
                    CLOSE CTF-REJECT-IN
                ELSE
                    OPEN OUTPUT CTF-AUDRPT
                    OPEN OUTPUT CTF-LEDGER-FILE
                    PERFORM WRITE-LEDGER-START-PARAGRAPH
                    PERFORM READ-CODE-PARAGRAPH
                    PERFORM READ-AUDIT-PARAGRAPH
                    PERFORM READ-REJECT-PARAGRAPH
                    PERFORM READ-KEYFRAG-PARAGRAPH
                    PERFORM BUILD-REPORT-LINE-PARAGRAPH
                        UNTIL WS-KEYFRAG-EOF OR WS-SEQ-ERROR
                    PERFORM WRITE-LEDGER-END-PARAGRAPH
                    CLOSE CTF-KEYFRAG-FILE
                    CLOSE CTF-CODE-IN
                    CLOSE CTF-AUDIT-IN
                    CLOSE CTF-REJECT-IN
                    CLOSE CTF-AUDRPT
                    CLOSE CTF-LEDGER-FILE
                    DISPLAY 'CTA0001 AUDIT REPORT COMPLETE - ' WS-LINE-COUNT
                        ' RUNS LISTED, ' WS-FAIL-COUNT ' FAILED'
                    IF WS-FAIL-COUNT > ZERO AND RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF
        END-IF
        .

   WRITE-LEDGER-END-PARAGRAPH.
        MOVE WS-RUN-DATE TO WS-END-DATE
        ACCEPT WS-END-TIME FROM TIME
        MOVE 'CTFAUDRP' TO RL-PROGRAM-ID
        MOVE WS-END-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE 'END     ' TO RL-EVENT
        MOVE WS-KEYFRAG-COUNT TO RL-READ-COUNT
        MOVE WS-LINE-COUNT TO RL-WRITTEN-COUNT
        MOVE ZERO TO RL-ALERT-COUNT
        WRITE RUN-LEDGER-RECORD
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTA0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTA0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTA0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
