           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-HKEEP-RPT ASSIGN TO HKPRPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
       RECORDING MODE IS F.
   01  HKEEP-RPT-LINE                 PIC X(80).

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.
   01    WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-ALERT-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.

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
                OPEN OUTPUT CTF-HKEEP-RPT
                PERFORM SPLIT-AUDIT-PARAGRAPH
                PERFORM SPLIT-ALERT-PARAGRAPH
                CLOSE CTF-HKEEP-RPT
                DISPLAY 'CTH0001 HOUSEKEEPING COMPLETE - CUTOFF '
                    WS-CUTOFF-DATE
            END-IF
        END-IF
        GOBACK
        .
            MOVE 12 TO RETURN-CODE
        END-IF
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTH0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTH0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTH0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
