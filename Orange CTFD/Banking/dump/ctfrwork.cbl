           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-AGE-RPT ASSIGN TO AGERPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
       05  DT-FRAG-SET-ID               PIC 9(09).
       05  DT-RUN-TIMESTAMP             PIC X(26).
       05  DT-DISPOSITION               PIC X(25).
       05  DT-KEYFRAG-RECORD            PIC X(193).

   FD  CTF-DISP-NEW
       RECORDING MODE IS F.
   01  CORRTRAN-RECORD.
       05  CT-ACTION                    PIC X(08).
       05  CT-FRAG-SET-ID               PIC 9(09).
       05  CT-KEYFRAG-BODY              PIC X(184).

   FD  CTF-AGE-RPT
       RECORDING MODE IS F.
   01  AGE-RPT-LINE                    PIC X(80).

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.
   01    WS-REJECT-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-DISPOLD-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-DISPIN-FILE-STATUS PIC X(02) VALUE SPACES.
             10  WS-TRANS-SET-ID             PIC 9(09).
             10  WS-TRANS-TIMESTAMP          PIC X(26).
             10  WS-TRANS-DISPOSITION        PIC X(25).
             10  WS-TRANS-KEYFRAG            PIC X(193).
             10  WS-TRANS-APPLIED-SWITCH     PIC X(01).
                 88  WS-TRANS-APPLIED            VALUE 'Y'.
   01    WS-MASTER-MATCH-KEY.
   01    WS-HELD-REJECT-KEY PIC X(43) VALUE LOW-VALUES.
   01    WS-WORK-KEYFRAG.
         05  WS-WORK-FRAG-SET-ID         PIC 9(09).
         05  WS-WORK-KEYFRAG-BODY        PIC X(184).
   01    WS-RESUB-KEYFRAG.
         05  WS-RESUB-FRAG-SET-ID        PIC 9(09).
         05  WS-RESUB-KEYFRAG-BODY       PIC X(184).
   01    WS-AGE-LIMIT PIC 9(03) VALUE ZERO.
   01    WS-AGE-DAYS PIC S9(05) COMP VALUE ZERO.
   01    WS-REJECT-DATE.

   PROCEDURE DIVISION USING LS-PARM-AREA.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            PERFORM PARSE-PARM-PARAGRAPH
            PERFORM LOAD-TRANS-LIST-PARAGRAPH
            OPEN OUTPUT CTF-DISP-NEW
            OPEN OUTPUT CTF-RESUBMIT-FILE
            OPEN OUTPUT CTF-CORRTRAN-FILE
            OPEN OUTPUT CTF-AGE-RPT
            PERFORM OPEN-MASTER-PARAGRAPH
            PERFORM OPEN-REJECT-PARAGRAPH
            PERFORM MATCH-WORKLIST-PARAGRAPH
                UNTIL (WS-DISPOLD-EOF AND WS-REJECT-EOF)
                    OR WS-SEQ-ERROR
            IF NOT WS-SEQ-ERROR
                PERFORM REPORT-UNAPPLIED-PARAGRAPH
            END-IF
            IF WS-DISPOLD-FILE-STATUS = '00'
                CLOSE CTF-DISP-OLD
            END-IF
            IF WS-REJECT-FILE-STATUS = '00'
                CLOSE CTF-REJECT-IN
            END-IF
            CLOSE CTF-DISP-NEW
            CLOSE CTF-RESUBMIT-FILE
            CLOSE CTF-CORRTRAN-FILE
            CLOSE CTF-AGE-RPT
            DISPLAY 'CTW0001 REJECT WORKOFF COMPLETE - '
                WS-CARRIED-COUNT ' CARRIED, '
                WS-WORKED-COUNT ' DISPOSITIONED, '
                WS-NEW-COUNT ' NEW, '
                WS-AGED-COUNT ' AGED PENDING'
        END-IF
        GOBACK
        .

        END-IF
        ADD 1 TO WS-TRANS-INDEX
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTW0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTW0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTW0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
