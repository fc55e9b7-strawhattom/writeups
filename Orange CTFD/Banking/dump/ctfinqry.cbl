           FILE STATUS IS WS-REJECT-FILE-STATUS.
       SELECT CTF-INQ-RPT ASSIGN TO INQRPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-ALERT-FILE ASSIGN TO ALERT
           ORGANIZATION IS SEQUENTIAL.
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

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-KEYFRAG-FILE.
   01  KEYFRAG-RECORD.
       05  KF-FRAG-SET-ID               PIC 9(09).
       05  FILLER                       PIC X(184).

   FD  CTF-CODE-IN
       RECORDING MODE IS F.
       RECORDING MODE IS F.
   01  INQ-RPT-LINE                    PIC X(132).

   FD  CTF-ALERT-FILE
       RECORDING MODE IS F.
   01  ALERT-OUT-RECORD.
       05  AL-RUN-TIMESTAMP             PIC X(26).
       05  AL-SUBMITTER-ID              PIC X(08).
       05  AL-CONDITION-CODE            PIC X(08).
       05  AL-ALERT-TEXT                PIC X(60).

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   FD  CTF-SUBMAST-FILE.
   COPY CTFSUBM.

   FD  CTF-SECLOG-FILE
       RECORDING MODE IS F.
   COPY CTFSECL.

   WORKING-STORAGE SECTION.
   COPY CTFFRAG.
   COPY CTFRUNW.
   COPY CTFAUTW.

   01    WS-KEYFRAG-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CODE-FILE-STATUS PIC X(02) VALUE SPACES.
         88  WS-CODE-FOUND               VALUE 'Y'.
   01    WS-HASH-FOUND-SWITCH PIC X(01) VALUE 'N'.
         88  WS-HASH-FOUND               VALUE 'Y'.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-INQ-RUNNER-ID PIC X(08) VALUE SPACES.
   01    WS-INQ-SUBMITTER-ID PIC X(08) VALUE SPACES.
   01    WS-INQ-SET-ID PIC 9(09) VALUE ZERO.
   01    WS-INQ-HASH PIC 9(09) VALUE ZERO.
   01    WS-AUDIT-LINE-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-REJECT-LINE-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-PARM-FIELDS.
         05  WS-PARM-RUNNER              PIC X(08) VALUE SPACES.
         05  WS-PARM-SUBMITTER           PIC X(08) VALUE SPACES.
         05  WS-PARM-TOKEN3              PIC X(09) VALUE SPACES.
         05  WS-PARM-TOKEN4              PIC X(09) VALUE SPACES.
   01    WS-MASK-FILL PIC X(70) VALUE ALL 'X'.
   01    WS-SEGMENT-VALUES.
         05  WS-SEG1-VALUE               PIC X(70) VALUE SPACES.

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
                PERFORM AUTHORIZE-INQUIRY-PARAGRAPH
            END-IF
            IF RETURN-CODE = ZERO
                OPEN OUTPUT CTF-INQ-RPT
                IF WS-INQ-HASH > ZERO
                    PERFORM RESOLVE-HASH-PARAGRAPH
                END-IF
                IF RETURN-CODE = ZERO
                    PERFORM AUTHORIZE-SET-PARAGRAPH
                END-IF
                IF RETURN-CODE = ZERO
                    PERFORM REPORT-KEYFRAG-PARAGRAPH
                    PERFORM REPORT-CODEOUT-PARAGRAPH
                    PERFORM REPORT-AUDIT-PARAGRAPH
                    PERFORM REPORT-REJECT-PARAGRAPH
                    DISPLAY 'CTQ0001 INQUIRY COMPLETE - SET '
                        WS-INQ-SET-ID ' - ' WS-AUDIT-LINE-COUNT
                        ' AUDIT ENTRIES, ' WS-REJECT-LINE-COUNT
                        ' REJECTS'
                END-IF
                CLOSE CTF-INQ-RPT
            END-IF
        END-IF
        GOBACK
        .
   PARSE-PARM-PARAGRAPH.
        IF LS-PARM-LENGTH > ZERO
            UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY '/'
                INTO WS-PARM-RUNNER WS-PARM-SUBMITTER
                     WS-PARM-TOKEN3 WS-PARM-TOKEN4
            END-UNSTRING
            MOVE WS-PARM-RUNNER TO WS-INQ-RUNNER-ID
            MOVE WS-PARM-SUBMITTER TO WS-INQ-SUBMITTER-ID
            IF WS-INQ-RUNNER-ID = SPACES
                OR WS-INQ-SUBMITTER-ID = SPACES
                DISPLAY 'CTQ0008 INQUIRING ID AND DATA SUBMITTER ID '
                    'ARE BOTH REQUIRED - ' LS-PARM-TEXT(1:LS-PARM-LENGTH)
                MOVE 16 TO RETURN-CODE
            ELSE
            IF WS-PARM-TOKEN3 = 'HASH'
                IF WS-PARM-TOKEN4 NUMERIC
                    MOVE WS-PARM-TOKEN4 TO WS-INQ-HASH
                ELSE
                    DISPLAY 'CTQ0006 HASH VALUE NOT NUMERIC - '
                        WS-PARM-TOKEN4
                    MOVE 16 TO RETURN-CODE
                END-IF
            ELSE
            IF WS-PARM-TOKEN3 NUMERIC
                MOVE WS-PARM-TOKEN3 TO WS-INQ-SET-ID
            ELSE
                DISPLAY 'CTQ0007 FRAGMENT-SET ID NOT NUMERIC - '
                    WS-PARM-TOKEN3
                MOVE 16 TO RETURN-CODE
            END-IF
            END-IF
            END-IF
        ELSE
            DISPLAY 'CTQ0005 NO INQUIRY PARM PRESENT - EXPECTED '
                'RUNNER/SUBMITTER/SET-ID OR RUNNER/SUBMITTER/HASH/VALUE'
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   AUTHORIZE-INQUIRY-PARAGRAPH.
        MOVE 'CTFINQRY' TO WS-AUTH-PROGRAM-ID
        MOVE WS-INQ-RUNNER-ID TO WS-AUTH-SUBMITTER-ID
        MOVE 'INQUIRY' TO WS-AUTH-MODE
        IF WS-INQ-HASH > ZERO
            MOVE 'HASH' TO WS-AUTH-FUNCTION
        END-IF
        MOVE WS-RUN-TIMESTAMP TO WS-AUTH-TIMESTAMP
        PERFORM AUTHORIZE-SUBMITTER-PARAGRAPH
        IF WS-AUTH-NO-FILE
            DISPLAY 'CTQ0096 SUBMITTER MASTER UNAVAILABLE - STATUS '
                WS-SUBMAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
        IF NOT WS-AUTH-GRANTED
            PERFORM REFUSE-SUBMITTER-PARAGRAPH
        END-IF
        END-IF
        .

   AUTHORIZE-SET-PARAGRAPH.
        MOVE WS-INQ-SET-ID TO WS-AUTH-SET-LOW
        MOVE WS-INQ-SET-ID TO WS-AUTH-SET-HIGH
        PERFORM CHECK-SET-RANGE-PARAGRAPH
        IF WS-AUTH-GRANTED
            MOVE SPACES TO WS-AUTH-REASON-CODE
            MOVE SPACES TO WS-AUTH-REASON-TEXT
            PERFORM WRITE-SECURITY-LOG-PARAGRAPH
            IF WS-SECLOG-FILE-STATUS NOT = '00'
                DISPLAY 'CTQ0097 SECURITY LOG UNAVAILABLE - STATUS '
                    WS-SECLOG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            END-IF
        ELSE
            PERFORM REFUSE-SUBMITTER-PARAGRAPH
        END-IF
        .

   REFUSE-SUBMITTER-PARAGRAPH.
        EVALUATE TRUE
            WHEN WS-AUTH-NOT-ON-FILE
                DISPLAY 'CTQ0091 SUBMITTER NOT AUTHORIZED - '
                    WS-INQ-RUNNER-ID
                    ' IS NOT ON THE SUBMITTER MASTER'
                MOVE 'CTQ0091' TO WS-AUTH-REASON-CODE
                MOVE 'SUBMITTER NOT ON SUBMITTER MASTER'
                    TO WS-AUTH-REASON-TEXT
            WHEN WS-AUTH-REVOKED
                DISPLAY 'CTQ0092 SUBMITTER AUTHORITY REVOKED - '
                    WS-INQ-RUNNER-ID
                MOVE 'CTQ0092' TO WS-AUTH-REASON-CODE
                MOVE 'SUBMITTER AUTHORITY REVOKED'
                    TO WS-AUTH-REASON-TEXT
            WHEN WS-AUTH-MODE-REFUSED
                DISPLAY 'CTQ0093 INQUIRY NOT AUTHORIZED - SUBMITTER '
                    WS-INQ-RUNNER-ID
                MOVE 'CTQ0093' TO WS-AUTH-REASON-CODE
                MOVE 'MODE NOT AUTHORIZED FOR SUBMITTER'
                    TO WS-AUTH-REASON-TEXT
            WHEN OTHER
                DISPLAY 'CTQ0095 FRAGMENT SET OUT OF AUTHORIZED RANGE - '
                    WS-INQ-SET-ID ' - SUBMITTER ' WS-INQ-RUNNER-ID
                MOVE 'CTQ0095' TO WS-AUTH-REASON-CODE
                MOVE 'FRAGMENT SET OUT OF AUTHORIZED RANGE'
                    TO WS-AUTH-REASON-TEXT
        END-EVALUATE
        PERFORM WRITE-SECURITY-LOG-PARAGRAPH
        IF WS-SECLOG-FILE-STATUS NOT = '00'
            DISPLAY 'CTQ0097 SECURITY LOG UNAVAILABLE - STATUS '
                WS-SECLOG-FILE-STATUS
        END-IF
        OPEN OUTPUT CTF-ALERT-FILE
        MOVE WS-RUN-TIMESTAMP TO AL-RUN-TIMESTAMP
        MOVE WS-INQ-RUNNER-ID TO AL-SUBMITTER-ID
        MOVE 'SECURITY' TO AL-CONDITION-CODE
        MOVE SPACES TO AL-ALERT-TEXT
        MOVE WS-AUTH-REASON-CODE TO AL-ALERT-TEXT(1:8)
        MOVE WS-AUTH-REASON-TEXT TO AL-ALERT-TEXT(9:44)
        WRITE ALERT-OUT-RECORD
        CLOSE CTF-ALERT-FILE
        MOVE 16 TO RETURN-CODE
        .

   RESOLVE-HASH-PARAGRAPH.
        MOVE 'N' TO WS-HASH-FOUND-SWITCH
        OPEN INPUT CTF-AUDIT-IN
            MOVE 'STATUS' TO WS-RTL-LABEL
            MOVE WS-FRAG-STATUS TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
            MOVE 'RECIPE ID' TO WS-RTL-LABEL
            MOVE WS-FRAG-RECIPE-ID TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        ELSE
            MOVE 'FRAGMENT RECORD' TO WS-RTL-LABEL
            MOVE 'NOT ON KEYFRAG FILE' TO WS-RTL-TEXT
        MOVE WS-RPT-TEXT-LINE TO INQ-RPT-LINE
        WRITE INQ-RPT-LINE
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTQ0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTQ0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTQ0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.

   COPY CTFAUTP.
