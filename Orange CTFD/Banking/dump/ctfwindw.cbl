IDENTIFICATION DIVISION.
   PROGRAM-ID. CTFWINDW.

   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CTF-HISTORY-FILE ASSIGN TO RUNHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RH-HISTORY-KEY
           FILE STATUS IS WS-HISTORY-FILE-STATUS.
       SELECT CTF-WINPARM-FILE ASSIGN TO WINPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WINPARM-FILE-STATUS.
       SELECT CTF-WINDOW-RPT ASSIGN TO WINRPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-HISTORY-FILE.
   COPY CTFRHIST.

   FD  CTF-WINPARM-FILE
       RECORDING MODE IS F.
   01  WINDOW-PARM-RECORD.
       05  WP-CARD-TYPE                 PIC X(08).
           88  WP-CARD-SLA                  VALUE 'SLA     '.
           88  WP-CARD-CUTOFF               VALUE 'CUTOFF  '.
           88  WP-CARD-WINDOW               VALUE 'WINDOW  '.
           88  WP-CARD-WEEKS                VALUE 'WEEKS   '.
           88  WP-CARD-DAYS                 VALUE 'DAYS    '.
       05  FILLER                       PIC X(01).
       05  WP-STAGE-ID                  PIC X(08).
       05  FILLER                       PIC X(01).
       05  WP-VALUE                     PIC X(06).
       05  WP-VALUE-NUM REDEFINES WP-VALUE PIC 9(06).
       05  FILLER                       PIC X(56).

   FD  CTF-WINDOW-RPT
       RECORDING MODE IS F.
   01  WINDOW-RPT-LINE                 PIC X(132).

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.
   01    WS-HISTORY-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-WINPARM-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-HISTORY-EOF              VALUE 'Y'.
   01    WS-WINPARM-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-WINPARM-EOF              VALUE 'Y'.
   01    WS-CUTOFF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-CUTOFF-SET               VALUE 'Y'.
   01    WS-CARD-ERROR-SWITCH PIC X(01) VALUE 'N'.
         88  WS-CARD-ERROR               VALUE 'Y'.
   01    WS-NIGHT-RERUN-SWITCH PIC X(01) VALUE 'N'.
         88  WS-NIGHT-RERUN              VALUE 'Y'.
   01    WS-NIGHT-NO-END-SWITCH PIC X(01) VALUE 'N'.
         88  WS-NIGHT-NO-END             VALUE 'Y'.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-DETAIL-DAYS PIC 9(03) VALUE 7.
   01    WS-TREND-WEEKS PIC 9(02) VALUE 6.
   01    WS-WINDOW-OPEN PIC 9(06) VALUE 180000.
   01    WS-CUTOFF-TIME PIC 9(06) VALUE ZERO.
   01    WS-HHMMSS PIC 9(06) VALUE ZERO.
   01    WS-HHMMSS-PARTS REDEFINES WS-HHMMSS.
         05  WS-HHMMSS-HH                PIC 9(02).
         05  WS-HHMMSS-MM                PIC 9(02).
         05  WS-HHMMSS-SS                PIC 9(02).
   01    WS-CLOCK-TIME PIC 9(08) VALUE ZERO.
   01    WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
         05  WS-CLOCK-HH                 PIC 9(02).
         05  WS-CLOCK-MM                 PIC 9(02).
         05  WS-CLOCK-SS                 PIC 9(02).
         05  WS-CLOCK-HS                 PIC 9(02).
   01    WS-CLOCK-SECONDS PIC 9(07) COMP VALUE ZERO.
   01    WS-OPEN-SECONDS PIC 9(07) COMP VALUE ZERO.
   01    WS-CUTOFF-OFFSET PIC 9(07) COMP VALUE ZERO.
   01    WS-START-OFFSET PIC 9(07) COMP VALUE ZERO.
   01    WS-END-OFFSET PIC 9(07) COMP VALUE ZERO.
   01    WS-FMT-SECONDS PIC 9(07) COMP VALUE ZERO.
   01    WS-FMT-HOURS PIC 9(03) COMP VALUE ZERO.
   01    WS-FMT-REMAINDER PIC 9(07) COMP VALUE ZERO.
   01    WS-FMT-TEXT.
         05  WS-FMT-HH                   PIC 9(02).
         05  FILLER                      PIC X(01) VALUE ':'.
         05  WS-FMT-MM                   PIC 9(02).
         05  FILLER                      PIC X(01) VALUE ':'.
         05  WS-FMT-SS                   PIC 9(02).
   01    WS-REPORT-INTEGER PIC 9(09) COMP VALUE ZERO.
   01    WS-FIRST-DATE PIC 9(08) VALUE ZERO.
   01    WS-AGE-DAYS PIC S9(09) COMP VALUE ZERO.
   01    WS-TREND-DAYS PIC 9(05) COMP VALUE ZERO.
   01    WS-RANGE-DAYS PIC 9(05) COMP VALUE ZERO.
   01    WS-WEEK-INDEX PIC 9(03) COMP VALUE ZERO.
   01    WS-COLUMN-INDEX PIC 9(03) COMP VALUE ZERO.
   01    WS-STAGE-INDEX PIC 9(03) COMP VALUE ZERO.
   01    WS-STAGE-MATCH PIC 9(03) COMP VALUE ZERO.
   01    WS-STAGE-WANTED PIC X(08) VALUE SPACES.
   01    WS-STAGE-TABLE.
         05  WS-STAGE-ENTRY OCCURS 20 TIMES.
             10  WS-STAGE-ID                 PIC X(08).
             10  WS-STAGE-SLA-MINUTES        PIC 9(05).
             10  WS-STAGE-WEEK OCCURS 12 TIMES.
                 15  WS-WEEK-RECORDS             PIC 9(12) COMP.
                 15  WS-WEEK-SECONDS             PIC 9(09) COMP.
   01    WS-NIGHT-DATE PIC 9(08) VALUE ZERO.
   01    WS-NIGHT-PREV-STAGE PIC X(08) VALUE SPACES.
   01    WS-NIGHT-FIRST-OFFSET PIC 9(07) COMP VALUE ZERO.
   01    WS-NIGHT-LAST-OFFSET PIC 9(07) COMP VALUE ZERO.
   01    WS-RATE PIC 9(09) COMP VALUE ZERO.
   01    WS-RATE-EDIT PIC Z(08)9.
   01    WS-SLA-EDIT PIC Z(04)9.
   01    WS-NIGHT-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-STAGE-RUN-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-SLA-EXCEEDED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CUTOFF-MISSED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-NO-END-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-RPT-TEXT-LINE.
         05  WS-RTL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-RTL-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-DETAIL-RPT-LINE.
         05  WS-DRL-DATE                 PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-STAGE                PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-START                PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-END                  PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-ELAPSED              PIC X(08).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-DRL-READ                 PIC Z(08)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-DRL-WRITTEN              PIC Z(08)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-DRL-REJECT               PIC Z(08)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-DRL-RATE                 PIC X(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-FLAG                 PIC X(32).
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-DETAIL-HEADING.
         05  FILLER                      PIC X(60) VALUE
             'BUS DATE  STAGE     START     END       ELAPSED       READ'.
         05  FILLER                      PIC X(72) VALUE
             ' WRITTEN    REJECT   REC/MIN  FLAG'.
   01    WS-TREND-RPT-LINE.
         05  WS-TRD-LABEL                PIC X(20) VALUE SPACES.
         05  WS-TRD-CELL OCCURS 12 TIMES PIC X(09).
         05  FILLER                      PIC X(04) VALUE SPACES.
   01    WS-TREND-HEADING-CELL.
         05  FILLER                      PIC X(07) VALUE '    WK-'.
         05  WS-THC-WEEK                 PIC 9(02).
   01    WS-TOTAL-RPT-LINE.
         05  WS-TRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-TRL-ENTRY OCCURS 5 TIMES.
             10  WS-TRL-COUNT                PIC Z(08)9.
             10  WS-TRL-TEXT                 PIC X(13).

   PROCEDURE DIVISION.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            OPEN INPUT CTF-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = '00'
                DISPLAY 'CTX0005 NO RUN HISTORY PRESENT - STATUS '
                    WS-HISTORY-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT CTF-WINDOW-RPT
                MOVE 1 TO WS-STAGE-INDEX
                PERFORM INIT-STAGE-ENTRY-PARAGRAPH
                    UNTIL WS-STAGE-INDEX > 20
                PERFORM WRITE-RPT-HEADER-PARAGRAPH
                PERFORM LOAD-PARMS-PARAGRAPH
                PERFORM WRITE-RPT-PARMS-PARAGRAPH
                PERFORM POSITION-HISTORY-PARAGRAPH
                MOVE WS-DETAIL-HEADING TO WINDOW-RPT-LINE
                WRITE WINDOW-RPT-LINE
                PERFORM READ-HISTORY-PARAGRAPH
                PERFORM PROCESS-HISTORY-PARAGRAPH
                    UNTIL WS-HISTORY-EOF
                IF WS-NIGHT-DATE NOT = ZERO
                    PERFORM END-NIGHT-PARAGRAPH
                END-IF
                PERFORM WRITE-TREND-PARAGRAPH
                PERFORM REPORT-TOTALS-PARAGRAPH
                CLOSE CTF-WINDOW-RPT
                CLOSE CTF-HISTORY-FILE
            END-IF
        END-IF
        GOBACK
        .

   INIT-STAGE-ENTRY-PARAGRAPH.
        MOVE SPACES TO WS-STAGE-ID(WS-STAGE-INDEX)
        MOVE ZERO TO WS-STAGE-SLA-MINUTES(WS-STAGE-INDEX)
        MOVE 1 TO WS-WEEK-INDEX
        PERFORM INIT-STAGE-WEEK-PARAGRAPH
            UNTIL WS-WEEK-INDEX > 12
        ADD 1 TO WS-STAGE-INDEX
        .

   INIT-STAGE-WEEK-PARAGRAPH.
        MOVE ZERO TO WS-WEEK-RECORDS(WS-STAGE-INDEX, WS-WEEK-INDEX)
        MOVE ZERO TO WS-WEEK-SECONDS(WS-STAGE-INDEX, WS-WEEK-INDEX)
        ADD 1 TO WS-WEEK-INDEX
        .

   LOAD-PARMS-PARAGRAPH.
        OPEN INPUT CTF-WINPARM-FILE
        IF WS-WINPARM-FILE-STATUS NOT = '00'
            MOVE 'PARAMETERS' TO WS-RTL-LABEL
            MOVE 'NO PARAMETER CARDS - DEFAULTS USED, NO SLA OR CUTOFF '
                TO WS-RTL-TEXT
            MOVE 'CHECKED' TO WS-RTL-TEXT(54:7)
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        ELSE
            PERFORM READ-WINPARM-PARAGRAPH
            PERFORM STORE-PARM-PARAGRAPH
                UNTIL WS-WINPARM-EOF
            CLOSE CTF-WINPARM-FILE
        END-IF
        MOVE WS-WINDOW-OPEN TO WS-HHMMSS
        PERFORM HHMMSS-SECONDS-PARAGRAPH
        MOVE WS-CLOCK-SECONDS TO WS-OPEN-SECONDS
        IF WS-CUTOFF-SET
            MOVE WS-CUTOFF-TIME TO WS-HHMMSS
            PERFORM HHMMSS-SECONDS-PARAGRAPH
            PERFORM OFFSET-SECONDS-PARAGRAPH
            MOVE WS-START-OFFSET TO WS-CUTOFF-OFFSET
        END-IF
        .

   READ-WINPARM-PARAGRAPH.
        READ CTF-WINPARM-FILE
            AT END
                SET WS-WINPARM-EOF TO TRUE
        END-READ
        .

   STORE-PARM-PARAGRAPH.
        MOVE 'N' TO WS-CARD-ERROR-SWITCH
        IF WP-VALUE NOT NUMERIC
            SET WS-CARD-ERROR TO TRUE
        ELSE
        IF WP-CARD-SLA
            MOVE WP-STAGE-ID TO WS-STAGE-WANTED
            PERFORM FIND-STAGE-PARAGRAPH
            IF WP-STAGE-ID = SPACES OR WP-VALUE-NUM = ZERO
                OR WP-VALUE-NUM > 99999 OR WS-STAGE-MATCH = ZERO
                SET WS-CARD-ERROR TO TRUE
            ELSE
                MOVE WP-VALUE-NUM TO WS-STAGE-SLA-MINUTES(WS-STAGE-MATCH)
            END-IF
        ELSE
        IF WP-CARD-CUTOFF OR WP-CARD-WINDOW
            MOVE WP-VALUE-NUM TO WS-HHMMSS
            IF WS-HHMMSS-HH > 23 OR WS-HHMMSS-MM > 59
                OR WS-HHMMSS-SS > 59
                SET WS-CARD-ERROR TO TRUE
            ELSE
            IF WP-CARD-CUTOFF
                MOVE WP-VALUE-NUM TO WS-CUTOFF-TIME
                SET WS-CUTOFF-SET TO TRUE
            ELSE
                MOVE WP-VALUE-NUM TO WS-WINDOW-OPEN
            END-IF
            END-IF
        ELSE
        IF WP-CARD-WEEKS
            IF WP-VALUE-NUM = ZERO OR WP-VALUE-NUM > 12
                SET WS-CARD-ERROR TO TRUE
            ELSE
                MOVE WP-VALUE-NUM TO WS-TREND-WEEKS
            END-IF
        ELSE
        IF WP-CARD-DAYS
            IF WP-VALUE-NUM = ZERO OR WP-VALUE-NUM > 999
                SET WS-CARD-ERROR TO TRUE
            ELSE
                MOVE WP-VALUE-NUM TO WS-DETAIL-DAYS
            END-IF
        ELSE
            SET WS-CARD-ERROR TO TRUE
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        IF WS-CARD-ERROR
            DISPLAY 'CTX0041 PARAMETER CARD REJECTED - '
                WINDOW-PARM-RECORD(1:24)
            MOVE 'CARD REJECTED' TO WS-RTL-LABEL
            MOVE WINDOW-PARM-RECORD(1:24) TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        PERFORM READ-WINPARM-PARAGRAPH
        .

   FIND-STAGE-PARAGRAPH.
        MOVE ZERO TO WS-STAGE-MATCH
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM MATCH-STAGE-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 20 OR WS-STAGE-MATCH NOT = ZERO
        IF WS-STAGE-MATCH = ZERO
            MOVE 1 TO WS-STAGE-INDEX
            PERFORM CLAIM-STAGE-PARAGRAPH
                UNTIL WS-STAGE-INDEX > 20 OR WS-STAGE-MATCH NOT = ZERO
        END-IF
        .

   MATCH-STAGE-PARAGRAPH.
        IF WS-STAGE-ID(WS-STAGE-INDEX) = WS-STAGE-WANTED
            MOVE WS-STAGE-INDEX TO WS-STAGE-MATCH
        END-IF
        ADD 1 TO WS-STAGE-INDEX
        .

   CLAIM-STAGE-PARAGRAPH.
        IF WS-STAGE-ID(WS-STAGE-INDEX) = SPACES
            MOVE WS-STAGE-WANTED TO WS-STAGE-ID(WS-STAGE-INDEX)
            MOVE WS-STAGE-INDEX TO WS-STAGE-MATCH
        END-IF
        ADD 1 TO WS-STAGE-INDEX
        .

   POSITION-HISTORY-PARAGRAPH.
        COMPUTE WS-TREND-DAYS = WS-TREND-WEEKS * 7
        IF WS-TREND-DAYS > WS-DETAIL-DAYS
            MOVE WS-TREND-DAYS TO WS-RANGE-DAYS
        ELSE
            MOVE WS-DETAIL-DAYS TO WS-RANGE-DAYS
        END-IF
        COMPUTE WS-REPORT-INTEGER = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        COMPUTE WS-FIRST-DATE = FUNCTION DATE-OF-INTEGER(
            WS-REPORT-INTEGER - WS-RANGE-DAYS)
        MOVE SPACES TO RH-HISTORY-KEY
        MOVE WS-FIRST-DATE TO RH-BUSINESS-DATE
        START CTF-HISTORY-FILE KEY IS NOT LESS THAN RH-HISTORY-KEY
            INVALID KEY
                SET WS-HISTORY-EOF TO TRUE
        END-START
        .

   READ-HISTORY-PARAGRAPH.
        IF NOT WS-HISTORY-EOF
            READ CTF-HISTORY-FILE NEXT RECORD
                AT END
                    SET WS-HISTORY-EOF TO TRUE
            END-READ
        END-IF
        .

   PROCESS-HISTORY-PARAGRAPH.
        COMPUTE WS-AGE-DAYS = WS-REPORT-INTEGER
            - FUNCTION INTEGER-OF-DATE(RH-BUSINESS-DATE)
        IF WS-AGE-DAYS < 1
            SET WS-HISTORY-EOF TO TRUE
        ELSE
            MOVE RH-STAGE-ID TO WS-STAGE-WANTED
            PERFORM FIND-STAGE-PARAGRAPH
            IF WS-STAGE-MATCH = ZERO
                DISPLAY 'CTX0061 STAGE TABLE FULL - ' RH-STAGE-ID
                    ' NOT REPORTED'
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                IF WS-AGE-DAYS NOT > WS-DETAIL-DAYS
                    IF RH-BUSINESS-DATE NOT = WS-NIGHT-DATE
                        IF WS-NIGHT-DATE NOT = ZERO
                            PERFORM END-NIGHT-PARAGRAPH
                        END-IF
                        PERFORM START-NIGHT-PARAGRAPH
                    END-IF
                    PERFORM DETAIL-LINE-PARAGRAPH
                END-IF
                IF WS-AGE-DAYS NOT > WS-TREND-DAYS AND RH-RUN-COMPLETE
                    COMPUTE WS-WEEK-INDEX = (WS-AGE-DAYS - 1) / 7 + 1
                    ADD RH-READ-COUNT TO
                        WS-WEEK-RECORDS(WS-STAGE-MATCH, WS-WEEK-INDEX)
                    ADD RH-ELAPSED-SECONDS TO
                        WS-WEEK-SECONDS(WS-STAGE-MATCH, WS-WEEK-INDEX)
                END-IF
            END-IF
            PERFORM READ-HISTORY-PARAGRAPH
        END-IF
        .

   START-NIGHT-PARAGRAPH.
        MOVE RH-BUSINESS-DATE TO WS-NIGHT-DATE
        MOVE SPACES TO WS-NIGHT-PREV-STAGE
        MOVE 'N' TO WS-NIGHT-RERUN-SWITCH
        MOVE 'N' TO WS-NIGHT-NO-END-SWITCH
        MOVE 9999999 TO WS-NIGHT-FIRST-OFFSET
        MOVE ZERO TO WS-NIGHT-LAST-OFFSET
        ADD 1 TO WS-NIGHT-COUNT
        .

   DETAIL-LINE-PARAGRAPH.
        ADD 1 TO WS-STAGE-RUN-COUNT
        IF RH-STAGE-ID = WS-NIGHT-PREV-STAGE
            SET WS-NIGHT-RERUN TO TRUE
        END-IF
        MOVE RH-STAGE-ID TO WS-NIGHT-PREV-STAGE
        MOVE RH-BUSINESS-DATE TO WS-DRL-DATE
        MOVE RH-STAGE-ID TO WS-DRL-STAGE
        MOVE RH-START-TIME TO WS-CLOCK-TIME
        PERFORM CLOCK-SECONDS-PARAGRAPH
        PERFORM OFFSET-SECONDS-PARAGRAPH
        MOVE WS-CLOCK-SECONDS TO WS-FMT-SECONDS
        PERFORM FORMAT-SECONDS-PARAGRAPH
        MOVE WS-FMT-TEXT TO WS-DRL-START
        IF WS-START-OFFSET < WS-NIGHT-FIRST-OFFSET
            MOVE WS-START-OFFSET TO WS-NIGHT-FIRST-OFFSET
        END-IF
        MOVE RH-READ-COUNT TO WS-DRL-READ
        MOVE RH-WRITTEN-COUNT TO WS-DRL-WRITTEN
        MOVE RH-REJECT-COUNT TO WS-DRL-REJECT
        MOVE SPACES TO WS-DRL-FLAG
        IF RH-RUN-NO-END
            MOVE SPACES TO WS-DRL-END
            MOVE SPACES TO WS-DRL-ELAPSED
            MOVE SPACES TO WS-DRL-RATE
            MOVE 'NO END RECORD - DID NOT FINISH' TO WS-DRL-FLAG
            SET WS-NIGHT-NO-END TO TRUE
            ADD 1 TO WS-NO-END-COUNT
            IF WS-START-OFFSET > WS-NIGHT-LAST-OFFSET
                MOVE WS-START-OFFSET TO WS-NIGHT-LAST-OFFSET
            END-IF
        ELSE
            MOVE RH-END-TIME TO WS-CLOCK-TIME
            PERFORM CLOCK-SECONDS-PARAGRAPH
            MOVE WS-CLOCK-SECONDS TO WS-FMT-SECONDS
            PERFORM FORMAT-SECONDS-PARAGRAPH
            MOVE WS-FMT-TEXT TO WS-DRL-END
            MOVE RH-ELAPSED-SECONDS TO WS-FMT-SECONDS
            PERFORM FORMAT-SECONDS-PARAGRAPH
            MOVE WS-FMT-TEXT TO WS-DRL-ELAPSED
            IF RH-ELAPSED-SECONDS > ZERO
                COMPUTE WS-RATE ROUNDED = RH-READ-COUNT * 60
                    / RH-ELAPSED-SECONDS
                MOVE WS-RATE TO WS-RATE-EDIT
                MOVE WS-RATE-EDIT TO WS-DRL-RATE
            ELSE
                MOVE '      N/A' TO WS-DRL-RATE
            END-IF
            COMPUTE WS-END-OFFSET = WS-START-OFFSET
                + RH-ELAPSED-SECONDS
            IF WS-END-OFFSET > WS-NIGHT-LAST-OFFSET
                MOVE WS-END-OFFSET TO WS-NIGHT-LAST-OFFSET
            END-IF
            IF WS-STAGE-SLA-MINUTES(WS-STAGE-MATCH) > ZERO
                AND RH-ELAPSED-SECONDS >
                    WS-STAGE-SLA-MINUTES(WS-STAGE-MATCH) * 60
                MOVE WS-STAGE-SLA-MINUTES(WS-STAGE-MATCH)
                    TO WS-SLA-EDIT
                MOVE 'OVER SLA OF' TO WS-DRL-FLAG
                MOVE WS-SLA-EDIT TO WS-DRL-FLAG(13:5)
                MOVE 'MINUTES' TO WS-DRL-FLAG(19:7)
                ADD 1 TO WS-SLA-EXCEEDED-COUNT
                DISPLAY 'CTX0021 ' RH-STAGE-ID ' OVER SLA ON '
                    RH-BUSINESS-DATE ' - ELAPSED ' WS-DRL-ELAPSED
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
        MOVE WS-DETAIL-RPT-LINE TO WINDOW-RPT-LINE
        WRITE WINDOW-RPT-LINE
        .

   END-NIGHT-PARAGRAPH.
        MOVE 'NIGHT WINDOW' TO WS-RTL-LABEL
        MOVE WS-NIGHT-DATE TO WS-RTL-TEXT(1:8)
        COMPUTE WS-FMT-SECONDS = FUNCTION MOD(
            WS-NIGHT-FIRST-OFFSET + WS-OPEN-SECONDS, 86400)
        PERFORM FORMAT-SECONDS-PARAGRAPH
        MOVE WS-FMT-TEXT TO WS-RTL-TEXT(10:8)
        MOVE 'TO' TO WS-RTL-TEXT(19:2)
        COMPUTE WS-FMT-SECONDS = FUNCTION MOD(
            WS-NIGHT-LAST-OFFSET + WS-OPEN-SECONDS, 86400)
        PERFORM FORMAT-SECONDS-PARAGRAPH
        MOVE WS-FMT-TEXT TO WS-RTL-TEXT(22:8)
        MOVE 'ELAPSED' TO WS-RTL-TEXT(31:7)
        COMPUTE WS-FMT-SECONDS = WS-NIGHT-LAST-OFFSET
            - WS-NIGHT-FIRST-OFFSET
        PERFORM FORMAT-SECONDS-PARAGRAPH
        MOVE WS-FMT-TEXT TO WS-RTL-TEXT(39:8)
        IF WS-NIGHT-RERUN
            MOVE '- STAGE RERUN ON THIS DATE, CUTOFF NOT CHECKED'
                TO WS-RTL-TEXT(49:46)
        ELSE
        IF WS-NIGHT-NO-END
            MOVE '- A STAGE DID NOT FINISH, CUTOFF NOT CHECKED'
                TO WS-RTL-TEXT(49:44)
        ELSE
        IF WS-CUTOFF-SET
            MOVE WS-CUTOFF-TIME TO WS-HHMMSS
            MOVE WS-HHMMSS-HH TO WS-FMT-HH
            MOVE WS-HHMMSS-MM TO WS-FMT-MM
            MOVE WS-HHMMSS-SS TO WS-FMT-SS
            IF WS-NIGHT-LAST-OFFSET > WS-CUTOFF-OFFSET
                MOVE '- FINISHED AFTER THE CUTOFF OF'
                    TO WS-RTL-TEXT(49:30)
                ADD 1 TO WS-CUTOFF-MISSED-COUNT
                DISPLAY 'CTX0022 WINDOW FOR ' WS-NIGHT-DATE
                    ' FINISHED AFTER THE ' WS-FMT-TEXT ' CUTOFF'
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                MOVE '- WITHIN THE CUTOFF OF' TO WS-RTL-TEXT(49:22)
            END-IF
            MOVE WS-FMT-TEXT TO WS-RTL-TEXT(80:8)
        END-IF
        END-IF
        END-IF
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE SPACES TO WINDOW-RPT-LINE
        WRITE WINDOW-RPT-LINE
        .

   WRITE-TREND-PARAGRAPH.
        MOVE SPACES TO WINDOW-RPT-LINE
        WRITE WINDOW-RPT-LINE
        MOVE 'THROUGHPUT' TO WS-RTL-LABEL
        MOVE 'RECORDS READ PER MINUTE BY STAGE AND WEEK - WK-01 IS THE '
            TO WS-RTL-TEXT
        MOVE 'MOST RECENT 7 DAYS' TO WS-RTL-TEXT(58:18)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE SPACES TO WS-TREND-RPT-LINE
        MOVE 'STAGE' TO WS-TRD-LABEL
        MOVE 1 TO WS-COLUMN-INDEX
        PERFORM TREND-HEADING-CELL-PARAGRAPH
            UNTIL WS-COLUMN-INDEX > WS-TREND-WEEKS
        MOVE WS-TREND-RPT-LINE TO WINDOW-RPT-LINE
        WRITE WINDOW-RPT-LINE
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM TREND-STAGE-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 20
        .

   TREND-HEADING-CELL-PARAGRAPH.
        COMPUTE WS-THC-WEEK = WS-TREND-WEEKS - WS-COLUMN-INDEX + 1
        MOVE WS-TREND-HEADING-CELL TO WS-TRD-CELL(WS-COLUMN-INDEX)
        ADD 1 TO WS-COLUMN-INDEX
        .

   TREND-STAGE-PARAGRAPH.
        IF WS-STAGE-ID(WS-STAGE-INDEX) NOT = SPACES
            MOVE SPACES TO WS-TREND-RPT-LINE
            MOVE WS-STAGE-ID(WS-STAGE-INDEX) TO WS-TRD-LABEL
            MOVE 1 TO WS-COLUMN-INDEX
            PERFORM TREND-CELL-PARAGRAPH
                UNTIL WS-COLUMN-INDEX > WS-TREND-WEEKS
            MOVE WS-TREND-RPT-LINE TO WINDOW-RPT-LINE
            WRITE WINDOW-RPT-LINE
        END-IF
        ADD 1 TO WS-STAGE-INDEX
        .

   TREND-CELL-PARAGRAPH.
        COMPUTE WS-WEEK-INDEX = WS-TREND-WEEKS - WS-COLUMN-INDEX + 1
        IF WS-WEEK-SECONDS(WS-STAGE-INDEX, WS-WEEK-INDEX) > ZERO
            COMPUTE WS-RATE ROUNDED =
                WS-WEEK-RECORDS(WS-STAGE-INDEX, WS-WEEK-INDEX) * 60
                / WS-WEEK-SECONDS(WS-STAGE-INDEX, WS-WEEK-INDEX)
            MOVE WS-RATE TO WS-RATE-EDIT
            MOVE WS-RATE-EDIT TO WS-TRD-CELL(WS-COLUMN-INDEX)
        ELSE
        IF WS-WEEK-RECORDS(WS-STAGE-INDEX, WS-WEEK-INDEX) > ZERO
            MOVE '      N/A' TO WS-TRD-CELL(WS-COLUMN-INDEX)
        ELSE
            MOVE '        -' TO WS-TRD-CELL(WS-COLUMN-INDEX)
        END-IF
        END-IF
        ADD 1 TO WS-COLUMN-INDEX
        .

   CLOCK-SECONDS-PARAGRAPH.
        COMPUTE WS-CLOCK-SECONDS = WS-CLOCK-HH * 3600
            + WS-CLOCK-MM * 60 + WS-CLOCK-SS
        .

   HHMMSS-SECONDS-PARAGRAPH.
        COMPUTE WS-CLOCK-SECONDS = WS-HHMMSS-HH * 3600
            + WS-HHMMSS-MM * 60 + WS-HHMMSS-SS
        .

   OFFSET-SECONDS-PARAGRAPH.
        IF WS-CLOCK-SECONDS < WS-OPEN-SECONDS
            COMPUTE WS-START-OFFSET = WS-CLOCK-SECONDS + 86400
                - WS-OPEN-SECONDS
        ELSE
            COMPUTE WS-START-OFFSET = WS-CLOCK-SECONDS
                - WS-OPEN-SECONDS
        END-IF
        .

   FORMAT-SECONDS-PARAGRAPH.
        DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HOURS
            REMAINDER WS-FMT-REMAINDER
        MOVE WS-FMT-HOURS TO WS-FMT-HH
        DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MM
            REMAINDER WS-FMT-SS
        .

   WRITE-RPT-HEADER-PARAGRAPH.
        MOVE 'CTFWINDW REPORT' TO WS-RTL-LABEL
        MOVE 'BATCH WINDOW AND THROUGHPUT FROM THE RUN HISTORY - '
            TO WS-RTL-TEXT
        MOVE 'PROCESSING DATE' TO WS-RTL-TEXT(52:15)
        MOVE WS-RUN-DATE TO WS-RTL-TEXT(68:8)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   WRITE-RPT-PARMS-PARAGRAPH.
        MOVE 'PARAMETERS' TO WS-RTL-LABEL
        MOVE 'DETAIL FOR THE LAST' TO WS-RTL-TEXT
        MOVE WS-DETAIL-DAYS TO WS-RTL-TEXT(21:3)
        MOVE 'DAYS, THROUGHPUT FOR THE LAST' TO WS-RTL-TEXT(25:29)
        MOVE WS-TREND-WEEKS TO WS-RTL-TEXT(55:2)
        MOVE 'WEEKS, WINDOW OPENS' TO WS-RTL-TEXT(58:19)
        MOVE WS-WINDOW-OPEN TO WS-HHMMSS
        MOVE WS-HHMMSS-HH TO WS-FMT-HH
        MOVE WS-HHMMSS-MM TO WS-FMT-MM
        MOVE WS-HHMMSS-SS TO WS-FMT-SS
        MOVE WS-FMT-TEXT TO WS-RTL-TEXT(78:8)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE 'PARAMETERS' TO WS-RTL-LABEL
        IF WS-CUTOFF-SET
            MOVE 'DOWNSTREAM CUTOFF' TO WS-RTL-TEXT
            MOVE WS-CUTOFF-TIME TO WS-HHMMSS
            MOVE WS-HHMMSS-HH TO WS-FMT-HH
            MOVE WS-HHMMSS-MM TO WS-FMT-MM
            MOVE WS-HHMMSS-SS TO WS-FMT-SS
            MOVE WS-FMT-TEXT TO WS-RTL-TEXT(19:8)
        ELSE
            MOVE 'NO DOWNSTREAM CUTOFF SET' TO WS-RTL-TEXT
        END-IF
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM WRITE-RPT-SLA-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 20
        MOVE SPACES TO WINDOW-RPT-LINE
        WRITE WINDOW-RPT-LINE
        .

   WRITE-RPT-SLA-PARAGRAPH.
        IF WS-STAGE-SLA-MINUTES(WS-STAGE-INDEX) > ZERO
            MOVE 'STAGE SLA' TO WS-RTL-LABEL
            MOVE WS-STAGE-ID(WS-STAGE-INDEX) TO WS-RTL-TEXT
            MOVE WS-STAGE-SLA-MINUTES(WS-STAGE-INDEX) TO WS-SLA-EDIT
            MOVE WS-SLA-EDIT TO WS-RTL-TEXT(10:5)
            MOVE 'MINUTES' TO WS-RTL-TEXT(16:7)
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        ADD 1 TO WS-STAGE-INDEX
        .

   REPORT-TOTALS-PARAGRAPH.
        MOVE SPACES TO WINDOW-RPT-LINE
        WRITE WINDOW-RPT-LINE
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'WINDOW TOTALS' TO WS-TRL-LABEL
        MOVE WS-NIGHT-COUNT TO WS-TRL-COUNT(1)
        MOVE ' NIGHTS' TO WS-TRL-TEXT(1)
        MOVE WS-STAGE-RUN-COUNT TO WS-TRL-COUNT(2)
        MOVE ' STAGE RUNS' TO WS-TRL-TEXT(2)
        MOVE WS-SLA-EXCEEDED-COUNT TO WS-TRL-COUNT(3)
        MOVE ' OVER SLA' TO WS-TRL-TEXT(3)
        MOVE WS-CUTOFF-MISSED-COUNT TO WS-TRL-COUNT(4)
        MOVE ' PAST CUTOFF' TO WS-TRL-TEXT(4)
        MOVE WS-NO-END-COUNT TO WS-TRL-COUNT(5)
        MOVE ' NOT ENDED' TO WS-TRL-TEXT(5)
        MOVE WS-TOTAL-RPT-LINE TO WINDOW-RPT-LINE
        WRITE WINDOW-RPT-LINE
        IF WS-NO-END-COUNT > ZERO
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        DISPLAY 'CTX0001 BATCH WINDOW REPORTED - ' WS-NIGHT-COUNT
            ' NIGHTS, ' WS-SLA-EXCEEDED-COUNT ' OVER SLA, '
            WS-CUTOFF-MISSED-COUNT ' PAST CUTOFF'
        .

   WRITE-TEXT-LINE-PARAGRAPH.
        MOVE WS-RPT-TEXT-LINE TO WINDOW-RPT-LINE
        WRITE WINDOW-RPT-LINE
        MOVE SPACES TO WS-RPT-TEXT-LINE
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTX0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTX0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTX0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
