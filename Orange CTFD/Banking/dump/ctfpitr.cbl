IDENTIFICATION DIVISION.
   PROGRAM-ID. CTFPITR.

   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CTF-HISTORY-IN ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.
       SELECT CTF-KEYFRAG-FILE ASSIGN TO KEYFRAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KF-FRAG-SET-ID
           FILE STATUS IS WS-KEYFRAG-FILE-STATUS.
       SELECT CTF-PITR-WORK ASSIGN TO PITRWORK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PW-FRAG-SET-ID
           FILE STATUS IS WS-WORK-FILE-STATUS.
       SELECT CTF-PITR-EXTRACT ASSIGN TO PITROUT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-PITR-RPT ASSIGN TO PITRRPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-CHGHIST-FILE ASSIGN TO CHGHIST
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-HISTORY-IN
       RECORDING MODE IS F.
   COPY CTFCHGH REPLACING CHGHIST-OUT-RECORD BY HIST-IN-RECORD,
                           CH-RUN-TIMESTAMP BY HI-RUN-TIMESTAMP,
                           CH-ACTION BY HI-ACTION,
                           CH-BEFORE-IMAGE BY HI-BEFORE-IMAGE,
                           CH-AFTER-IMAGE BY HI-AFTER-IMAGE,
                           CH-REQUESTER-ID BY HI-REQUESTER-ID,
                           CH-APPROVER-ID BY HI-APPROVER-ID.

   FD  CTF-KEYFRAG-FILE.
   01  KEYFRAG-RECORD.
       05  KF-FRAG-SET-ID               PIC 9(09).
       05  FILLER                       PIC X(184).

   FD  CTF-PITR-WORK.
   01  PITR-WORK-RECORD.
       05  PW-FRAG-SET-ID               PIC 9(09).
       05  FILLER                       PIC X(184).

   FD  CTF-PITR-EXTRACT
       RECORDING MODE IS F.
   01  PITR-EXTRACT-RECORD             PIC X(193).

   FD  CTF-PITR-RPT
       RECORDING MODE IS F.
   01  PITR-RPT-LINE                   PIC X(132).

   FD  CTF-CHGHIST-FILE
       RECORDING MODE IS F.
   COPY CTFCHGH.

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFFRAG.
   COPY CTFRUNW.

   01    WS-ASOF-KEYFRAG-RECORD.
         05  WS-ASOF-SET-ID              PIC 9(09).
         05  WS-ASOF-FRAGMENT-RECORD     PIC X(160).
         05  WS-ASOF-EFFECTIVE-DATE      PIC 9(08).
         05  WS-ASOF-STATUS              PIC X(08).
             88  WS-ASOF-FRAG-RETIRED        VALUE 'RETIRED '.
         05  WS-ASOF-RECIPE-ID           PIC X(08).
   01    WS-HISTORY-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-KEYFRAG-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-WORK-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-HISTORY-EOF              VALUE 'Y'.
   01    WS-WORK-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-WORK-EOF                 VALUE 'Y'.
   01    WS-LIVE-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-LIVE-EOF                 VALUE 'Y'.
   01    WS-SEQ-ERROR-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SEQ-ERROR                VALUE 'Y'.
   01    WS-WORK-ERROR-SWITCH PIC X(01) VALUE 'N'.
         88  WS-WORK-ERROR               VALUE 'Y'.
   01    WS-PITR-FUNCTION PIC X(08) VALUE SPACES.
         88  WS-FUNCTION-ASOF            VALUE 'ASOF'.
         88  WS-FUNCTION-VERIFY          VALUE 'VERIFY'.
         88  WS-FUNCTION-SEED            VALUE 'SEED'.
   01    WS-PARM-FIELDS.
         05  WS-PARM-FUNCTION            PIC X(08) VALUE SPACES.
         05  WS-PARM-ASOF.
             10  WS-PARM-ASOF-DATE           PIC X(08) VALUE SPACES.
             10  WS-PARM-ASOF-TIME           PIC X(08) VALUE SPACES.
   01    WS-ASOF-TIMESTAMP.
         05  WS-ASOF-DATE                PIC X(08) VALUE SPACES.
         05  WS-ASOF-TIME                PIC X(08) VALUE SPACES.
   01    WS-LAST-HISTORY-TIMESTAMP PIC X(16) VALUE LOW-VALUES.
   01    WS-HISTORY-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-REPLAYED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-LATER-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-PRIOR-STATE-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-ASOF-SET-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-LIVE-SET-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-UNCHANGED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-ADDED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CHANGED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-RETIRED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-MISSING-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-DIFFERENCE-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-SEEDED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-RPT-TEXT-LINE.
         05  WS-RTL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-RTL-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-CMP-RPT-LINE.
         05  WS-CRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-CRL-SET-ID               PIC 9(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-CRL-ASOF-STATUS          PIC X(08).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-CRL-ASOF-DATE            PIC X(08).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-CRL-ASOF-RECIPE          PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-CRL-LIVE-STATUS          PIC X(08).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-CRL-LIVE-DATE            PIC X(08).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-CRL-LIVE-RECIPE          PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-CRL-FRAGMENT-NOTE        PIC X(17).
   01    WS-TOTAL-RPT-LINE.
         05  WS-TRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-TRL-ENTRY OCCURS 5 TIMES.
             10  WS-TRL-COUNT                PIC Z(08)9.
             10  WS-TRL-TEXT                 PIC X(13).

   LINKAGE SECTION.
   01  LS-PARM-AREA.
       05  LS-PARM-LENGTH                PIC S9(04) COMP.
       05  LS-PARM-TEXT                  PIC X(80).

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
                OPEN INPUT CTF-HISTORY-IN
                IF WS-HISTORY-FILE-STATUS NOT = '00'
                    DISPLAY 'CTP0010 NO CHANGE HISTORY PRESENT - STATUS '
                        WS-HISTORY-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                ELSE
                    OPEN INPUT CTF-KEYFRAG-FILE
                    IF WS-KEYFRAG-FILE-STATUS NOT = '00'
                        DISPLAY 'CTP0005 KEYFRAG CLUSTER UNAVAILABLE - '
                            'STATUS ' WS-KEYFRAG-FILE-STATUS
                        MOVE 16 TO RETURN-CODE
                        CLOSE CTF-HISTORY-IN
                    ELSE
                        PERFORM OPEN-WORK-PARAGRAPH
                        IF WS-WORK-FILE-STATUS NOT = '00'
                            DISPLAY 'CTP0007 RECONSTRUCTION WORK CLUSTER '
                                'UNAVAILABLE - STATUS ' WS-WORK-FILE-STATUS
                            MOVE 16 TO RETURN-CODE
                            CLOSE CTF-HISTORY-IN
                            CLOSE CTF-KEYFRAG-FILE
                        ELSE
                            OPEN OUTPUT CTF-PITR-RPT
                            PERFORM WRITE-RPT-HEADER-PARAGRAPH
                            PERFORM REPLAY-HISTORY-PARAGRAPH
                            CLOSE CTF-HISTORY-IN
                            IF NOT WS-SEQ-ERROR AND NOT WS-WORK-ERROR
                                IF WS-FUNCTION-SEED
                                    PERFORM SEED-BASELINE-PARAGRAPH
                                ELSE
                                    PERFORM COMPARE-LIVE-PARAGRAPH
                                END-IF
                            END-IF
                            CLOSE CTF-PITR-RPT
                            CLOSE CTF-PITR-WORK
                            CLOSE CTF-KEYFRAG-FILE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
        GOBACK
        .

   PARSE-PARM-PARAGRAPH.
        IF LS-PARM-LENGTH > ZERO
            UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY '/'
                INTO WS-PARM-FUNCTION WS-PARM-ASOF
            END-UNSTRING
            MOVE WS-PARM-FUNCTION TO WS-PITR-FUNCTION
            IF WS-FUNCTION-ASOF
                IF WS-PARM-ASOF-DATE NOT NUMERIC
                    DISPLAY 'CTP0006 AS-OF TIMESTAMP MUST BE '
                        'YYYYMMDD OR YYYYMMDDHHMMSSHH - ' WS-PARM-ASOF
                    MOVE 16 TO RETURN-CODE
                ELSE
                IF WS-PARM-ASOF-TIME = SPACES
                    MOVE WS-PARM-ASOF-DATE TO WS-ASOF-DATE
                    MOVE ALL '9' TO WS-ASOF-TIME
                ELSE
                IF WS-PARM-ASOF-TIME NUMERIC
                    MOVE WS-PARM-ASOF TO WS-ASOF-TIMESTAMP
                ELSE
                    DISPLAY 'CTP0006 AS-OF TIMESTAMP MUST BE '
                        'YYYYMMDD OR YYYYMMDDHHMMSSHH - ' WS-PARM-ASOF
                    MOVE 16 TO RETURN-CODE
                END-IF
                END-IF
                END-IF
            ELSE
            IF WS-FUNCTION-VERIFY OR WS-FUNCTION-SEED
                MOVE ALL '9' TO WS-ASOF-TIMESTAMP
            ELSE
                DISPLAY 'CTP0012 INVALID RECONSTRUCTION FUNCTION - '
                    WS-PARM-FUNCTION
                MOVE 16 TO RETURN-CODE
            END-IF
            END-IF
        ELSE
            DISPLAY 'CTP0015 NO PARM PRESENT - EXPECTED '
                'ASOF/TIMESTAMP, VERIFY OR SEED'
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   OPEN-WORK-PARAGRAPH.
        OPEN OUTPUT CTF-PITR-WORK
        IF WS-WORK-FILE-STATUS = '00'
            CLOSE CTF-PITR-WORK
            OPEN I-O CTF-PITR-WORK
        END-IF
        .

   REPLAY-HISTORY-PARAGRAPH.
        PERFORM READ-HISTORY-PARAGRAPH
        PERFORM REPLAY-ENTRY-PARAGRAPH
            UNTIL WS-HISTORY-EOF OR WS-SEQ-ERROR OR WS-WORK-ERROR
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'REPLAY TOTALS' TO WS-TRL-LABEL
        MOVE WS-HISTORY-COUNT TO WS-TRL-COUNT(1)
        MOVE ' HISTORY READ' TO WS-TRL-TEXT(1)
        MOVE WS-REPLAYED-COUNT TO WS-TRL-COUNT(2)
        MOVE ' REPLAYED' TO WS-TRL-TEXT(2)
        MOVE WS-LATER-COUNT TO WS-TRL-COUNT(3)
        MOVE ' AFTER AS-OF' TO WS-TRL-TEXT(3)
        MOVE WS-PRIOR-STATE-COUNT TO WS-TRL-COUNT(4)
        MOVE ' PRIOR STATES' TO WS-TRL-TEXT(4)
        PERFORM WRITE-RPT-TOTALS-PARAGRAPH
        .

   READ-HISTORY-PARAGRAPH.
        READ CTF-HISTORY-IN
            AT END
                SET WS-HISTORY-EOF TO TRUE
        END-READ
        IF NOT WS-HISTORY-EOF
            ADD 1 TO WS-HISTORY-COUNT
            IF HI-RUN-TIMESTAMP(1:16) < WS-LAST-HISTORY-TIMESTAMP
                DISPLAY 'CTP0030 CHANGE HISTORY OUT OF SEQUENCE - '
                    HI-RUN-TIMESTAMP(1:16) ' ' HI-ACTION
                SET WS-SEQ-ERROR TO TRUE
                MOVE 16 TO RETURN-CODE
            END-IF
            MOVE HI-RUN-TIMESTAMP(1:16) TO WS-LAST-HISTORY-TIMESTAMP
        END-IF
        .

   REPLAY-ENTRY-PARAGRAPH.
        IF HI-RUN-TIMESTAMP(1:16) NOT > WS-ASOF-TIMESTAMP
            ADD 1 TO WS-REPLAYED-COUNT
            MOVE HI-AFTER-IMAGE TO PITR-WORK-RECORD
            WRITE PITR-WORK-RECORD
                INVALID KEY
                    REWRITE PITR-WORK-RECORD
                        INVALID KEY
                            DISPLAY 'CTP0041 WORK CLUSTER REWRITE '
                                'FAILED - ' PW-FRAG-SET-ID
                            SET WS-WORK-ERROR TO TRUE
                            MOVE 16 TO RETURN-CODE
                    END-REWRITE
            END-WRITE
        ELSE
            ADD 1 TO WS-LATER-COUNT
            IF HI-BEFORE-IMAGE NOT = SPACES
                MOVE HI-BEFORE-IMAGE TO PITR-WORK-RECORD
                WRITE PITR-WORK-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-PRIOR-STATE-COUNT
                END-WRITE
            END-IF
        END-IF
        PERFORM READ-HISTORY-PARAGRAPH
        .

   COMPARE-LIVE-PARAGRAPH.
        IF WS-FUNCTION-ASOF
            OPEN OUTPUT CTF-PITR-EXTRACT
        END-IF
        PERFORM WRITE-RPT-HEADINGS-PARAGRAPH
        MOVE ZERO TO PW-FRAG-SET-ID
        START CTF-PITR-WORK KEY IS GREATER THAN PW-FRAG-SET-ID
            INVALID KEY
                SET WS-WORK-EOF TO TRUE
        END-START
        MOVE ZERO TO KF-FRAG-SET-ID
        START CTF-KEYFRAG-FILE KEY IS GREATER THAN KF-FRAG-SET-ID
            INVALID KEY
                SET WS-LIVE-EOF TO TRUE
        END-START
        PERFORM READ-WORK-PARAGRAPH
        PERFORM READ-LIVE-PARAGRAPH
        PERFORM COMPARE-SET-PARAGRAPH
            UNTIL WS-WORK-EOF AND WS-LIVE-EOF
        IF WS-FUNCTION-ASOF
            CLOSE CTF-PITR-EXTRACT
        END-IF
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'SET TOTALS' TO WS-TRL-LABEL
        MOVE WS-ASOF-SET-COUNT TO WS-TRL-COUNT(1)
        MOVE ' AS-OF' TO WS-TRL-TEXT(1)
        MOVE WS-LIVE-SET-COUNT TO WS-TRL-COUNT(2)
        MOVE ' LIVE' TO WS-TRL-TEXT(2)
        MOVE WS-UNCHANGED-COUNT TO WS-TRL-COUNT(3)
        MOVE ' UNCHANGED' TO WS-TRL-TEXT(3)
        PERFORM WRITE-RPT-TOTALS-PARAGRAPH
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'SINCE AS-OF' TO WS-TRL-LABEL
        MOVE WS-ADDED-COUNT TO WS-TRL-COUNT(1)
        MOVE ' ADDED' TO WS-TRL-TEXT(1)
        MOVE WS-CHANGED-COUNT TO WS-TRL-COUNT(2)
        MOVE ' CHANGED' TO WS-TRL-TEXT(2)
        MOVE WS-RETIRED-COUNT TO WS-TRL-COUNT(3)
        MOVE ' RETIRED' TO WS-TRL-TEXT(3)
        MOVE WS-MISSING-COUNT TO WS-TRL-COUNT(4)
        MOVE ' NOT ON LIVE' TO WS-TRL-TEXT(4)
        PERFORM WRITE-RPT-TOTALS-PARAGRAPH
        IF WS-FUNCTION-VERIFY
            IF WS-DIFFERENCE-COUNT = ZERO
                DISPLAY 'CTP0003 HISTORY REPRODUCES LIVE CLUSTER - '
                    WS-LIVE-SET-COUNT ' SETS MATCHED'
            ELSE
                DISPLAY 'CTP0002 HISTORY DOES NOT REPRODUCE LIVE '
                    'CLUSTER - ' WS-DIFFERENCE-COUNT ' DIFFERENCES'
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        ELSE
            IF WS-MISSING-COUNT > ZERO AND RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY 'CTP0001 RECONSTRUCTION COMPLETE AS OF '
                WS-ASOF-TIMESTAMP ' - ' WS-ASOF-SET-COUNT ' SETS, '
                WS-DIFFERENCE-COUNT ' CHANGED SINCE'
        END-IF
        .

   READ-WORK-PARAGRAPH.
        IF NOT WS-WORK-EOF
            READ CTF-PITR-WORK NEXT INTO WS-ASOF-KEYFRAG-RECORD
                AT END
                    SET WS-WORK-EOF TO TRUE
            END-READ
        END-IF
        IF NOT WS-WORK-EOF
            ADD 1 TO WS-ASOF-SET-COUNT
            IF WS-FUNCTION-ASOF
                MOVE WS-ASOF-KEYFRAG-RECORD TO PITR-EXTRACT-RECORD
                WRITE PITR-EXTRACT-RECORD
            END-IF
        END-IF
        .

   READ-LIVE-PARAGRAPH.
        IF NOT WS-LIVE-EOF
            READ CTF-KEYFRAG-FILE NEXT INTO WS-KEYFRAG-RECORD
                AT END
                    SET WS-LIVE-EOF TO TRUE
            END-READ
        END-IF
        IF NOT WS-LIVE-EOF
            ADD 1 TO WS-LIVE-SET-COUNT
        END-IF
        .

   COMPARE-SET-PARAGRAPH.
        EVALUATE TRUE
            WHEN WS-WORK-EOF
                PERFORM REPORT-ADDED-PARAGRAPH
                PERFORM READ-LIVE-PARAGRAPH
            WHEN WS-LIVE-EOF
                PERFORM REPORT-MISSING-PARAGRAPH
                PERFORM READ-WORK-PARAGRAPH
            WHEN WS-ASOF-SET-ID < WS-FRAG-SET-ID
                PERFORM REPORT-MISSING-PARAGRAPH
                PERFORM READ-WORK-PARAGRAPH
            WHEN WS-ASOF-SET-ID > WS-FRAG-SET-ID
                PERFORM REPORT-ADDED-PARAGRAPH
                PERFORM READ-LIVE-PARAGRAPH
            WHEN OTHER
                IF WS-ASOF-KEYFRAG-RECORD = WS-KEYFRAG-RECORD
                    ADD 1 TO WS-UNCHANGED-COUNT
                ELSE
                IF WS-FRAG-RETIRED AND NOT WS-ASOF-FRAG-RETIRED
                    ADD 1 TO WS-RETIRED-COUNT
                    MOVE 'RETIRED SINCE' TO WS-CRL-LABEL
                    PERFORM WRITE-RPT-COMPARE-PARAGRAPH
                ELSE
                    ADD 1 TO WS-CHANGED-COUNT
                    MOVE 'CHANGED SINCE' TO WS-CRL-LABEL
                    PERFORM WRITE-RPT-COMPARE-PARAGRAPH
                END-IF
                END-IF
                PERFORM READ-WORK-PARAGRAPH
                PERFORM READ-LIVE-PARAGRAPH
        END-EVALUATE
        .

   REPORT-ADDED-PARAGRAPH.
        ADD 1 TO WS-ADDED-COUNT
        MOVE SPACES TO WS-ASOF-KEYFRAG-RECORD
        MOVE WS-FRAG-SET-ID TO WS-ASOF-SET-ID
        MOVE 'ADDED SINCE' TO WS-CRL-LABEL
        PERFORM WRITE-RPT-COMPARE-PARAGRAPH
        .

   REPORT-MISSING-PARAGRAPH.
        ADD 1 TO WS-MISSING-COUNT
        MOVE SPACES TO WS-KEYFRAG-RECORD
        MOVE WS-ASOF-SET-ID TO WS-FRAG-SET-ID
        MOVE 'NOT ON LIVE' TO WS-CRL-LABEL
        DISPLAY 'CTP0021 SET ON AS-OF IMAGE MISSING FROM LIVE '
            'CLUSTER - ' WS-ASOF-SET-ID
        PERFORM WRITE-RPT-COMPARE-PARAGRAPH
        .

   WRITE-RPT-COMPARE-PARAGRAPH.
        ADD 1 TO WS-DIFFERENCE-COUNT
        MOVE WS-FRAG-SET-ID TO WS-CRL-SET-ID
        MOVE WS-ASOF-STATUS TO WS-CRL-ASOF-STATUS
        MOVE WS-ASOF-KEYFRAG-RECORD(170:8) TO WS-CRL-ASOF-DATE
        MOVE WS-ASOF-RECIPE-ID TO WS-CRL-ASOF-RECIPE
        MOVE WS-FRAG-STATUS TO WS-CRL-LIVE-STATUS
        MOVE WS-KEYFRAG-RECORD(170:8) TO WS-CRL-LIVE-DATE
        MOVE WS-FRAG-RECIPE-ID TO WS-CRL-LIVE-RECIPE
        MOVE SPACES TO WS-CRL-FRAGMENT-NOTE
        IF WS-ASOF-FRAGMENT-RECORD NOT = WS-FRAGMENT-RECORD
            AND WS-ASOF-FRAGMENT-RECORD NOT = SPACES
            AND WS-FRAGMENT-RECORD NOT = SPACES
            MOVE 'FRAGMENTS CHANGED' TO WS-CRL-FRAGMENT-NOTE
        END-IF
        MOVE WS-CMP-RPT-LINE TO PITR-RPT-LINE
        WRITE PITR-RPT-LINE
        .

   SEED-BASELINE-PARAGRAPH.
        OPEN OUTPUT CTF-CHGHIST-FILE
        MOVE ZERO TO KF-FRAG-SET-ID
        START CTF-KEYFRAG-FILE KEY IS GREATER THAN KF-FRAG-SET-ID
            INVALID KEY
                SET WS-LIVE-EOF TO TRUE
        END-START
        PERFORM READ-LIVE-PARAGRAPH
        PERFORM SEED-SET-PARAGRAPH
            UNTIL WS-LIVE-EOF
        CLOSE CTF-CHGHIST-FILE
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'SEED TOTALS' TO WS-TRL-LABEL
        MOVE WS-LIVE-SET-COUNT TO WS-TRL-COUNT(1)
        MOVE ' LIVE' TO WS-TRL-TEXT(1)
        MOVE WS-SEEDED-COUNT TO WS-TRL-COUNT(2)
        MOVE ' SEEDED' TO WS-TRL-TEXT(2)
        PERFORM WRITE-RPT-TOTALS-PARAGRAPH
        DISPLAY 'CTP0004 SEED COMPLETE - ' WS-SEEDED-COUNT
            ' BASELINE ENTRIES WRITTEN'
        .

   SEED-SET-PARAGRAPH.
        MOVE WS-FRAG-SET-ID TO PW-FRAG-SET-ID
        READ CTF-PITR-WORK KEY IS PW-FRAG-SET-ID
            INVALID KEY
                MOVE SPACES TO CHGHIST-OUT-RECORD
                MOVE ALL '0' TO CH-RUN-TIMESTAMP(1:16)
                MOVE 'BASELINE' TO CH-ACTION
                MOVE WS-KEYFRAG-RECORD TO CH-AFTER-IMAGE
                MOVE 'CTFPITR' TO CH-REQUESTER-ID
                WRITE CHGHIST-OUT-RECORD
                ADD 1 TO WS-SEEDED-COUNT
                MOVE 'BASELINE SEEDED' TO WS-CRL-LABEL
                MOVE SPACES TO WS-ASOF-KEYFRAG-RECORD
                PERFORM WRITE-RPT-COMPARE-PARAGRAPH
        END-READ
        PERFORM READ-LIVE-PARAGRAPH
        .

   WRITE-RPT-HEADER-PARAGRAPH.
        MOVE 'CTFPITR REPORT' TO WS-RTL-LABEL
        MOVE 'KEYFRAG RECONSTRUCTION' TO WS-RTL-TEXT
        MOVE WS-PITR-FUNCTION TO WS-RTL-TEXT(24:8)
        IF WS-FUNCTION-ASOF
            MOVE WS-ASOF-TIMESTAMP TO WS-RTL-TEXT(33:16)
        END-IF
        MOVE '- RUN DATE' TO WS-RTL-TEXT(50:10)
        MOVE WS-RUN-DATE TO WS-RTL-TEXT(61:8)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   WRITE-RPT-HEADINGS-PARAGRAPH.
        MOVE SPACES TO WS-RPT-TEXT-LINE
        MOVE 'SET ID     AS-OF STATUS/DATE/RECIPE    '
            TO WS-RTL-TEXT
        MOVE 'LIVE STATUS/DATE/RECIPE' TO WS-RTL-TEXT(40:23)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   WRITE-RPT-TOTALS-PARAGRAPH.
        MOVE WS-TOTAL-RPT-LINE TO PITR-RPT-LINE
        WRITE PITR-RPT-LINE
        .

   WRITE-TEXT-LINE-PARAGRAPH.
        MOVE WS-RPT-TEXT-LINE TO PITR-RPT-LINE
        WRITE PITR-RPT-LINE
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTP0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTP0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTP0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
