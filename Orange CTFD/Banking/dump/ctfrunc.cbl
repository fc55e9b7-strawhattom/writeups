IDENTIFICATION DIVISION.
   PROGRAM-ID. CTFRUNC.

   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.
       SELECT CTF-CALENDAR-FILE ASSIGN TO CALIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.
       SELECT CTF-RUNCTL-RPT ASSIGN TO RUNCRPT
           ORGANIZATION IS SEQUENTIAL.

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   FD  CTF-CALENDAR-FILE
       RECORDING MODE IS F.
   01  CALENDAR-RECORD.
       05  CA-CALENDAR-DATE             PIC X(08).
       05  FILLER                       PIC X(01).
       05  CA-DAY-TYPE                  PIC X(01).
           88  CA-BUSINESS-DAY              VALUE 'B'.
           88  CA-HOLIDAY                   VALUE 'H'.
       05  FILLER                       PIC X(70).

   FD  CTF-RUNCTL-RPT
       RECORDING MODE IS F.
   01  RUNCTL-RPT-LINE                 PIC X(132).

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.

   01    WS-CALENDAR-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CALENDAR-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-CALENDAR-EOF             VALUE 'Y'.
   01    WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-RUNCTL-EOF               VALUE 'Y'.
   01    WS-DATE-FOUND-SWITCH PIC X(01) VALUE 'N'.
         88  WS-DATE-FOUND               VALUE 'Y'.
   01    WS-CONTROL-FOUND-SWITCH PIC X(01) VALUE 'N'.
         88  WS-CONTROL-FOUND            VALUE 'Y'.
   01    WS-ALL-STAGES-SWITCH PIC X(01) VALUE 'N'.
         88  WS-ALL-STAGES-DONE          VALUE 'Y'.
   01    WS-RUNC-FUNCTION PIC X(08) VALUE SPACES.
         88  WS-FUNCTION-CALENDAR        VALUE 'CALENDAR'.
         88  WS-FUNCTION-START           VALUE 'START   '.
         88  WS-FUNCTION-RERUN           VALUE 'RERUN   '.
         88  WS-FUNCTION-STAGE           VALUE 'STAGE   '.
         88  WS-FUNCTION-LIST            VALUE 'LIST    '.
   01    WS-PARM-FIELDS.
         05  WS-PARM-FUNCTION            PIC X(08) VALUE SPACES.
         05  WS-PARM-ARGUMENT            PIC X(08) VALUE SPACES.
   01    WS-STAGE-WANTED PIC X(08) VALUE SPACES.
   01    WS-RERUN-DATE PIC 9(08) VALUE ZERO.
   01    WS-TARGET-DATE PIC 9(08) VALUE ZERO.
   01    WS-FOUND-DATE PIC 9(08) VALUE ZERO.
   01    WS-COMPLETE-DATE PIC 9(08) VALUE ZERO.
   01    WS-CARD-DATE PIC 9(08) VALUE ZERO.
   01    WS-SYSTEM-DATE PIC 9(08) VALUE ZERO.
   01    WS-CONTROL-SAVE PIC X(248) VALUE SPACES.
   01    WS-STAGE-INDEX PIC 9(03) COMP VALUE ZERO.
   01    WS-STAGE-MATCH PIC 9(03) COMP VALUE ZERO.
   01    WS-STAGE-NAMES-INIT.
         05  FILLER                      PIC X(08) VALUE 'CTFDAILY'.
         05  FILLER                      PIC X(08) VALUE 'CTFDECOD'.
         05  FILLER                      PIC X(08) VALUE 'CTFRECON'.
         05  FILLER                      PIC X(08) VALUE 'CTFAUDRP'.
         05  FILLER                      PIC X(08) VALUE 'CTFBALNC'.
   01    WS-STAGE-NAMES REDEFINES WS-STAGE-NAMES-INIT.
         05  WS-STAGE-NAME OCCURS 5 TIMES PIC X(08).
   01    WS-CARD-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-ADDED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CHANGED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CARD-REJECT-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-OUTSTANDING-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-LISTED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-RPT-TEXT-LINE.
         05  WS-RTL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-RTL-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-DATE-RPT-LINE.
         05  WS-DRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-DRL-DATE                 PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-DAY-TYPE             PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-STATUS               PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-RERUN-LABEL          PIC X(07).
         05  WS-DRL-RERUN-COUNT          PIC ZZ9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-DRL-STAGE OCCURS 5 TIMES.
             10  WS-DRL-STAGE-NAME           PIC X(08).
             10  FILLER                      PIC X(01).
             10  WS-DRL-STAGE-STATUS         PIC X(01).
             10  FILLER                      PIC X(02).
   01    WS-TOTAL-RPT-LINE.
         05  WS-TRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-TRL-ENTRY OCCURS 4 TIMES.
             10  WS-TRL-COUNT                PIC Z(08)9.
             10  WS-TRL-TEXT                 PIC X(12).

   LINKAGE SECTION.
   01  LS-PARM-AREA.
       05  LS-PARM-LENGTH                PIC S9(04) COMP.
       05  LS-PARM-TEXT                  PIC X(80).

   PROCEDURE DIVISION USING LS-PARM-AREA.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-TIME FROM TIME
        MOVE WS-RUN-DATE TO WS-SYSTEM-DATE
        PERFORM PARSE-PARM-PARAGRAPH
        IF RETURN-CODE = ZERO
            PERFORM OPEN-RUNCTL-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            OPEN OUTPUT CTF-RUNCTL-RPT
            PERFORM WRITE-RPT-HEADER-PARAGRAPH
            EVALUATE TRUE
                WHEN WS-FUNCTION-CALENDAR
                    PERFORM CALENDAR-PARAGRAPH
                WHEN WS-FUNCTION-START
                    PERFORM START-PARAGRAPH
                WHEN WS-FUNCTION-RERUN
                    PERFORM RERUN-PARAGRAPH
                WHEN WS-FUNCTION-STAGE
                    PERFORM STAGE-PARAGRAPH
                WHEN OTHER
                    PERFORM LIST-PARAGRAPH
            END-EVALUATE
            PERFORM WRITE-RPT-CONTROL-PARAGRAPH
            CLOSE CTF-RUNCTL-FILE
            CLOSE CTF-RUNCTL-RPT
        END-IF
        GOBACK
        .

   PARSE-PARM-PARAGRAPH.
        IF LS-PARM-LENGTH > ZERO
            UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY '/'
                INTO WS-PARM-FUNCTION WS-PARM-ARGUMENT
            END-UNSTRING
            MOVE WS-PARM-FUNCTION TO WS-RUNC-FUNCTION
            EVALUATE TRUE
                WHEN WS-FUNCTION-CALENDAR
                    CONTINUE
                WHEN WS-FUNCTION-START
                    CONTINUE
                WHEN WS-FUNCTION-LIST
                    CONTINUE
                WHEN WS-FUNCTION-RERUN
                    IF WS-PARM-ARGUMENT NOT NUMERIC
                        DISPLAY 'CTN0013 RERUN NEEDS A BUSINESS DATE - '
                            'RERUN/YYYYMMDD'
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        MOVE WS-PARM-ARGUMENT TO WS-RERUN-DATE
                    END-IF
                WHEN WS-FUNCTION-STAGE
                    IF WS-PARM-ARGUMENT = SPACES
                        DISPLAY 'CTN0014 STAGE NEEDS A STAGE NAME - '
                            'STAGE/JOBNAME'
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        MOVE WS-PARM-ARGUMENT TO WS-STAGE-WANTED
                    END-IF
                WHEN OTHER
                    DISPLAY 'CTN0012 UNKNOWN RUN CONTROL FUNCTION - '
                        WS-PARM-FUNCTION
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE
        ELSE
            DISPLAY 'CTN0015 NO PARM PRESENT - EXPECTED CALENDAR, '
                'START, RERUN, STAGE OR LIST'
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   OPEN-RUNCTL-PARAGRAPH.
        OPEN I-O CTF-RUNCTL-FILE
        IF WS-RUNCTL-FILE-STATUS = '35' AND WS-FUNCTION-CALENDAR
            OPEN OUTPUT CTF-RUNCTL-FILE
            CLOSE CTF-RUNCTL-FILE
            OPEN I-O CTF-RUNCTL-FILE
        END-IF
        IF WS-RUNCTL-FILE-STATUS NOT = '00'
            DISPLAY 'CTN0005 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   CALENDAR-PARAGRAPH.
        OPEN INPUT CTF-CALENDAR-FILE
        IF WS-CALENDAR-FILE-STATUS NOT = '00'
            DISPLAY 'CTN0006 NO CALENDAR CARDS PRESENT'
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-CALENDAR-PARAGRAPH
            PERFORM LOAD-CALENDAR-PARAGRAPH
                UNTIL WS-CALENDAR-EOF
            CLOSE CTF-CALENDAR-FILE
            PERFORM READ-CONTROL-PARAGRAPH
            IF NOT WS-CONTROL-FOUND
                MOVE WS-SYSTEM-DATE TO WS-TARGET-DATE
                PERFORM FIND-BUSINESS-DATE-PARAGRAPH
                MOVE SPACES TO RUN-CONTROL-RECORD
                MOVE ZERO TO RN-CONTROL-KEY
                MOVE WS-FOUND-DATE TO RN-PROCESSING-DATE
                MOVE WS-FOUND-DATE TO RN-NEXT-DATE
                MOVE ZERO TO RN-LAST-COMPLETE-DATE
                WRITE RUN-CONTROL-RECORD
                    INVALID KEY
                        DISPLAY 'CTN0043 RUN CONTROL RECORD NOT '
                            'WRITTEN - STATUS ' WS-RUNCTL-FILE-STATUS
                        MOVE 16 TO RETURN-CODE
                END-WRITE
            ELSE
            IF RN-NEXT-DATE = ZERO
                MOVE RN-LAST-COMPLETE-DATE TO WS-TARGET-DATE
                ADD 1 TO WS-TARGET-DATE
                PERFORM FIND-BUSINESS-DATE-PARAGRAPH
                PERFORM SET-NEXT-DATE-PARAGRAPH
            END-IF
            END-IF
            IF WS-FOUND-DATE = ZERO AND RETURN-CODE < 16
                PERFORM READ-CONTROL-PARAGRAPH
                IF RN-NEXT-DATE = ZERO
                    DISPLAY 'CTN0042 CALENDAR HOLDS NO OPEN BUSINESS '
                        'DATE - LOAD FURTHER DATES'
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF
            MOVE SPACES TO WS-TOTAL-RPT-LINE
            MOVE 'CALENDAR TOTALS' TO WS-TRL-LABEL
            MOVE WS-CARD-COUNT TO WS-TRL-COUNT(1)
            MOVE ' CARDS' TO WS-TRL-TEXT(1)
            MOVE WS-ADDED-COUNT TO WS-TRL-COUNT(2)
            MOVE ' ADDED' TO WS-TRL-TEXT(2)
            MOVE WS-CHANGED-COUNT TO WS-TRL-COUNT(3)
            MOVE ' CHANGED' TO WS-TRL-TEXT(3)
            MOVE WS-CARD-REJECT-COUNT TO WS-TRL-COUNT(4)
            MOVE ' REJECTED' TO WS-TRL-TEXT(4)
            MOVE WS-TOTAL-RPT-LINE TO RUNCTL-RPT-LINE
            WRITE RUNCTL-RPT-LINE
            DISPLAY 'CTN0040 CALENDAR LOADED - ' WS-ADDED-COUNT
                ' ADDED, ' WS-CHANGED-COUNT ' CHANGED, '
                WS-CARD-REJECT-COUNT ' REJECTED'
            IF WS-CARD-REJECT-COUNT > ZERO
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
        .

   LOAD-CALENDAR-PARAGRAPH.
        ADD 1 TO WS-CARD-COUNT
        IF CA-CALENDAR-DATE NOT NUMERIC
            OR (NOT CA-BUSINESS-DAY AND NOT CA-HOLIDAY)
            MOVE 'CARD REJECTED' TO WS-RTL-LABEL
            MOVE CALENDAR-RECORD(1:10) TO WS-RTL-TEXT
            MOVE '- DATE NOT NUMERIC OR DAY TYPE NOT B OR H'
                TO WS-RTL-TEXT(12:41)
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
            ADD 1 TO WS-CARD-REJECT-COUNT
        ELSE
        MOVE CA-CALENDAR-DATE TO WS-CARD-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-CARD-DATE) NOT = ZERO
            MOVE 'CARD REJECTED' TO WS-RTL-LABEL
            MOVE CALENDAR-RECORD(1:10) TO WS-RTL-TEXT
            MOVE '- NOT A CALENDAR DATE' TO WS-RTL-TEXT(12:21)
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
            ADD 1 TO WS-CARD-REJECT-COUNT
        ELSE
            MOVE CA-CALENDAR-DATE TO RN-CONTROL-KEY
            READ CTF-RUNCTL-FILE
                INVALID KEY
                    PERFORM ADD-CALENDAR-DATE-PARAGRAPH
                NOT INVALID KEY
                    PERFORM CHANGE-CALENDAR-DATE-PARAGRAPH
            END-READ
        END-IF
        END-IF
        PERFORM READ-CALENDAR-PARAGRAPH
        .

   ADD-CALENDAR-DATE-PARAGRAPH.
        MOVE SPACES TO RUN-CONTROL-RECORD
        MOVE CA-CALENDAR-DATE TO RN-CONTROL-KEY
        MOVE CA-DAY-TYPE TO RN-DAY-TYPE
        MOVE 'OPEN    ' TO RN-DATE-STATUS
        MOVE 'N' TO RN-RERUN-SWITCH
        MOVE ZERO TO RN-RERUN-COUNT
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM RESET-STAGE-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 5
        WRITE RUN-CONTROL-RECORD
            INVALID KEY
                DISPLAY 'CTN0044 CALENDAR DATE NOT WRITTEN - '
                    CA-CALENDAR-DATE ' STATUS ' WS-RUNCTL-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            NOT INVALID KEY
                ADD 1 TO WS-ADDED-COUNT
        END-WRITE
        .

   CHANGE-CALENDAR-DATE-PARAGRAPH.
        IF RN-DAY-TYPE = CA-DAY-TYPE
            CONTINUE
        ELSE
        IF NOT RN-DATE-OPEN
            MOVE 'CARD REJECTED' TO WS-RTL-LABEL
            MOVE CALENDAR-RECORD(1:10) TO WS-RTL-TEXT
            MOVE '- DATE ALREADY' TO WS-RTL-TEXT(12:14)
            MOVE RN-DATE-STATUS TO WS-RTL-TEXT(27:8)
            MOVE '- DAY TYPE NOT CHANGED' TO WS-RTL-TEXT(36:22)
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
            ADD 1 TO WS-CARD-REJECT-COUNT
        ELSE
            MOVE CA-DAY-TYPE TO RN-DAY-TYPE
            REWRITE RUN-CONTROL-RECORD
            ADD 1 TO WS-CHANGED-COUNT
            MOVE 'DAY TYPE CHANGED' TO WS-DRL-LABEL
            PERFORM WRITE-RPT-DATE-PARAGRAPH
            PERFORM CHECK-NEXT-DATE-PARAGRAPH
        END-IF
        END-IF
        .

   CHECK-NEXT-DATE-PARAGRAPH.
        MOVE RUN-CONTROL-RECORD TO WS-CONTROL-SAVE
        PERFORM READ-CONTROL-PARAGRAPH
        IF WS-CONTROL-FOUND
            IF CA-HOLIDAY AND RN-NEXT-DATE = CA-CALENDAR-DATE
                MOVE CA-CALENDAR-DATE TO WS-TARGET-DATE
                PERFORM FIND-BUSINESS-DATE-PARAGRAPH
                PERFORM SET-NEXT-DATE-PARAGRAPH
            ELSE
            IF CA-BUSINESS-DAY
                AND CA-CALENDAR-DATE > RN-LAST-COMPLETE-DATE
                AND (CA-CALENDAR-DATE < RN-NEXT-DATE
                     OR RN-NEXT-DATE = ZERO)
                MOVE CA-CALENDAR-DATE TO WS-FOUND-DATE
                PERFORM SET-NEXT-DATE-PARAGRAPH
            END-IF
            END-IF
        END-IF
        MOVE WS-CONTROL-SAVE TO RUN-CONTROL-RECORD
        .

   SET-NEXT-DATE-PARAGRAPH.
        PERFORM READ-CONTROL-PARAGRAPH
        IF RN-PROCESSING-DATE = RN-NEXT-DATE
            MOVE WS-FOUND-DATE TO RN-PROCESSING-DATE
        END-IF
        MOVE WS-FOUND-DATE TO RN-NEXT-DATE
        REWRITE RUN-CONTROL-RECORD
        .

   START-PARAGRAPH.
        PERFORM READ-CONTROL-PARAGRAPH
        IF NOT WS-CONTROL-FOUND
            DISPLAY 'CTN0010 RUN CONTROL NOT SET UP - LOAD THE '
                'CALENDAR FIRST'
            MOVE 16 TO RETURN-CODE
        ELSE
        IF RN-PROCESSING-DATE NOT = RN-NEXT-DATE
            PERFORM START-RERUN-PARAGRAPH
        ELSE
        IF RN-NEXT-DATE = ZERO
            DISPLAY 'CTN0024 CALENDAR EXHAUSTED - NO BUSINESS DATE '
                'AFTER ' RN-LAST-COMPLETE-DATE
            MOVE 8 TO RETURN-CODE
        ELSE
        IF RN-NEXT-DATE > WS-SYSTEM-DATE
            DISPLAY 'CTN0011 NEXT BUSINESS DATE ' RN-NEXT-DATE
                ' NOT YET DUE - NOTHING TO RUN'
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE RN-NEXT-DATE TO WS-TARGET-DATE
            PERFORM READ-DATE-PARAGRAPH
            IF NOT WS-DATE-FOUND
                DISPLAY 'CTN0030 BUSINESS DATE ' WS-TARGET-DATE
                    ' NOT ON THE CALENDAR'
                MOVE 16 TO RETURN-CODE
            ELSE
            IF RN-STAGE-DONE(1)
                DISPLAY 'CTN0021 CTFDAILY ALREADY COMPLETE FOR '
                    WS-TARGET-DATE ' - RERUN/' WS-TARGET-DATE
                    ' TO RUN IT AGAIN'
                MOVE 'REFUSED' TO WS-DRL-LABEL
                PERFORM WRITE-RPT-DATE-PARAGRAPH
                MOVE 8 TO RETURN-CODE
            ELSE
                IF RN-DATE-OPEN
                    MOVE WS-RUN-TIMESTAMP TO RN-START-TIMESTAMP
                    MOVE 'ACTIVE  ' TO RN-DATE-STATUS
                END-IF
                REWRITE RUN-CONTROL-RECORD
                MOVE 'STARTED' TO WS-DRL-LABEL
                PERFORM WRITE-RPT-DATE-PARAGRAPH
                DISPLAY 'CTN0001 BUSINESS DATE ' WS-TARGET-DATE
                    ' STARTED'
                PERFORM COUNT-OUTSTANDING-PARAGRAPH
                IF WS-OUTSTANDING-COUNT > ZERO
                    DISPLAY 'CTN0003 CATCH-UP RUN - '
                        WS-OUTSTANDING-COUNT
                        ' LATER BUSINESS DATES STILL OUTSTANDING'
                    MOVE 'CATCH-UP RUN' TO WS-RTL-LABEL
                    MOVE 'LATER BUSINESS DATES STILL OUTSTANDING -'
                        TO WS-RTL-TEXT
                    MOVE WS-OUTSTANDING-COUNT TO WS-TRL-COUNT(1)
                    MOVE WS-TRL-COUNT(1) TO WS-RTL-TEXT(42:9)
                    PERFORM WRITE-TEXT-LINE-PARAGRAPH
                END-IF
            END-IF
            END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        .

   START-RERUN-PARAGRAPH.
        MOVE RN-NEXT-DATE TO WS-COMPLETE-DATE
        MOVE RN-PROCESSING-DATE TO WS-TARGET-DATE
        PERFORM READ-DATE-PARAGRAPH
        IF WS-DATE-FOUND AND RN-DATE-ACTIVE AND RN-RERUN
            AND NOT RN-STAGE-DONE(1)
            MOVE 'RERUN STARTED' TO WS-DRL-LABEL
            PERFORM WRITE-RPT-DATE-PARAGRAPH
            DISPLAY 'CTN0007 RERUN OF BUSINESS DATE ' WS-TARGET-DATE
                ' STARTED - ' WS-COMPLETE-DATE ' FOLLOWS'
        ELSE
            DISPLAY 'CTN0023 RERUN OF ' WS-TARGET-DATE
                ' STILL IN PROGRESS - FINISH IT BEFORE '
                WS-COMPLETE-DATE
            MOVE 8 TO RETURN-CODE
        END-IF
        .

   COUNT-OUTSTANDING-PARAGRAPH.
        MOVE ZERO TO WS-OUTSTANDING-COUNT
        MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
        MOVE WS-TARGET-DATE TO RN-CONTROL-KEY
        START CTF-RUNCTL-FILE KEY IS GREATER THAN RN-CONTROL-KEY
            INVALID KEY
                SET WS-RUNCTL-EOF TO TRUE
        END-START
        PERFORM COUNT-OUTSTANDING-DATE-PARAGRAPH
            UNTIL WS-RUNCTL-EOF
        .

   COUNT-OUTSTANDING-DATE-PARAGRAPH.
        READ CTF-RUNCTL-FILE NEXT RECORD
            AT END
                SET WS-RUNCTL-EOF TO TRUE
        END-READ
        IF NOT WS-RUNCTL-EOF
            IF RN-CONTROL-KEY > WS-SYSTEM-DATE
                SET WS-RUNCTL-EOF TO TRUE
            ELSE
            IF RN-BUSINESS-DAY AND NOT RN-DATE-COMPLETE
                ADD 1 TO WS-OUTSTANDING-COUNT
            END-IF
            END-IF
        END-IF
        .

   RERUN-PARAGRAPH.
        PERFORM READ-CONTROL-PARAGRAPH
        IF NOT WS-CONTROL-FOUND
            DISPLAY 'CTN0010 RUN CONTROL NOT SET UP - LOAD THE '
                'CALENDAR FIRST'
            MOVE 16 TO RETURN-CODE
        ELSE
        IF RN-PROCESSING-DATE NOT = RN-NEXT-DATE
            AND RN-PROCESSING-DATE NOT = WS-RERUN-DATE
            DISPLAY 'CTN0023 RERUN OF ' RN-PROCESSING-DATE
                ' STILL IN PROGRESS - FINISH IT BEFORE ' WS-RERUN-DATE
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE WS-RERUN-DATE TO WS-TARGET-DATE
            PERFORM READ-DATE-PARAGRAPH
            IF NOT WS-DATE-FOUND
                DISPLAY 'CTN0030 BUSINESS DATE ' WS-TARGET-DATE
                    ' NOT ON THE CALENDAR'
                MOVE 8 TO RETURN-CODE
            ELSE
            IF NOT RN-BUSINESS-DAY
                DISPLAY 'CTN0031 ' WS-TARGET-DATE
                    ' IS A HOLIDAY - NOTHING TO RERUN'
                MOVE 8 TO RETURN-CODE
            ELSE
            IF RN-DATE-OPEN
                DISPLAY 'CTN0032 ' WS-TARGET-DATE
                    ' HAS NEVER RUN - USE START, NOT RERUN'
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'Y' TO RN-RERUN-SWITCH
                ADD 1 TO RN-RERUN-COUNT
                MOVE 'ACTIVE  ' TO RN-DATE-STATUS
                MOVE WS-RUN-TIMESTAMP TO RN-START-TIMESTAMP
                MOVE SPACES TO RN-END-TIMESTAMP
                MOVE 1 TO WS-STAGE-INDEX
                PERFORM RESET-STAGE-PARAGRAPH
                    UNTIL WS-STAGE-INDEX > 5
                REWRITE RUN-CONTROL-RECORD
                MOVE 'RERUN STARTED' TO WS-DRL-LABEL
                PERFORM WRITE-RPT-DATE-PARAGRAPH
                PERFORM READ-CONTROL-PARAGRAPH
                MOVE WS-TARGET-DATE TO RN-PROCESSING-DATE
                REWRITE RUN-CONTROL-RECORD
                DISPLAY 'CTN0002 RERUN OF BUSINESS DATE '
                    WS-TARGET-DATE ' STARTED'
            END-IF
            END-IF
            END-IF
        END-IF
        END-IF
        .

   RESET-STAGE-PARAGRAPH.
        MOVE WS-STAGE-NAME(WS-STAGE-INDEX)
            TO RN-STAGE-NAME(WS-STAGE-INDEX)
        MOVE 'N' TO RN-STAGE-STATUS(WS-STAGE-INDEX)
        MOVE SPACES TO RN-STAGE-TIMESTAMP(WS-STAGE-INDEX)
        ADD 1 TO WS-STAGE-INDEX
        .

   STAGE-PARAGRAPH.
        MOVE ZERO TO WS-STAGE-MATCH
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM MATCH-STAGE-NAME-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 5
        PERFORM READ-CONTROL-PARAGRAPH
        IF WS-STAGE-MATCH = ZERO
            DISPLAY 'CTN0050 NOT A STAGE OF THE SCHEDULE - '
                WS-STAGE-WANTED
            MOVE 16 TO RETURN-CODE
        ELSE
        IF NOT WS-CONTROL-FOUND
            DISPLAY 'CTN0010 RUN CONTROL NOT SET UP - LOAD THE '
                'CALENDAR FIRST'
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE RN-PROCESSING-DATE TO WS-TARGET-DATE
            PERFORM READ-DATE-PARAGRAPH
            IF NOT WS-DATE-FOUND
                DISPLAY 'CTN0030 BUSINESS DATE ' WS-TARGET-DATE
                    ' NOT ON THE CALENDAR'
                MOVE 16 TO RETURN-CODE
            ELSE
            IF NOT RN-DATE-ACTIVE
                DISPLAY 'CTN0051 BUSINESS DATE ' WS-TARGET-DATE
                    ' NOT STARTED - ' WS-STAGE-WANTED ' NOT RECORDED'
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'Y' TO RN-STAGE-STATUS(WS-STAGE-MATCH)
                MOVE WS-RUN-TIMESTAMP
                    TO RN-STAGE-TIMESTAMP(WS-STAGE-MATCH)
                SET WS-ALL-STAGES-DONE TO TRUE
                MOVE 1 TO WS-STAGE-INDEX
                PERFORM TEST-STAGE-DONE-PARAGRAPH
                    UNTIL WS-STAGE-INDEX > 5
                IF WS-ALL-STAGES-DONE
                    MOVE 'COMPLETE' TO RN-DATE-STATUS
                    MOVE WS-RUN-TIMESTAMP TO RN-END-TIMESTAMP
                END-IF
                REWRITE RUN-CONTROL-RECORD
                MOVE 'STAGE COMPLETE' TO WS-DRL-LABEL
                PERFORM WRITE-RPT-DATE-PARAGRAPH
                DISPLAY 'CTN0052 ' WS-STAGE-WANTED ' COMPLETE FOR '
                    WS-TARGET-DATE
                IF WS-ALL-STAGES-DONE
                    PERFORM COMPLETE-DATE-PARAGRAPH
                END-IF
            END-IF
            END-IF
        END-IF
        END-IF
        .

   MATCH-STAGE-NAME-PARAGRAPH.
        IF WS-STAGE-NAME(WS-STAGE-INDEX) = WS-STAGE-WANTED
            MOVE WS-STAGE-INDEX TO WS-STAGE-MATCH
        END-IF
        ADD 1 TO WS-STAGE-INDEX
        .

   TEST-STAGE-DONE-PARAGRAPH.
        IF NOT RN-STAGE-DONE(WS-STAGE-INDEX)
            MOVE 'N' TO WS-ALL-STAGES-SWITCH
        END-IF
        ADD 1 TO WS-STAGE-INDEX
        .

   COMPLETE-DATE-PARAGRAPH.
        MOVE WS-TARGET-DATE TO WS-COMPLETE-DATE
        PERFORM READ-CONTROL-PARAGRAPH
        IF WS-COMPLETE-DATE = RN-NEXT-DATE
            ADD 1 TO WS-TARGET-DATE
            PERFORM FIND-BUSINESS-DATE-PARAGRAPH
            PERFORM READ-CONTROL-PARAGRAPH
            MOVE WS-COMPLETE-DATE TO RN-LAST-COMPLETE-DATE
            MOVE WS-FOUND-DATE TO RN-NEXT-DATE
        END-IF
        MOVE RN-NEXT-DATE TO RN-PROCESSING-DATE
        REWRITE RUN-CONTROL-RECORD
        DISPLAY 'CTN0004 BUSINESS DATE ' WS-COMPLETE-DATE
            ' COMPLETE - NEXT BUSINESS DATE ' RN-NEXT-DATE
        IF RN-NEXT-DATE = ZERO
            DISPLAY 'CTN0025 CALENDAR EXHAUSTED - LOAD FURTHER DATES '
                'BEFORE THE NEXT CTFDAILY'
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        .

   FIND-BUSINESS-DATE-PARAGRAPH.
        MOVE ZERO TO WS-FOUND-DATE
        MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
        MOVE WS-TARGET-DATE TO RN-CONTROL-KEY
        START CTF-RUNCTL-FILE KEY IS NOT LESS THAN RN-CONTROL-KEY
            INVALID KEY
                SET WS-RUNCTL-EOF TO TRUE
        END-START
        PERFORM FIND-BUSINESS-NEXT-PARAGRAPH
            UNTIL WS-RUNCTL-EOF OR WS-FOUND-DATE NOT = ZERO
        .

   FIND-BUSINESS-NEXT-PARAGRAPH.
        READ CTF-RUNCTL-FILE NEXT RECORD
            AT END
                SET WS-RUNCTL-EOF TO TRUE
        END-READ
        IF NOT WS-RUNCTL-EOF
            IF RN-BUSINESS-DAY AND RN-DATE-OPEN
                MOVE RN-CONTROL-KEY TO WS-FOUND-DATE
            END-IF
        END-IF
        .

   LIST-PARAGRAPH.
        MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
        MOVE 1 TO RN-CONTROL-KEY
        START CTF-RUNCTL-FILE KEY IS NOT LESS THAN RN-CONTROL-KEY
            INVALID KEY
                SET WS-RUNCTL-EOF TO TRUE
        END-START
        PERFORM LIST-DATE-PARAGRAPH
            UNTIL WS-RUNCTL-EOF
        DISPLAY 'CTN0060 RUN CONTROL LISTED - ' WS-LISTED-COUNT
            ' CALENDAR DATES'
        .

   LIST-DATE-PARAGRAPH.
        READ CTF-RUNCTL-FILE NEXT RECORD
            AT END
                SET WS-RUNCTL-EOF TO TRUE
        END-READ
        IF NOT WS-RUNCTL-EOF
            ADD 1 TO WS-LISTED-COUNT
            MOVE 'CALENDAR DATE' TO WS-DRL-LABEL
            PERFORM WRITE-RPT-DATE-PARAGRAPH
        END-IF
        .

   READ-CONTROL-PARAGRAPH.
        MOVE 'N' TO WS-CONTROL-FOUND-SWITCH
        MOVE ZERO TO RN-CONTROL-KEY
        READ CTF-RUNCTL-FILE
            INVALID KEY
                MOVE 'N' TO WS-CONTROL-FOUND-SWITCH
            NOT INVALID KEY
                SET WS-CONTROL-FOUND TO TRUE
        END-READ
        .

   READ-DATE-PARAGRAPH.
        MOVE 'N' TO WS-DATE-FOUND-SWITCH
        MOVE WS-TARGET-DATE TO RN-CONTROL-KEY
        READ CTF-RUNCTL-FILE
            INVALID KEY
                MOVE 'N' TO WS-DATE-FOUND-SWITCH
            NOT INVALID KEY
                SET WS-DATE-FOUND TO TRUE
        END-READ
        .

   READ-CALENDAR-PARAGRAPH.
        READ CTF-CALENDAR-FILE
            AT END
                SET WS-CALENDAR-EOF TO TRUE
        END-READ
        .

   WRITE-RPT-HEADER-PARAGRAPH.
        MOVE 'CTFRUNC REPORT' TO WS-RTL-LABEL
        MOVE 'RUN CONTROL' TO WS-RTL-TEXT
        MOVE WS-RUNC-FUNCTION TO WS-RTL-TEXT(13:8)
        MOVE WS-PARM-ARGUMENT TO WS-RTL-TEXT(22:8)
        MOVE '- SYSTEM DATE' TO WS-RTL-TEXT(31:13)
        MOVE WS-SYSTEM-DATE TO WS-RTL-TEXT(45:8)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   WRITE-RPT-CONTROL-PARAGRAPH.
        PERFORM READ-CONTROL-PARAGRAPH
        IF WS-CONTROL-FOUND
            MOVE 'RUN CONTROL' TO WS-RTL-LABEL
            MOVE 'PROCESSING DATE' TO WS-RTL-TEXT
            MOVE RN-PROCESSING-DATE TO WS-RTL-TEXT(17:8)
            MOVE '- NEXT BUSINESS DATE' TO WS-RTL-TEXT(26:20)
            MOVE RN-NEXT-DATE TO WS-RTL-TEXT(47:8)
            MOVE '- LAST COMPLETE' TO WS-RTL-TEXT(56:15)
            MOVE RN-LAST-COMPLETE-DATE TO WS-RTL-TEXT(72:8)
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        .

   WRITE-RPT-DATE-PARAGRAPH.
        MOVE RN-CONTROL-KEY TO WS-DRL-DATE
        IF RN-BUSINESS-DAY
            MOVE 'BUSINESS' TO WS-DRL-DAY-TYPE
        ELSE
            MOVE 'HOLIDAY' TO WS-DRL-DAY-TYPE
        END-IF
        MOVE RN-DATE-STATUS TO WS-DRL-STATUS
        MOVE 'RERUNS ' TO WS-DRL-RERUN-LABEL
        MOVE RN-RERUN-COUNT TO WS-DRL-RERUN-COUNT
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM WRITE-RPT-STAGE-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 5
        MOVE WS-DATE-RPT-LINE TO RUNCTL-RPT-LINE
        WRITE RUNCTL-RPT-LINE
        .

   WRITE-RPT-STAGE-PARAGRAPH.
        MOVE RN-STAGE-NAME(WS-STAGE-INDEX)
            TO WS-DRL-STAGE-NAME(WS-STAGE-INDEX)
        MOVE RN-STAGE-STATUS(WS-STAGE-INDEX)
            TO WS-DRL-STAGE-STATUS(WS-STAGE-INDEX)
        ADD 1 TO WS-STAGE-INDEX
        .

   WRITE-TEXT-LINE-PARAGRAPH.
        MOVE WS-RPT-TEXT-LINE TO RUNCTL-RPT-LINE
        WRITE RUNCTL-RPT-LINE
        MOVE SPACES TO WS-RPT-TEXT-LINE
        .
