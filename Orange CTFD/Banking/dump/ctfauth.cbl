IDENTIFICATION DIVISION.
   PROGRAM-ID. CTFAUTH.

   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CTF-SUBMAST-FILE ASSIGN TO SUBMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-SUBMITTER-ID
           FILE STATUS IS WS-SUBMAST-FILE-STATUS.
       SELECT CTF-SUBMIT-CARD-FILE ASSIGN TO SUBMIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CARD-FILE-STATUS.
       SELECT CTF-SECLOG-IN ASSIGN TO SECLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SECLOG-FILE-STATUS.
       SELECT CTF-AUDIT-IN ASSIGN TO AUDITIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
       SELECT CTF-AUTH-RPT ASSIGN TO AUTHRPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-CONTROL-KEY
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

   DATA DIVISION.
   FILE SECTION.
   FD  CTF-SUBMAST-FILE.
   COPY CTFSUBM.

   FD  CTF-SUBMIT-CARD-FILE
       RECORDING MODE IS F.
   01  SUBMIT-CARD-RECORD.
       05  SU-CARD-TYPE                 PIC X(08).
           88  SU-CARD-ID                   VALUE 'ID      '.
           88  SU-CARD-RANGE                VALUE 'RANGE   '.
           88  SU-CARD-REVOKE               VALUE 'REVOKE  '.
       05  FILLER                       PIC X(01).
       05  SU-SUBMITTER-ID              PIC X(08).
       05  FILLER                       PIC X(01).
       05  SU-CARD-BODY                 PIC X(62).
       05  SU-ID-BODY REDEFINES SU-CARD-BODY.
           10  SU-BATCH-FLAG            PIC X(01).
           10  SU-SELECT-FLAG           PIC X(01).
           10  SU-INQUIRY-FLAG          PIC X(01).
           10  SU-MAINT-FLAG            PIC X(01).
           10  FILLER                   PIC X(01).
           10  SU-UNMASKED-FLAG         PIC X(01).
           10  FILLER                   PIC X(01).
           10  SU-OWNER-NAME            PIC X(30).
           10  FILLER                   PIC X(25).
       05  SU-RANGE-BODY REDEFINES SU-CARD-BODY.
           10  SU-RANGE-LOW             PIC X(09).
           10  SU-RANGE-LOW-NUM REDEFINES SU-RANGE-LOW PIC 9(09).
           10  FILLER                   PIC X(01).
           10  SU-RANGE-HIGH            PIC X(09).
           10  SU-RANGE-HIGH-NUM REDEFINES SU-RANGE-HIGH PIC 9(09).
           10  FILLER                   PIC X(43).

   FD  CTF-SECLOG-IN
       RECORDING MODE IS F.
   COPY CTFSECL.

   FD  CTF-AUDIT-IN
       RECORDING MODE IS F.
   COPY CTFAUDIT.

   FD  CTF-AUTH-RPT
       RECORDING MODE IS F.
   01  AUTH-RPT-LINE                   PIC X(132).

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFRUNW.
   01    WS-SUBMAST-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CARD-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-SECLOG-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-CARD-EOF                 VALUE 'Y'.
   01    WS-SUBMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SUBMAST-EOF              VALUE 'Y'.
   01    WS-SECLOG-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SECLOG-EOF               VALUE 'Y'.
   01    WS-AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-AUDIT-EOF                VALUE 'Y'.
   01    WS-ID-FOUND-SWITCH PIC X(01) VALUE 'N'.
         88  WS-ID-FOUND                 VALUE 'Y'.
   01    WS-ACT-FOUND-SWITCH PIC X(01) VALUE 'N'.
         88  WS-ACT-FOUND                VALUE 'Y'.
   01    WS-AUTH-FUNCTION PIC X(08) VALUE SPACES.
         88  WS-FUNCTION-LOAD            VALUE 'LOAD    '.
         88  WS-FUNCTION-REPORT          VALUE 'REPORT  '.
   01    WS-PARM-FIELDS.
         05  WS-PARM-FUNCTION            PIC X(08) VALUE SPACES.
         05  WS-PARM-ARGUMENT            PIC X(08) VALUE SPACES.
   01    WS-REPORT-MONTH PIC 9(06) VALUE ZERO.
   01    WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
         05  WS-REPORT-YEAR              PIC 9(04).
         05  WS-REPORT-MM                PIC 9(02).
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-WORK-SUBMITTER PIC X(08) VALUE SPACES.
   01    WS-CARD-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-ADDED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CHANGED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CARD-REJECT-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-MASTER-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-REVOKED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-IDLE-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-UNKNOWN-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-GRANTED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-VIOLATION-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-RANGE-INDEX PIC 9(02) COMP VALUE ZERO.
   01    WS-ACT-INDEX PIC 9(04) COMP VALUE ZERO.
   01    WS-ACT-COUNT PIC 9(04) COMP VALUE ZERO.
   01    WS-ACT-TABLE.
         05  WS-ACT-ENTRY OCCURS 500 TIMES.
             10  WS-ACT-SUBMITTER-ID         PIC X(08).
             10  WS-ACT-MASTER-SWITCH        PIC X(01).
                 88  WS-ACT-ON-MASTER            VALUE 'Y'.
             10  WS-ACT-BATCH-COUNT          PIC 9(07) COMP.
             10  WS-ACT-SELECT-COUNT         PIC 9(07) COMP.
             10  WS-ACT-INQUIRY-COUNT        PIC 9(07) COMP.
             10  WS-ACT-MAINT-COUNT          PIC 9(07) COMP.
             10  WS-ACT-UNMASKED-COUNT       PIC 9(07) COMP.
             10  WS-ACT-SET-COUNT            PIC 9(09) COMP.
             10  WS-ACT-VIOLATION-COUNT      PIC 9(07) COMP.
             10  WS-ACT-LAST-TIMESTAMP       PIC X(26).
   01    WS-WORK-ACTIVITY.
         05  WS-WA-SUBMITTER-ID          PIC X(08).
         05  WS-WA-MASTER-SWITCH         PIC X(01).
         05  WS-WA-BATCH-COUNT           PIC 9(07) COMP.
         05  WS-WA-SELECT-COUNT          PIC 9(07) COMP.
         05  WS-WA-INQUIRY-COUNT         PIC 9(07) COMP.
         05  WS-WA-MAINT-COUNT           PIC 9(07) COMP.
         05  WS-WA-UNMASKED-COUNT        PIC 9(07) COMP.
         05  WS-WA-SET-COUNT             PIC 9(09) COMP.
         05  WS-WA-VIOLATION-COUNT       PIC 9(07) COMP.
         05  WS-WA-LAST-TIMESTAMP        PIC X(26).
   01    WS-RPT-TEXT-LINE.
         05  WS-RTL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-RTL-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-SUMMARY-RPT-LINE.
         05  WS-SRL-SUBMITTER-ID         PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-SRL-OWNER                PIC X(20).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-SRL-STATUS               PIC X(08).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-MODES.
             10  WS-SRL-BATCH-MODE           PIC X(01).
             10  WS-SRL-SELECT-MODE          PIC X(01).
             10  WS-SRL-INQUIRY-MODE         PIC X(01).
             10  WS-SRL-MAINT-MODE           PIC X(01).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-UNMASK               PIC X(01).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-CERTIFIED            PIC X(08).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-BATCH                PIC Z(04)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-SELECT               PIC Z(04)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-INQUIRY              PIC Z(04)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-MAINT                PIC Z(04)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-UNMASKED             PIC Z(04)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-SETS                 PIC Z(08)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-VIOLATIONS           PIC Z(04)9.
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-LAST-DATE            PIC X(08).
         05  FILLER                      PIC X(01) VALUE SPACES.
         05  WS-SRL-REMARK               PIC X(20).
   01    WS-SUMMARY-HEADING.
         05  FILLER                      PIC X(57) VALUE
             'ID        OWNER                 STATUS   MODE U CERTIFD  '.
         05  FILLER                      PIC X(75) VALUE
             'BATCH SELCT INQRY MAINT UNMSK      SETS  VIOL LAST ACT REMARK'.
   01    WS-VIOLATION-RPT-LINE.
         05  WS-VRL-DATE                 PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-TIME                 PIC X(06).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-PROGRAM-ID           PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-SUBMITTER-ID         PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-MODE                 PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-FUNCTION             PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-UNMASK               PIC X(01).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-SET-ID               PIC Z(08)9.
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-REASON-CODE          PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-VRL-REASON-TEXT          PIC X(44).
         05  FILLER                      PIC X(06) VALUE SPACES.
   01    WS-VIOLATION-HEADING.
         05  FILLER                      PIC X(60) VALUE
             'DATE      TIME    PROGRAM   ID        MODE      FUNCTION  U '.
         05  FILLER                      PIC X(72) VALUE
             '       SET  REASON    TEXT'.
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
        ACCEPT WS-RUN-TIME FROM TIME
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            PERFORM PARSE-PARM-PARAGRAPH
        END-IF
        IF RETURN-CODE = ZERO
            IF WS-FUNCTION-LOAD
                PERFORM LOAD-PARAGRAPH
            ELSE
                PERFORM REPORT-PARAGRAPH
            END-IF
        END-IF
        GOBACK
        .

   PARSE-PARM-PARAGRAPH.
        IF LS-PARM-LENGTH > ZERO
            UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY '/'
                INTO WS-PARM-FUNCTION WS-PARM-ARGUMENT
            END-UNSTRING
            MOVE WS-PARM-FUNCTION TO WS-AUTH-FUNCTION
            EVALUATE TRUE
                WHEN WS-FUNCTION-LOAD
                    CONTINUE
                WHEN WS-FUNCTION-REPORT
                    IF WS-PARM-ARGUMENT = SPACES
                        MOVE WS-PROCESSING-DATE(1:6) TO WS-REPORT-MONTH
                        IF WS-REPORT-MM = 1
                            MOVE 12 TO WS-REPORT-MM
                            SUBTRACT 1 FROM WS-REPORT-YEAR
                        ELSE
                            SUBTRACT 1 FROM WS-REPORT-MM
                        END-IF
                    ELSE
                    IF WS-PARM-ARGUMENT(1:6) NOT NUMERIC
                        OR WS-PARM-ARGUMENT(7:2) NOT = SPACES
                        DISPLAY 'CTM0013 REPORT MONTH NOT VALID - '
                            'REPORT/YYYYMM'
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        MOVE WS-PARM-ARGUMENT(1:6) TO WS-REPORT-MONTH
                        IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                            DISPLAY 'CTM0013 REPORT MONTH NOT VALID - '
                                'REPORT/YYYYMM'
                            MOVE 16 TO RETURN-CODE
                        END-IF
                    END-IF
                    END-IF
                WHEN OTHER
                    DISPLAY 'CTM0012 UNKNOWN AUTHORIZATION FUNCTION - '
                        WS-PARM-FUNCTION
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE
        ELSE
            DISPLAY 'CTM0015 NO PARM PRESENT - EXPECTED LOAD OR REPORT'
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   LOAD-PARAGRAPH.
        OPEN I-O CTF-SUBMAST-FILE
        IF WS-SUBMAST-FILE-STATUS = '35'
            OPEN OUTPUT CTF-SUBMAST-FILE
            CLOSE CTF-SUBMAST-FILE
            OPEN I-O CTF-SUBMAST-FILE
        END-IF
        IF WS-SUBMAST-FILE-STATUS NOT = '00'
            DISPLAY 'CTM0005 SUBMITTER MASTER UNAVAILABLE - STATUS '
                WS-SUBMAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            OPEN INPUT CTF-SUBMIT-CARD-FILE
            IF WS-CARD-FILE-STATUS NOT = '00'
                DISPLAY 'CTM0006 NO SUBMITTER CARDS PRESENT'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT CTF-AUTH-RPT
                PERFORM WRITE-RPT-HEADER-PARAGRAPH
                PERFORM READ-CARD-PARAGRAPH
                PERFORM LOAD-CARD-PARAGRAPH
                    UNTIL WS-CARD-EOF OR RETURN-CODE = 16
                CLOSE CTF-SUBMIT-CARD-FILE
                MOVE SPACES TO WS-TOTAL-RPT-LINE
                MOVE 'LOAD TOTALS' TO WS-TRL-LABEL
                MOVE WS-CARD-COUNT TO WS-TRL-COUNT(1)
                MOVE ' CARDS' TO WS-TRL-TEXT(1)
                MOVE WS-ADDED-COUNT TO WS-TRL-COUNT(2)
                MOVE ' IDS ADDED' TO WS-TRL-TEXT(2)
                MOVE WS-CHANGED-COUNT TO WS-TRL-COUNT(3)
                MOVE ' CHANGED' TO WS-TRL-TEXT(3)
                MOVE WS-CARD-REJECT-COUNT TO WS-TRL-COUNT(4)
                MOVE ' REJECTED' TO WS-TRL-TEXT(4)
                MOVE WS-TOTAL-RPT-LINE TO AUTH-RPT-LINE
                WRITE AUTH-RPT-LINE
                CLOSE CTF-AUTH-RPT
                DISPLAY 'CTM0002 ' WS-CARD-COUNT ' CARDS, '
                    WS-ADDED-COUNT ' IDS ADDED, ' WS-CHANGED-COUNT
                    ' CHANGED, ' WS-CARD-REJECT-COUNT ' REJECTED'
                IF WS-CARD-REJECT-COUNT > ZERO
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF
            CLOSE CTF-SUBMAST-FILE
        END-IF
        .

   LOAD-CARD-PARAGRAPH.
        ADD 1 TO WS-CARD-COUNT
        IF SU-SUBMITTER-ID = SPACES
            MOVE '- NO SUBMITTER ID IN COLUMNS 10-17' TO WS-RTL-TEXT(20:34)
            PERFORM REJECT-CARD-PARAGRAPH
        ELSE
            MOVE SU-SUBMITTER-ID TO SB-SUBMITTER-ID
            MOVE 'N' TO WS-ID-FOUND-SWITCH
            READ CTF-SUBMAST-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ID-FOUND-SWITCH
                NOT INVALID KEY
                    SET WS-ID-FOUND TO TRUE
            END-READ
            EVALUATE TRUE
                WHEN SU-CARD-ID
                    PERFORM LOAD-ID-CARD-PARAGRAPH
                WHEN SU-CARD-RANGE
                    PERFORM LOAD-RANGE-CARD-PARAGRAPH
                WHEN SU-CARD-REVOKE
                    PERFORM LOAD-REVOKE-CARD-PARAGRAPH
                WHEN OTHER
                    MOVE '- CARD TYPE NOT ID, RANGE OR REVOKE'
                        TO WS-RTL-TEXT(20:35)
                    PERFORM REJECT-CARD-PARAGRAPH
            END-EVALUATE
        END-IF
        PERFORM READ-CARD-PARAGRAPH
        .

   LOAD-ID-CARD-PARAGRAPH.
        IF (SU-BATCH-FLAG NOT = 'Y' AND SU-BATCH-FLAG NOT = 'N')
            OR (SU-SELECT-FLAG NOT = 'Y' AND SU-SELECT-FLAG NOT = 'N')
            OR (SU-INQUIRY-FLAG NOT = 'Y' AND SU-INQUIRY-FLAG NOT = 'N')
            OR (SU-MAINT-FLAG NOT = 'Y' AND SU-MAINT-FLAG NOT = 'N')
            OR (SU-UNMASKED-FLAG NOT = 'Y'
                AND SU-UNMASKED-FLAG NOT = 'N')
            MOVE '- MODE AND UNMASKED FLAGS MUST BE Y OR N'
                TO WS-RTL-TEXT(20:40)
            PERFORM REJECT-CARD-PARAGRAPH
        ELSE
            IF NOT WS-ID-FOUND
                MOVE SPACES TO SUBMITTER-RECORD
                MOVE SU-SUBMITTER-ID TO SB-SUBMITTER-ID
            END-IF
            MOVE 'ACTIVE  ' TO SB-STATUS
            MOVE SU-BATCH-FLAG TO SB-BATCH-FLAG
            MOVE SU-SELECT-FLAG TO SB-SELECT-FLAG
            MOVE SU-INQUIRY-FLAG TO SB-INQUIRY-FLAG
            MOVE SU-MAINT-FLAG TO SB-MAINT-FLAG
            MOVE SU-UNMASKED-FLAG TO SB-UNMASKED-FLAG
            MOVE SU-OWNER-NAME TO SB-OWNER-NAME
            MOVE ZERO TO SB-RANGE-COUNT
            MOVE ZERO TO SB-RANGE-TABLE
            MOVE WS-PROCESSING-DATE TO SB-CERTIFIED-DATE
            MOVE WS-RUN-TIMESTAMP TO SB-CHANGED-TIMESTAMP
            IF WS-ID-FOUND
                REWRITE SUBMITTER-RECORD
                ADD 1 TO WS-CHANGED-COUNT
                MOVE 'ID REPLACED' TO WS-RTL-LABEL
            ELSE
                WRITE SUBMITTER-RECORD
                    INVALID KEY
                        DISPLAY 'CTM0044 SUBMITTER ID NOT WRITTEN - '
                            SU-SUBMITTER-ID ' STATUS '
                            WS-SUBMAST-FILE-STATUS
                        MOVE 16 TO RETURN-CODE
                    NOT INVALID KEY
                        ADD 1 TO WS-ADDED-COUNT
                END-WRITE
                MOVE 'ID ADDED' TO WS-RTL-LABEL
            END-IF
            MOVE SUBMIT-CARD-RECORD(1:55) TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        .

   LOAD-RANGE-CARD-PARAGRAPH.
        IF NOT WS-ID-FOUND
            MOVE '- ID NOT ON THE MASTER - ID CARD FIRST'
                TO WS-RTL-TEXT(20:38)
            PERFORM REJECT-CARD-PARAGRAPH
        ELSE
        IF SU-RANGE-LOW NOT NUMERIC OR SU-RANGE-HIGH NOT NUMERIC
            OR SU-RANGE-LOW-NUM > SU-RANGE-HIGH-NUM
            MOVE '- RANGE NOT NUMERIC OR LOW ABOVE HIGH'
                TO WS-RTL-TEXT(20:37)
            PERFORM REJECT-CARD-PARAGRAPH
        ELSE
        IF SB-RANGE-COUNT NOT < 8
            MOVE '- ID ALREADY HOLDS 8 RANGES' TO WS-RTL-TEXT(20:27)
            PERFORM REJECT-CARD-PARAGRAPH
        ELSE
            ADD 1 TO SB-RANGE-COUNT
            MOVE SU-RANGE-LOW-NUM TO SB-RANGE-LOW(SB-RANGE-COUNT)
            MOVE SU-RANGE-HIGH-NUM TO SB-RANGE-HIGH(SB-RANGE-COUNT)
            MOVE WS-PROCESSING-DATE TO SB-CERTIFIED-DATE
            MOVE WS-RUN-TIMESTAMP TO SB-CHANGED-TIMESTAMP
            REWRITE SUBMITTER-RECORD
            ADD 1 TO WS-CHANGED-COUNT
            MOVE 'RANGE ADDED' TO WS-RTL-LABEL
            MOVE SUBMIT-CARD-RECORD(1:37) TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        END-IF
        END-IF
        .

   LOAD-REVOKE-CARD-PARAGRAPH.
        IF NOT WS-ID-FOUND
            MOVE '- ID NOT ON THE MASTER' TO WS-RTL-TEXT(20:22)
            PERFORM REJECT-CARD-PARAGRAPH
        ELSE
            MOVE 'REVOKED ' TO SB-STATUS
            MOVE WS-PROCESSING-DATE TO SB-CERTIFIED-DATE
            MOVE WS-RUN-TIMESTAMP TO SB-CHANGED-TIMESTAMP
            REWRITE SUBMITTER-RECORD
            ADD 1 TO WS-CHANGED-COUNT
            MOVE 'ID REVOKED' TO WS-RTL-LABEL
            MOVE SUBMIT-CARD-RECORD(1:17) TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        .

   REJECT-CARD-PARAGRAPH.
        MOVE 'CARD REJECTED' TO WS-RTL-LABEL
        MOVE SUBMIT-CARD-RECORD(1:17) TO WS-RTL-TEXT(1:17)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        ADD 1 TO WS-CARD-REJECT-COUNT
        .

   READ-CARD-PARAGRAPH.
        READ CTF-SUBMIT-CARD-FILE
            AT END
                SET WS-CARD-EOF TO TRUE
        END-READ
        .

   REPORT-PARAGRAPH.
        OPEN INPUT CTF-SUBMAST-FILE
        IF WS-SUBMAST-FILE-STATUS NOT = '00'
            DISPLAY 'CTM0005 SUBMITTER MASTER UNAVAILABLE - STATUS '
                WS-SUBMAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            OPEN INPUT CTF-SECLOG-IN
            IF WS-SECLOG-FILE-STATUS NOT = '00'
                DISPLAY 'CTM0007 SECURITY LOG UNAVAILABLE - STATUS '
                    WS-SECLOG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT CTF-AUDIT-IN
                IF WS-AUDIT-FILE-STATUS NOT = '00'
                    DISPLAY 'CTM0008 AUDIT LOG UNAVAILABLE - STATUS '
                        WS-AUDIT-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                ELSE
                    OPEN OUTPUT CTF-AUTH-RPT
                    PERFORM WRITE-RPT-HEADER-PARAGRAPH
                    PERFORM REPORT-VIOLATIONS-PARAGRAPH
                    PERFORM TALLY-AUDIT-PARAGRAPH
                    PERFORM REPORT-MASTER-PARAGRAPH
                    PERFORM REPORT-UNKNOWN-PARAGRAPH
                    PERFORM REPORT-TOTALS-PARAGRAPH
                    CLOSE CTF-AUTH-RPT
                    CLOSE CTF-AUDIT-IN
                END-IF
                CLOSE CTF-SECLOG-IN
            END-IF
            CLOSE CTF-SUBMAST-FILE
        END-IF
        .

   REPORT-VIOLATIONS-PARAGRAPH.
        MOVE 'SECURITY VIOLATIONS' TO WS-RTL-LABEL
        MOVE 'EVERY REFUSED RUN OR FRAGMENT SET IN THE MONTH'
            TO WS-RTL-TEXT
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE WS-VIOLATION-HEADING TO AUTH-RPT-LINE
        WRITE AUTH-RPT-LINE
        PERFORM READ-SECLOG-PARAGRAPH
        PERFORM TALLY-SECLOG-PARAGRAPH
            UNTIL WS-SECLOG-EOF
        IF WS-VIOLATION-COUNT = ZERO
            MOVE SPACES TO WS-RPT-TEXT-LINE
            MOVE 'NO VIOLATIONS LOGGED' TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        .

   TALLY-SECLOG-PARAGRAPH.
        IF SL-RUN-TIMESTAMP(1:6) = WS-REPORT-MONTH
            MOVE SL-SUBMITTER-ID TO WS-WORK-SUBMITTER
            PERFORM FIND-OR-ADD-ACTIVITY-PARAGRAPH
            IF SL-VIOLATION
                ADD 1 TO WS-VIOLATION-COUNT
                PERFORM WRITE-VIOLATION-LINE-PARAGRAPH
            ELSE
                ADD 1 TO WS-GRANTED-COUNT
            END-IF
            IF WS-ACT-INDEX > ZERO
                IF SL-VIOLATION
                    ADD 1 TO WS-ACT-VIOLATION-COUNT(WS-ACT-INDEX)
                ELSE
                    PERFORM TALLY-GRANTED-PARAGRAPH
                END-IF
            END-IF
        END-IF
        PERFORM READ-SECLOG-PARAGRAPH
        .

   TALLY-GRANTED-PARAGRAPH.
        EVALUATE SL-MODE
            WHEN 'BATCH   '
                ADD 1 TO WS-ACT-BATCH-COUNT(WS-ACT-INDEX)
            WHEN 'SELECT  '
                ADD 1 TO WS-ACT-SELECT-COUNT(WS-ACT-INDEX)
            WHEN 'INQUIRY '
                ADD 1 TO WS-ACT-INQUIRY-COUNT(WS-ACT-INDEX)
            WHEN 'MAINT   '
                ADD 1 TO WS-ACT-MAINT-COUNT(WS-ACT-INDEX)
        END-EVALUATE
        IF SL-UNMASKED-FLAG = 'Y'
            ADD 1 TO WS-ACT-UNMASKED-COUNT(WS-ACT-INDEX)
        END-IF
        IF SL-RUN-TIMESTAMP > WS-ACT-LAST-TIMESTAMP(WS-ACT-INDEX)
            MOVE SL-RUN-TIMESTAMP TO WS-ACT-LAST-TIMESTAMP(WS-ACT-INDEX)
        END-IF
        .

   WRITE-VIOLATION-LINE-PARAGRAPH.
        MOVE SL-RUN-TIMESTAMP(1:8) TO WS-VRL-DATE
        MOVE SL-RUN-TIMESTAMP(9:6) TO WS-VRL-TIME
        MOVE SL-PROGRAM-ID TO WS-VRL-PROGRAM-ID
        MOVE SL-SUBMITTER-ID TO WS-VRL-SUBMITTER-ID
        MOVE SL-MODE TO WS-VRL-MODE
        MOVE SL-FUNCTION TO WS-VRL-FUNCTION
        MOVE SL-UNMASKED-FLAG TO WS-VRL-UNMASK
        MOVE SL-FRAG-SET-ID TO WS-VRL-SET-ID
        MOVE SL-REASON-CODE TO WS-VRL-REASON-CODE
        MOVE SL-REASON-TEXT TO WS-VRL-REASON-TEXT
        MOVE WS-VIOLATION-RPT-LINE TO AUTH-RPT-LINE
        WRITE AUTH-RPT-LINE
        .

   TALLY-AUDIT-PARAGRAPH.
        PERFORM READ-AUDIT-PARAGRAPH
        PERFORM TALLY-AUDIT-RECORD-PARAGRAPH
            UNTIL WS-AUDIT-EOF
        .

   TALLY-AUDIT-RECORD-PARAGRAPH.
        IF AU-RUN-TIMESTAMP(1:6) = WS-REPORT-MONTH
            MOVE AU-SUBMITTER-ID TO WS-WORK-SUBMITTER
            PERFORM FIND-OR-ADD-ACTIVITY-PARAGRAPH
            IF WS-ACT-INDEX > ZERO
                ADD 1 TO WS-ACT-SET-COUNT(WS-ACT-INDEX)
                IF AU-RUN-TIMESTAMP > WS-ACT-LAST-TIMESTAMP(WS-ACT-INDEX)
                    MOVE AU-RUN-TIMESTAMP
                        TO WS-ACT-LAST-TIMESTAMP(WS-ACT-INDEX)
                END-IF
            END-IF
        END-IF
        PERFORM READ-AUDIT-PARAGRAPH
        .

   FIND-OR-ADD-ACTIVITY-PARAGRAPH.
        PERFORM FIND-ACTIVITY-PARAGRAPH
        IF NOT WS-ACT-FOUND
            IF WS-ACT-COUNT < 500
                ADD 1 TO WS-ACT-COUNT
                MOVE WS-ACT-COUNT TO WS-ACT-INDEX
                MOVE WS-WORK-SUBMITTER TO
                    WS-ACT-SUBMITTER-ID(WS-ACT-INDEX)
                MOVE 'N' TO WS-ACT-MASTER-SWITCH(WS-ACT-INDEX)
                MOVE ZERO TO WS-ACT-BATCH-COUNT(WS-ACT-INDEX)
                MOVE ZERO TO WS-ACT-SELECT-COUNT(WS-ACT-INDEX)
                MOVE ZERO TO WS-ACT-INQUIRY-COUNT(WS-ACT-INDEX)
                MOVE ZERO TO WS-ACT-MAINT-COUNT(WS-ACT-INDEX)
                MOVE ZERO TO WS-ACT-UNMASKED-COUNT(WS-ACT-INDEX)
                MOVE ZERO TO WS-ACT-SET-COUNT(WS-ACT-INDEX)
                MOVE ZERO TO WS-ACT-VIOLATION-COUNT(WS-ACT-INDEX)
                MOVE SPACES TO WS-ACT-LAST-TIMESTAMP(WS-ACT-INDEX)
            ELSE
                DISPLAY 'CTM0030 SUBMITTER ACTIVITY TABLE FULL - '
                    'REPORT INCOMPLETE'
                MOVE 12 TO RETURN-CODE
                MOVE ZERO TO WS-ACT-INDEX
            END-IF
        END-IF
        .

   FIND-ACTIVITY-PARAGRAPH.
        MOVE 'N' TO WS-ACT-FOUND-SWITCH
        MOVE 1 TO WS-ACT-INDEX
        PERFORM TEST-ACTIVITY-PARAGRAPH
            UNTIL WS-ACT-INDEX > WS-ACT-COUNT OR WS-ACT-FOUND
        .

   TEST-ACTIVITY-PARAGRAPH.
        IF WS-ACT-SUBMITTER-ID(WS-ACT-INDEX) = WS-WORK-SUBMITTER
            SET WS-ACT-FOUND TO TRUE
        ELSE
            ADD 1 TO WS-ACT-INDEX
        END-IF
        .

   REPORT-MASTER-PARAGRAPH.
        MOVE SPACES TO WS-RPT-TEXT-LINE
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE 'AUTHORIZED IDS' TO WS-RTL-LABEL
        MOVE 'AUTHORITY ON THE MASTER AND RUNS ACTUALLY MADE IN THE MONTH'
            TO WS-RTL-TEXT
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE WS-SUMMARY-HEADING TO AUTH-RPT-LINE
        WRITE AUTH-RPT-LINE
        PERFORM READ-SUBMAST-PARAGRAPH
        PERFORM REPORT-MASTER-ID-PARAGRAPH
            UNTIL WS-SUBMAST-EOF
        .

   REPORT-MASTER-ID-PARAGRAPH.
        ADD 1 TO WS-MASTER-COUNT
        MOVE SB-SUBMITTER-ID TO WS-WORK-SUBMITTER
        PERFORM FIND-ACTIVITY-PARAGRAPH
        IF WS-ACT-FOUND
            MOVE 'Y' TO WS-ACT-MASTER-SWITCH(WS-ACT-INDEX)
            MOVE WS-ACT-ENTRY(WS-ACT-INDEX) TO WS-WORK-ACTIVITY
        ELSE
            MOVE SB-SUBMITTER-ID TO WS-WA-SUBMITTER-ID
            MOVE ZERO TO WS-WA-BATCH-COUNT WS-WA-SELECT-COUNT
                WS-WA-INQUIRY-COUNT WS-WA-MAINT-COUNT
                WS-WA-UNMASKED-COUNT WS-WA-SET-COUNT
                WS-WA-VIOLATION-COUNT
            MOVE SPACES TO WS-WA-LAST-TIMESTAMP
        END-IF
        PERFORM FORMAT-ACTIVITY-PARAGRAPH
        MOVE SB-OWNER-NAME TO WS-SRL-OWNER
        MOVE SB-STATUS TO WS-SRL-STATUS
        MOVE '-' TO WS-SRL-BATCH-MODE WS-SRL-SELECT-MODE
            WS-SRL-INQUIRY-MODE WS-SRL-MAINT-MODE
        IF SB-BATCH-ALLOWED
            MOVE 'B' TO WS-SRL-BATCH-MODE
        END-IF
        IF SB-SELECT-ALLOWED
            MOVE 'S' TO WS-SRL-SELECT-MODE
        END-IF
        IF SB-INQUIRY-ALLOWED
            MOVE 'I' TO WS-SRL-INQUIRY-MODE
        END-IF
        IF SB-MAINT-ALLOWED
            MOVE 'M' TO WS-SRL-MAINT-MODE
        END-IF
        MOVE SB-UNMASKED-FLAG TO WS-SRL-UNMASK
        MOVE SB-CERTIFIED-DATE TO WS-SRL-CERTIFIED
        IF SB-STATUS-REVOKED
            ADD 1 TO WS-REVOKED-COUNT
        END-IF
        IF WS-WA-BATCH-COUNT + WS-WA-SELECT-COUNT + WS-WA-INQUIRY-COUNT
                + WS-WA-MAINT-COUNT = ZERO
            IF SB-STATUS-ACTIVE
                ADD 1 TO WS-IDLE-COUNT
                MOVE 'NO ACTIVITY' TO WS-SRL-REMARK
            END-IF
        ELSE
        IF SB-STATUS-REVOKED
            MOVE 'RUN WHILE REVOKED' TO WS-SRL-REMARK
        ELSE
        IF (SB-BATCH-ALLOWED AND WS-WA-BATCH-COUNT = ZERO)
            OR (SB-SELECT-ALLOWED AND WS-WA-SELECT-COUNT = ZERO)
            OR (SB-INQUIRY-ALLOWED AND WS-WA-INQUIRY-COUNT = ZERO)
            OR (SB-MAINT-ALLOWED AND WS-WA-MAINT-COUNT = ZERO)
            MOVE 'UNUSED MODE' TO WS-SRL-REMARK
        ELSE
        IF SB-UNMASKED-ALLOWED AND WS-WA-UNMASKED-COUNT = ZERO
            MOVE 'UNUSED UNMASK' TO WS-SRL-REMARK
        END-IF
        END-IF
        END-IF
        END-IF
        MOVE WS-SUMMARY-RPT-LINE TO AUTH-RPT-LINE
        WRITE AUTH-RPT-LINE
        MOVE 1 TO WS-RANGE-INDEX
        PERFORM REPORT-RANGE-PARAGRAPH
            UNTIL WS-RANGE-INDEX > SB-RANGE-COUNT
                OR WS-RANGE-INDEX > 8
        PERFORM READ-SUBMAST-PARAGRAPH
        .

   REPORT-RANGE-PARAGRAPH.
        MOVE SPACES TO WS-RPT-TEXT-LINE
        MOVE 'SET RANGE' TO WS-RTL-TEXT(13:9)
        MOVE SB-RANGE-LOW(WS-RANGE-INDEX) TO WS-RTL-TEXT(23:9)
        MOVE '-' TO WS-RTL-TEXT(33:1)
        MOVE SB-RANGE-HIGH(WS-RANGE-INDEX) TO WS-RTL-TEXT(35:9)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        ADD 1 TO WS-RANGE-INDEX
        .

   FORMAT-ACTIVITY-PARAGRAPH.
        MOVE SPACES TO WS-SUMMARY-RPT-LINE
        MOVE WS-WA-SUBMITTER-ID TO WS-SRL-SUBMITTER-ID
        MOVE WS-WA-BATCH-COUNT TO WS-SRL-BATCH
        MOVE WS-WA-SELECT-COUNT TO WS-SRL-SELECT
        MOVE WS-WA-INQUIRY-COUNT TO WS-SRL-INQUIRY
        MOVE WS-WA-MAINT-COUNT TO WS-SRL-MAINT
        MOVE WS-WA-UNMASKED-COUNT TO WS-SRL-UNMASKED
        MOVE WS-WA-SET-COUNT TO WS-SRL-SETS
        MOVE WS-WA-VIOLATION-COUNT TO WS-SRL-VIOLATIONS
        MOVE WS-WA-LAST-TIMESTAMP(1:8) TO WS-SRL-LAST-DATE
        .

   REPORT-UNKNOWN-PARAGRAPH.
        MOVE SPACES TO WS-RPT-TEXT-LINE
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE 'IDS NOT ON MASTER' TO WS-RTL-LABEL
        MOVE 'ACTIVITY LOGGED IN THE MONTH BY IDS THE MASTER DOES NOT HOLD'
            TO WS-RTL-TEXT
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE WS-SUMMARY-HEADING TO AUTH-RPT-LINE
        WRITE AUTH-RPT-LINE
        MOVE 1 TO WS-ACT-INDEX
        PERFORM REPORT-UNKNOWN-ID-PARAGRAPH
            UNTIL WS-ACT-INDEX > WS-ACT-COUNT
        IF WS-UNKNOWN-COUNT = ZERO
            MOVE SPACES TO WS-RPT-TEXT-LINE
            MOVE 'NONE' TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        .

   REPORT-UNKNOWN-ID-PARAGRAPH.
        IF NOT WS-ACT-ON-MASTER(WS-ACT-INDEX)
            ADD 1 TO WS-UNKNOWN-COUNT
            MOVE WS-ACT-ENTRY(WS-ACT-INDEX) TO WS-WORK-ACTIVITY
            PERFORM FORMAT-ACTIVITY-PARAGRAPH
            MOVE 'UNKNOWN ' TO WS-SRL-STATUS
            MOVE 'NOT ON MASTER' TO WS-SRL-REMARK
            MOVE WS-SUMMARY-RPT-LINE TO AUTH-RPT-LINE
            WRITE AUTH-RPT-LINE
        END-IF
        ADD 1 TO WS-ACT-INDEX
        .

   REPORT-TOTALS-PARAGRAPH.
        MOVE SPACES TO WS-RPT-TEXT-LINE
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'MASTER TOTALS' TO WS-TRL-LABEL
        MOVE WS-MASTER-COUNT TO WS-TRL-COUNT(1)
        MOVE ' IDS' TO WS-TRL-TEXT(1)
        MOVE WS-REVOKED-COUNT TO WS-TRL-COUNT(2)
        MOVE ' REVOKED' TO WS-TRL-TEXT(2)
        MOVE WS-IDLE-COUNT TO WS-TRL-COUNT(3)
        MOVE ' NO ACTIVITY' TO WS-TRL-TEXT(3)
        MOVE WS-UNKNOWN-COUNT TO WS-TRL-COUNT(4)
        MOVE ' NOT ON MAST' TO WS-TRL-TEXT(4)
        MOVE WS-TOTAL-RPT-LINE TO AUTH-RPT-LINE
        WRITE AUTH-RPT-LINE
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'ACTIVITY TOTALS' TO WS-TRL-LABEL
        MOVE WS-GRANTED-COUNT TO WS-TRL-COUNT(1)
        MOVE ' RUNS' TO WS-TRL-TEXT(1)
        MOVE WS-VIOLATION-COUNT TO WS-TRL-COUNT(2)
        MOVE ' VIOLATIONS' TO WS-TRL-TEXT(2)
        MOVE WS-TOTAL-RPT-LINE TO AUTH-RPT-LINE
        WRITE AUTH-RPT-LINE
        DISPLAY 'CTM0001 ACCESS REPORT ' WS-REPORT-MONTH ' - '
            WS-MASTER-COUNT ' IDS, ' WS-GRANTED-COUNT ' RUNS, '
            WS-VIOLATION-COUNT ' VIOLATIONS'
        IF WS-VIOLATION-COUNT > ZERO
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        .

   READ-SUBMAST-PARAGRAPH.
        READ CTF-SUBMAST-FILE NEXT RECORD
            AT END
                SET WS-SUBMAST-EOF TO TRUE
        END-READ
        .

   READ-SECLOG-PARAGRAPH.
        READ CTF-SECLOG-IN
            AT END
                SET WS-SECLOG-EOF TO TRUE
        END-READ
        .

   READ-AUDIT-PARAGRAPH.
        READ CTF-AUDIT-IN
            AT END
                SET WS-AUDIT-EOF TO TRUE
        END-READ
        .

   WRITE-RPT-HEADER-PARAGRAPH.
        MOVE 'CTFAUTH REPORT' TO WS-RTL-LABEL
        MOVE 'SUBMITTER AUTHORIZATION' TO WS-RTL-TEXT
        MOVE WS-AUTH-FUNCTION TO WS-RTL-TEXT(25:8)
        MOVE '- PROCESSING DATE' TO WS-RTL-TEXT(34:17)
        MOVE WS-PROCESSING-DATE TO WS-RTL-TEXT(52:8)
        IF WS-FUNCTION-REPORT
            MOVE '- MONTH' TO WS-RTL-TEXT(61:7)
            MOVE WS-REPORT-MONTH TO WS-RTL-TEXT(69:6)
        END-IF
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   WRITE-TEXT-LINE-PARAGRAPH.
        MOVE WS-RPT-TEXT-LINE TO AUTH-RPT-LINE
        WRITE AUTH-RPT-LINE
        MOVE SPACES TO WS-RPT-TEXT-LINE
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTM0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTM0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTM0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
