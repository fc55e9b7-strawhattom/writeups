IDENTIFICATION DIVISION.
   PROGRAM-ID. CTFREKEY.

   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CTF-HISTORY-IN ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.
       SELECT CTF-CIPHER-FILE ASSIGN TO CIPHERIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CIPHER-FILE-STATUS.
       SELECT CTF-CIPHER-OUT ASSIGN TO CIPHOUT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RECIPE-FILE ASSIGN TO RECIPE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RECIPE-FILE-STATUS.
       SELECT CTF-REKEY-RPT ASSIGN TO REKEYRPT
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

   FD  CTF-CIPHER-FILE
       RECORDING MODE IS F.
   01  CIPHER-RECORD.
       05  CI-SUBMITTER-ID              PIC X(08).
       05  CI-FRAGMENT-SET-ID           PIC 9(09).
       05  CI-CIPHER-TEXT               PIC X(174).

   FD  CTF-CIPHER-OUT
       RECORDING MODE IS F.
   01  CIPHER-OUT-RECORD.
       05  CX-SUBMITTER-ID              PIC X(08).
       05  CX-FRAGMENT-SET-ID           PIC 9(09).
       05  CX-CIPHER-TEXT               PIC X(174).

   FD  CTF-RECIPE-FILE
       RECORDING MODE IS F.
   COPY CTFRCPE.

   FD  CTF-REKEY-RPT
       RECORDING MODE IS F.
   01  REKEY-RPT-LINE                  PIC X(132).

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   WORKING-STORAGE SECTION.
   COPY CTFFRAG.
   COPY CTFRCPW.
   COPY CTFRUNW.

   01    WS-HISTORY-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-CIPHER-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-HISTORY-EOF              VALUE 'Y'.
   01    WS-CIPHER-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-CIPHER-EOF               VALUE 'Y'.
   01    WS-SET-AVAILABLE-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SET-AVAILABLE            VALUE 'Y'.
   01    WS-SET-IN-WINDOW-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SET-IN-WINDOW            VALUE 'Y'.
   01    WS-MIGRATE-SWITCH PIC X(01) VALUE 'N'.
         88  WS-MIGRATE-SET              VALUE 'Y'.
   01    WS-SEQ-ERROR-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SEQ-ERROR                VALUE 'Y'.
   01    WS-PARM-FIELDS.
         05  WS-PARM-FROM-DATE           PIC X(08) VALUE SPACES.
         05  WS-PARM-TO-DATE             PIC X(08) VALUE SPACES.
   01    WS-WINDOW-FROM-DATE PIC X(08) VALUE SPACES.
   01    WS-WINDOW-TO-DATE PIC X(08) VALUE SPACES.
   01    WS-HIST-SET-ID PIC 9(09) VALUE ZERO.
   01    WS-PRIOR-HIST-IDENT PIC X(25) VALUE LOW-VALUES.
   01    WS-HIST-IDENT.
         05  WS-HIST-IDENT-SET-ID        PIC 9(09).
         05  WS-HIST-IDENT-TIMESTAMP     PIC X(16).
   01    WS-REKEY-SET-ID PIC 9(09) VALUE ZERO.
   01    WS-PRIOR-CIPHER-SET-ID PIC 9(09) VALUE ZERO.
   01    WS-OLD-IMAGE PIC X(193) VALUE SPACES.
   01    WS-NEW-IMAGE.
         05  FILLER                      PIC X(177).
         05  WS-NEW-IMAGE-STATUS         PIC X(08).
             88  WS-NEW-IMAGE-RETIRED        VALUE 'RETIRED '.
         05  FILLER                      PIC X(08).
   01    WS-OLD-AS-OF-DATE PIC 9(08) VALUE ZERO.
   01    WS-SET-CONDITION PIC X(08) VALUE SPACES.
   01    WS-SET-TEXT PIC X(60) VALUE SPACES.
   01    WS-OLD-KEY PIC X(174) VALUE SPACES.
   01    WS-NEW-KEY PIC X(174) VALUE SPACES.
   01    WS-DERIVE-OK-SWITCH PIC X(01) VALUE 'N'.
         88  WS-DERIVE-OK                VALUE 'Y'.
   01    WS-CODING-FIELDS.
         05  WS-WORK-KEY                 PIC X(174).
         05  WS-SOURCE-TEXT              PIC X(174).
         05  WS-TARGET-TEXT              PIC X(174).
   01    WS-PLAIN-TEXT PIC X(174) VALUE SPACES.
   01    WS-CHECK-TEXT PIC X(174) VALUE SPACES.
   01    WS-NEW-CIPHER-TEXT PIC X(174) VALUE SPACES.
   01    WS-KEY-LENGTH PIC 9(03) COMP VALUE 174.
   01    WS-DECODE-INDEX PIC 9(03) COMP VALUE ZERO.
   01    WS-CIPHER-ORD PIC 9(03) COMP VALUE ZERO.
   01    WS-KEY-ORD PIC 9(03) COMP VALUE ZERO.
   01    WS-PLAIN-ORD PIC 9(03) COMP VALUE ZERO.
   01    WS-CIPHER-IN-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-CIPHER-OUT-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-MIGRATED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-UNCHANGED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-FAILED-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-HISTORY-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-WINDOW-SET-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-REKEY-SET-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-SKIPPED-SET-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-RUN-TIMESTAMP.
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-RPT-TEXT-LINE.
         05  WS-RTL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-RTL-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-SET-RPT-LINE.
         05  WS-SRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-SRL-SET-ID               PIC 9(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-SRL-CONDITION            PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-SRL-TEXT                 PIC X(60).
   01    WS-RECORD-RPT-LINE.
         05  WS-XRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-XRL-SUBMITTER-ID         PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-XRL-SET-ID               PIC 9(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-XRL-TEXT                 PIC X(60).
   01    WS-TOTAL-RPT-LINE.
         05  WS-TRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-TRL-ENTRY OCCURS 5 TIMES.
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
            IF RETURN-CODE = ZERO
                PERFORM LOAD-RECIPE-PARAGRAPH
                IF NOT WS-RECIPE-LOADED
                    PERFORM RECIPE-ERROR-PARAGRAPH
                ELSE
                    OPEN INPUT CTF-HISTORY-IN
                    IF WS-HISTORY-FILE-STATUS NOT = '00'
                        DISPLAY 'CTE0010 NO CHANGE HISTORY PRESENT - '
                            'STATUS ' WS-HISTORY-FILE-STATUS
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        OPEN INPUT CTF-CIPHER-FILE
                        IF WS-CIPHER-FILE-STATUS NOT = '00'
                            DISPLAY 'CTE0006 NO CIPHERTEXT FEED PRESENT'
                            MOVE 16 TO RETURN-CODE
                            CLOSE CTF-HISTORY-IN
                        ELSE
                            OPEN OUTPUT CTF-CIPHER-OUT
                            OPEN OUTPUT CTF-REKEY-RPT
                            PERFORM WRITE-RPT-HEADER-PARAGRAPH
                            PERFORM READ-HISTORY-PARAGRAPH
                            PERFORM BUILD-SET-KEYS-PARAGRAPH
                            PERFORM READ-CIPHER-PARAGRAPH
                            PERFORM MATCH-SET-PARAGRAPH
                                UNTIL (NOT WS-SET-AVAILABLE AND WS-CIPHER-EOF)
                                    OR WS-SEQ-ERROR
                            PERFORM WRITE-RPT-TOTALS-PARAGRAPH
                            CLOSE CTF-HISTORY-IN
                            CLOSE CTF-CIPHER-FILE
                            CLOSE CTF-CIPHER-OUT
                            CLOSE CTF-REKEY-RPT
                            PERFORM REPORT-CONTROL-PARAGRAPH
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
                INTO WS-PARM-FROM-DATE WS-PARM-TO-DATE
            END-UNSTRING
            IF WS-PARM-FROM-DATE NOT NUMERIC
                OR WS-PARM-TO-DATE NOT NUMERIC
                DISPLAY 'CTE0007 WINDOW DATES MUST BE YYYYMMDD - '
                    WS-PARM-FROM-DATE '/' WS-PARM-TO-DATE
                MOVE 16 TO RETURN-CODE
            ELSE
            IF WS-PARM-FROM-DATE > WS-PARM-TO-DATE
                DISPLAY 'CTE0008 WINDOW FROM DATE AFTER TO DATE - '
                    WS-PARM-FROM-DATE '/' WS-PARM-TO-DATE
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE WS-PARM-FROM-DATE TO WS-WINDOW-FROM-DATE
                MOVE WS-PARM-TO-DATE TO WS-WINDOW-TO-DATE
            END-IF
            END-IF
        ELSE
            DISPLAY 'CTE0005 NO PARM PRESENT - EXPECTED '
                'FROMDATE/TODATE'
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   MATCH-SET-PARAGRAPH.
        EVALUATE TRUE
            WHEN NOT WS-SET-AVAILABLE
                PERFORM COPY-CIPHER-PARAGRAPH
                PERFORM READ-CIPHER-PARAGRAPH
            WHEN WS-CIPHER-EOF
                PERFORM BUILD-SET-KEYS-PARAGRAPH
            WHEN WS-REKEY-SET-ID < CI-FRAGMENT-SET-ID
                PERFORM BUILD-SET-KEYS-PARAGRAPH
            WHEN WS-REKEY-SET-ID > CI-FRAGMENT-SET-ID
                PERFORM COPY-CIPHER-PARAGRAPH
                PERFORM READ-CIPHER-PARAGRAPH
            WHEN OTHER
                IF WS-MIGRATE-SET
                    PERFORM MIGRATE-CIPHER-PARAGRAPH
                ELSE
                    PERFORM COPY-CIPHER-PARAGRAPH
                END-IF
                PERFORM READ-CIPHER-PARAGRAPH
        END-EVALUATE
        .

   BUILD-SET-KEYS-PARAGRAPH.
        MOVE 'N' TO WS-SET-AVAILABLE-SWITCH
        MOVE 'N' TO WS-SET-IN-WINDOW-SWITCH
        PERFORM GATHER-SET-PARAGRAPH
            UNTIL WS-HISTORY-EOF OR WS-SET-IN-WINDOW OR WS-SEQ-ERROR
        IF WS-SET-IN-WINDOW
            SET WS-SET-AVAILABLE TO TRUE
            ADD 1 TO WS-WINDOW-SET-COUNT
            PERFORM EVALUATE-SET-PARAGRAPH
        END-IF
        .

   GATHER-SET-PARAGRAPH.
        MOVE HI-AFTER-IMAGE(1:9) TO WS-HIST-SET-ID
        MOVE WS-HIST-SET-ID TO WS-REKEY-SET-ID
        MOVE SPACES TO WS-OLD-IMAGE
        MOVE SPACES TO WS-NEW-IMAGE
        PERFORM GATHER-ENTRY-PARAGRAPH
            UNTIL WS-HISTORY-EOF OR WS-SEQ-ERROR
                OR WS-HIST-SET-ID NOT = WS-REKEY-SET-ID
        .

   GATHER-ENTRY-PARAGRAPH.
        IF HI-RUN-TIMESTAMP(1:8) NOT < WS-WINDOW-FROM-DATE
            AND HI-RUN-TIMESTAMP(1:8) NOT > WS-WINDOW-TO-DATE
            IF NOT WS-SET-IN-WINDOW
                SET WS-SET-IN-WINDOW TO TRUE
                MOVE HI-BEFORE-IMAGE TO WS-OLD-IMAGE
                MOVE HI-RUN-TIMESTAMP(1:8) TO WS-OLD-AS-OF-DATE
            END-IF
            MOVE HI-AFTER-IMAGE TO WS-NEW-IMAGE
        END-IF
        PERFORM READ-HISTORY-PARAGRAPH
        IF NOT WS-HISTORY-EOF
            MOVE HI-AFTER-IMAGE(1:9) TO WS-HIST-SET-ID
        END-IF
        .

   EVALUATE-SET-PARAGRAPH.
        MOVE 'N' TO WS-MIGRATE-SWITCH
        IF WS-OLD-IMAGE = SPACES
            MOVE 'ADDED' TO WS-SET-CONDITION
            MOVE 'ADDED IN WINDOW - NO CIPHERTEXT UNDER AN OLD KEY'
                TO WS-SET-TEXT
        ELSE
        IF WS-NEW-IMAGE-RETIRED
            MOVE 'RETIRED' TO WS-SET-CONDITION
            MOVE 'RETIRED IN WINDOW - NO NEW KEY, LEFT AS RECEIVED'
                TO WS-SET-TEXT
        ELSE
            MOVE WS-OLD-IMAGE TO WS-KEYFRAG-RECORD
            MOVE WS-OLD-AS-OF-DATE TO WS-RECIPE-AS-OF-DATE
            PERFORM DERIVE-KEY-PARAGRAPH
            IF NOT WS-DERIVE-OK
                MOVE 'NOOLDKEY' TO WS-SET-CONDITION
                MOVE 'BEFORE IMAGE BUILDS NO VALID KEY - LEFT AS '
                    TO WS-SET-TEXT
                MOVE 'RECEIVED' TO WS-SET-TEXT(45:8)
            ELSE
                MOVE WS-CONCAT-FIELDS TO WS-OLD-KEY
                MOVE WS-NEW-IMAGE TO WS-KEYFRAG-RECORD
                MOVE WS-RUN-DATE TO WS-RECIPE-AS-OF-DATE
                PERFORM DERIVE-KEY-PARAGRAPH
                IF NOT WS-DERIVE-OK
                    MOVE 'NONEWKEY' TO WS-SET-CONDITION
                    MOVE 'AFTER IMAGE BUILDS NO VALID KEY - LEFT AS '
                        TO WS-SET-TEXT
                    MOVE 'RECEIVED' TO WS-SET-TEXT(44:8)
                    DISPLAY 'CTE0021 AFTER IMAGE BUILDS NO VALID KEY - '
                        'SET ' WS-REKEY-SET-ID
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                ELSE
                    MOVE WS-CONCAT-FIELDS TO WS-NEW-KEY
                    IF WS-NEW-KEY = WS-OLD-KEY
                        MOVE 'KEYSAME' TO WS-SET-CONDITION
                        MOVE 'CHANGE LEFT THE KEY TRIPLET AS IT WAS'
                            TO WS-SET-TEXT
                    ELSE
                        SET WS-MIGRATE-SET TO TRUE
                        MOVE 'REKEY' TO WS-SET-CONDITION
                        MOVE 'KEY TRIPLET CHANGED - CIPHERTEXT MIGRATED'
                            TO WS-SET-TEXT
                    END-IF
                END-IF
            END-IF
        END-IF
        END-IF
        IF WS-MIGRATE-SET
            ADD 1 TO WS-REKEY-SET-COUNT
        ELSE
            ADD 1 TO WS-SKIPPED-SET-COUNT
        END-IF
        MOVE 'CHANGED SET' TO WS-SRL-LABEL
        MOVE WS-REKEY-SET-ID TO WS-SRL-SET-ID
        MOVE WS-SET-CONDITION TO WS-SRL-CONDITION
        MOVE WS-SET-TEXT TO WS-SRL-TEXT
        MOVE WS-SET-RPT-LINE TO REKEY-RPT-LINE
        WRITE REKEY-RPT-LINE
        .

   DERIVE-KEY-PARAGRAPH.
        MOVE 'N' TO WS-DERIVE-OK-SWITCH
        PERFORM DERIVE-SEGMENTS-PARAGRAPH
        IF WS-RECIPE-FOUND
            PERFORM EDIT-SEGMENTS-PARAGRAPH
            IF WS-SEGMENTS-CLEAN
                SET WS-DERIVE-OK TO TRUE
            END-IF
        END-IF
        .

   MIGRATE-CIPHER-PARAGRAPH.
        MOVE CI-CIPHER-TEXT TO WS-SOURCE-TEXT
        MOVE WS-OLD-KEY TO WS-WORK-KEY
        PERFORM DECODE-TEXT-PARAGRAPH
        MOVE WS-TARGET-TEXT TO WS-PLAIN-TEXT
        MOVE WS-PLAIN-TEXT TO WS-SOURCE-TEXT
        MOVE WS-NEW-KEY TO WS-WORK-KEY
        PERFORM ENCIPHER-TEXT-PARAGRAPH
        MOVE WS-TARGET-TEXT TO WS-NEW-CIPHER-TEXT
        MOVE WS-NEW-CIPHER-TEXT TO WS-SOURCE-TEXT
        PERFORM DECODE-TEXT-PARAGRAPH
        MOVE WS-TARGET-TEXT TO WS-CHECK-TEXT
        MOVE CI-SUBMITTER-ID TO WS-XRL-SUBMITTER-ID
        MOVE CI-FRAGMENT-SET-ID TO WS-XRL-SET-ID
        IF WS-CHECK-TEXT = WS-PLAIN-TEXT
            MOVE CI-SUBMITTER-ID TO CX-SUBMITTER-ID
            MOVE CI-FRAGMENT-SET-ID TO CX-FRAGMENT-SET-ID
            MOVE WS-NEW-CIPHER-TEXT TO CX-CIPHER-TEXT
            WRITE CIPHER-OUT-RECORD
            ADD 1 TO WS-CIPHER-OUT-COUNT
            ADD 1 TO WS-MIGRATED-COUNT
            MOVE 'MIGRATED' TO WS-XRL-LABEL
            MOVE 'NEW CIPHERTEXT DECODES TO THE SAME PLAINTEXT'
                TO WS-XRL-TEXT
        ELSE
            MOVE CIPHER-RECORD TO CIPHER-OUT-RECORD
            WRITE CIPHER-OUT-RECORD
            ADD 1 TO WS-CIPHER-OUT-COUNT
            ADD 1 TO WS-FAILED-COUNT
            MOVE 'ROUND TRIP FAILED' TO WS-XRL-LABEL
            MOVE 'NEW CIPHERTEXT DID NOT DECODE BACK - LEFT AS RECEIVED'
                TO WS-XRL-TEXT
            DISPLAY 'CTE0040 RE-ENCIPHER ROUND TRIP FAILED - '
                CI-SUBMITTER-ID ' ' CI-FRAGMENT-SET-ID
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
        MOVE WS-RECORD-RPT-LINE TO REKEY-RPT-LINE
        WRITE REKEY-RPT-LINE
        .

   COPY-CIPHER-PARAGRAPH.
        MOVE CIPHER-RECORD TO CIPHER-OUT-RECORD
        WRITE CIPHER-OUT-RECORD
        ADD 1 TO WS-CIPHER-OUT-COUNT
        ADD 1 TO WS-UNCHANGED-COUNT
        .

   DECODE-TEXT-PARAGRAPH.
        MOVE SPACES TO WS-TARGET-TEXT
        PERFORM DECODE-BYTE-PARAGRAPH
            VARYING WS-DECODE-INDEX FROM 1 BY 1
            UNTIL WS-DECODE-INDEX > WS-KEY-LENGTH
        .

   DECODE-BYTE-PARAGRAPH.
        COMPUTE WS-CIPHER-ORD =
            FUNCTION ORD(WS-SOURCE-TEXT(WS-DECODE-INDEX:1))
        COMPUTE WS-KEY-ORD =
            FUNCTION ORD(WS-WORK-KEY(WS-DECODE-INDEX:1))
        COMPUTE WS-PLAIN-ORD =
            FUNCTION MOD(WS-CIPHER-ORD - WS-KEY-ORD + 256, 256) + 1
        MOVE FUNCTION CHAR(WS-PLAIN-ORD)
            TO WS-TARGET-TEXT(WS-DECODE-INDEX:1)
        .

   ENCIPHER-TEXT-PARAGRAPH.
        MOVE SPACES TO WS-TARGET-TEXT
        PERFORM ENCIPHER-BYTE-PARAGRAPH
            VARYING WS-DECODE-INDEX FROM 1 BY 1
            UNTIL WS-DECODE-INDEX > WS-KEY-LENGTH
        .

   ENCIPHER-BYTE-PARAGRAPH.
        COMPUTE WS-PLAIN-ORD =
            FUNCTION ORD(WS-SOURCE-TEXT(WS-DECODE-INDEX:1))
        COMPUTE WS-KEY-ORD =
            FUNCTION ORD(WS-WORK-KEY(WS-DECODE-INDEX:1))
        COMPUTE WS-CIPHER-ORD =
            FUNCTION MOD(WS-PLAIN-ORD + WS-KEY-ORD - 2, 256) + 1
        MOVE FUNCTION CHAR(WS-CIPHER-ORD)
            TO WS-TARGET-TEXT(WS-DECODE-INDEX:1)
        .

   READ-HISTORY-PARAGRAPH.
        READ CTF-HISTORY-IN
            AT END
                SET WS-HISTORY-EOF TO TRUE
        END-READ
        IF NOT WS-HISTORY-EOF
            ADD 1 TO WS-HISTORY-COUNT
            MOVE HI-AFTER-IMAGE(1:9) TO WS-HIST-IDENT-SET-ID
            MOVE HI-RUN-TIMESTAMP(1:16) TO WS-HIST-IDENT-TIMESTAMP
            IF WS-HIST-IDENT < WS-PRIOR-HIST-IDENT
                DISPLAY 'CTE0030 CHANGE HISTORY OUT OF SEQUENCE - '
                    WS-HIST-IDENT-SET-ID ' ' WS-HIST-IDENT-TIMESTAMP
                SET WS-SEQ-ERROR TO TRUE
                MOVE 16 TO RETURN-CODE
            END-IF
            MOVE WS-HIST-IDENT TO WS-PRIOR-HIST-IDENT
        END-IF
        .

   READ-CIPHER-PARAGRAPH.
        READ CTF-CIPHER-FILE
            AT END
                SET WS-CIPHER-EOF TO TRUE
        END-READ
        IF NOT WS-CIPHER-EOF
            ADD 1 TO WS-CIPHER-IN-COUNT
            IF CI-FRAGMENT-SET-ID < WS-PRIOR-CIPHER-SET-ID
                DISPLAY 'CTE0031 CIPHERTEXT FEED OUT OF SEQUENCE - '
                    CI-SUBMITTER-ID ' ' CI-FRAGMENT-SET-ID
                SET WS-SEQ-ERROR TO TRUE
                MOVE 16 TO RETURN-CODE
            END-IF
            MOVE CI-FRAGMENT-SET-ID TO WS-PRIOR-CIPHER-SET-ID
        END-IF
        .

   REPORT-CONTROL-PARAGRAPH.
        IF WS-SEQ-ERROR
            CONTINUE
        ELSE
        IF WS-CIPHER-IN-COUNT NOT = WS-CIPHER-OUT-COUNT
            DISPLAY 'CTE0050 CIPHER RECORDS OUT DO NOT EQUAL IN - '
                WS-CIPHER-IN-COUNT ' IN, ' WS-CIPHER-OUT-COUNT ' OUT'
            MOVE 16 TO RETURN-CODE
        ELSE
            DISPLAY 'CTE0001 RE-KEY COMPLETE - ' WS-REKEY-SET-COUNT
                ' SETS RE-KEYED, ' WS-MIGRATED-COUNT
                ' RECORDS MIGRATED, ' WS-CIPHER-OUT-COUNT ' WRITTEN'
        END-IF
        END-IF
        .

   WRITE-RPT-HEADER-PARAGRAPH.
        MOVE 'CTFREKEY REPORT' TO WS-RTL-LABEL
        MOVE 'CIPHERFEED RE-KEY FOR SETS CHANGED' TO WS-RTL-TEXT
        MOVE WS-WINDOW-FROM-DATE TO WS-RTL-TEXT(36:8)
        MOVE '-' TO WS-RTL-TEXT(45:1)
        MOVE WS-WINDOW-TO-DATE TO WS-RTL-TEXT(47:8)
        MOVE '- RUN DATE' TO WS-RTL-TEXT(56:10)
        MOVE WS-RUN-DATE TO WS-RTL-TEXT(67:8)
        MOVE WS-RPT-TEXT-LINE TO REKEY-RPT-LINE
        WRITE REKEY-RPT-LINE
        .

   WRITE-RPT-TOTALS-PARAGRAPH.
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'SET TOTALS' TO WS-TRL-LABEL
        MOVE WS-HISTORY-COUNT TO WS-TRL-COUNT(1)
        MOVE ' HISTORY' TO WS-TRL-TEXT(1)
        MOVE WS-WINDOW-SET-COUNT TO WS-TRL-COUNT(2)
        MOVE ' IN WINDOW' TO WS-TRL-TEXT(2)
        MOVE WS-REKEY-SET-COUNT TO WS-TRL-COUNT(3)
        MOVE ' RE-KEYED' TO WS-TRL-TEXT(3)
        MOVE WS-SKIPPED-SET-COUNT TO WS-TRL-COUNT(4)
        MOVE ' NOT RE-KEYED' TO WS-TRL-TEXT(4)
        MOVE WS-TOTAL-RPT-LINE TO REKEY-RPT-LINE
        WRITE REKEY-RPT-LINE
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'RECORD TOTALS' TO WS-TRL-LABEL
        MOVE WS-CIPHER-IN-COUNT TO WS-TRL-COUNT(1)
        MOVE ' IN' TO WS-TRL-TEXT(1)
        MOVE WS-MIGRATED-COUNT TO WS-TRL-COUNT(2)
        MOVE ' MIGRATED' TO WS-TRL-TEXT(2)
        MOVE WS-UNCHANGED-COUNT TO WS-TRL-COUNT(3)
        MOVE ' UNCHANGED' TO WS-TRL-TEXT(3)
        MOVE WS-FAILED-COUNT TO WS-TRL-COUNT(4)
        MOVE ' FAILED' TO WS-TRL-TEXT(4)
        MOVE WS-CIPHER-OUT-COUNT TO WS-TRL-COUNT(5)
        MOVE ' OUT' TO WS-TRL-TEXT(5)
        MOVE WS-TOTAL-RPT-LINE TO REKEY-RPT-LINE
        WRITE REKEY-RPT-LINE
        .

   RECIPE-ERROR-PARAGRAPH.
        EVALUATE TRUE
            WHEN WS-RECIPE-NO-FILE
                DISPLAY 'CTE0071 NO RECIPE FILE PRESENT - STATUS '
                    WS-RECIPE-FILE-STATUS
            WHEN WS-RECIPE-EMPTY
                DISPLAY 'CTE0072 RECIPE FILE HOLDS NO RECIPES'
            WHEN WS-RECIPE-OUT-OF-SEQ
                DISPLAY 'CTE0073 RECIPE CARD OUT OF SEQUENCE - '
                    WS-RECIPE-ERROR-CARD(1:35)
            WHEN WS-RECIPE-TABLE-FULL
                DISPLAY 'CTE0074 RECIPE TABLE FULL AT CARD - '
                    WS-RECIPE-ERROR-CARD(1:35)
            WHEN OTHER
                DISPLAY 'CTE0075 RECIPE CARD FAILED EDIT - '
                    WS-RECIPE-ERROR-CARD(1:35)
        END-EVALUATE
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRCPP.

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTE0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTE0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTE0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.
