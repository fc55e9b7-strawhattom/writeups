           FILE STATUS IS WS-KEYFRAG-FILE-STATUS.
       SELECT CTF-CHGHIST-FILE ASSIGN TO CHGHIST
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-RECIPE-FILE ASSIGN TO RECIPE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RECIPE-FILE-STATUS.
       SELECT CTF-EDIT-RPT ASSIGN TO KMNTRPT
           ORGANIZATION IS SEQUENTIAL.
       SELECT CTF-PENDING-FILE ASSIGN TO PENDING
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-PENDING-ID
           FILE STATUS IS WS-PENDING-FILE-STATUS.
       SELECT CTF-DECISION-FILE ASSIGN TO KMNTDEC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DECISION-FILE-STATUS.
       SELECT CTF-EXCEPT-RPT ASSIGN TO KMNTEXC
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
       SELECT CTF-ALERT-FILE ASSIGN TO ALERT
           ORGANIZATION IS SEQUENTIAL.

   DATA DIVISION.
   FILE SECTION.
       RECORDING MODE IS F.
   01  TRANS-RECORD.
       05  KM-ACTION                    PIC X(08).
       05  KM-FRAG-SET-ID               PIC 9(09).
       05  KM-KEYFRAG-BODY              PIC X(184).

   FD  CTF-KEYFRAG-FILE.
   01  KEYFRAG-RECORD.
       05  KF-FRAG-SET-ID               PIC 9(09).
       05  FILLER                       PIC X(184).

   FD  CTF-CHGHIST-FILE
       RECORDING MODE IS F.
   COPY CTFCHGH.

   FD  CTF-RECIPE-FILE
       RECORDING MODE IS F.
   COPY CTFRCPE.

   FD  CTF-EDIT-RPT
       RECORDING MODE IS F.
   01  EDIT-RPT-LINE                   PIC X(132).

   FD  CTF-PENDING-FILE.
   COPY CTFPEND.

   FD  CTF-DECISION-FILE
       RECORDING MODE IS F.
   01  DECISION-RECORD.
       05  DC-PENDING-ID                PIC X(09).
       05  FILLER                       PIC X(01).
       05  DC-DECISION                  PIC X(08).
           88  DC-DECISION-APPROVE          VALUE 'APPROVE '.
           88  DC-DECISION-DECLINE          VALUE 'DECLINE '.
       05  FILLER                       PIC X(62).

   FD  CTF-EXCEPT-RPT
       RECORDING MODE IS F.
   01  EXCEPT-RPT-LINE                 PIC X(132).

   FD  CTF-RUNCTL-FILE.
   COPY CTFRUNE.

   FD  CTF-SUBMAST-FILE.
   COPY CTFSUBM.

   FD  CTF-SECLOG-FILE
       RECORDING MODE IS F.
   COPY CTFSECL.

   FD  CTF-ALERT-FILE
       RECORDING MODE IS F.
   01  ALERT-OUT-RECORD.
       05  AL-RUN-TIMESTAMP             PIC X(26).
       05  AL-SUBMITTER-ID              PIC X(08).
       05  AL-CONDITION-CODE            PIC X(08).
       05  AL-ALERT-TEXT                PIC X(60).

   WORKING-STORAGE SECTION.
   COPY CTFFRAG.
   COPY CTFRCPW.
   COPY CTFRUNW.
   COPY CTFAUTW.

   01    WS-TRANS-RECORD.
         05  WS-TR-ACTION                PIC X(08).
             88  WS-TR-ACTION-ADD            VALUE 'ADD     '.
             88  WS-TR-ACTION-CHANGE         VALUE 'CHANGE  '.
             88  WS-TR-ACTION-RETIRE         VALUE 'RETIRE  '.
         05  WS-TR-FRAG-SET-ID           PIC 9(09).
         05  WS-TR-KEYFRAG-BODY          PIC X(184).
   01    WS-OLD-KEYFRAG-RECORD.
         05  WS-OLD-FRAG-SET-ID          PIC 9(09).
         05  WS-OLD-FRAGMENT-RECORD      PIC X(160).
             88  WS-OLD-FRAG-ACTIVE          VALUE 'ACTIVE  '.
             88  WS-OLD-FRAG-PENDING         VALUE 'PENDING '.
             88  WS-OLD-FRAG-RETIRED         VALUE 'RETIRED '.
         05  WS-OLD-RECIPE-ID            PIC X(08).
   01    WS-TRANS-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-KEYFRAG-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-PENDING-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-DECISION-FILE-STATUS PIC X(02) VALUE SPACES.
   01    WS-TRANS-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-TRANS-EOF                VALUE 'Y'.
   01    WS-KEYFRAG-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-KEYFRAG-EOF              VALUE 'Y'.
   01    WS-PENDING-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-PENDING-EOF              VALUE 'Y'.
   01    WS-DECISION-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-DECISION-EOF             VALUE 'Y'.
   01    WS-TRANS-VALID-SWITCH PIC X(01) VALUE 'N'.
         88  WS-TRANS-VALID              VALUE 'Y'.
   01    WS-TARGET-FOUND-SWITCH PIC X(01) VALUE 'N'.
         88  WS-TARGET-FOUND             VALUE 'Y'.
   01    WS-PENDING-FOUND-SWITCH PIC X(01) VALUE 'N'.
         88  WS-PENDING-FOUND            VALUE 'Y'.
   01    WS-APPLIED-SWITCH PIC X(01) VALUE 'N'.
         88  WS-TRANS-APPLIED            VALUE 'Y'.
   01    WS-APPLIED-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-REJECTED-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-TRANS-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-QUEUED-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-LISTED-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-EXPIRED-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-DECLINED-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-REFUSED-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-DECISION-COUNT PIC 9(05) COMP VALUE ZERO.
   01    WS-NEXT-SET-ID PIC 9(09) VALUE ZERO.
   01    WS-NEXT-PENDING-ID PIC 9(09) VALUE ZERO.
   01    WS-ITEM-NBR PIC 9(09) VALUE ZERO.
   01    WS-ITEM-DATE PIC X(08) VALUE SPACES.
   01    WS-PENDING-AGE PIC S9(09) COMP VALUE ZERO.
   01    WS-EXPIRY-DAYS PIC 9(03) VALUE 7.
   01    WS-KMNT-FUNCTION PIC X(08) VALUE SPACES.
         88  WS-FUNCTION-REQUEST         VALUE 'REQUEST'.
         88  WS-FUNCTION-REVIEW          VALUE 'REVIEW'.
         88  WS-FUNCTION-APPROVE         VALUE 'APPROVE'.
   01    WS-OPERATOR-ID PIC X(08) VALUE SPACES.
   01    WS-REQUESTER-ID PIC X(08) VALUE SPACES.
   01    WS-PARM-FIELDS.
         05  WS-PARM-FUNCTION            PIC X(08) VALUE SPACES.
         05  WS-PARM-OPERATOR            PIC X(08) VALUE SPACES.
         05  WS-PARM-DAYS                PIC X(03) VALUE SPACES.
   01    WS-EDIT-DATE.
         05  WS-EDIT-DATE-X              PIC X(08).
         05  WS-EDIT-DATE-9 REDEFINES WS-EDIT-DATE-X
         05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
         05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
         05  FILLER                      PIC X(10) VALUE SPACES.
   01    WS-CLOCK-TIMESTAMP PIC X(16) VALUE SPACES.
   01    WS-CAND-KEYFRAG-RECORD.
         05  WS-CAND-SET-ID              PIC 9(09) VALUE ZERO.
         05  FILLER                      PIC X(184) VALUE SPACES.
   01    WS-CAND-CONCAT-FIELDS PIC X(174) VALUE SPACES.
   01    WS-CAND-AS-OF-DATE PIC 9(08) VALUE ZERO.
   01    WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SCAN-EOF                 VALUE 'Y'.
   01    WS-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
         88  WS-DUPLICATE-FOUND          VALUE 'Y'.
   01    WS-DUPLICATE-SET-ID PIC 9(09) VALUE ZERO.
   01    WS-SEGMENTS-BUILT-SWITCH PIC X(01) VALUE 'N'.
         88  WS-SEGMENTS-BUILT           VALUE 'Y'.
   01    WS-REJECT-REASON PIC X(08) VALUE SPACES.
   01    WS-REJECT-TEXT PIC X(60) VALUE SPACES.
   01    WS-REASON-INDEX PIC 9(03) COMP VALUE ZERO.
   01    WS-REASON-LIST.
         05  WS-REASON-COUNT             PIC 9(03) COMP VALUE ZERO.
         05  WS-REASON-ENTRY OCCURS 8 TIMES.
             10  WS-REASON-CODE              PIC X(08).
             10  WS-REASON-TEXT              PIC X(60).
   01    WS-MASK-FILL PIC X(70) VALUE ALL 'X'.
   01    WS-MASKED-CONCAT-FIELDS.
         05  WS-MASKED-CONCAT1           PIC X(52) VALUE SPACES.
         05  WS-MASKED-CONCAT2           PIC X(70) VALUE SPACES.
         05  WS-MASKED-CONCAT3           PIC X(52) VALUE SPACES.
   01    WS-IMAGE-BODY.
         05  WS-IMG-FRAGMENTS.
             10  WS-IMG-FRAGMENTS-1-4        PIC X(80).
             10  WS-IMG-FRAGMENTS-5-8        PIC X(80).
         05  WS-IMG-EFFECTIVE-DATE       PIC X(08).
         05  WS-IMG-STATUS               PIC X(08).
         05  WS-IMG-RECIPE-ID            PIC X(08).
   01    WS-RPT-TEXT-LINE.
         05  WS-RTL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-RTL-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-ITEM-RPT-LINE.
         05  WS-IRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-IRL-ITEM-NBR             PIC 9(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-IRL-ACTION               PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-IRL-SET-ID               PIC 9(09).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-IRL-USER-ID              PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-IRL-DATE                 PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-IRL-STATUS               PIC X(08).
   01    WS-IMAGE-RPT-LINE.
         05  WS-IML-SIDE                 PIC X(07) VALUE SPACES.
         05  WS-IML-LABEL                PIC X(13) VALUE SPACES.
         05  WS-IML-TEXT                 PIC X(112) VALUE SPACES.
   01    WS-STATE-RPT-LINE.
         05  WS-SRL-SIDE                 PIC X(07) VALUE SPACES.
         05  WS-SRL-LABEL                PIC X(13) VALUE SPACES.
         05  WS-SRL-EFFECTIVE-DATE       PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-SRL-STATUS               PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-SRL-RECIPE-ID            PIC X(08).
   01    WS-REASON-RPT-LINE.
         05  WS-XRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-XRL-CODE                 PIC X(08).
         05  FILLER                      PIC X(02) VALUE SPACES.
         05  WS-XRL-TEXT                 PIC X(60).
   01    WS-TOTAL-RPT-LINE.
         05  WS-TRL-LABEL                PIC X(20) VALUE SPACES.
         05  WS-TRL-ENTRY OCCURS 6 TIMES.
             10  WS-TRL-COUNT                PIC Z(04)9.
             10  WS-TRL-TEXT                 PIC X(10).

   LINKAGE SECTION.
   01  LS-PARM-AREA.
       05  LS-PARM-LENGTH                PIC S9(04) COMP.
       05  LS-PARM-TEXT                  PIC X(80).

   PROCEDURE DIVISION USING LS-PARM-AREA.
   MAIN-PARAGRAPH.
        ACCEPT WS-RUN-TIME FROM TIME
        MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CLOCK-TIMESTAMP
        PERFORM GET-PROCESSING-DATE-PARAGRAPH
        IF NOT WS-RUNCTL-DATE-FOUND
            PERFORM RUNCTL-ERROR-PARAGRAPH
        ELSE
            MOVE WS-PROCESSING-DATE TO WS-RUN-DATE
            PERFORM PARSE-PARM-PARAGRAPH
            IF RETURN-CODE = ZERO
                PERFORM AUTHORIZE-OPERATOR-PARAGRAPH
            END-IF
            IF RETURN-CODE = ZERO
                IF WS-FUNCTION-REQUEST
                    OPEN INPUT CTF-KEYFRAG-FILE
                ELSE
                    OPEN I-O CTF-KEYFRAG-FILE
                END-IF
                IF WS-KEYFRAG-FILE-STATUS NOT = '00'
                    DISPLAY 'CTK0005 KEYFRAG CLUSTER UNAVAILABLE - STATUS '
                        WS-KEYFRAG-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM LOAD-RECIPE-PARAGRAPH
                    IF NOT WS-RECIPE-LOADED
                        PERFORM RECIPE-ERROR-PARAGRAPH
                        CLOSE CTF-KEYFRAG-FILE
                    ELSE
                        PERFORM OPEN-PENDING-PARAGRAPH
                        IF WS-PENDING-FILE-STATUS NOT = '00'
                            DISPLAY 'CTK0006 PENDING-APPROVAL FILE '
                                'UNAVAILABLE - STATUS '
                                WS-PENDING-FILE-STATUS
                            MOVE 16 TO RETURN-CODE
                            CLOSE CTF-KEYFRAG-FILE
                        ELSE
                            OPEN OUTPUT CTF-EDIT-RPT
                            PERFORM WRITE-RPT-HEADER-PARAGRAPH
                            PERFORM FIND-HIGH-SET-ID-PARAGRAPH
                            IF WS-FUNCTION-REQUEST
                                PERFORM REQUEST-PARAGRAPH
                            ELSE
                                PERFORM REVIEW-PARAGRAPH
                            END-IF
                            CLOSE CTF-EDIT-RPT
                            CLOSE CTF-PENDING-FILE
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
                INTO WS-PARM-FUNCTION WS-PARM-OPERATOR WS-PARM-DAYS
            END-UNSTRING
            MOVE WS-PARM-FUNCTION TO WS-KMNT-FUNCTION
            MOVE WS-PARM-OPERATOR TO WS-OPERATOR-ID
            IF NOT WS-FUNCTION-REQUEST AND NOT WS-FUNCTION-REVIEW
                AND NOT WS-FUNCTION-APPROVE
                DISPLAY 'CTK0012 INVALID MAINTENANCE FUNCTION - '
                    WS-PARM-FUNCTION
                MOVE 16 TO RETURN-CODE
            ELSE
            IF WS-OPERATOR-ID = SPACES
                DISPLAY 'CTK0013 NO OPERATOR ID IN PARM'
                MOVE 16 TO RETURN-CODE
            ELSE
            IF WS-PARM-DAYS NOT = SPACES
                IF WS-PARM-DAYS NUMERIC
                    MOVE WS-PARM-DAYS TO WS-EXPIRY-DAYS
                ELSE
                    DISPLAY 'CTK0014 EXPIRY DAYS MUST BE 3 DIGITS - '
                        WS-PARM-DAYS
                    MOVE 16 TO RETURN-CODE
                END-IF
            END-IF
            END-IF
            END-IF
        ELSE
            DISPLAY 'CTK0015 NO PARM PRESENT - EXPECTED '
                'REQUEST/USERID, REVIEW/USERID/DDD OR '
                'APPROVE/USERID/DDD'
            MOVE 16 TO RETURN-CODE
        END-IF
        .

   AUTHORIZE-OPERATOR-PARAGRAPH.
        MOVE 'CTFKMNT ' TO WS-AUTH-PROGRAM-ID
        MOVE WS-OPERATOR-ID TO WS-AUTH-SUBMITTER-ID
        MOVE 'MAINT' TO WS-AUTH-MODE
        MOVE WS-KMNT-FUNCTION TO WS-AUTH-FUNCTION
        MOVE WS-RUN-TIMESTAMP TO WS-AUTH-TIMESTAMP
        PERFORM AUTHORIZE-SUBMITTER-PARAGRAPH
        IF WS-AUTH-GRANTED AND WS-FUNCTION-REQUEST
            PERFORM CHECK-TRANS-AUTHORITY-PARAGRAPH
        END-IF
        IF WS-AUTH-GRANTED
            MOVE 'N' TO WS-AUTH-RANGE-SWITCH
            MOVE SPACES TO WS-AUTH-REASON-CODE
            MOVE SPACES TO WS-AUTH-REASON-TEXT
            PERFORM WRITE-SECURITY-LOG-PARAGRAPH
            IF WS-SECLOG-FILE-STATUS NOT = '00'
                DISPLAY 'CTK0097 SECURITY LOG UNAVAILABLE - STATUS '
                    WS-SECLOG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            END-IF
        ELSE
        IF WS-AUTH-NO-FILE
            DISPLAY 'CTK0096 SUBMITTER MASTER UNAVAILABLE - STATUS '
                WS-SUBMAST-FILE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM REFUSE-OPERATOR-PARAGRAPH
        END-IF
        END-IF
        .

   CHECK-TRANS-AUTHORITY-PARAGRAPH.
        OPEN INPUT CTF-TRANS-FILE
        IF WS-TRANS-FILE-STATUS = '00'
            PERFORM READ-SCAN-TRANS-PARAGRAPH
            PERFORM CHECK-TRANS-ENTRY-PARAGRAPH
                UNTIL WS-TRANS-EOF OR NOT WS-AUTH-GRANTED
            CLOSE CTF-TRANS-FILE
            MOVE 'N' TO WS-TRANS-EOF-SWITCH
        END-IF
        .

   READ-SCAN-TRANS-PARAGRAPH.
        READ CTF-TRANS-FILE
            AT END
                SET WS-TRANS-EOF TO TRUE
        END-READ
        .

   CHECK-TRANS-ENTRY-PARAGRAPH.
        IF (KM-ACTION = 'CHANGE  ' OR KM-ACTION = 'RETIRE  ')
            AND KM-FRAG-SET-ID NUMERIC
            MOVE KM-FRAG-SET-ID TO WS-AUTH-SET-LOW
            MOVE KM-FRAG-SET-ID TO WS-AUTH-SET-HIGH
            PERFORM CHECK-SET-RANGE-PARAGRAPH
        END-IF
        IF WS-AUTH-GRANTED
            PERFORM READ-SCAN-TRANS-PARAGRAPH
        END-IF
        .

   CHECK-ITEM-AUTHORITY-PARAGRAPH.
        IF PD-ACTION = 'ADD     '
            COMPUTE WS-AUTH-SET-LOW = WS-NEXT-SET-ID + 1
        ELSE
            MOVE PD-FRAG-SET-ID TO WS-AUTH-SET-LOW
        END-IF
        MOVE WS-AUTH-SET-LOW TO WS-AUTH-SET-HIGH
        PERFORM CHECK-SET-RANGE-PARAGRAPH
        .

   REFUSE-OPERATOR-PARAGRAPH.
        EVALUATE TRUE
            WHEN WS-AUTH-NOT-ON-FILE
                DISPLAY 'CTK0091 OPERATOR NOT AUTHORIZED - '
                    WS-OPERATOR-ID ' IS NOT ON THE SUBMITTER MASTER'
                MOVE 'CTK0091' TO WS-AUTH-REASON-CODE
                MOVE 'SUBMITTER NOT ON SUBMITTER MASTER'
                    TO WS-AUTH-REASON-TEXT
            WHEN WS-AUTH-REVOKED
                DISPLAY 'CTK0092 OPERATOR AUTHORITY REVOKED - '
                    WS-OPERATOR-ID
                MOVE 'CTK0092' TO WS-AUTH-REASON-CODE
                MOVE 'SUBMITTER AUTHORITY REVOKED'
                    TO WS-AUTH-REASON-TEXT
            WHEN WS-AUTH-MODE-REFUSED
                DISPLAY 'CTK0093 MAINTENANCE NOT AUTHORIZED - OPERATOR '
                    WS-OPERATOR-ID
                MOVE 'CTK0093' TO WS-AUTH-REASON-CODE
                MOVE 'MODE NOT AUTHORIZED FOR SUBMITTER'
                    TO WS-AUTH-REASON-TEXT
            WHEN OTHER
                DISPLAY 'CTK0095 FRAGMENT SET OUT OF AUTHORIZED RANGE - '
                    WS-AUTH-SET-LOW ' - OPERATOR ' WS-OPERATOR-ID
                MOVE 'CTK0095' TO WS-AUTH-REASON-CODE
                MOVE 'FRAGMENT SET OUT OF AUTHORIZED RANGE'
                    TO WS-AUTH-REASON-TEXT
        END-EVALUATE
        PERFORM WRITE-SECURITY-LOG-PARAGRAPH
        IF WS-SECLOG-FILE-STATUS NOT = '00'
            DISPLAY 'CTK0097 SECURITY LOG UNAVAILABLE - STATUS '
                WS-SECLOG-FILE-STATUS
        END-IF
        OPEN OUTPUT CTF-ALERT-FILE
        MOVE WS-RUN-TIMESTAMP TO AL-RUN-TIMESTAMP
        MOVE WS-OPERATOR-ID TO AL-SUBMITTER-ID
        MOVE 'SECURITY' TO AL-CONDITION-CODE
        MOVE SPACES TO AL-ALERT-TEXT
        MOVE WS-AUTH-REASON-CODE TO AL-ALERT-TEXT(1:8)
        MOVE WS-AUTH-REASON-TEXT TO AL-ALERT-TEXT(9:44)
        WRITE ALERT-OUT-RECORD
        CLOSE CTF-ALERT-FILE
        MOVE 16 TO RETURN-CODE
        .

   OPEN-PENDING-PARAGRAPH.
        OPEN I-O CTF-PENDING-FILE
        IF WS-PENDING-FILE-STATUS = '35'
            OPEN OUTPUT CTF-PENDING-FILE
            CLOSE CTF-PENDING-FILE
            OPEN I-O CTF-PENDING-FILE
        END-IF
        .

   FIND-HIGH-SET-ID-PARAGRAPH.
        MOVE ZERO TO WS-NEXT-SET-ID
        MOVE ZERO TO KF-FRAG-SET-ID
        END-IF
        .

   FIND-HIGH-PENDING-ID-PARAGRAPH.
        MOVE ZERO TO WS-NEXT-PENDING-ID
        MOVE 'N' TO WS-PENDING-EOF-SWITCH
        MOVE ZERO TO PD-PENDING-ID
        START CTF-PENDING-FILE KEY IS GREATER THAN PD-PENDING-ID
            INVALID KEY
                SET WS-PENDING-EOF TO TRUE
        END-START
        PERFORM SCAN-PENDING-ID-PARAGRAPH
            UNTIL WS-PENDING-EOF
        .

   SCAN-PENDING-ID-PARAGRAPH.
        READ CTF-PENDING-FILE NEXT
            AT END
                SET WS-PENDING-EOF TO TRUE
        END-READ
        IF NOT WS-PENDING-EOF
            IF PD-PENDING-ID > WS-NEXT-PENDING-ID
                MOVE PD-PENDING-ID TO WS-NEXT-PENDING-ID
            END-IF
        END-IF
        .

   REQUEST-PARAGRAPH.
        OPEN INPUT CTF-TRANS-FILE
        IF WS-TRANS-FILE-STATUS NOT = '00'
            DISPLAY 'CTK0010 NO MAINTENANCE TRANSACTIONS PRESENT'
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM FIND-HIGH-PENDING-ID-PARAGRAPH
            MOVE WS-OPERATOR-ID TO WS-REQUESTER-ID
            PERFORM READ-TRANS-PARAGRAPH
            PERFORM REQUEST-TRANS-PARAGRAPH
                UNTIL WS-TRANS-EOF
            CLOSE CTF-TRANS-FILE
            MOVE 'TOTALS' TO WS-TRL-LABEL
            MOVE WS-TRANS-COUNT TO WS-TRL-COUNT(1)
            MOVE ' READ' TO WS-TRL-TEXT(1)
            MOVE WS-QUEUED-COUNT TO WS-TRL-COUNT(2)
            MOVE ' QUEUED' TO WS-TRL-TEXT(2)
            MOVE WS-REJECTED-COUNT TO WS-TRL-COUNT(3)
            MOVE ' REJECTED' TO WS-TRL-TEXT(3)
            PERFORM WRITE-RPT-TOTALS-PARAGRAPH
            IF WS-TRANS-COUNT = ZERO
                DISPLAY 'CTK0011 MAINTENANCE TRANSACTION FILE EMPTY'
                MOVE 16 TO RETURN-CODE
            ELSE
                DISPLAY 'CTK0002 REQUEST COMPLETE - '
                    WS-QUEUED-COUNT ' QUEUED FOR APPROVAL, '
                    WS-REJECTED-COUNT ' REJECTED'
            END-IF
        END-IF
        .

   READ-TRANS-PARAGRAPH.
        READ CTF-TRANS-FILE
            AT END
        END-IF
        .

   REQUEST-TRANS-PARAGRAPH.
        MOVE WS-TRANS-COUNT TO WS-ITEM-NBR
        MOVE WS-RUN-DATE TO WS-ITEM-DATE
        MOVE TRANS-RECORD TO WS-TRANS-RECORD
        PERFORM EDIT-TRANS-PARAGRAPH
        IF WS-TRANS-VALID
            PERFORM QUEUE-PENDING-PARAGRAPH
        ELSE
            PERFORM COUNT-REJECT-PARAGRAPH
        END-IF
        PERFORM READ-TRANS-PARAGRAPH
        .

   QUEUE-PENDING-PARAGRAPH.
        ADD 1 TO WS-NEXT-PENDING-ID
        MOVE SPACES TO PENDING-RECORD
        MOVE WS-NEXT-PENDING-ID TO PD-PENDING-ID
        SET PD-STATUS-PENDING TO TRUE
        MOVE WS-OPERATOR-ID TO PD-REQUESTER-ID
        MOVE WS-CLOCK-TIMESTAMP TO PD-REQUEST-TIMESTAMP
        MOVE WS-TRANS-RECORD TO PD-TRANS-IMAGE
        MOVE ZERO TO PD-APPLIED-SET-ID
        WRITE PENDING-RECORD
            INVALID KEY
                DISPLAY 'CTK0042 UNABLE TO QUEUE TRANSACTION - '
                    'PENDING ID ' WS-NEXT-PENDING-ID
                SUBTRACT 1 FROM WS-NEXT-PENDING-ID
                MOVE 'CTK0042' TO WS-REJECT-REASON
                MOVE 'UNABLE TO QUEUE FOR APPROVAL' TO WS-REJECT-TEXT
                PERFORM ADD-REASON-PARAGRAPH
                PERFORM COUNT-REJECT-PARAGRAPH
            NOT INVALID KEY
                ADD 1 TO WS-QUEUED-COUNT
                DISPLAY 'CTK0003 QUEUED FOR APPROVAL - PENDING ID '
                    PD-PENDING-ID ' - ' WS-TR-ACTION
                MOVE 'QUEUED' TO WS-IRL-LABEL
                MOVE PD-STATUS TO WS-IRL-STATUS
                PERFORM WRITE-RPT-ITEM-PARAGRAPH
                MOVE 'PENDING ID' TO WS-RTL-LABEL
                MOVE PD-PENDING-ID TO WS-RTL-TEXT
                PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-WRITE
        .

   REVIEW-PARAGRAPH.
        OPEN OUTPUT CTF-EXCEPT-RPT
        MOVE 'CTFKMNT EXCEPTIONS' TO WS-RTL-LABEL
        MOVE 'PENDING ITEMS EXPIRED UNAPPROVED AFTER' TO WS-RTL-TEXT
        MOVE WS-EXPIRY-DAYS TO WS-RTL-TEXT(40:3)
        MOVE 'DAYS - RUN DATE' TO WS-RTL-TEXT(44:15)
        MOVE WS-RUN-DATE TO WS-RTL-TEXT(60:8)
        MOVE WS-RPT-TEXT-LINE TO EXCEPT-RPT-LINE
        WRITE EXCEPT-RPT-LINE
        MOVE 'N' TO WS-PENDING-EOF-SWITCH
        MOVE ZERO TO PD-PENDING-ID
        START CTF-PENDING-FILE KEY IS GREATER THAN PD-PENDING-ID
            INVALID KEY
                SET WS-PENDING-EOF TO TRUE
        END-START
        PERFORM REVIEW-PENDING-PARAGRAPH
            UNTIL WS-PENDING-EOF
        DISPLAY 'CTK0004 REVIEW COMPLETE - ' WS-LISTED-COUNT
            ' PENDING ITEMS LISTED, ' WS-EXPIRED-COUNT ' EXPIRED'
        IF WS-EXPIRED-COUNT > ZERO AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'TOTALS' TO WS-TRL-LABEL
        MOVE WS-EXPIRED-COUNT TO WS-TRL-COUNT(1)
        MOVE ' EXPIRED' TO WS-TRL-TEXT(1)
        MOVE WS-TOTAL-RPT-LINE TO EXCEPT-RPT-LINE
        WRITE EXCEPT-RPT-LINE
        CLOSE CTF-EXCEPT-RPT
        IF WS-FUNCTION-APPROVE
            PERFORM DECISION-PARAGRAPH
        END-IF
        MOVE SPACES TO WS-TOTAL-RPT-LINE
        MOVE 'TOTALS' TO WS-TRL-LABEL
        MOVE WS-LISTED-COUNT TO WS-TRL-COUNT(1)
        MOVE ' LISTED' TO WS-TRL-TEXT(1)
        MOVE WS-EXPIRED-COUNT TO WS-TRL-COUNT(2)
        MOVE ' EXPIRED' TO WS-TRL-TEXT(2)
        MOVE WS-APPLIED-COUNT TO WS-TRL-COUNT(3)
        MOVE ' APPLIED' TO WS-TRL-TEXT(3)
        MOVE WS-DECLINED-COUNT TO WS-TRL-COUNT(4)
        MOVE ' DECLINED' TO WS-TRL-TEXT(4)
        MOVE WS-REJECTED-COUNT TO WS-TRL-COUNT(5)
        MOVE ' REJECTED' TO WS-TRL-TEXT(5)
        MOVE WS-REFUSED-COUNT TO WS-TRL-COUNT(6)
        MOVE ' REFUSED' TO WS-TRL-TEXT(6)
        PERFORM WRITE-RPT-TOTALS-PARAGRAPH
        .

   REVIEW-PENDING-PARAGRAPH.
        READ CTF-PENDING-FILE NEXT
            AT END
                SET WS-PENDING-EOF TO TRUE
        END-READ
        IF NOT WS-PENDING-EOF
            IF PD-STATUS-PENDING
                COMPUTE WS-PENDING-AGE =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(PD-REQUEST-DATE)
                IF WS-PENDING-AGE > WS-EXPIRY-DAYS
                    PERFORM EXPIRE-PENDING-PARAGRAPH
                ELSE
                    PERFORM LIST-PENDING-PARAGRAPH
                END-IF
            END-IF
        END-IF
        .

   EXPIRE-PENDING-PARAGRAPH.
        SET PD-STATUS-EXPIRED TO TRUE
        MOVE WS-CLOCK-TIMESTAMP TO PD-DECISION-TIMESTAMP
        MOVE 'CTK0062' TO PD-REASON-CODE
        REWRITE PENDING-RECORD
            INVALID KEY
                DISPLAY 'CTK0043 PENDING FILE REWRITE FAILED - '
                    PD-PENDING-ID
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
        END-REWRITE
        ADD 1 TO WS-EXPIRED-COUNT
        DISPLAY 'CTK0062 PENDING ITEM EXPIRED UNAPPROVED - '
            PD-PENDING-ID ' - REQUESTED BY ' PD-REQUESTER-ID
        MOVE PD-TRANS-IMAGE TO WS-TRANS-RECORD
        MOVE 'EXPIRED' TO WS-IRL-LABEL
        MOVE PD-PENDING-ID TO WS-IRL-ITEM-NBR
        MOVE WS-TR-ACTION TO WS-IRL-ACTION
        MOVE WS-TR-FRAG-SET-ID TO WS-IRL-SET-ID
        MOVE PD-REQUESTER-ID TO WS-IRL-USER-ID
        MOVE PD-REQUEST-DATE TO WS-IRL-DATE
        MOVE PD-STATUS TO WS-IRL-STATUS
        MOVE WS-ITEM-RPT-LINE TO EXCEPT-RPT-LINE
        WRITE EXCEPT-RPT-LINE
        .

   LIST-PENDING-PARAGRAPH.
        ADD 1 TO WS-LISTED-COUNT
        MOVE PD-PENDING-ID TO WS-ITEM-NBR
        MOVE PD-REQUEST-DATE TO WS-ITEM-DATE
        MOVE PD-REQUESTER-ID TO WS-REQUESTER-ID
        MOVE PD-TRANS-IMAGE TO WS-TRANS-RECORD
        MOVE 'PENDING ITEM' TO WS-IRL-LABEL
        MOVE PD-STATUS TO WS-IRL-STATUS
        PERFORM WRITE-RPT-ITEM-PARAGRAPH
        MOVE 'N' TO WS-TARGET-FOUND-SWITCH
        IF NOT WS-TR-ACTION-ADD
            MOVE WS-TR-FRAG-SET-ID TO KF-FRAG-SET-ID
            READ CTF-KEYFRAG-FILE KEY IS KF-FRAG-SET-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-TARGET-FOUND TO TRUE
                    MOVE KEYFRAG-RECORD TO WS-OLD-KEYFRAG-RECORD
            END-READ
        END-IF
        MOVE 'BEFORE' TO WS-IML-SIDE
        IF WS-TARGET-FOUND
            MOVE WS-OLD-KEYFRAG-RECORD(10:184) TO WS-IMAGE-BODY
            PERFORM WRITE-RPT-IMAGE-PARAGRAPH
        ELSE
            MOVE 'IMAGE' TO WS-IML-LABEL
            IF WS-TR-ACTION-ADD
                MOVE 'NONE - NEW FRAGMENT SET' TO WS-IML-TEXT
            ELSE
                MOVE 'SET NOT ON KEYFRAG FILE' TO WS-IML-TEXT
            END-IF
            MOVE WS-IMAGE-RPT-LINE TO EDIT-RPT-LINE
            WRITE EDIT-RPT-LINE
        END-IF
        MOVE 'AFTER' TO WS-IML-SIDE
        IF WS-TR-ACTION-RETIRE
            IF WS-TARGET-FOUND
                MOVE WS-OLD-KEYFRAG-RECORD(10:184) TO WS-IMAGE-BODY
                MOVE 'RETIRED ' TO WS-IMG-STATUS
                PERFORM WRITE-RPT-IMAGE-PARAGRAPH
            END-IF
        ELSE
            MOVE WS-TR-KEYFRAG-BODY TO WS-IMAGE-BODY
            PERFORM WRITE-RPT-IMAGE-PARAGRAPH
        END-IF
        .

   DECISION-PARAGRAPH.
        OPEN INPUT CTF-DECISION-FILE
        IF WS-DECISION-FILE-STATUS NOT = '00'
            DISPLAY 'CTK0016 NO APPROVAL DECISIONS PRESENT'
            MOVE 16 TO RETURN-CODE
        ELSE
            OPEN OUTPUT CTF-CHGHIST-FILE
            PERFORM READ-DECISION-PARAGRAPH
            PERFORM DECIDE-PARAGRAPH
                UNTIL WS-DECISION-EOF
            CLOSE CTF-DECISION-FILE
            CLOSE CTF-CHGHIST-FILE
            IF WS-DECISION-COUNT = ZERO
                DISPLAY 'CTK0017 APPROVAL DECISION FILE EMPTY'
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                DISPLAY 'CTK0001 MAINTENANCE COMPLETE - '
                    WS-APPLIED-COUNT ' APPLIED, '
                    WS-DECLINED-COUNT ' DECLINED, '
                    WS-REJECTED-COUNT ' REJECTED, '
                    WS-REFUSED-COUNT ' REFUSED'
            END-IF
        END-IF
        .

   READ-DECISION-PARAGRAPH.
        READ CTF-DECISION-FILE
            AT END
                SET WS-DECISION-EOF TO TRUE
        END-READ
        IF NOT WS-DECISION-EOF
            ADD 1 TO WS-DECISION-COUNT
        END-IF
        .

   DECIDE-PARAGRAPH.
        MOVE ZERO TO WS-REASON-COUNT
        MOVE 'N' TO WS-SEGMENTS-BUILT-SWITCH
        MOVE 'N' TO WS-PENDING-FOUND-SWITCH
        MOVE SPACES TO WS-TRANS-RECORD
        MOVE ZERO TO WS-TR-FRAG-SET-ID
        MOVE SPACES TO WS-REQUESTER-ID
        MOVE SPACES TO WS-ITEM-DATE
        MOVE ZERO TO WS-ITEM-NBR
        IF DC-PENDING-ID NUMERIC
            MOVE DC-PENDING-ID TO WS-ITEM-NBR
            MOVE DC-PENDING-ID TO PD-PENDING-ID
            READ CTF-PENDING-FILE KEY IS PD-PENDING-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-PENDING-FOUND TO TRUE
                    MOVE PD-TRANS-IMAGE TO WS-TRANS-RECORD
                    MOVE PD-REQUESTER-ID TO WS-REQUESTER-ID
                    MOVE PD-REQUEST-DATE TO WS-ITEM-DATE
            END-READ
        END-IF
        SET WS-AUTH-GRANTED TO TRUE
        IF WS-PENDING-FOUND AND PD-STATUS-PENDING
            PERFORM CHECK-ITEM-AUTHORITY-PARAGRAPH
        END-IF
        IF NOT WS-PENDING-FOUND
            DISPLAY 'CTK0060 PENDING ITEM NOT FOUND - ' DC-PENDING-ID
            MOVE 'CTK0060' TO WS-REJECT-REASON
            MOVE 'PENDING ITEM NOT FOUND' TO WS-REJECT-TEXT
            PERFORM ADD-REASON-PARAGRAPH
            PERFORM COUNT-REJECT-PARAGRAPH
        ELSE
        IF NOT PD-STATUS-PENDING
            DISPLAY 'CTK0063 PENDING ITEM ALREADY ' PD-STATUS
                ' - ' PD-PENDING-ID
            MOVE 'CTK0063' TO WS-REJECT-REASON
            MOVE 'ITEM NO LONGER PENDING - ' TO WS-REJECT-TEXT
            MOVE PD-STATUS TO WS-REJECT-TEXT(26:8)
            PERFORM ADD-REASON-PARAGRAPH
            PERFORM COUNT-REJECT-PARAGRAPH
        ELSE
        IF PD-REQUESTER-ID = WS-OPERATOR-ID
            DISPLAY 'CTK0061 SELF-APPROVAL REFUSED - PENDING ID '
                PD-PENDING-ID ' REQUESTED BY ' PD-REQUESTER-ID
            MOVE 'CTK0061' TO WS-REJECT-REASON
            MOVE 'SELF-APPROVAL REFUSED - ITEM LEFT PENDING'
                TO WS-REJECT-TEXT
            PERFORM ADD-REASON-PARAGRAPH
            ADD 1 TO WS-REFUSED-COUNT
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE 'REFUSED' TO WS-IRL-LABEL
            PERFORM WRITE-RPT-REJECT-DETAIL-PARAGRAPH
        ELSE
        IF NOT WS-AUTH-GRANTED
            PERFORM REFUSE-OPERATOR-PARAGRAPH
            MOVE 'CTK0095' TO WS-REJECT-REASON
            MOVE 'SET OUTSIDE APPROVER AUTHORITY - RUN ENDED'
                TO WS-REJECT-TEXT
            PERFORM ADD-REASON-PARAGRAPH
            ADD 1 TO WS-REFUSED-COUNT
            MOVE 'REFUSED' TO WS-IRL-LABEL
            PERFORM WRITE-RPT-REJECT-DETAIL-PARAGRAPH
            SET WS-DECISION-EOF TO TRUE
        ELSE
        IF DC-DECISION-DECLINE
            PERFORM DECLINE-PENDING-PARAGRAPH
        ELSE
        IF DC-DECISION-APPROVE
            PERFORM APPROVE-PENDING-PARAGRAPH
        ELSE
            DISPLAY 'CTK0064 INVALID DECISION - ' DC-DECISION
                ' - PENDING ID ' PD-PENDING-ID
            MOVE 'CTK0064' TO WS-REJECT-REASON
            MOVE 'INVALID DECISION - ITEM LEFT PENDING'
                TO WS-REJECT-TEXT
            PERFORM ADD-REASON-PARAGRAPH
            PERFORM COUNT-REJECT-PARAGRAPH
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        IF NOT WS-DECISION-EOF
            PERFORM READ-DECISION-PARAGRAPH
        END-IF
        .

   DECLINE-PENDING-PARAGRAPH.
        SET PD-STATUS-DECLINED TO TRUE
        MOVE WS-OPERATOR-ID TO PD-APPROVER-ID
        MOVE WS-CLOCK-TIMESTAMP TO PD-DECISION-TIMESTAMP
        PERFORM REWRITE-PENDING-PARAGRAPH
        ADD 1 TO WS-DECLINED-COUNT
        DISPLAY 'CTK0065 PENDING ITEM DECLINED - ' PD-PENDING-ID
        MOVE 'DECLINED' TO WS-IRL-LABEL
        MOVE PD-STATUS TO WS-IRL-STATUS
        PERFORM WRITE-RPT-ITEM-PARAGRAPH
        .

   APPROVE-PENDING-PARAGRAPH.
        PERFORM APPLY-TRANS-PARAGRAPH
        IF WS-TRANS-APPLIED
            SET PD-STATUS-APPLIED TO TRUE
            MOVE WS-FRAG-SET-ID TO PD-APPLIED-SET-ID
            ADD 1 TO WS-APPLIED-COUNT
            DISPLAY 'CTK0066 PENDING ITEM APPLIED - ' PD-PENDING-ID
                ' - SET ' WS-FRAG-SET-ID
            MOVE 'APPLIED' TO WS-IRL-LABEL
            MOVE PD-STATUS TO WS-IRL-STATUS
            PERFORM WRITE-RPT-ITEM-PARAGRAPH
        ELSE
            SET PD-STATUS-REJECTED TO TRUE
            IF WS-REASON-COUNT > ZERO
                MOVE WS-REASON-CODE(1) TO PD-REASON-CODE
            END-IF
            PERFORM COUNT-REJECT-PARAGRAPH
        END-IF
        MOVE WS-OPERATOR-ID TO PD-APPROVER-ID
        MOVE WS-CLOCK-TIMESTAMP TO PD-DECISION-TIMESTAMP
        PERFORM REWRITE-PENDING-PARAGRAPH
        .

   REWRITE-PENDING-PARAGRAPH.
        REWRITE PENDING-RECORD
            INVALID KEY
                DISPLAY 'CTK0043 PENDING FILE REWRITE FAILED - '
                    PD-PENDING-ID
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
        END-REWRITE
        .

   EDIT-TRANS-PARAGRAPH.
        MOVE ZERO TO WS-REASON-COUNT
        MOVE 'N' TO WS-SEGMENTS-BUILT-SWITCH
        MOVE 'N' TO WS-DUPLICATE-SWITCH
        MOVE 'N' TO WS-TRANS-VALID-SWITCH
        EVALUATE TRUE
            WHEN WS-TR-ACTION-ADD
                PERFORM PREPARE-ADD-PARAGRAPH
            WHEN WS-TR-ACTION-CHANGE
                PERFORM PREPARE-UPDATE-PARAGRAPH
            WHEN WS-TR-ACTION-RETIRE
                PERFORM PREPARE-UPDATE-PARAGRAPH
            WHEN OTHER
                DISPLAY 'CTK0020 INVALID ACTION - ' WS-TR-ACTION
                MOVE 'CTK0020' TO WS-REJECT-REASON
                MOVE 'INVALID ACTION' TO WS-REJECT-TEXT
                PERFORM ADD-REASON-PARAGRAPH
        END-EVALUATE
        .

   PREPARE-ADD-PARAGRAPH.
        MOVE SPACES TO WS-OLD-KEYFRAG-RECORD
        MOVE ZERO TO WS-OLD-FRAG-SET-ID
        MOVE ZERO TO WS-OLD-EFFECTIVE-DATE
        COMPUTE WS-FRAG-SET-ID = WS-NEXT-SET-ID + 1
        MOVE WS-TR-KEYFRAG-BODY TO WS-FRAGMENT-RECORD(1:160)
        MOVE WS-TR-KEYFRAG-BODY(161:8) TO WS-EDIT-DATE-X
        PERFORM MOVE-BODY-DATE-PARAGRAPH
        MOVE WS-TR-KEYFRAG-BODY(169:8) TO WS-FRAG-STATUS
        MOVE WS-TR-KEYFRAG-BODY(177:8) TO WS-FRAG-RECIPE-ID
        PERFORM VALIDATE-TRANS-PARAGRAPH
        .

   PREPARE-UPDATE-PARAGRAPH.
        MOVE 'Y' TO WS-TARGET-FOUND-SWITCH
        MOVE WS-TR-FRAG-SET-ID TO KF-FRAG-SET-ID
        READ CTF-KEYFRAG-FILE KEY IS KF-FRAG-SET-ID
            INVALID KEY
                MOVE 'N' TO WS-TARGET-FOUND-SWITCH
        END-READ
        IF NOT WS-TARGET-FOUND
            DISPLAY 'CTK0031 TARGET RECORD NOT FOUND - '
                WS-TR-ACTION ' ' WS-TR-FRAG-SET-ID
            MOVE 'CTK0031' TO WS-REJECT-REASON
            MOVE 'TARGET RECORD NOT FOUND' TO WS-REJECT-TEXT
            PERFORM ADD-REASON-PARAGRAPH
        ELSE
            MOVE KEYFRAG-RECORD TO WS-OLD-KEYFRAG-RECORD
            IF WS-TR-ACTION-RETIRE
                MOVE WS-OLD-KEYFRAG-RECORD TO WS-KEYFRAG-RECORD
                MOVE 'RETIRED ' TO WS-FRAG-STATUS
                MOVE WS-OLD-EFFECTIVE-DATE TO WS-EDIT-DATE-9
            ELSE
                MOVE WS-TR-FRAG-SET-ID TO WS-FRAG-SET-ID
                MOVE WS-TR-KEYFRAG-BODY TO WS-FRAGMENT-RECORD(1:160)
                MOVE WS-TR-KEYFRAG-BODY(161:8) TO WS-EDIT-DATE-X
                PERFORM MOVE-BODY-DATE-PARAGRAPH
                MOVE WS-TR-KEYFRAG-BODY(169:8) TO WS-FRAG-STATUS
                MOVE WS-TR-KEYFRAG-BODY(177:8) TO WS-FRAG-RECIPE-ID
            END-IF
            PERFORM VALIDATE-TRANS-PARAGRAPH
        END-IF
        .

   APPLY-TRANS-PARAGRAPH.
        MOVE 'N' TO WS-APPLIED-SWITCH
        PERFORM EDIT-TRANS-PARAGRAPH
        IF WS-TRANS-VALID
            IF WS-TR-ACTION-ADD
                ADD 1 TO WS-NEXT-SET-ID
                WRITE KEYFRAG-RECORD FROM WS-KEYFRAG-RECORD
                    INVALID KEY
                        DISPLAY 'CTK0040 DUPLICATE SET ID ON ADD - '
                            WS-FRAG-SET-ID
                        SUBTRACT 1 FROM WS-NEXT-SET-ID
                        MOVE 'CTK0040' TO WS-REJECT-REASON
                        MOVE 'DUPLICATE SET ID ON ADD' TO WS-REJECT-TEXT
                        PERFORM ADD-REASON-PARAGRAPH
                    NOT INVALID KEY
                        PERFORM WRITE-HISTORY-PARAGRAPH
                        SET WS-TRANS-APPLIED TO TRUE
                END-WRITE
            ELSE
                REWRITE KEYFRAG-RECORD FROM WS-KEYFRAG-RECORD
                    INVALID KEY
                        DISPLAY 'CTK0041 REWRITE FAILED - '
                            WS-TR-FRAG-SET-ID
                        MOVE 'CTK0041' TO WS-REJECT-REASON
                        MOVE 'REWRITE FAILED' TO WS-REJECT-TEXT
                        PERFORM ADD-REASON-PARAGRAPH
                    NOT INVALID KEY
                        PERFORM WRITE-HISTORY-PARAGRAPH
                        SET WS-TRANS-APPLIED TO TRUE
                END-REWRITE
            END-IF
        END-IF
        .
            MOVE 'N' TO WS-TRANS-VALID-SWITCH
            DISPLAY 'CTK0021 INVALID STATUS - ' WS-FRAG-STATUS
                ' - SET ' WS-FRAG-SET-ID
            MOVE 'CTK0021' TO WS-REJECT-REASON
            MOVE 'INVALID STATUS' TO WS-REJECT-TEXT
            PERFORM ADD-REASON-PARAGRAPH
        END-IF
        IF WS-TRANS-VALID
            PERFORM VALIDATE-DATE-PARAGRAPH
        IF WS-TRANS-VALID
            PERFORM VALIDATE-LIFECYCLE-PARAGRAPH
        END-IF
        IF WS-TRANS-VALID AND NOT WS-TR-ACTION-RETIRE
            PERFORM PREFLIGHT-SEGMENTS-PARAGRAPH
        END-IF
        IF WS-TRANS-VALID AND NOT WS-TR-ACTION-RETIRE
            PERFORM CHECK-UNIQUE-PARAGRAPH
        END-IF
        .

   VALIDATE-DATE-PARAGRAPH.
            MOVE 'N' TO WS-TRANS-VALID-SWITCH
            DISPLAY 'CTK0022 INVALID EFFECTIVE DATE - '
                WS-EDIT-DATE-X ' - SET ' WS-FRAG-SET-ID
            MOVE 'CTK0022' TO WS-REJECT-REASON
            MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-TEXT
            PERFORM ADD-REASON-PARAGRAPH
        ELSE
        IF NOT WS-TR-ACTION-RETIRE
            AND WS-EDIT-DATE-9 < WS-RUN-DATE
            AND WS-EDIT-DATE-9 NOT = WS-OLD-EFFECTIVE-DATE
            MOVE 'N' TO WS-TRANS-VALID-SWITCH
            DISPLAY 'CTK0023 EFFECTIVE DATE IN THE PAST - '
                WS-EDIT-DATE-X ' - SET ' WS-FRAG-SET-ID
            MOVE 'CTK0023' TO WS-REJECT-REASON
            MOVE 'EFFECTIVE DATE IN THE PAST' TO WS-REJECT-TEXT
            PERFORM ADD-REASON-PARAGRAPH
        END-IF
        END-IF
        .

   VALIDATE-LIFECYCLE-PARAGRAPH.
        EVALUATE TRUE
            WHEN WS-TR-ACTION-ADD
                IF NOT WS-FRAG-PENDING
                    MOVE 'N' TO WS-TRANS-VALID-SWITCH
                    DISPLAY 'CTK0030 ADD MUST CARRY PENDING STATUS - '
                        'SET ' WS-FRAG-SET-ID
                    MOVE 'CTK0030' TO WS-REJECT-REASON
                    MOVE 'ADD MUST CARRY PENDING STATUS' TO WS-REJECT-TEXT
                    PERFORM ADD-REASON-PARAGRAPH
                END-IF
            WHEN WS-TR-ACTION-CHANGE
                IF WS-OLD-FRAG-RETIRED
                    MOVE 'N' TO WS-TRANS-VALID-SWITCH
                    DISPLAY 'CTK0032 CHANGE TO RETIRED RECORD '
                        'REJECTED - SET ' WS-FRAG-SET-ID
                    MOVE 'CTK0032' TO WS-REJECT-REASON
                    MOVE 'CHANGE TO RETIRED RECORD REJECTED'
                        TO WS-REJECT-TEXT
                    PERFORM ADD-REASON-PARAGRAPH
                ELSE
                IF WS-FRAG-RETIRED
                    MOVE 'N' TO WS-TRANS-VALID-SWITCH
                    DISPLAY 'CTK0034 USE RETIRE ACTION TO RETIRE - '
                        'SET ' WS-FRAG-SET-ID
                    MOVE 'CTK0034' TO WS-REJECT-REASON
                    MOVE 'USE RETIRE ACTION TO RETIRE' TO WS-REJECT-TEXT
                    PERFORM ADD-REASON-PARAGRAPH
                ELSE
                IF WS-FRAG-ACTIVE AND NOT WS-OLD-FRAG-PENDING
                    AND NOT WS-OLD-FRAG-ACTIVE
                    MOVE 'N' TO WS-TRANS-VALID-SWITCH
                    DISPLAY 'CTK0033 ACTIVE REQUIRES PRIOR PENDING - '
                        'SET ' WS-FRAG-SET-ID
                    MOVE 'CTK0033' TO WS-REJECT-REASON
                    MOVE 'ACTIVE REQUIRES PRIOR PENDING' TO WS-REJECT-TEXT
                    PERFORM ADD-REASON-PARAGRAPH
                ELSE
                IF WS-FRAG-PENDING AND WS-OLD-FRAG-ACTIVE
                    MOVE 'N' TO WS-TRANS-VALID-SWITCH
                    DISPLAY 'CTK0035 STATUS REGRESSION REJECTED - '
                        'SET ' WS-FRAG-SET-ID
                    MOVE 'CTK0035' TO WS-REJECT-REASON
                    MOVE 'STATUS REGRESSION REJECTED' TO WS-REJECT-TEXT
                    PERFORM ADD-REASON-PARAGRAPH
                END-IF
                END-IF
                END-IF
                END-IF
            WHEN WS-TR-ACTION-RETIRE
                IF WS-OLD-FRAG-RETIRED
                    MOVE 'N' TO WS-TRANS-VALID-SWITCH
                    DISPLAY 'CTK0036 RECORD ALREADY RETIRED - '
                        'SET ' WS-FRAG-SET-ID
                    MOVE 'CTK0036' TO WS-REJECT-REASON
                    MOVE 'RECORD ALREADY RETIRED' TO WS-REJECT-TEXT
                    PERFORM ADD-REASON-PARAGRAPH
                END-IF
        END-EVALUATE
        .

   PREFLIGHT-SEGMENTS-PARAGRAPH.
        MOVE WS-RUN-DATE TO WS-CAND-AS-OF-DATE
        IF WS-FRAG-EFFECTIVE-DATE > WS-CAND-AS-OF-DATE
            MOVE WS-FRAG-EFFECTIVE-DATE TO WS-CAND-AS-OF-DATE
        END-IF
        MOVE WS-CAND-AS-OF-DATE TO WS-RECIPE-AS-OF-DATE
        PERFORM DERIVE-SEGMENTS-PARAGRAPH
        SET WS-SEGMENTS-BUILT TO TRUE
        IF NOT WS-RECIPE-FOUND
            MOVE 'N' TO WS-TRANS-VALID-SWITCH
            DISPLAY 'CTK0050 NO RECIPE IN EFFECT - '
                WS-RECIPE-WANTED-ID ' - SET ' WS-FRAG-SET-ID
            MOVE 'CTK0050' TO WS-REJECT-REASON
            MOVE 'NO RECIPE IN EFFECT - ' TO WS-REJECT-TEXT
            MOVE WS-RECIPE-WANTED-ID TO WS-REJECT-TEXT(23:8)
            PERFORM ADD-REASON-PARAGRAPH
        ELSE
            PERFORM EDIT-SEGMENTS-PARAGRAPH
            IF NOT WS-SEGMENTS-CLEAN
                MOVE 'N' TO WS-TRANS-VALID-SWITCH
                PERFORM REPORT-SEGMENT-ERRORS-PARAGRAPH
            END-IF
        END-IF
        .

   REPORT-SEGMENT-ERRORS-PARAGRAPH.
        IF WS-SEG-OVERFLOW-ERROR
            MOVE 'CTF0020' TO WS-REJECT-REASON
            MOVE 'STRING OVERFLOW BUILDING SEGMENT OUTPUT'
                TO WS-REJECT-TEXT
            PERFORM SEGMENT-REJECT-PARAGRAPH
        END-IF
        IF WS-SEG1-BLANK-ERROR
            MOVE 'CTF0030' TO WS-REJECT-REASON
            MOVE 'SEGMENT 1 IS BLANK' TO WS-REJECT-TEXT
            PERFORM SEGMENT-REJECT-PARAGRAPH
        END-IF
        IF WS-SEG1-FORMAT-ERROR
            MOVE 'CTF0031' TO WS-REJECT-REASON
            MOVE 'SEGMENT 1 FAILED FORMAT CHECK' TO WS-REJECT-TEXT
            PERFORM SEGMENT-REJECT-PARAGRAPH
        END-IF
        IF WS-SEG2-BLANK-ERROR
            MOVE 'CTF0032' TO WS-REJECT-REASON
            MOVE 'SEGMENT 2 IS BLANK' TO WS-REJECT-TEXT
            PERFORM SEGMENT-REJECT-PARAGRAPH
        END-IF
        IF WS-SEG2-TRAILING-ERROR
            MOVE 'CTF0033' TO WS-REJECT-REASON
            MOVE 'SEGMENT 2 HAS TRAILING DATA' TO WS-REJECT-TEXT
            PERFORM SEGMENT-REJECT-PARAGRAPH
        END-IF
        .

   SEGMENT-REJECT-PARAGRAPH.
        DISPLAY 'CTK0051 SEGMENTS WOULD FAIL CTF EDIT - '
            WS-REJECT-REASON ' - SET ' WS-FRAG-SET-ID
        PERFORM ADD-REASON-PARAGRAPH
        .

   CHECK-UNIQUE-PARAGRAPH.
        MOVE WS-KEYFRAG-RECORD TO WS-CAND-KEYFRAG-RECORD
        MOVE WS-CONCAT-FIELDS TO WS-CAND-CONCAT-FIELDS
        MOVE 'N' TO WS-DUPLICATE-SWITCH
        MOVE 'N' TO WS-SCAN-EOF-SWITCH
        MOVE ZERO TO KF-FRAG-SET-ID
        START CTF-KEYFRAG-FILE KEY IS GREATER THAN KF-FRAG-SET-ID
            INVALID KEY
                SET WS-SCAN-EOF TO TRUE
        END-START
        PERFORM SCAN-UNIQUE-PARAGRAPH
            UNTIL WS-SCAN-EOF OR WS-DUPLICATE-FOUND
        MOVE WS-CAND-KEYFRAG-RECORD TO WS-KEYFRAG-RECORD
        MOVE WS-CAND-CONCAT-FIELDS TO WS-CONCAT-FIELDS
        IF WS-DUPLICATE-FOUND
            MOVE 'N' TO WS-TRANS-VALID-SWITCH
            DISPLAY 'CTK0052 DERIVED SEGMENTS DUPLICATE SET '
                WS-DUPLICATE-SET-ID ' - SET ' WS-FRAG-SET-ID
            MOVE 'CTK0052' TO WS-REJECT-REASON
            MOVE 'DERIVED SEGMENTS DUPLICATE SET ' TO WS-REJECT-TEXT
            MOVE WS-DUPLICATE-SET-ID TO WS-REJECT-TEXT(32:9)
            PERFORM ADD-REASON-PARAGRAPH
        END-IF
        .

   SCAN-UNIQUE-PARAGRAPH.
        READ CTF-KEYFRAG-FILE NEXT INTO WS-KEYFRAG-RECORD
            AT END
                SET WS-SCAN-EOF TO TRUE
        END-READ
        IF NOT WS-SCAN-EOF
            IF WS-FRAG-SET-ID NOT = WS-CAND-SET-ID
                AND (WS-FRAG-ACTIVE OR WS-FRAG-PENDING)
                MOVE WS-CAND-AS-OF-DATE TO WS-RECIPE-AS-OF-DATE
                IF WS-FRAG-EFFECTIVE-DATE > WS-RECIPE-AS-OF-DATE
                    MOVE WS-FRAG-EFFECTIVE-DATE TO WS-RECIPE-AS-OF-DATE
                END-IF
                PERFORM DERIVE-SEGMENTS-PARAGRAPH
                IF WS-RECIPE-FOUND
                    AND WS-CONCAT-FIELDS = WS-CAND-CONCAT-FIELDS
                    SET WS-DUPLICATE-FOUND TO TRUE
                    MOVE WS-FRAG-SET-ID TO WS-DUPLICATE-SET-ID
                END-IF
            END-IF
        END-IF
        .

   ADD-REASON-PARAGRAPH.
        IF WS-REASON-COUNT < 8
            ADD 1 TO WS-REASON-COUNT
            MOVE WS-REJECT-REASON TO WS-REASON-CODE(WS-REASON-COUNT)
            MOVE WS-REJECT-TEXT TO WS-REASON-TEXT(WS-REASON-COUNT)
        END-IF
        .

   COUNT-REJECT-PARAGRAPH.
        ADD 1 TO WS-REJECTED-COUNT
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
        PERFORM WRITE-RPT-REJECT-PARAGRAPH
        .

   WRITE-RPT-HEADER-PARAGRAPH.
        MOVE 'CTFKMNT EDIT REPORT' TO WS-RTL-LABEL
        MOVE 'KEYFRAG MAINTENANCE' TO WS-RTL-TEXT
        MOVE WS-KMNT-FUNCTION TO WS-RTL-TEXT(21:8)
        MOVE 'BY' TO WS-RTL-TEXT(30:2)
        MOVE WS-OPERATOR-ID TO WS-RTL-TEXT(33:8)
        MOVE '- RUN DATE' TO WS-RTL-TEXT(42:10)
        MOVE WS-RUN-DATE TO WS-RTL-TEXT(53:8)
        PERFORM WRITE-TEXT-LINE-PARAGRAPH
        .

   WRITE-RPT-ITEM-PARAGRAPH.
        MOVE WS-ITEM-NBR TO WS-IRL-ITEM-NBR
        MOVE WS-TR-ACTION TO WS-IRL-ACTION
        MOVE WS-TR-FRAG-SET-ID TO WS-IRL-SET-ID
        MOVE WS-REQUESTER-ID TO WS-IRL-USER-ID
        MOVE WS-ITEM-DATE TO WS-IRL-DATE
        MOVE WS-ITEM-RPT-LINE TO EDIT-RPT-LINE
        WRITE EDIT-RPT-LINE
        .

   WRITE-RPT-REJECT-PARAGRAPH.
        MOVE 'REJECTED' TO WS-IRL-LABEL
        PERFORM WRITE-RPT-REJECT-DETAIL-PARAGRAPH
        .

   WRITE-RPT-REJECT-DETAIL-PARAGRAPH.
        MOVE SPACES TO WS-IRL-STATUS
        PERFORM WRITE-RPT-ITEM-PARAGRAPH
        MOVE 1 TO WS-REASON-INDEX
        PERFORM WRITE-RPT-REASON-PARAGRAPH
            UNTIL WS-REASON-INDEX > WS-REASON-COUNT
        IF WS-SEGMENTS-BUILT
            PERFORM MASK-SEGMENTS-PARAGRAPH
            MOVE 'SEGMENT1' TO WS-RTL-LABEL
            MOVE WS-MASKED-CONCAT1 TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
            MOVE 'SEGMENT2' TO WS-RTL-LABEL
            MOVE WS-MASKED-CONCAT2 TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
            MOVE 'SEGMENT3' TO WS-RTL-LABEL
            MOVE WS-MASKED-CONCAT3 TO WS-RTL-TEXT
            PERFORM WRITE-TEXT-LINE-PARAGRAPH
        END-IF
        .

   WRITE-RPT-REASON-PARAGRAPH.
        MOVE 'REASON' TO WS-XRL-LABEL
        MOVE WS-REASON-CODE(WS-REASON-INDEX) TO WS-XRL-CODE
        MOVE WS-REASON-TEXT(WS-REASON-INDEX) TO WS-XRL-TEXT
        MOVE WS-REASON-RPT-LINE TO EDIT-RPT-LINE
        WRITE EDIT-RPT-LINE
        ADD 1 TO WS-REASON-INDEX
        .

   WRITE-RPT-IMAGE-PARAGRAPH.
        MOVE 'FRAGMENTS 1-4' TO WS-IML-LABEL
        MOVE SPACES TO WS-IML-TEXT
        MOVE WS-MASK-FILL(1:70) TO WS-IML-TEXT(1:70)
        MOVE WS-MASK-FILL(1:6) TO WS-IML-TEXT(71:6)
        MOVE WS-IMG-FRAGMENTS-1-4(77:4) TO WS-IML-TEXT(77:4)
        MOVE WS-IMAGE-RPT-LINE TO EDIT-RPT-LINE
        WRITE EDIT-RPT-LINE
        MOVE 'FRAGMENTS 5-8' TO WS-IML-LABEL
        MOVE SPACES TO WS-IML-TEXT
        MOVE WS-MASK-FILL(1:70) TO WS-IML-TEXT(1:70)
        MOVE WS-MASK-FILL(1:6) TO WS-IML-TEXT(71:6)
        MOVE WS-IMG-FRAGMENTS-5-8(77:4) TO WS-IML-TEXT(77:4)
        MOVE WS-IMAGE-RPT-LINE TO EDIT-RPT-LINE
        WRITE EDIT-RPT-LINE
        MOVE WS-IML-SIDE TO WS-SRL-SIDE
        MOVE 'DATE/STAT/RCP' TO WS-SRL-LABEL
        MOVE WS-IMG-EFFECTIVE-DATE TO WS-SRL-EFFECTIVE-DATE
        MOVE WS-IMG-STATUS TO WS-SRL-STATUS
        MOVE WS-IMG-RECIPE-ID TO WS-SRL-RECIPE-ID
        MOVE WS-STATE-RPT-LINE TO EDIT-RPT-LINE
        WRITE EDIT-RPT-LINE
        .

   WRITE-RPT-TOTALS-PARAGRAPH.
        MOVE WS-TOTAL-RPT-LINE TO EDIT-RPT-LINE
        WRITE EDIT-RPT-LINE
        .

   WRITE-TEXT-LINE-PARAGRAPH.
        MOVE WS-RPT-TEXT-LINE TO EDIT-RPT-LINE
        WRITE EDIT-RPT-LINE
        .

   MASK-SEGMENTS-PARAGRAPH.
        MOVE WS-MASK-FILL(1:48) TO WS-MASKED-CONCAT1(1:48)
        MOVE WS-CONCAT1(49:4) TO WS-MASKED-CONCAT1(49:4)
        MOVE WS-MASK-FILL(1:66) TO WS-MASKED-CONCAT2(1:66)
        MOVE WS-CONCAT2(67:4) TO WS-MASKED-CONCAT2(67:4)
        MOVE WS-MASK-FILL(1:48) TO WS-MASKED-CONCAT3(1:48)
        MOVE WS-CONCAT3(49:4) TO WS-MASKED-CONCAT3(49:4)
        .

   RECIPE-ERROR-PARAGRAPH.
        EVALUATE TRUE
            WHEN WS-RECIPE-NO-FILE
                DISPLAY 'CTK0071 NO RECIPE FILE PRESENT - STATUS '
                    WS-RECIPE-FILE-STATUS
            WHEN WS-RECIPE-EMPTY
                DISPLAY 'CTK0072 RECIPE FILE HOLDS NO RECIPES'
            WHEN WS-RECIPE-OUT-OF-SEQ
                DISPLAY 'CTK0073 RECIPE CARD OUT OF SEQUENCE - '
                    WS-RECIPE-ERROR-CARD(1:35)
            WHEN WS-RECIPE-TABLE-FULL
                DISPLAY 'CTK0074 RECIPE TABLE FULL AT CARD - '
                    WS-RECIPE-ERROR-CARD(1:35)
            WHEN OTHER
                DISPLAY 'CTK0075 RECIPE CARD FAILED EDIT - '
                    WS-RECIPE-ERROR-CARD(1:35)
        END-EVALUATE
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRCPP.

   WRITE-HISTORY-PARAGRAPH.
        MOVE WS-CLOCK-TIMESTAMP TO CH-RUN-TIMESTAMP
        MOVE WS-TR-ACTION TO CH-ACTION
        IF WS-TR-ACTION-ADD
            MOVE SPACES TO CH-BEFORE-IMAGE
        ELSE
            MOVE WS-OLD-KEYFRAG-RECORD TO CH-BEFORE-IMAGE
        END-IF
        MOVE WS-KEYFRAG-RECORD TO CH-AFTER-IMAGE
        MOVE WS-REQUESTER-ID TO CH-REQUESTER-ID
        MOVE WS-OPERATOR-ID TO CH-APPROVER-ID
        WRITE CHGHIST-OUT-RECORD
        .

   RUNCTL-ERROR-PARAGRAPH.
        IF WS-RUNCTL-NO-FILE
            DISPLAY 'CTK0081 RUN CONTROL FILE UNAVAILABLE - STATUS '
                WS-RUNCTL-FILE-STATUS
        ELSE
        IF WS-RUNCTL-NO-CONTROL
            DISPLAY 'CTK0082 RUN CONTROL NOT SET UP - NO PROCESSING DATE'
        ELSE
            DISPLAY 'CTK0083 RUN CONTROL PROCESSING DATE NOT VALID'
        END-IF
        END-IF
        MOVE 16 TO RETURN-CODE
        .

   COPY CTFRUNP.

   COPY CTFAUTP.
