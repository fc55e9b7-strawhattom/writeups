         88  WS-IN-BALANCE               VALUE 'Y'.
   01    WS-STAGE-INDEX PIC 9(03) COMP VALUE ZERO.
   01    WS-STAGE-TABLE.
         05  WS-STAGE-ENTRY OCCURS 5 TIMES.
             10  WS-STAGE-PROGRAM-ID         PIC X(08).
             10  WS-STAGE-START-SWITCH       PIC X(01).
                 88  WS-STAGE-STARTED            VALUE 'Y'.
             10  WS-STAGE-END-SWITCH         PIC X(01).
                 88  WS-STAGE-ENDED              VALUE 'Y'.
             10  WS-STAGE-CONTROL-SWITCH     PIC X(01).
                 88  WS-STAGE-CONTROLLED         VALUE 'Y'.
             10  WS-STAGE-START-TIMESTAMP    PIC X(26).
             10  WS-STAGE-READ-COUNT         PIC 9(09).
             10  WS-STAGE-WRITTEN-COUNT      PIC 9(09).
             10  WS-STAGE-REJECT-COUNT       PIC 9(09).
             10  WS-STAGE-ALERT-COUNT        PIC 9(09).
             10  WS-STAGE-CONTROL-COUNT      PIC 9(09).
   01    WS-TRIPLET-COUNT PIC 9(09) COMP VALUE ZERO.
   01    WS-EXPECTED-COUNT PIC 9(09) COMP VALUE ZERO.

        MOVE 'CTFDECOD' TO WS-STAGE-PROGRAM-ID(2)
        MOVE 'CTFRECON' TO WS-STAGE-PROGRAM-ID(3)
        MOVE 'CTFAUDRP' TO WS-STAGE-PROGRAM-ID(4)
        MOVE 'CTFINTAK' TO WS-STAGE-PROGRAM-ID(5)
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM INIT-STAGE-ENTRY-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 5
        .

   INIT-STAGE-ENTRY-PARAGRAPH.
        MOVE 'N' TO WS-STAGE-START-SWITCH(WS-STAGE-INDEX)
        MOVE 'N' TO WS-STAGE-END-SWITCH(WS-STAGE-INDEX)
        MOVE 'N' TO WS-STAGE-CONTROL-SWITCH(WS-STAGE-INDEX)
        MOVE SPACES TO WS-STAGE-START-TIMESTAMP(WS-STAGE-INDEX)
        MOVE ZERO TO WS-STAGE-READ-COUNT(WS-STAGE-INDEX)
        MOVE ZERO TO WS-STAGE-WRITTEN-COUNT(WS-STAGE-INDEX)
        MOVE ZERO TO WS-STAGE-REJECT-COUNT(WS-STAGE-INDEX)
        MOVE ZERO TO WS-STAGE-ALERT-COUNT(WS-STAGE-INDEX)
        MOVE ZERO TO WS-STAGE-CONTROL-COUNT(WS-STAGE-INDEX)
        ADD 1 TO WS-STAGE-INDEX
        .

   STORE-LEDGER-PARAGRAPH.
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM MATCH-STAGE-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 5
        PERFORM READ-LEDGER-PARAGRAPH
        .

            IF RL-EVENT-START
                MOVE 'Y' TO WS-STAGE-START-SWITCH(WS-STAGE-INDEX)
                MOVE 'N' TO WS-STAGE-END-SWITCH(WS-STAGE-INDEX)
                MOVE 'N' TO WS-STAGE-CONTROL-SWITCH(WS-STAGE-INDEX)
                MOVE RL-RUN-TIMESTAMP TO
                    WS-STAGE-START-TIMESTAMP(WS-STAGE-INDEX)
            ELSE
                    WS-STAGE-REJECT-COUNT(WS-STAGE-INDEX)
                MOVE RL-ALERT-COUNT TO
                    WS-STAGE-ALERT-COUNT(WS-STAGE-INDEX)
            ELSE
            IF RL-EVENT-CONTROL
                MOVE 'Y' TO WS-STAGE-CONTROL-SWITCH(WS-STAGE-INDEX)
                MOVE RL-READ-COUNT TO
                    WS-STAGE-CONTROL-COUNT(WS-STAGE-INDEX)
            END-IF
            END-IF
            END-IF
        END-IF
   CHECK-STAGES-PARAGRAPH.
        MOVE 1 TO WS-STAGE-INDEX
        PERFORM CHECK-STAGE-ENTRY-PARAGRAPH
            UNTIL WS-STAGE-INDEX > 5
        .

   CHECK-STAGE-ENTRY-PARAGRAPH.
                'EXCEPTIONS = ' WS-EXPECTED-COUNT
            MOVE 'N' TO WS-BALANCE-SWITCH
        END-IF
        IF NOT WS-STAGE-CONTROLLED(2)
            DISPLAY 'CTB0024 NO CIPHER CONTROL TOTAL FROM CTFDECOD'
            MOVE 'N' TO WS-BALANCE-SWITCH
        ELSE
        IF WS-STAGE-CONTROL-COUNT(2) NOT = WS-STAGE-WRITTEN-COUNT(5)
            DISPLAY 'CTB0025 CIPHER RECORDS ACCEPTED '
                WS-STAGE-WRITTEN-COUNT(5) ' BUT CTFDECOD CONSUMED '
                WS-STAGE-CONTROL-COUNT(2)
            MOVE 'N' TO WS-BALANCE-SWITCH
        END-IF
        END-IF
        IF NOT WS-IN-BALANCE
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
