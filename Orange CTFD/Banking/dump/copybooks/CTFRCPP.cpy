      *> CTFRCPP - segment recipe load and derive paragraphs, copied
      *> into the PROCEDURE DIVISION of every program that builds
      *> SEGMENT1/2/3, so all of them string the pieces together the
      *> same way CTF does. Needs CTFFRAG and CTFRCPW in WORKING-
      *> STORAGE and CTF-RECIPE-FILE (FD COPY CTFRCPE, FILE STATUS
      *> WS-RECIPE-FILE-STATUS) in the FILE SECTION.
      *>
      *> LOAD-RECIPE-PARAGRAPH reads the whole recipe file into
      *> WS-RECIPE-TABLE and sets WS-RECIPE-LOAD-STATUS; the caller
      *> checks WS-RECIPE-LOADED and reports anything else.
      *> DERIVE-SEGMENTS-PARAGRAPH builds WS-CONCAT1/2/3 for the set
      *> in WS-KEYFRAG-RECORD from the version of its recipe in
      *> effect on WS-RECIPE-AS-OF-DATE. Each piece is moved with its
      *> own STRING ... WITH POINTER, which leaves exactly what one
      *> multi-item STRING per segment would, overflow included.
      *> EDIT-SEGMENTS-PARAGRAPH applies CTF's segment checks to the
      *> last derive and sets WS-SEGMENT-EDIT-FLAGS; it issues no
      *> messages of its own.
   LOAD-RECIPE-PARAGRAPH.
        MOVE ZERO TO WS-RCP-COUNT
        MOVE LOW-VALUES TO WS-RECIPE-LAST-KEY
        MOVE SPACES TO WS-RECIPE-ERROR-CARD
        MOVE 'N' TO WS-RECIPE-EOF-SWITCH
        SET WS-RECIPE-LOADED TO TRUE
        OPEN INPUT CTF-RECIPE-FILE
        IF WS-RECIPE-FILE-STATUS NOT = '00'
            SET WS-RECIPE-NO-FILE TO TRUE
        ELSE
            PERFORM READ-RECIPE-PARAGRAPH
            PERFORM STORE-RECIPE-PARAGRAPH
                UNTIL WS-RECIPE-EOF OR NOT WS-RECIPE-LOADED
            CLOSE CTF-RECIPE-FILE
            IF WS-RECIPE-LOADED AND WS-RCP-COUNT = ZERO
                SET WS-RECIPE-EMPTY TO TRUE
            END-IF
        END-IF
        .

   READ-RECIPE-PARAGRAPH.
        READ CTF-RECIPE-FILE
            AT END
                SET WS-RECIPE-EOF TO TRUE
        END-READ
        .

   STORE-RECIPE-PARAGRAPH.
        PERFORM EDIT-RECIPE-PARAGRAPH
        IF WS-RECIPE-LOADED
            IF WS-RCP-COUNT = ZERO
                PERFORM ADD-RECIPE-VERSION-PARAGRAPH
            ELSE
            IF RP-RECIPE-ID NOT = WS-RCP-RECIPE-ID(WS-RCP-COUNT)
                OR RP-EFFECTIVE-DATE NOT =
                    WS-RCP-EFFECTIVE-DATE(WS-RCP-COUNT)
                PERFORM ADD-RECIPE-VERSION-PARAGRAPH
            END-IF
            END-IF
        END-IF
        IF WS-RECIPE-LOADED
            PERFORM ADD-RECIPE-PIECE-PARAGRAPH
        END-IF
        IF WS-RECIPE-LOADED
            MOVE RP-RECIPE-KEY TO WS-RECIPE-LAST-KEY
            PERFORM READ-RECIPE-PARAGRAPH
        ELSE
            MOVE RECIPE-RECORD TO WS-RECIPE-ERROR-CARD
        END-IF
        .

   EDIT-RECIPE-PARAGRAPH.
        IF RP-RECIPE-KEY NOT > WS-RECIPE-LAST-KEY
            SET WS-RECIPE-OUT-OF-SEQ TO TRUE
        ELSE
        IF RP-EFFECTIVE-DATE NOT NUMERIC
            OR RP-SEGMENT-NBR NOT NUMERIC
            OR RP-PIECE-SEQ NOT NUMERIC
            OR RP-FRAGMENT-NBR NOT NUMERIC
            OR RP-START-POS NOT NUMERIC
            OR RP-PIECE-LENGTH NOT NUMERIC
            SET WS-RECIPE-BAD-CARD TO TRUE
        ELSE
        IF RP-RECIPE-ID = SPACES
            OR RP-SEGMENT-NBR < 1 OR RP-SEGMENT-NBR > 3
            OR RP-PIECE-LENGTH = ZERO
            OR NOT (RP-DELIM-BY-SIZE OR RP-DELIM-BY-CHAR)
            SET WS-RECIPE-BAD-CARD TO TRUE
        ELSE
        IF RP-PIECE-FRAGMENT
            IF RP-FRAGMENT-NBR < 1 OR RP-FRAGMENT-NBR > 8
                OR RP-START-POS = ZERO
                OR RP-START-POS + RP-PIECE-LENGTH > 21
                SET WS-RECIPE-BAD-CARD TO TRUE
            END-IF
        ELSE
        IF RP-PIECE-LITERAL
            IF RP-PIECE-LENGTH > 8
                SET WS-RECIPE-BAD-CARD TO TRUE
            END-IF
        ELSE
            SET WS-RECIPE-BAD-CARD TO TRUE
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        .

   ADD-RECIPE-VERSION-PARAGRAPH.
        IF WS-RCP-COUNT < 50
            ADD 1 TO WS-RCP-COUNT
            MOVE RP-RECIPE-ID TO WS-RCP-RECIPE-ID(WS-RCP-COUNT)
            MOVE RP-EFFECTIVE-DATE TO WS-RCP-EFFECTIVE-DATE(WS-RCP-COUNT)
            MOVE ZERO TO WS-RCP-PIECE-COUNT(WS-RCP-COUNT)
        ELSE
            SET WS-RECIPE-TABLE-FULL TO TRUE
        END-IF
        .

   ADD-RECIPE-PIECE-PARAGRAPH.
        IF WS-RCP-PIECE-COUNT(WS-RCP-COUNT) < 40
            ADD 1 TO WS-RCP-PIECE-COUNT(WS-RCP-COUNT)
            MOVE WS-RCP-PIECE-COUNT(WS-RCP-COUNT) TO WS-RCP-PIECE-INDEX
            MOVE RP-SEGMENT-NBR TO
                WS-RCP-SEGMENT-NBR(WS-RCP-COUNT, WS-RCP-PIECE-INDEX)
            MOVE RP-PIECE-DETAIL TO
                WS-RCP-PIECE-DETAIL(WS-RCP-COUNT, WS-RCP-PIECE-INDEX)
        ELSE
            SET WS-RECIPE-TABLE-FULL TO TRUE
        END-IF
        .

   FIND-RECIPE-PARAGRAPH.
        MOVE 'N' TO WS-RECIPE-FOUND-SWITCH
        MOVE ZERO TO WS-RCP-SELECTED
        MOVE WS-FRAG-RECIPE-ID TO WS-RECIPE-WANTED-ID
        IF WS-RECIPE-WANTED-ID = SPACES
            MOVE WS-RECIPE-BASE-ID TO WS-RECIPE-WANTED-ID
        END-IF
        MOVE 1 TO WS-RCP-INDEX
        PERFORM TEST-RECIPE-PARAGRAPH
            UNTIL WS-RCP-INDEX > WS-RCP-COUNT
        .

   TEST-RECIPE-PARAGRAPH.
        IF WS-RCP-RECIPE-ID(WS-RCP-INDEX) = WS-RECIPE-WANTED-ID
            AND WS-RCP-EFFECTIVE-DATE(WS-RCP-INDEX) <=
                WS-RECIPE-AS-OF-DATE
            MOVE WS-RCP-INDEX TO WS-RCP-SELECTED
            SET WS-RECIPE-FOUND TO TRUE
        END-IF
        ADD 1 TO WS-RCP-INDEX
        .

   DERIVE-SEGMENTS-PARAGRAPH.
        MOVE 'N' TO WS-OVERFLOW-SWITCH
        MOVE SPACES TO WS-CONCAT1 WS-CONCAT2 WS-CONCAT3
        MOVE 1 TO WS-CONCAT1-PTR
        MOVE 1 TO WS-CONCAT2-PTR
        MOVE 1 TO WS-CONCAT3-PTR
        PERFORM FIND-RECIPE-PARAGRAPH
        IF WS-RECIPE-FOUND
            MOVE 1 TO WS-RCP-PIECE-INDEX
            PERFORM APPLY-PIECE-PARAGRAPH
                UNTIL WS-RCP-PIECE-INDEX >
                    WS-RCP-PIECE-COUNT(WS-RCP-SELECTED)
        END-IF
        .

   APPLY-PIECE-PARAGRAPH.
        MOVE WS-RCP-SEGMENT-NBR(WS-RCP-SELECTED, WS-RCP-PIECE-INDEX)
            TO WS-PC-SEGMENT-NBR
        MOVE WS-RCP-PIECE-DETAIL(WS-RCP-SELECTED, WS-RCP-PIECE-INDEX)
            TO WS-PC-PIECE-DETAIL
        MOVE SPACES TO WS-PIECE-SOURCE WS-PIECE-VALUE
        MOVE ZERO TO WS-PIECE-LENGTH
        IF WS-PC-TYPE-LITERAL
            MOVE WS-PC-LITERAL-TEXT(1:WS-PC-PIECE-LENGTH)
                TO WS-PIECE-SOURCE
        ELSE
            MOVE WS-FRAGMENT(WS-PC-FRAGMENT-NBR)
                    (WS-PC-START-POS:WS-PC-PIECE-LENGTH)
                TO WS-PIECE-SOURCE
        END-IF
        IF WS-PC-DELIM-BY-CHAR
            UNSTRING WS-PIECE-SOURCE(1:WS-PC-PIECE-LENGTH)
                DELIMITED BY WS-PC-DELIM-CHAR
                INTO WS-PIECE-VALUE COUNT IN WS-PIECE-LENGTH
            END-UNSTRING
        ELSE
            MOVE WS-PIECE-SOURCE TO WS-PIECE-VALUE
            MOVE WS-PC-PIECE-LENGTH TO WS-PIECE-LENGTH
        END-IF
        IF WS-PIECE-LENGTH > ZERO
            EVALUATE WS-PC-SEGMENT-NBR
                WHEN 1
                    STRING WS-PIECE-VALUE(1:WS-PIECE-LENGTH)
                            DELIMITED BY SIZE
                      INTO WS-CONCAT1
                      WITH POINTER WS-CONCAT1-PTR
                      ON OVERFLOW
                           SET WS-STRING-OVERFLOW TO TRUE
                    END-STRING
                WHEN 2
                    STRING WS-PIECE-VALUE(1:WS-PIECE-LENGTH)
                            DELIMITED BY SIZE
                      INTO WS-CONCAT2
                      WITH POINTER WS-CONCAT2-PTR
                      ON OVERFLOW
                           SET WS-STRING-OVERFLOW TO TRUE
                    END-STRING
                WHEN 3
                    STRING WS-PIECE-VALUE(1:WS-PIECE-LENGTH)
                            DELIMITED BY SIZE
                      INTO WS-CONCAT3
                      WITH POINTER WS-CONCAT3-PTR
                      ON OVERFLOW
                           SET WS-STRING-OVERFLOW TO TRUE
                    END-STRING
            END-EVALUATE
        END-IF
        ADD 1 TO WS-RCP-PIECE-INDEX
        .

   EDIT-SEGMENTS-PARAGRAPH.
        MOVE 'NNNNN' TO WS-SEGMENT-EDIT-FLAGS
        IF WS-STRING-OVERFLOW
            SET WS-SEG-OVERFLOW-ERROR TO TRUE
        END-IF
        IF WS-CONCAT1(1:4) = SPACES
            SET WS-SEG1-BLANK-ERROR TO TRUE
        END-IF
        IF WS-CONCAT1(1:1) = SPACE OR WS-CONCAT1(2:1) = SPACE
            OR WS-CONCAT1(3:1) = SPACE OR WS-CONCAT1(4:1) = SPACE
            SET WS-SEG1-FORMAT-ERROR TO TRUE
        END-IF
        IF WS-CONCAT2(1:1) = SPACE
            SET WS-SEG2-BLANK-ERROR TO TRUE
        END-IF
        IF WS-CONCAT2-PTR <= 70
            IF WS-CONCAT2(WS-CONCAT2-PTR:) NOT = SPACES
                SET WS-SEG2-TRAILING-ERROR TO TRUE
            END-IF
        END-IF
        .
