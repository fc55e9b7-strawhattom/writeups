      *> CTFAUTP - submitter authorization check and security log
      *> paragraphs, copied into the PROCEDURE DIVISION of every
      *> program that must refuse an unauthorized submitter. Needs
      *> CTFAUTW in WORKING-STORAGE, CTF-SUBMAST-FILE (INDEXED, ACCESS
      *> RANDOM, RECORD KEY SB-SUBMITTER-ID, FILE STATUS
      *> WS-SUBMAST-FILE-STATUS; FD COPY CTFSUBM) and CTF-SECLOG-FILE
      *> (SEQUENTIAL, FILE STATUS WS-SECLOG-FILE-STATUS; FD COPY
      *> CTFSECL) in the FILE SECTION. Both files are opened, used and
      *> closed here, so the caller never holds them.
      *>
      *> A caller that cannot write the security log must not go on
      *> to do the work - it tests WS-SECLOG-FILE-STATUS after
      *> WRITE-SECURITY-LOG-PARAGRAPH.
   AUTHORIZE-SUBMITTER-PARAGRAPH.
        MOVE SPACE TO WS-AUTH-STATUS
        MOVE ZERO TO WS-AUTH-RANGE-COUNT
        OPEN INPUT CTF-SUBMAST-FILE
        IF WS-SUBMAST-FILE-STATUS NOT = '00'
            SET WS-AUTH-NO-FILE TO TRUE
        ELSE
            MOVE WS-AUTH-SUBMITTER-ID TO SB-SUBMITTER-ID
            READ CTF-SUBMAST-FILE
                INVALID KEY
                    SET WS-AUTH-NOT-ON-FILE TO TRUE
                NOT INVALID KEY
                    PERFORM CHECK-SUBMITTER-AUTHORITY-PARAGRAPH
            END-READ
            CLOSE CTF-SUBMAST-FILE
        END-IF
        .

   CHECK-SUBMITTER-AUTHORITY-PARAGRAPH.
        IF SB-RANGE-COUNT NUMERIC AND SB-RANGE-COUNT NOT > 8
            MOVE SB-RANGE-COUNT TO WS-AUTH-RANGE-COUNT
            MOVE SB-RANGE-TABLE TO WS-AUTH-RANGE-TABLE
        END-IF
        MOVE 'N' TO WS-AUTH-MODE-SWITCH
        IF (WS-AUTH-MODE-BATCH AND SB-BATCH-ALLOWED)
            OR (WS-AUTH-MODE-SELECT AND SB-SELECT-ALLOWED)
            OR (WS-AUTH-MODE-INQUIRY AND SB-INQUIRY-ALLOWED)
            OR (WS-AUTH-MODE-MAINT AND SB-MAINT-ALLOWED)
            SET WS-AUTH-MODE-ALLOWED TO TRUE
        END-IF
        IF NOT SB-STATUS-ACTIVE
            SET WS-AUTH-REVOKED TO TRUE
        ELSE
        IF NOT WS-AUTH-MODE-ALLOWED
            SET WS-AUTH-MODE-REFUSED TO TRUE
        ELSE
        IF WS-AUTH-UNMASKED-WANTED AND NOT SB-UNMASKED-ALLOWED
            SET WS-AUTH-UNMASKED-REFUSED TO TRUE
        ELSE
        IF WS-AUTH-RANGE-WANTED
            PERFORM CHECK-SET-RANGE-PARAGRAPH
        ELSE
            SET WS-AUTH-GRANTED TO TRUE
        END-IF
        END-IF
        END-IF
        END-IF
        .

   CHECK-SET-RANGE-PARAGRAPH.
        SET WS-AUTH-RANGE-WANTED TO TRUE
        MOVE 'N' TO WS-AUTH-IN-RANGE-SWITCH
        MOVE 1 TO WS-AUTH-RANGE-INDEX
        PERFORM TEST-SET-RANGE-PARAGRAPH
            UNTIL WS-AUTH-RANGE-INDEX > WS-AUTH-RANGE-COUNT
                OR WS-AUTH-IN-RANGE
        IF WS-AUTH-IN-RANGE
            SET WS-AUTH-GRANTED TO TRUE
        ELSE
            SET WS-AUTH-RANGE-REFUSED TO TRUE
        END-IF
        .

   TEST-SET-RANGE-PARAGRAPH.
        IF WS-AUTH-SET-LOW NOT < WS-AUTH-RANGE-LOW(WS-AUTH-RANGE-INDEX)
            AND WS-AUTH-SET-HIGH NOT >
                WS-AUTH-RANGE-HIGH(WS-AUTH-RANGE-INDEX)
            SET WS-AUTH-IN-RANGE TO TRUE
        END-IF
        ADD 1 TO WS-AUTH-RANGE-INDEX
        .

   WRITE-SECURITY-LOG-PARAGRAPH.
        OPEN EXTEND CTF-SECLOG-FILE
        IF WS-SECLOG-FILE-STATUS = '00'
            MOVE WS-AUTH-TIMESTAMP TO SL-RUN-TIMESTAMP
            MOVE WS-AUTH-PROGRAM-ID TO SL-PROGRAM-ID
            MOVE WS-AUTH-SUBMITTER-ID TO SL-SUBMITTER-ID
            MOVE WS-AUTH-MODE TO SL-MODE
            MOVE WS-AUTH-FUNCTION TO SL-FUNCTION
            MOVE WS-AUTH-UNMASKED-SWITCH TO SL-UNMASKED-FLAG
            IF WS-AUTH-GRANTED
                SET SL-ACCESS-GRANTED TO TRUE
            ELSE
                SET SL-VIOLATION TO TRUE
            END-IF
            IF WS-AUTH-RANGE-WANTED
                MOVE WS-AUTH-SET-LOW TO SL-FRAG-SET-ID
            ELSE
                MOVE ZERO TO SL-FRAG-SET-ID
            END-IF
            MOVE WS-AUTH-REASON-CODE TO SL-REASON-CODE
            MOVE WS-AUTH-REASON-TEXT TO SL-REASON-TEXT
            WRITE SECURITY-LOG-RECORD
            CLOSE CTF-SECLOG-FILE
        END-IF
        .
