      *> CTFRUNP - processing-date read paragraph, copied into the
      *> PROCEDURE DIVISION of every program that stamps or selects by
      *> business date. Needs CTFRUNW in WORKING-STORAGE and
      *> CTF-RUNCTL-FILE (INDEXED, ACCESS RANDOM, RECORD KEY
      *> RN-CONTROL-KEY, FILE STATUS WS-RUNCTL-FILE-STATUS; FD COPY
      *> CTFRUNE) in the FILE SECTION. The file is opened, read and
      *> closed here, so the caller never holds it.
   GET-PROCESSING-DATE-PARAGRAPH.
        MOVE ZERO TO WS-PROCESSING-DATE
        MOVE 'N' TO WS-RUNCTL-RERUN-SWITCH
        MOVE 'N' TO WS-RUNCTL-DECODE-SWITCH
        OPEN INPUT CTF-RUNCTL-FILE
        IF WS-RUNCTL-FILE-STATUS NOT = '00'
            SET WS-RUNCTL-NO-FILE TO TRUE
        ELSE
            MOVE ZERO TO RN-CONTROL-KEY
            READ CTF-RUNCTL-FILE
                INVALID KEY
                    SET WS-RUNCTL-NO-CONTROL TO TRUE
                NOT INVALID KEY
                    IF RN-PROCESSING-DATE NUMERIC
                        AND RN-PROCESSING-DATE > ZERO
                        MOVE RN-PROCESSING-DATE TO WS-PROCESSING-DATE
                        SET WS-RUNCTL-DATE-FOUND TO TRUE
                    ELSE
                        SET WS-RUNCTL-NO-DATE TO TRUE
                    END-IF
            END-READ
            IF WS-RUNCTL-DATE-FOUND
                MOVE WS-PROCESSING-DATE TO RN-CONTROL-KEY
                READ CTF-RUNCTL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RN-DATE-ACTIVE AND RN-RERUN
                            SET WS-RUNCTL-RERUN-DATE TO TRUE
                        END-IF
                        IF RN-DATE-ACTIVE
                            AND RN-STAGE-NAME(2) = 'CTFDECOD'
                            AND NOT RN-STAGE-DONE(2)
                            SET WS-RUNCTL-DECODE-PENDING TO TRUE
                        END-IF
                END-READ
            END-IF
            CLOSE CTF-RUNCTL-FILE
        END-IF
        .
