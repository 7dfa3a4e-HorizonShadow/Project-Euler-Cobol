        IDENTIFICATION DIVISION.
        PROGRAM-ID. CONTROL-CHECK.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CHECK-FILE ASSIGN USING WS-CHECK-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-CHECK-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  CHECK-FILE.
            01  CHECK-RECORD                PIC X(100).
            WORKING-STORAGE SECTION.
            01  WS-CHECK-NAME               PIC X(20).
            01  WS-CHECK-STATUS             PIC XX.
            01  WS-CHECK-EOF-SW             PIC X VALUE "N".
                88  CHECK-EOF               VALUE "Y".
            01  WS-BLOCK-OPEN-SW            PIC X VALUE "N".
                88  BLOCK-OPEN              VALUE "Y".
            01  WS-BLOCK-COUNT              PIC 9(9).
            01  WS-BLOCK-HASH               PIC 9(18).
            01  WS-FIELD-VALUE              PIC 9(18).
            COPY CTLTOTRC.
            LINKAGE SECTION.
            COPY CTLCHKRQ.
      *> Reads the named file through and proves each header/trailer
      *> block: every header must be closed by a trailer whose
      *> record count and hash agree with the data lines between
      *> them. A header with no trailer (the writer died, or the copy
      *> was cut short) or a trailer with no header is a mismatch
      *> too. Data lines outside any block are counted as legacy and
      *> accepted, so archived files from before the control
      *> records still read cleanly. Only the first fault is kept in
      *> the reason; the caller decides what to log.
        PROCEDURE DIVISION USING CONTROL-CHECK-REQUEST.
        MAIN-PARA.
            MOVE CCR-FILE-NAME TO WS-CHECK-NAME
            MOVE SPACE TO CCR-RESULT-SW
            MOVE ZERO TO CCR-BLOCK-COUNT
            MOVE ZERO TO CCR-RECORD-COUNT
            MOVE ZERO TO CCR-LEGACY-COUNT
            MOVE ZERO TO CCR-HASH-TOTAL
            MOVE SPACES TO CCR-REASON
            MOVE "N" TO WS-CHECK-EOF-SW
            MOVE "N" TO WS-BLOCK-OPEN-SW
            OPEN INPUT CHECK-FILE
            IF WS-CHECK-STATUS NOT = "00"
                SET CCR-FILE-MISSING TO TRUE
                MOVE "FILE NOT FOUND" TO CCR-REASON
            ELSE
                PERFORM UNTIL CHECK-EOF
                    READ CHECK-FILE
                        AT END
                            SET CHECK-EOF TO TRUE
                        NOT AT END
                            PERFORM CHECK-ONE-RECORD
                    END-READ
                END-PERFORM
                CLOSE CHECK-FILE
                IF BLOCK-OPEN
                    PERFORM NOTE-FILE-SHORT
                END-IF
                IF NOT CCR-FILE-MISMATCH
                    IF CCR-BLOCK-COUNT = 0
                        SET CCR-FILE-LEGACY TO TRUE
                    ELSE
                        SET CCR-FILE-VERIFIED TO TRUE
                    END-IF
                END-IF
            END-IF
            GOBACK.
        CHECK-ONE-RECORD.
            MOVE CHECK-RECORD TO CONTROL-TOTAL-RECORD
            EVALUATE TRUE
                WHEN CTR-HEADER
                    IF BLOCK-OPEN
                        PERFORM NOTE-HEADER-NOT-CLOSED
                    END-IF
                    ADD 1 TO CCR-BLOCK-COUNT
                    SET BLOCK-OPEN TO TRUE
                    MOVE ZERO TO WS-BLOCK-COUNT
                    MOVE ZERO TO WS-BLOCK-HASH
                WHEN CTR-TRAILER
                    IF NOT BLOCK-OPEN
                        PERFORM NOTE-TRAILER-ALONE
                    ELSE
                        IF CTR-RECORD-COUNT NOT = WS-BLOCK-COUNT
                            PERFORM NOTE-COUNT-MISMATCH
                        ELSE
                            IF CTR-HASH-TOTAL NOT = WS-BLOCK-HASH
                                PERFORM NOTE-HASH-MISMATCH
                            END-IF
                        END-IF
                    END-IF
                    MOVE "N" TO WS-BLOCK-OPEN-SW
                WHEN OTHER
                    MOVE ZERO TO WS-FIELD-VALUE
                    IF CHECK-RECORD(CCR-VALUE-START:CCR-VALUE-LENGTH)
                            IS NUMERIC
                        MOVE CHECK-RECORD
                            (CCR-VALUE-START:CCR-VALUE-LENGTH)
                            TO WS-FIELD-VALUE
                    END-IF
                    ADD WS-FIELD-VALUE TO CCR-HASH-TOTAL
                    IF BLOCK-OPEN
                        ADD 1 TO CCR-RECORD-COUNT
                        ADD 1 TO WS-BLOCK-COUNT
                        ADD WS-FIELD-VALUE TO WS-BLOCK-HASH
                    ELSE
                        ADD 1 TO CCR-LEGACY-COUNT
                    END-IF
            END-EVALUATE.
        NOTE-HEADER-NOT-CLOSED.
            IF NOT CCR-FILE-MISMATCH
                SET CCR-FILE-MISMATCH TO TRUE
                STRING "BLOCK " CCR-BLOCK-COUNT
                    " HEADER HAS NO TRAILER"
                    DELIMITED BY SIZE INTO CCR-REASON
            END-IF.
        NOTE-TRAILER-ALONE.
            IF NOT CCR-FILE-MISMATCH
                SET CCR-FILE-MISMATCH TO TRUE
                MOVE "TRAILER WITHOUT A HEADER" TO CCR-REASON
            END-IF.
        NOTE-COUNT-MISMATCH.
            IF NOT CCR-FILE-MISMATCH
                SET CCR-FILE-MISMATCH TO TRUE
                STRING "BLOCK " CCR-BLOCK-COUNT ": "
                    WS-BLOCK-COUNT " VS TRL " CTR-RECORD-COUNT
                    DELIMITED BY SIZE INTO CCR-REASON
            END-IF.
        NOTE-HASH-MISMATCH.
            IF NOT CCR-FILE-MISMATCH
                SET CCR-FILE-MISMATCH TO TRUE
                STRING "BLOCK " CCR-BLOCK-COUNT
                    " HASH TOTAL DISAGREES WITH TRAILER"
                    DELIMITED BY SIZE INTO CCR-REASON
            END-IF.
        NOTE-FILE-SHORT.
            IF NOT CCR-FILE-MISMATCH
                SET CCR-FILE-MISMATCH TO TRUE
                MOVE "LAST HEADER HAS NO TRAILER - FILE SHORT"
                    TO CCR-REASON
            END-IF.
