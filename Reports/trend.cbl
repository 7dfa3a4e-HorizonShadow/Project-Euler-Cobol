            01  WS-EXCESS-LOGGED-SW         PIC X VALUE "N".
                88  EXCESS-LOGGED           VALUE "Y".
            COPY OPSMSGRC.
            COPY CTLCHKRQ.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM PROVE-AUDIT-CONTROLS
            OPEN OUTPUT TREND-FILE
            MOVE "AUDIT LOG TREND REPORT" TO TREND-RECORD
            WRITE TREND-RECORD
            MOVE WS-RUN-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO TREND-RECORD
            WRITE TREND-RECORD
            MOVE "CONTROL TOTALS:" TO RL-LABEL
            EVALUATE TRUE
                WHEN CCR-FILE-VERIFIED
                    MOVE "VERIFIED" TO RL-VALUE
                WHEN CCR-FILE-MISMATCH
                    MOVE "FAILED - INVESTIGATE" TO RL-VALUE
                WHEN OTHER
                    MOVE "NONE ON FILE" TO RL-VALUE
            END-EVALUATE
            MOVE REPORT-LINE TO TREND-RECORD
            WRITE TREND-RECORD
            IF CCR-FILE-MISMATCH
                MOVE CCR-REASON TO TREND-RECORD
                WRITE TREND-RECORD
            END-IF
            IF WS-RUN-COUNT = 0
                MOVE "NO AUDIT RECORDS ON FILE" TO TREND-RECORD
                WRITE TREND-RECORD
            WRITE TREND-RECORD
            CLOSE TREND-FILE
            PERFORM LOG-RUN-END
            IF CCR-FILE-MISMATCH
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.
        LOG-OPS-MESSAGE.
            MOVE "AUDIT-TREND" TO OMR-PROGRAM
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
      *> Range steps of a partitioned run log only their own slice
      *> of the sum; the merge step's line stands for the run.
        LOAD-AUDIT-LOG.
            MOVE "N" TO WS-AUDIT-EOF-SW
            OPEN INPUT AUDIT-FILE
                        AT END
                            SET AUDIT-EOF TO TRUE
                        NOT AT END
                            IF NOT AUDIT-PARTIAL-RUN
                                    AND NOT AUDIT-CONTROL-RECORD
                                PERFORM STORE-AUDIT-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.
      *> The log is proved against the header/trailer block each
      *> append wrote (CTLTOTRC). A log that fails is still trended
      *> - the history is what there is - but the operator is told
      *> and the report carries the verdict. Lines from before the
      *> control records sit outside any block and are accepted.
        PROVE-AUDIT-CONTROLS.
            MOVE "AUDIT.LOG" TO CCR-FILE-NAME
            MOVE 24 TO CCR-VALUE-START
            MOVE 12 TO CCR-VALUE-LENGTH
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    SET CCR-FILE-LEGACY TO TRUE
            END-CALL
            IF CCR-FILE-MISMATCH
                MOVE "TRD-0003" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "AUDIT.LOG " CCR-REASON
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
        STORE-AUDIT-RECORD.
            IF WS-RUN-COUNT < 1000
                ADD 1 TO WS-RUN-COUNT
