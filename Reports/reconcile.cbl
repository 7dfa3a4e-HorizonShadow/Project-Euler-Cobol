                05  RC-PUBLISHED            PIC X(14).
                05  RC-RESULT               PIC X(4).
            COPY OPSMSGRC.
            COPY CTLCHKRQ.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM READ-DETAIL-REGISTER
            PERFORM READ-PUBLISHED-REPORT
            PERFORM READ-LAST-AUDIT-RECORD
            MOVE WS-DETAIL-NAME TO CCR-FILE-NAME
            MOVE 1 TO CCR-VALUE-START
            MOVE 7 TO CCR-VALUE-LENGTH
            PERFORM PROVE-CONTROL-TOTALS
            MOVE "AUDIT.LOG" TO CCR-FILE-NAME
            MOVE 24 TO CCR-VALUE-START
            MOVE 12 TO CCR-VALUE-LENGTH
            PERFORM PROVE-CONTROL-TOTALS
            IF WS-FAIL-COUNT = 0
                PERFORM COMPARE-TOTALS
            END-IF
                        AT END
                            SET DETAIL-EOF TO TRUE
                        NOT AT END
                            IF NOT DETAIL-CONTROL-RECORD
                                PERFORM ACCUMULATE-DETAIL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DETAIL-FILE
                        AT END
                            SET AUDIT-EOF TO TRUE
                        NOT AT END
                            IF NOT AUDIT-CONTROL-RECORD
                                PERFORM MATCH-AUDIT-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
      *> wrote) logged under the MAX the published report states.
      *> Rejected and halted runs write no register or report, so a
      *> non-00 record can never be the one that produced the totals
      *> being proved and must not be matched. Nor may the line of
      *> one range step of a partitioned run, whose sum is only its
      *> own slice; the merge step's line carries the full total.
        MATCH-AUDIT-RECORD.
            IF (AUDIT-PROGRAM = "HELLO-WORLD"
                    OR AUDIT-PROGRAM = SPACES)
                AND NOT AUDIT-PARTIAL-RUN
                AND AUDIT-MAX-USED IS NUMERIC
                AND AUDIT-MAX-USED = WS-RPT-MAX
                AND AUDIT-RETURN-STATUS = "00"
                MOVE AUDIT-SUM-RESULT TO WS-AUD-SUM
                SET AUDIT-REC-FOUND TO TRUE
            END-IF.
      *> Each input is proved against its own header/trailer blocks
      *> (CTLTOTRC). A file that fails cannot be used to prove the
      *> run, so the failure is an exception here and goes to the
      *> operator; a file from before the control records has none
      *> to prove and is noted as such.
        PROVE-CONTROL-TOTALS.
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    SET CCR-FILE-LEGACY TO TRUE
            END-CALL
            MOVE SPACES TO RECON-RECORD
            EVALUATE TRUE
                WHEN CCR-FILE-VERIFIED
                    STRING CCR-FILE-NAME DELIMITED BY SPACE
                        " CONTROL TOTALS VERIFIED"
                        DELIMITED BY SIZE INTO RECON-RECORD
                    WRITE RECON-RECORD
                WHEN CCR-FILE-LEGACY
                    STRING CCR-FILE-NAME DELIMITED BY SPACE
                        " HAS NO CONTROL RECORDS"
                        DELIMITED BY SIZE INTO RECON-RECORD
                    WRITE RECON-RECORD
                WHEN CCR-FILE-MISMATCH
                    STRING CCR-FILE-NAME DELIMITED BY SPACE
                        " CONTROL TOTALS FAIL: " CCR-REASON
                        DELIMITED BY SIZE INTO RECON-RECORD
                    WRITE RECON-RECORD
                    ADD 1 TO WS-FAIL-COUNT
                    MOVE "RCN-0002" TO OMR-MSG-ID
                    SET OMR-SEVERE TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING CCR-FILE-NAME DELIMITED BY SPACE
                        " " CCR-REASON
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        COMPARE-TOTALS.
            MOVE SPACES TO RECON-LINE
            MOVE "CHECK" TO RC-LABEL
