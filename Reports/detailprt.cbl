                88  REPORT-EOF              VALUE "Y".
            01  WS-SORT-EOF-SW              PIC X VALUE "N".
                88  SORT-EOF                VALUE "Y".
            01  WS-DETAIL-EOF-SW            PIC X VALUE "N".
                88  DETAIL-EOF              VALUE "Y".
            01  WS-RUN-DATE                 PIC 9(8).
      *> Which step's outputs to print: a step name on the command
      *> line picks that step's per-step report and register
                    VALUE "  SUM=".
                05  STL-SUM                 PIC 9(12).
            COPY OPSMSGRC.
            COPY CTLCHKRQ.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                GOBACK
            END-IF
            CLOSE DETAIL-FILE
            PERFORM VERIFY-DETAIL-CONTROLS
            PERFORM CAPTURE-REPORT-CONFIG
            PERFORM BUILD-DIVISOR-HEADING
            OPEN OUTPUT PRINT-FILE
            SORT SORT-FILE
                ON ASCENDING KEY SR-MATCH-COUNT SR-IND
                INPUT PROCEDURE IS RELEASE-DETAIL-RECORDS
                OUTPUT PROCEDURE IS PRINT-SORTED-DETAILS
            CLOSE PRINT-FILE
            PERFORM LOG-RUN-END
            IF CCR-FILE-MISMATCH
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.
      *> The register is proved against its trailer before it is
      *> printed. A register that fails is still printed - it is
      *> the evidence - but the fault goes to the operator and the
      *> print says so. A register from before the control records
      *> has none to prove and prints as it always did.
        VERIFY-DETAIL-CONTROLS.
            MOVE WS-DETAIL-NAME TO CCR-FILE-NAME
            MOVE 1 TO CCR-VALUE-START
            MOVE 7 TO CCR-VALUE-LENGTH
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    SET CCR-FILE-LEGACY TO TRUE
            END-CALL
            IF CCR-FILE-MISMATCH
                MOVE "DPR-0003" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "CONTROL TOTALS FAIL: " CCR-REASON
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
        RELEASE-DETAIL-RECORDS.
            MOVE "N" TO WS-DETAIL-EOF-SW
            OPEN INPUT DETAIL-FILE
            PERFORM UNTIL DETAIL-EOF
                READ DETAIL-FILE
                    AT END
                        SET DETAIL-EOF TO TRUE
                    NOT AT END
                        IF NOT DETAIL-CONTROL-RECORD
                            RELEASE SORT-DETAIL-RECORD
                                FROM DETAIL-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DETAIL-FILE.
        SET-INPUT-NAMES.
            ACCEPT WS-STEP-REQUEST FROM COMMAND-LINE
            IF WS-STEP-REQUEST NOT = SPACES
                MOVE "NO - INVESTIGATE" TO RL-VALUE
            END-IF
            MOVE REPORT-LINE TO PRINT-RECORD
            PERFORM WRITE-PRINT-LINE
            MOVE "CONTROL TOTALS:" TO RL-LABEL
            EVALUATE TRUE
                WHEN CCR-FILE-VERIFIED
                    MOVE "VERIFIED" TO RL-VALUE
                WHEN CCR-FILE-MISMATCH
                    MOVE "FAILED - INVESTIGATE" TO RL-VALUE
                WHEN OTHER
                    MOVE "NONE ON FILE" TO RL-VALUE
            END-EVALUATE
            MOVE REPORT-LINE TO PRINT-RECORD
            PERFORM WRITE-PRINT-LINE
            IF CCR-FILE-MISMATCH
                MOVE CCR-REASON TO PRINT-RECORD
                PERFORM WRITE-PRINT-LINE
            END-IF.
        WRITE-PRINT-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM PRINT-PAGE-HEADING
