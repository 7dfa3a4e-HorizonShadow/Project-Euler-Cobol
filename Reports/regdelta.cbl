                05  PRIOR-MATCH-COUNT       PIC 9.
                05  FILLER                  PIC X(3).
                05  PRIOR-MATCHED-LIST      PIC X(15).
            01  PRIOR-CONTROL-LINE.
                05  PRIOR-CONTROL-TYPE      PIC X(5).
                    88  PRIOR-CONTROL-RECORD
                                            VALUE "*HDR*" "*TRL*".
                05  FILLER                  PIC X(75).
            FD  ARCH-CAT-FILE.
            01  ARCH-CAT-RECORD.
                05  ACR-FILE-NAME           PIC X(20).
            01  WS-DROP-SUM                 PIC 9(12) VALUE ZERO.
            01  WS-NET-MOVEMENT             PIC S9(12) VALUE ZERO.
            01  WS-NET-EDIT                 PIC +9(12).
      *> Outcome of proving each side against its control records;
      *> a side that fails is still compared, but the delta says so.
            01  WS-CUR-CONTROL-RESULT       PIC X(20).
            01  WS-PRI-CONTROL-RESULT       PIC X(20).
            01  WS-CONTROL-RESULT           PIC X(20).
            01  WS-CONTROL-FAIL-COUNT       PIC 9 VALUE ZERO.
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  DL-MATCHED-LIST         PIC X(15).
            COPY OPSMSGRC.
            COPY CTLCHKRQ.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE WS-DETAIL-NAME TO CCR-FILE-NAME
            PERFORM PROVE-CONTROL-TOTALS
            MOVE WS-CONTROL-RESULT TO WS-CUR-CONTROL-RESULT
            MOVE WS-PRIOR-NAME TO CCR-FILE-NAME
            PERFORM PROVE-CONTROL-TOTALS
            MOVE WS-CONTROL-RESULT TO WS-PRI-CONTROL-RESULT
            OPEN INPUT DETAIL-FILE
            IF WS-DETAIL-STATUS NOT = "00"
                MOVE "DLT-0002" TO OMR-MSG-ID
            PERFORM WRITE-DELTA-TOTALS
            CLOSE DELTA-FILE
            PERFORM LOG-RUN-END
            IF WS-CONTROL-FAIL-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.
        LOG-OPS-MESSAGE.
            MOVE "DETAIL-DELTA" TO OMR-PROGRAM
                MOVE ACR-DATE TO WS-BEST-CAT-DATE
                MOVE ACR-FILE-NAME TO WS-PRIOR-NAME
            END-IF.
      *> Both registers are proved against their header/trailer
      *> blocks (CTLTOTRC) before they are compared. An archived
      *> generation from before the control records has none and is
      *> taken as it always was.
        PROVE-CONTROL-TOTALS.
            MOVE 1 TO CCR-VALUE-START
            MOVE 7 TO CCR-VALUE-LENGTH
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    SET CCR-FILE-LEGACY TO TRUE
            END-CALL
            EVALUATE TRUE
                WHEN CCR-FILE-VERIFIED
                    MOVE "VERIFIED" TO WS-CONTROL-RESULT
                WHEN CCR-FILE-MISMATCH
                    MOVE "FAILED - INVESTIGATE" TO WS-CONTROL-RESULT
                    ADD 1 TO WS-CONTROL-FAIL-COUNT
                    MOVE "DLT-0004" TO OMR-MSG-ID
                    SET OMR-SEVERE TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING CCR-FILE-NAME DELIMITED BY SPACE
                        " " CCR-REASON
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                WHEN OTHER
                    MOVE "NONE ON FILE" TO WS-CONTROL-RESULT
            END-EVALUATE.
        WRITE-DELTA-HEADING.
            MOVE "DETAIL REGISTER RUN-OVER-RUN DELTA"
                TO DELTA-RECORD
            MOVE WS-PRIOR-NAME TO RL-VALUE
            MOVE REPORT-LINE TO DELTA-RECORD
            WRITE DELTA-RECORD
            MOVE "CURRENT CONTROLS:" TO RL-LABEL
            MOVE WS-CUR-CONTROL-RESULT TO RL-VALUE
            MOVE REPORT-LINE TO DELTA-RECORD
            WRITE DELTA-RECORD
            MOVE "PRIOR CONTROLS:" TO RL-LABEL
            MOVE WS-PRI-CONTROL-RESULT TO RL-VALUE
            MOVE REPORT-LINE TO DELTA-RECORD
            WRITE DELTA-RECORD
            MOVE SPACES TO DELTA-RECORD
            WRITE DELTA-RECORD
            MOVE "ACTION   IND  O  N  DIVISORS MATCHED"
                TO DELTA-RECORD
            WRITE DELTA-RECORD.
      *> Header/trailer control records are passed over on both
      *> sides; only register lines take part in the match.
        READ-CURRENT-SIDE.
            PERFORM READ-CURRENT-LINE
            PERFORM READ-CURRENT-LINE
                UNTIL CURRENT-EOF OR NOT DETAIL-CONTROL-RECORD
            IF CURRENT-EOF
                MOVE 99999999 TO WS-CUR-KEY
            ELSE
                MOVE DETAIL-IND TO WS-CUR-KEY
                ADD 1 TO WS-CUR-LINE-COUNT
                ADD DETAIL-IND TO WS-CUR-SUM
            END-IF.
        READ-CURRENT-LINE.
            READ DETAIL-FILE
                AT END
                    SET CURRENT-EOF TO TRUE
            END-READ.
        READ-PRIOR-SIDE.
            PERFORM READ-PRIOR-LINE
            PERFORM READ-PRIOR-LINE
                UNTIL PRIOR-EOF OR NOT PRIOR-CONTROL-RECORD
            IF PRIOR-EOF
                MOVE 99999999 TO WS-PRI-KEY
            ELSE
                MOVE PRIOR-IND TO WS-PRI-KEY
                ADD 1 TO WS-PRI-LINE-COUNT
                ADD PRIOR-IND TO WS-PRI-SUM
            END-IF.
        READ-PRIOR-LINE.
            READ PRIOR-FILE
                AT END
                    SET PRIOR-EOF TO TRUE
            END-READ.
      *> Classic two-file match: an IND only on the current side
      *> entered the qualifying set (ADD), one only on the prior
