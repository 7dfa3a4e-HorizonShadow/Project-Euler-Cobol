        IDENTIFICATION DIVISION.
        PROGRAM-ID. REQUESTER-MAINT.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT REQUESTER-FILE ASSIGN TO "RQSTR.MST"
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS RQM-REQUESTER
                    FILE STATUS IS WS-RQSTR-STATUS.
                SELECT TRANSACTION-FILE ASSIGN TO "RQSTRTXN.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-TXN-STATUS.
                SELECT USAGE-FILE ASSIGN TO "RQUSAGE.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-USAGE-STATUS.
                SELECT MAINT-REPORT-FILE ASSIGN TO "RQSTMNT.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD  REQUESTER-FILE.
            COPY RQSTRREC.
      *> One maintenance transaction as keyed by the help desk:
      *>   A  add a requester (limit and quota required, priority
      *>      defaults to 5)
      *>   C  change name, limit, quota or priority - a blank field
      *>      is left as it stands
      *>   S  suspend            R  reinstate         D  delete
      *> The numeric fields are held as keyed so a blank can be
      *> told from a zero.
            FD  TRANSACTION-FILE.
            01  TRANSACTION-RECORD.
                05  RTX-ACTION              PIC X.
                05  RTX-REQUESTER           PIC X(8).
                05  RTX-NAME                PIC X(30).
                05  RTX-MAX-ALLOWED         PIC X(7).
                05  RTX-DAILY-QUOTA         PIC X(4).
                05  RTX-PRIORITY            PIC X.
            FD  USAGE-FILE.
            COPY RQUSGREC.
            FD  MAINT-REPORT-FILE.
            01  MAINT-REPORT-RECORD         PIC X(80).
            WORKING-STORAGE SECTION.
            01  WS-RQSTR-STATUS             PIC XX.
            01  WS-TXN-STATUS               PIC XX.
            01  WS-USAGE-STATUS             PIC XX.
      *> Requested function and its operand, from the command line
      *> the way RESULT-MAINT takes them:
      *>   LIST                 list the master in requester order
      *>   APPLY                apply RQSTRTXN.DAT, then list
      *>   STATEMENT <yyyymm>   usage statement for the month from
      *>                        RQUSAGE.DAT (default last month)
            01  WS-RUN-MODE                 PIC X(40).
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-RQSTR-EOF-SW             PIC X VALUE "N".
                88  REQUESTER-EOF           VALUE "Y".
            01  WS-TXN-EOF-SW               PIC X VALUE "N".
                88  TRANSACTION-EOF         VALUE "Y".
            01  WS-USAGE-EOF-SW             PIC X VALUE "N".
                88  USAGE-EOF               VALUE "Y".
            01  WS-TXN-REJECT-SW            PIC X VALUE "N".
                88  TRANSACTION-REJECTED    VALUE "Y".
            01  WS-TXN-REASON               PIC X(40).
            01  WS-ROW-COUNT                PIC 9(4) VALUE ZERO.
            01  WS-TXN-COUNT                PIC 9(4) VALUE ZERO.
            01  WS-TXN-APPLIED              PIC 9(4) VALUE ZERO.
            01  WS-TXN-REJECTED             PIC 9(4) VALUE ZERO.
            01  WS-STMT-PERIOD              PIC 9(6).
            01  WS-STMT-YEAR                PIC 9(4).
            01  WS-STMT-MONTH               PIC 99.
      *> Statement accumulators, one entry per requester: every
      *> requester on the master in key order first, then any ID
      *> that only appears on the usage log (an unknown requester,
      *> or one deleted since).
            01  WS-STMT-COUNT               PIC 9(4) VALUE ZERO.
            01  WS-STMT-IDX                 PIC 9(4).
            01  WS-STMT-FOUND-IDX           PIC 9(4).
            01  WS-STMT-TABLE.
                05  WS-STMT-ENTRY OCCURS 500 TIMES.
                    10  STM-REQUESTER       PIC X(8).
                    10  STM-NAME            PIC X(30).
                    10  STM-MASTER          PIC 9(6).
                    10  STM-COMPUTED        PIC 9(6).
                    10  STM-REJECTED        PIC 9(6).
                    10  STM-NOT-AUTH        PIC 9(6).
                    10  STM-OVER-LIMIT      PIC 9(6).
                    10  STM-OVER-QUOTA      PIC 9(6).
            01  WS-STMT-TOTALS.
                05  WS-TOT-MASTER           PIC 9(6).
                05  WS-TOT-COMPUTED         PIC 9(6).
                05  WS-TOT-REJECTED         PIC 9(6).
                05  WS-TOT-NOT-AUTH         PIC 9(6).
                05  WS-TOT-OVER-LIMIT       PIC 9(6).
                05  WS-TOT-OVER-QUOTA       PIC 9(6).
            01  WS-STMT-FULL-SW             PIC X VALUE "N".
                88  STMT-TABLE-FULL         VALUE "Y".
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
            01  LIST-LINE.
                05  LL-REQUESTER            PIC X(10).
                05  LL-NAME                 PIC X(31).
                05  LL-MAX-ALLOWED          PIC X(9).
                05  LL-DAILY-QUOTA          PIC X(6).
                05  LL-PRIORITY             PIC X(5).
                05  LL-STATUS               PIC X(10).
                05  LL-LAST-CHANGED         PIC X(8).
            01  STMT-LINE.
                05  SL-REQUESTER            PIC X(10).
                05  SL-MASTER               PIC X(8).
                05  SL-COMPUTED             PIC X(9).
                05  SL-REJECTED             PIC X(9).
                05  SL-NOT-AUTH             PIC X(9).
                05  SL-OVER-LIMIT           PIC X(9).
                05  SL-OVER-QUOTA           PIC X(9).
                05  SL-NAME                 PIC X(17).
            01  STMT-COUNT-EDIT             PIC ZZZZZ9.
            COPY OPSMSGRC.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-MODE FROM COMMAND-LINE
            OPEN OUTPUT MAINT-REPORT-FILE
            MOVE "REQUESTER MASTER MAINTENANCE" TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "RUN DATE:" TO RL-LABEL
            MOVE WS-RUN-DATE TO RL-VALUE
            MOVE REPORT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "FUNCTION:" TO RL-LABEL
            MOVE WS-RUN-MODE TO RL-VALUE
            MOVE REPORT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE SPACES TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            EVALUATE TRUE
                WHEN WS-RUN-MODE(1:5) = "LIST "
                    PERFORM LIST-MASTER
                WHEN WS-RUN-MODE(1:6) = "APPLY "
                    PERFORM APPLY-TRANSACTIONS
                WHEN WS-RUN-MODE(1:10) = "STATEMENT "
                    PERFORM SET-STATEMENT-PERIOD
                    PERFORM PRINT-USAGE-STATEMENT
                WHEN OTHER
                    PERFORM REJECT-BAD-FUNCTION
            END-EVALUATE
            CLOSE MAINT-REPORT-FILE
            MOVE "RQM-9999" TO OMR-MSG-ID
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            GOBACK.
        REJECT-BAD-FUNCTION.
            MOVE "RQM-0001" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "INVALID FUNCTION REQUEST - " WS-RUN-MODE(1:20)
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE "FUNCTION NOT RECOGNIZED - NOTHING DONE"
                TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE 8 TO RETURN-CODE.
        REPORT-MASTER-MISSING.
            MOVE "RQM-0002" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "RQSTR.MST NOT AVAILABLE - STATUS "
                WS-RQSTR-STATUS
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE "RQSTR.MST NOT AVAILABLE - NOTHING DONE"
                TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE 8 TO RETURN-CODE.
        LIST-MASTER.
            MOVE "N" TO WS-RQSTR-EOF-SW
            MOVE ZERO TO WS-ROW-COUNT
            OPEN INPUT REQUESTER-FILE
            IF WS-RQSTR-STATUS NOT = "00"
                PERFORM REPORT-MASTER-MISSING
            ELSE
                MOVE SPACES TO LIST-LINE
                MOVE "REQUESTER" TO LL-REQUESTER
                MOVE "NAME" TO LL-NAME
                MOVE "MAX" TO LL-MAX-ALLOWED
                MOVE "QUOTA" TO LL-DAILY-QUOTA
                MOVE "PRTY" TO LL-PRIORITY
                MOVE "STATUS" TO LL-STATUS
                MOVE "CHANGED" TO LL-LAST-CHANGED
                MOVE LIST-LINE TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                PERFORM UNTIL REQUESTER-EOF
                    READ REQUESTER-FILE NEXT
                        AT END
                            SET REQUESTER-EOF TO TRUE
                        NOT AT END
                            PERFORM LIST-ONE-REQUESTER
                    END-READ
                END-PERFORM
                CLOSE REQUESTER-FILE
                MOVE SPACES TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                MOVE "REQUESTERS LISTED:" TO RL-LABEL
                MOVE WS-ROW-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
            END-IF.
        LIST-ONE-REQUESTER.
            ADD 1 TO WS-ROW-COUNT
            MOVE SPACES TO LIST-LINE
            MOVE RQM-REQUESTER TO LL-REQUESTER
            MOVE RQM-NAME TO LL-NAME
            MOVE RQM-MAX-ALLOWED TO LL-MAX-ALLOWED
            MOVE RQM-DAILY-QUOTA TO LL-DAILY-QUOTA
            MOVE RQM-PRIORITY TO LL-PRIORITY
            IF RQM-SUSPENDED
                MOVE "SUSPENDED" TO LL-STATUS
            ELSE
                MOVE "ACTIVE" TO LL-STATUS
            END-IF
            MOVE RQM-LAST-CHANGED TO LL-LAST-CHANGED
            MOVE LIST-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD.
      *> Every transaction is shown on the listing as applied or
      *> rejected with its reason, so the help desk can see the
      *> batch went in; the master is created on first use and the
      *> full listing follows the transactions.
        APPLY-TRANSACTIONS.
            MOVE "N" TO WS-TXN-EOF-SW
            OPEN INPUT TRANSACTION-FILE
            IF WS-TXN-STATUS NOT = "00"
                MOVE "RQM-0003" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE "RQSTRTXN.DAT NOT FOUND - NOTHING APPLIED"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE "RQSTRTXN.DAT NOT FOUND - NOTHING DONE"
                    TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN I-O REQUESTER-FILE
                IF WS-RQSTR-STATUS = "35"
                    OPEN OUTPUT REQUESTER-FILE
                    CLOSE REQUESTER-FILE
                    OPEN I-O REQUESTER-FILE
                END-IF
                IF WS-RQSTR-STATUS NOT = "00"
                    CLOSE TRANSACTION-FILE
                    PERFORM REPORT-MASTER-MISSING
                ELSE
                    PERFORM UNTIL TRANSACTION-EOF
                        READ TRANSACTION-FILE
                            AT END
                                SET TRANSACTION-EOF TO TRUE
                            NOT AT END
                                PERFORM APPLY-ONE-TRANSACTION
                        END-READ
                    END-PERFORM
                    CLOSE TRANSACTION-FILE
                    CLOSE REQUESTER-FILE
                    MOVE SPACES TO MAINT-REPORT-RECORD
                    WRITE MAINT-REPORT-RECORD
                    MOVE "TRANSACTIONS READ:" TO RL-LABEL
                    MOVE WS-TXN-COUNT TO RL-VALUE
                    MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                    WRITE MAINT-REPORT-RECORD
                    MOVE "APPLIED:" TO RL-LABEL
                    MOVE WS-TXN-APPLIED TO RL-VALUE
                    MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                    WRITE MAINT-REPORT-RECORD
                    MOVE "REJECTED:" TO RL-LABEL
                    MOVE WS-TXN-REJECTED TO RL-VALUE
                    MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                    WRITE MAINT-REPORT-RECORD
                    MOVE SPACES TO MAINT-REPORT-RECORD
                    WRITE MAINT-REPORT-RECORD
                    MOVE "RQM-0004" TO OMR-MSG-ID
                    SET OMR-INFO TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING WS-TXN-COUNT " TRANSACTIONS: "
                        WS-TXN-APPLIED " APPLIED "
                        WS-TXN-REJECTED " REJECTED"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                    PERFORM LIST-MASTER
                    IF WS-TXN-REJECTED > 0
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.
        APPLY-ONE-TRANSACTION.
            ADD 1 TO WS-TXN-COUNT
            MOVE "N" TO WS-TXN-REJECT-SW
            MOVE SPACES TO WS-TXN-REASON
            IF RTX-REQUESTER = SPACES
                SET TRANSACTION-REJECTED TO TRUE
                MOVE "REQUESTER ID IS BLANK" TO WS-TXN-REASON
            ELSE
                MOVE RTX-REQUESTER TO RQM-REQUESTER
                EVALUATE RTX-ACTION
                    WHEN "A"
                        PERFORM ADD-REQUESTER
                    WHEN "C"
                        PERFORM CHANGE-REQUESTER
                    WHEN "S"
                        PERFORM SUSPEND-REQUESTER
                    WHEN "R"
                        PERFORM REINSTATE-REQUESTER
                    WHEN "D"
                        DELETE REQUESTER-FILE
                            INVALID KEY
                                SET TRANSACTION-REJECTED TO TRUE
                                MOVE "REQUESTER NOT ON MASTER"
                                    TO WS-TXN-REASON
                        END-DELETE
                    WHEN OTHER
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "ACTION NOT A, C, S, R OR D"
                            TO WS-TXN-REASON
                END-EVALUATE
            END-IF
            MOVE SPACES TO MAINT-REPORT-RECORD
            IF TRANSACTION-REJECTED
                ADD 1 TO WS-TXN-REJECTED
                STRING RTX-ACTION " " RTX-REQUESTER "  REJECTED - "
                    WS-TXN-REASON
                    DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                MOVE "RQM-0005" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "TRANSACTION " RTX-ACTION " " RTX-REQUESTER
                    " REJECTED - " WS-TXN-REASON
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            ELSE
                ADD 1 TO WS-TXN-APPLIED
                STRING RTX-ACTION " " RTX-REQUESTER "  APPLIED"
                    DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
            END-IF
            WRITE MAINT-REPORT-RECORD.
        ADD-REQUESTER.
            IF RTX-MAX-ALLOWED IS NOT NUMERIC
                    OR RTX-MAX-ALLOWED = ZEROS
                SET TRANSACTION-REJECTED TO TRUE
                MOVE "MAX LIMIT MISSING, ZERO OR NOT NUMERIC"
                    TO WS-TXN-REASON
            END-IF
            IF RTX-DAILY-QUOTA IS NOT NUMERIC
                SET TRANSACTION-REJECTED TO TRUE
                MOVE "DAILY QUOTA MISSING OR NOT NUMERIC"
                    TO WS-TXN-REASON
            END-IF
            IF RTX-PRIORITY NOT = SPACE
                    AND (RTX-PRIORITY IS NOT NUMERIC
                        OR RTX-PRIORITY = "0")
                SET TRANSACTION-REJECTED TO TRUE
                MOVE "PRIORITY NOT 1-9" TO WS-TXN-REASON
            END-IF
            IF NOT TRANSACTION-REJECTED
                MOVE RTX-REQUESTER TO RQM-REQUESTER
                MOVE RTX-NAME TO RQM-NAME
                MOVE RTX-MAX-ALLOWED TO RQM-MAX-ALLOWED
                MOVE RTX-DAILY-QUOTA TO RQM-DAILY-QUOTA
                IF RTX-PRIORITY = SPACE
                    MOVE 5 TO RQM-PRIORITY
                ELSE
                    MOVE RTX-PRIORITY TO RQM-PRIORITY
                END-IF
                SET RQM-ACTIVE TO TRUE
                MOVE ZERO TO RQM-QUOTA-DATE
                MOVE ZERO TO RQM-QUOTA-USED
                MOVE WS-RUN-DATE TO RQM-LAST-CHANGED
                WRITE RQM-RECORD
                    INVALID KEY
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "REQUESTER ALREADY ON MASTER"
                            TO WS-TXN-REASON
                END-WRITE
            END-IF.
        CHANGE-REQUESTER.
            READ REQUESTER-FILE
                INVALID KEY
                    SET TRANSACTION-REJECTED TO TRUE
                    MOVE "REQUESTER NOT ON MASTER" TO WS-TXN-REASON
            END-READ
            IF NOT TRANSACTION-REJECTED
                IF RTX-MAX-ALLOWED NOT = SPACES
                    IF RTX-MAX-ALLOWED IS NUMERIC
                            AND RTX-MAX-ALLOWED NOT = ZEROS
                        MOVE RTX-MAX-ALLOWED TO RQM-MAX-ALLOWED
                    ELSE
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "MAX LIMIT ZERO OR NOT NUMERIC"
                            TO WS-TXN-REASON
                    END-IF
                END-IF
                IF RTX-DAILY-QUOTA NOT = SPACES
                    IF RTX-DAILY-QUOTA IS NUMERIC
                        MOVE RTX-DAILY-QUOTA TO RQM-DAILY-QUOTA
                    ELSE
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "DAILY QUOTA NOT NUMERIC"
                            TO WS-TXN-REASON
                    END-IF
                END-IF
                IF RTX-PRIORITY NOT = SPACE
                    IF RTX-PRIORITY IS NUMERIC
                            AND RTX-PRIORITY NOT = "0"
                        MOVE RTX-PRIORITY TO RQM-PRIORITY
                    ELSE
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "PRIORITY NOT 1-9" TO WS-TXN-REASON
                    END-IF
                END-IF
                IF RTX-NAME NOT = SPACES
                    MOVE RTX-NAME TO RQM-NAME
                END-IF
                IF NOT TRANSACTION-REJECTED
                    MOVE WS-RUN-DATE TO RQM-LAST-CHANGED
                    REWRITE RQM-RECORD
                        INVALID KEY
                            SET TRANSACTION-REJECTED TO TRUE
                            MOVE "REWRITE FAILED" TO WS-TXN-REASON
                    END-REWRITE
                END-IF
            END-IF.
        SUSPEND-REQUESTER.
            READ REQUESTER-FILE
                INVALID KEY
                    SET TRANSACTION-REJECTED TO TRUE
                    MOVE "REQUESTER NOT ON MASTER" TO WS-TXN-REASON
                NOT INVALID KEY
                    SET RQM-SUSPENDED TO TRUE
                    MOVE WS-RUN-DATE TO RQM-LAST-CHANGED
                    REWRITE RQM-RECORD
                        INVALID KEY
                            SET TRANSACTION-REJECTED TO TRUE
                            MOVE "REWRITE FAILED" TO WS-TXN-REASON
                    END-REWRITE
            END-READ.
        REINSTATE-REQUESTER.
            READ REQUESTER-FILE
                INVALID KEY
                    SET TRANSACTION-REJECTED TO TRUE
                    MOVE "REQUESTER NOT ON MASTER" TO WS-TXN-REASON
                NOT INVALID KEY
                    SET RQM-ACTIVE TO TRUE
                    MOVE WS-RUN-DATE TO RQM-LAST-CHANGED
                    REWRITE RQM-RECORD
                        INVALID KEY
                            SET TRANSACTION-REJECTED TO TRUE
                            MOVE "REWRITE FAILED" TO WS-TXN-REASON
                    END-REWRITE
            END-READ.
      *> The statement normally runs early in the month for the
      *> month just ended, so with no operand it takes last month.
        SET-STATEMENT-PERIOD.
            IF WS-RUN-MODE(11:6) IS NUMERIC
                    AND WS-RUN-MODE(15:2) > "00"
                    AND WS-RUN-MODE(15:2) < "13"
                MOVE WS-RUN-MODE(11:6) TO WS-STMT-PERIOD
            ELSE
                MOVE WS-RUN-DATE(1:4) TO WS-STMT-YEAR
                MOVE WS-RUN-DATE(5:2) TO WS-STMT-MONTH
                IF WS-STMT-MONTH = 1
                    SUBTRACT 1 FROM WS-STMT-YEAR
                    MOVE 12 TO WS-STMT-MONTH
                ELSE
                    SUBTRACT 1 FROM WS-STMT-MONTH
                END-IF
                MOVE WS-STMT-YEAR TO WS-STMT-PERIOD(1:4)
                MOVE WS-STMT-MONTH TO WS-STMT-PERIOD(5:2)
            END-IF.
        PRINT-USAGE-STATEMENT.
            MOVE ZERO TO WS-STMT-COUNT
            MOVE ZEROS TO WS-STMT-TOTALS
            PERFORM LOAD-STATEMENT-REQUESTERS
            MOVE "N" TO WS-USAGE-EOF-SW
            OPEN INPUT USAGE-FILE
            IF WS-USAGE-STATUS = "00"
                PERFORM UNTIL USAGE-EOF
                    READ USAGE-FILE
                        AT END
                            SET USAGE-EOF TO TRUE
                        NOT AT END
                            IF RQU-DATE(1:6) = WS-STMT-PERIOD
                                PERFORM TALLY-ONE-USAGE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE USAGE-FILE
            END-IF
            MOVE "REQUESTER USAGE STATEMENT" TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "PERIOD (YYYYMM):" TO RL-LABEL
            MOVE WS-STMT-PERIOD TO RL-VALUE
            MOVE REPORT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE SPACES TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE SPACES TO STMT-LINE
            MOVE "REQUESTER" TO SL-REQUESTER
            MOVE "  MASTER" TO SL-MASTER
            MOVE " COMPUTED" TO SL-COMPUTED
            MOVE " REJECTED" TO SL-REJECTED
            MOVE "  NOTAUTH" TO SL-NOT-AUTH
            MOVE " OVERLIM" TO SL-OVER-LIMIT
            MOVE " OVERQUOTA" TO SL-OVER-QUOTA
            MOVE " NAME" TO SL-NAME
            MOVE STMT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                    UNTIL WS-STMT-IDX > WS-STMT-COUNT
                PERFORM PRINT-ONE-STATEMENT-LINE
            END-PERFORM
            MOVE SPACES TO STMT-LINE
            MOVE "TOTAL" TO SL-REQUESTER
            MOVE WS-TOT-MASTER TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-MASTER(3:6)
            MOVE WS-TOT-COMPUTED TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-COMPUTED(4:6)
            MOVE WS-TOT-REJECTED TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-REJECTED(4:6)
            MOVE WS-TOT-NOT-AUTH TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-NOT-AUTH(4:6)
            MOVE WS-TOT-OVER-LIMIT TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-OVER-LIMIT(4:6)
            MOVE WS-TOT-OVER-QUOTA TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-OVER-QUOTA(4:6)
            MOVE SPACES TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE STMT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "RQM-0006" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "USAGE STATEMENT FOR " WS-STMT-PERIOD ": "
                WS-TOT-MASTER " MASTER " WS-TOT-COMPUTED
                " COMPUTED " WS-TOT-REJECTED " REJECTED"
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE 0 TO RETURN-CODE.
        LOAD-STATEMENT-REQUESTERS.
            MOVE "N" TO WS-RQSTR-EOF-SW
            OPEN INPUT REQUESTER-FILE
            IF WS-RQSTR-STATUS = "00"
                PERFORM UNTIL REQUESTER-EOF
                    READ REQUESTER-FILE NEXT
                        AT END
                            SET REQUESTER-EOF TO TRUE
                        NOT AT END
                            MOVE RQM-REQUESTER TO RQU-REQUESTER
                            PERFORM FIND-STATEMENT-ENTRY
                            IF WS-STMT-FOUND-IDX > 0
                                MOVE RQM-NAME
                                    TO STM-NAME(WS-STMT-FOUND-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REQUESTER-FILE
            END-IF.
      *> Locates the entry for RQU-REQUESTER, adding it at the end
      *> if it is not there yet; a full table is reported once and
      *> the rest of the month's excess left out of the detail.
        FIND-STATEMENT-ENTRY.
            MOVE ZERO TO WS-STMT-FOUND-IDX
            PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                    UNTIL WS-STMT-IDX > WS-STMT-COUNT
                        OR WS-STMT-FOUND-IDX > 0
                IF STM-REQUESTER(WS-STMT-IDX) = RQU-REQUESTER
                    MOVE WS-STMT-IDX TO WS-STMT-FOUND-IDX
                END-IF
            END-PERFORM
            IF WS-STMT-FOUND-IDX = 0
                IF WS-STMT-COUNT < 500
                    ADD 1 TO WS-STMT-COUNT
                    MOVE WS-STMT-COUNT TO WS-STMT-FOUND-IDX
                    MOVE RQU-REQUESTER
                        TO STM-REQUESTER(WS-STMT-FOUND-IDX)
                    MOVE "(NOT ON MASTER)"
                        TO STM-NAME(WS-STMT-FOUND-IDX)
                    MOVE ZERO TO STM-MASTER(WS-STMT-FOUND-IDX)
                    MOVE ZERO TO STM-COMPUTED(WS-STMT-FOUND-IDX)
                    MOVE ZERO TO STM-REJECTED(WS-STMT-FOUND-IDX)
                    MOVE ZERO TO STM-NOT-AUTH(WS-STMT-FOUND-IDX)
                    MOVE ZERO TO STM-OVER-LIMIT(WS-STMT-FOUND-IDX)
                    MOVE ZERO TO STM-OVER-QUOTA(WS-STMT-FOUND-IDX)
                ELSE
                    IF NOT STMT-TABLE-FULL
                        SET STMT-TABLE-FULL TO TRUE
                        MOVE "RQM-0007" TO OMR-MSG-ID
                        SET OMR-WARNING TO TRUE
                        MOVE "OVER 500 REQUESTERS - EXCESS NOT SHOWN"
                            TO OMR-TEXT
                        PERFORM LOG-OPS-MESSAGE
                    END-IF
                END-IF
            END-IF.
        TALLY-ONE-USAGE.
            PERFORM FIND-STATEMENT-ENTRY
            EVALUATE RQU-DISPOSITION
                WHEN "MASTER"
                    ADD 1 TO WS-TOT-MASTER
                WHEN "COMPUTED"
                    ADD 1 TO WS-TOT-COMPUTED
                WHEN OTHER
                    ADD 1 TO WS-TOT-REJECTED
                    IF RQU-NOT-AUTHORIZED
                        ADD 1 TO WS-TOT-NOT-AUTH
                    END-IF
                    IF RQU-OVER-LIMIT
                        ADD 1 TO WS-TOT-OVER-LIMIT
                    END-IF
                    IF RQU-OVER-QUOTA
                        ADD 1 TO WS-TOT-OVER-QUOTA
                    END-IF
            END-EVALUATE
            IF WS-STMT-FOUND-IDX > 0
                EVALUATE RQU-DISPOSITION
                    WHEN "MASTER"
                        ADD 1 TO STM-MASTER(WS-STMT-FOUND-IDX)
                    WHEN "COMPUTED"
                        ADD 1 TO STM-COMPUTED(WS-STMT-FOUND-IDX)
                    WHEN OTHER
                        ADD 1 TO STM-REJECTED(WS-STMT-FOUND-IDX)
                        IF RQU-NOT-AUTHORIZED
                            ADD 1 TO STM-NOT-AUTH(WS-STMT-FOUND-IDX)
                        END-IF
                        IF RQU-OVER-LIMIT
                            ADD 1 TO STM-OVER-LIMIT(WS-STMT-FOUND-IDX)
                        END-IF
                        IF RQU-OVER-QUOTA
                            ADD 1 TO STM-OVER-QUOTA(WS-STMT-FOUND-IDX)
                        END-IF
                END-EVALUATE
            END-IF.
        PRINT-ONE-STATEMENT-LINE.
            MOVE SPACES TO STMT-LINE
            MOVE STM-REQUESTER(WS-STMT-IDX) TO SL-REQUESTER
            MOVE STM-MASTER(WS-STMT-IDX) TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-MASTER(3:6)
            MOVE STM-COMPUTED(WS-STMT-IDX) TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-COMPUTED(4:6)
            MOVE STM-REJECTED(WS-STMT-IDX) TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-REJECTED(4:6)
            MOVE STM-NOT-AUTH(WS-STMT-IDX) TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-NOT-AUTH(4:6)
            MOVE STM-OVER-LIMIT(WS-STMT-IDX) TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-OVER-LIMIT(4:6)
            MOVE STM-OVER-QUOTA(WS-STMT-IDX) TO STMT-COUNT-EDIT
            MOVE STMT-COUNT-EDIT TO SL-OVER-QUOTA(4:6)
            MOVE " " TO SL-NAME(1:1)
            MOVE STM-NAME(WS-STMT-IDX) TO SL-NAME(2:16)
            MOVE STMT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD.
        LOG-OPS-MESSAGE.
            MOVE "RQSTR-MAINT" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
                ON EXCEPTION
                    DISPLAY OMR-TEXT
            END-CALL.
