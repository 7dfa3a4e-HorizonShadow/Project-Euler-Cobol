        IDENTIFICATION DIVISION.
        PROGRAM-ID. MSG-CATALOG.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CATALOG-FILE ASSIGN TO "MSGCAT.MST"
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS MCT-MSG-ID
                    FILE STATUS IS WS-CATALOG-STATUS.
                SELECT TRANSACTION-FILE ASSIGN TO "MSGCATTX.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-TXN-STATUS.
                SELECT MAINT-REPORT-FILE ASSIGN TO "MSGCAT.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD  CATALOG-FILE.
            COPY MSGCATRC.
      *> One catalog maintenance transaction:
      *>   A  add a message (severity, callout flag, explanation and
      *>      action all required)
      *>   C  change any of them - a blank field is left as it stands
      *>   D  delete a message no program issues any more
            FD  TRANSACTION-FILE.
            01  TRANSACTION-RECORD.
                05  MTX-ACTION              PIC X.
                05  MTX-MSG-ID              PIC X(8).
                05  MTX-SEVERITY            PIC X(6).
                05  MTX-CALLOUT             PIC X.
                05  MTX-EXPLANATION         PIC X(60).
                05  MTX-ACTION-TEXT         PIC X(60).
            FD  MAINT-REPORT-FILE.
            01  MAINT-REPORT-RECORD         PIC X(80).
            WORKING-STORAGE SECTION.
            01  WS-CATALOG-STATUS           PIC XX.
            01  WS-TXN-STATUS               PIC XX.
      *> Requested function from the command line, the way the other
      *> maintenance programs take it:
      *>   LIST [prefix]   list the catalog in message ID order, or
      *>                   only the IDs starting with the prefix
      *>                   (LIST P1 lists P1-0001, P1-0002, ...)
      *>   APPLY           apply MSGCATTX.DAT, then list
            01  WS-RUN-MODE                 PIC X(40).
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-LIST-PREFIX              PIC X(8).
            01  WS-PREFIX-LENGTH            PIC 9(2).
            01  WS-CATALOG-EOF-SW           PIC X VALUE "N".
                88  CATALOG-EOF             VALUE "Y".
            01  WS-TXN-EOF-SW               PIC X VALUE "N".
                88  TRANSACTION-EOF         VALUE "Y".
            01  WS-TXN-REJECT-SW            PIC X VALUE "N".
                88  TRANSACTION-REJECTED    VALUE "Y".
            01  WS-TXN-REASON               PIC X(40).
            01  WS-ROW-COUNT                PIC 9(4) VALUE ZERO.
            01  WS-CALLOUT-COUNT            PIC 9(4) VALUE ZERO.
            01  WS-TXN-COUNT                PIC 9(4) VALUE ZERO.
            01  WS-TXN-APPLIED              PIC 9(4) VALUE ZERO.
            01  WS-TXN-REJECTED             PIC 9(4) VALUE ZERO.
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
            01  LIST-LINE.
                05  LL-MSG-ID               PIC X(10).
                05  LL-SEVERITY             PIC X(8).
                05  LL-CALLOUT              PIC X(10).
                05  LL-LAST-CHANGED         PIC X(8).
            01  TEXT-LINE.
                05  FILLER                  PIC X(4) VALUE SPACES.
                05  TL-LABEL                PIC X(8).
                05  TL-TEXT                 PIC X(60).
            COPY OPSMSGRC.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-MODE FROM COMMAND-LINE
            OPEN OUTPUT MAINT-REPORT-FILE
            MOVE "OPSLOG MESSAGE CATALOG" TO MAINT-REPORT-RECORD
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
                    MOVE WS-RUN-MODE(6:8) TO WS-LIST-PREFIX
                    PERFORM LIST-CATALOG
                WHEN WS-RUN-MODE(1:6) = "APPLY "
                    MOVE SPACES TO WS-LIST-PREFIX
                    PERFORM APPLY-TRANSACTIONS
                WHEN OTHER
                    PERFORM REJECT-BAD-FUNCTION
            END-EVALUATE
            CLOSE MAINT-REPORT-FILE
            MOVE "MCT-9999" TO OMR-MSG-ID
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            GOBACK.
        REJECT-BAD-FUNCTION.
            MOVE "MCT-0001" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "INVALID FUNCTION REQUEST - " WS-RUN-MODE(1:20)
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE "FUNCTION NOT RECOGNIZED - NOTHING DONE"
                TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE 8 TO RETURN-CODE.
        REPORT-CATALOG-MISSING.
            MOVE "MCT-0002" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "MSGCAT.MST NOT AVAILABLE - STATUS "
                WS-CATALOG-STATUS
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE "MSGCAT.MST NOT AVAILABLE - NOTHING DONE"
                TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE 8 TO RETURN-CODE.
      *> With a prefix the listing starts at the first ID not below
      *> it and stops at the first ID that no longer begins with it.
        LIST-CATALOG.
            MOVE "N" TO WS-CATALOG-EOF-SW
            MOVE ZERO TO WS-ROW-COUNT
            MOVE ZERO TO WS-CALLOUT-COUNT
            MOVE ZERO TO WS-PREFIX-LENGTH
            INSPECT WS-LIST-PREFIX TALLYING WS-PREFIX-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE
            OPEN INPUT CATALOG-FILE
            IF WS-CATALOG-STATUS NOT = "00"
                PERFORM REPORT-CATALOG-MISSING
            ELSE
                IF WS-PREFIX-LENGTH > 0
                    MOVE WS-LIST-PREFIX TO MCT-MSG-ID
                    START CATALOG-FILE KEY IS NOT < MCT-MSG-ID
                        INVALID KEY
                            SET CATALOG-EOF TO TRUE
                    END-START
                END-IF
                MOVE SPACES TO LIST-LINE
                MOVE "MESSAGE" TO LL-MSG-ID
                MOVE "SEVERITY" TO LL-SEVERITY
                MOVE "CALL OUT" TO LL-CALLOUT
                MOVE "CHANGED" TO LL-LAST-CHANGED
                MOVE LIST-LINE TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                PERFORM UNTIL CATALOG-EOF
                    READ CATALOG-FILE NEXT
                        AT END
                            SET CATALOG-EOF TO TRUE
                        NOT AT END
                            IF WS-PREFIX-LENGTH > 0
                                    AND MCT-MSG-ID(1:WS-PREFIX-LENGTH)
                                        NOT = WS-LIST-PREFIX
                                SET CATALOG-EOF TO TRUE
                            ELSE
                                PERFORM LIST-ONE-MESSAGE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOG-FILE
                MOVE SPACES TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                MOVE "MESSAGES LISTED:" TO RL-LABEL
                MOVE WS-ROW-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                MOVE "CALL-OUT MESSAGES:" TO RL-LABEL
                MOVE WS-CALLOUT-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
            END-IF.
        LIST-ONE-MESSAGE.
            ADD 1 TO WS-ROW-COUNT
            MOVE SPACES TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE SPACES TO LIST-LINE
            MOVE MCT-MSG-ID TO LL-MSG-ID
            MOVE MCT-SEVERITY TO LL-SEVERITY
            IF MCT-CALLOUT
                MOVE "YES" TO LL-CALLOUT
                ADD 1 TO WS-CALLOUT-COUNT
            ELSE
                MOVE "NO" TO LL-CALLOUT
            END-IF
            MOVE MCT-LAST-CHANGED TO LL-LAST-CHANGED
            MOVE LIST-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "MEANS:" TO TL-LABEL
            MOVE MCT-EXPLANATION TO TL-TEXT
            MOVE TEXT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "ACTION:" TO TL-LABEL
            MOVE MCT-ACTION TO TL-TEXT
            MOVE TEXT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD.
      *> Every transaction is shown on the listing as applied or
      *> rejected with its reason; the catalog is created on first
      *> use and the full listing follows the transactions.
        APPLY-TRANSACTIONS.
            MOVE "N" TO WS-TXN-EOF-SW
            OPEN INPUT TRANSACTION-FILE
            IF WS-TXN-STATUS NOT = "00"
                MOVE "MCT-0003" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE "MSGCATTX.DAT NOT FOUND - NOTHING APPLIED"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE "MSGCATTX.DAT NOT FOUND - NOTHING DONE"
                    TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN I-O CATALOG-FILE
                IF WS-CATALOG-STATUS = "35"
                    OPEN OUTPUT CATALOG-FILE
                    CLOSE CATALOG-FILE
                    OPEN I-O CATALOG-FILE
                END-IF
                IF WS-CATALOG-STATUS NOT = "00"
                    CLOSE TRANSACTION-FILE
                    PERFORM REPORT-CATALOG-MISSING
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
                    CLOSE CATALOG-FILE
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
                    MOVE "MCT-0004" TO OMR-MSG-ID
                    SET OMR-INFO TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING WS-TXN-COUNT " TRANSACTIONS: "
                        WS-TXN-APPLIED " APPLIED "
                        WS-TXN-REJECTED " REJECTED"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                    PERFORM LIST-CATALOG
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
            IF MTX-MSG-ID = SPACES
                SET TRANSACTION-REJECTED TO TRUE
                MOVE "MESSAGE ID IS BLANK" TO WS-TXN-REASON
            ELSE
                MOVE MTX-MSG-ID TO MCT-MSG-ID
                EVALUATE MTX-ACTION
                    WHEN "A"
                        PERFORM ADD-MESSAGE
                    WHEN "C"
                        PERFORM CHANGE-MESSAGE
                    WHEN "D"
                        DELETE CATALOG-FILE
                            INVALID KEY
                                SET TRANSACTION-REJECTED TO TRUE
                                MOVE "MESSAGE NOT IN CATALOG"
                                    TO WS-TXN-REASON
                        END-DELETE
                    WHEN OTHER
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "ACTION NOT A, C OR D" TO WS-TXN-REASON
                END-EVALUATE
            END-IF
            MOVE SPACES TO MAINT-REPORT-RECORD
            IF TRANSACTION-REJECTED
                ADD 1 TO WS-TXN-REJECTED
                STRING MTX-ACTION " " MTX-MSG-ID "  REJECTED - "
                    WS-TXN-REASON
                    DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                MOVE "MCT-0005" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "TRANSACTION " MTX-ACTION " " MTX-MSG-ID
                    " REJECTED - " WS-TXN-REASON
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            ELSE
                ADD 1 TO WS-TXN-APPLIED
                STRING MTX-ACTION " " MTX-MSG-ID "  APPLIED"
                    DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
            END-IF
            WRITE MAINT-REPORT-RECORD.
        ADD-MESSAGE.
            IF MTX-SEVERITY NOT = "INFO"
                    AND MTX-SEVERITY NOT = "WARN"
                    AND MTX-SEVERITY NOT = "SEVERE"
                SET TRANSACTION-REJECTED TO TRUE
                MOVE "SEVERITY NOT INFO, WARN OR SEVERE"
                    TO WS-TXN-REASON
            END-IF
            IF MTX-CALLOUT NOT = "Y" AND MTX-CALLOUT NOT = "N"
                SET TRANSACTION-REJECTED TO TRUE
                MOVE "CALL-OUT FLAG NOT Y OR N" TO WS-TXN-REASON
            END-IF
            IF MTX-EXPLANATION = SPACES OR MTX-ACTION-TEXT = SPACES
                SET TRANSACTION-REJECTED TO TRUE
                MOVE "EXPLANATION OR ACTION MISSING"
                    TO WS-TXN-REASON
            END-IF
            IF NOT TRANSACTION-REJECTED
                MOVE MTX-MSG-ID TO MCT-MSG-ID
                MOVE MTX-SEVERITY TO MCT-SEVERITY
                MOVE MTX-CALLOUT TO MCT-CALLOUT-SW
                MOVE MTX-EXPLANATION TO MCT-EXPLANATION
                MOVE MTX-ACTION-TEXT TO MCT-ACTION
                MOVE WS-RUN-DATE TO MCT-LAST-CHANGED
                WRITE MCT-RECORD
                    INVALID KEY
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "MESSAGE ALREADY IN CATALOG"
                            TO WS-TXN-REASON
                END-WRITE
            END-IF.
        CHANGE-MESSAGE.
            READ CATALOG-FILE
                INVALID KEY
                    SET TRANSACTION-REJECTED TO TRUE
                    MOVE "MESSAGE NOT IN CATALOG" TO WS-TXN-REASON
            END-READ
            IF NOT TRANSACTION-REJECTED
                IF MTX-SEVERITY NOT = SPACES
                    IF MTX-SEVERITY = "INFO" OR MTX-SEVERITY = "WARN"
                            OR MTX-SEVERITY = "SEVERE"
                        MOVE MTX-SEVERITY TO MCT-SEVERITY
                    ELSE
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "SEVERITY NOT INFO, WARN OR SEVERE"
                            TO WS-TXN-REASON
                    END-IF
                END-IF
                IF MTX-CALLOUT NOT = SPACE
                    IF MTX-CALLOUT = "Y" OR MTX-CALLOUT = "N"
                        MOVE MTX-CALLOUT TO MCT-CALLOUT-SW
                    ELSE
                        SET TRANSACTION-REJECTED TO TRUE
                        MOVE "CALL-OUT FLAG NOT Y OR N"
                            TO WS-TXN-REASON
                    END-IF
                END-IF
                IF MTX-EXPLANATION NOT = SPACES
                    MOVE MTX-EXPLANATION TO MCT-EXPLANATION
                END-IF
                IF MTX-ACTION-TEXT NOT = SPACES
                    MOVE MTX-ACTION-TEXT TO MCT-ACTION
                END-IF
                IF NOT TRANSACTION-REJECTED
                    MOVE WS-RUN-DATE TO MCT-LAST-CHANGED
                    REWRITE MCT-RECORD
                        INVALID KEY
                            SET TRANSACTION-REJECTED TO TRUE
                            MOVE "REWRITE FAILED" TO WS-TXN-REASON
                    END-REWRITE
                END-IF
            END-IF.
        LOG-OPS-MESSAGE.
            MOVE "MSG-CATALOG" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
                ON EXCEPTION
                    DISPLAY OMR-TEXT
            END-CALL.
