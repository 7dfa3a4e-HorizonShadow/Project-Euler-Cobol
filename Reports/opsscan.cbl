                    ORGANIZATION IS LINE SEQUENTIAL.
                SELECT ALERT-FILE ASSIGN TO "OPSALERT.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
                SELECT CATALOG-FILE ASSIGN TO "MSGCAT.MST"
                    ORGANIZATION IS INDEXED
                    ACCESS IS RANDOM
                    RECORD KEY IS MCT-MSG-ID
                    FILE STATUS IS WS-CATALOG-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  OPSLOG-FILE.
            01  EXCEPTION-RECORD            PIC X(107).
            FD  ALERT-FILE.
            01  ALERT-RECORD                PIC X(107).
            FD  CATALOG-FILE.
            COPY MSGCATRC.
            WORKING-STORAGE SECTION.
            01  WS-OPSLOG-STATUS            PIC XX.
            01  WS-CATALOG-STATUS           PIC XX.
            01  WS-CATALOG-SW               PIC X VALUE "N".
                88  CATALOG-OPEN            VALUE "Y".
            01  WS-CATALOG-HIT-SW           PIC X.
                88  CATALOG-HIT             VALUE "Y".
            01  WS-OPSLOG-EOF-SW            PIC X VALUE "N".
                88  OPSLOG-EOF              VALUE "Y".
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-SUMMARY-SEVERE           PIC 9(4).
            01  WS-EXCESS-LOGGED-SW         PIC X VALUE "N".
                88  EXCESS-LOGGED           VALUE "Y".
      *> Every distinct message ID / logged severity pair in range,
      *> INFO and run-end lines included, with how often it was
      *> logged and how it compares with MSGCAT.MST - so a program
      *> that starts issuing a new ID, or logs an old one at a new
      *> severity, shows up the first night it happens.
            01  WS-CHK-COUNT                PIC 9999 VALUE 0.
            01  WS-CHK-TABLE.
                05  WS-CHK-ENTRY OCCURS 300 TIMES.
                    10  CHK-MSG-ID          PIC X(8).
                    10  CHK-SEVERITY        PIC X(6).
                    10  CHK-CATALOG-SEVERITY
                                            PIC X(6).
                    10  CHK-LINES           PIC 9(5).
                    10  CHK-VERDICT         PIC X.
                        88  CHK-AGREES      VALUE "A".
                        88  CHK-UNCATALOGUED
                                            VALUE "U".
                        88  CHK-MISMATCHED  VALUE "M".
            01  WS-CHK-IDX                  PIC 9999.
            01  WS-CHK-FOUND-SW             PIC X.
                88  CHK-FOUND               VALUE "Y".
            01  WS-CHK-FULL-SW              PIC X VALUE "N".
                88  CHK-TABLE-FULL          VALUE "Y".
            01  WS-UNCATALOGUED-TOTAL       PIC 9(4) VALUE ZERO.
            01  WS-MISMATCH-TOTAL           PIC 9(4) VALUE ZERO.
            01  WS-CALLOUT-TOTAL            PIC 9(4) VALUE ZERO.
      *> Catalog response printed under an exception or alert line,
      *> built once and written to whichever file is being produced.
            01  WS-RSP-COUNT                PIC 9.
            01  WS-RSP-IDX                  PIC 9.
            01  WS-RSP-TABLE.
                05  WS-RSP-LINE OCCURS 4 TIMES
                                            PIC X(90).
            01  RESPONSE-LINE.
                05  FILLER                  PIC X(20) VALUE SPACES.
                05  RSP-LABEL               PIC X(10).
                05  RSP-TEXT                PIC X(60).
            01  CHECK-LINE.
                05  CKL-MSG-ID              PIC X(10).
                05  CKL-SEVERITY            PIC X(8).
                05  CKL-LINES               PIC ZZZZ9.
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CKL-VERDICT             PIC X(40).
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM SET-DATE-RANGE
            PERFORM OPEN-MESSAGE-CATALOG
            PERFORM LOAD-EXCEPTIONS
            IF WS-OPSLOG-STATUS NOT = "00"
                    AND WS-OPSLOG-STATUS NOT = "10"
                MOVE "OPSLOG NOT FOUND - NO EXCEPTION REPORT MADE"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                IF CATALOG-OPEN
                    CLOSE CATALOG-FILE
                END-IF
                PERFORM LOG-RUN-END
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM WRITE-EXCEPTION-REPORT
            PERFORM WRITE-ALERT-FILE
            IF CATALOG-OPEN
                CLOSE CATALOG-FILE
            END-IF
            PERFORM LOG-RUN-END
            IF ALERT-RAISED
                    OR WS-UNCATALOGUED-TOTAL > 0
                    OR WS-MISMATCH-TOTAL > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
                    MOVE WS-FROM-DATE TO WS-TO-DATE
                END-IF
            END-IF.
      *> Without the catalog the scan still reports exactly as it
      *> always has; only the response text and the catalog check
      *> are lost, and the report says so.
        OPEN-MESSAGE-CATALOG.
            OPEN INPUT CATALOG-FILE
            IF WS-CATALOG-STATUS = "00"
                SET CATALOG-OPEN TO TRUE
            ELSE
                MOVE "SCN-0004" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "MSGCAT.MST NOT AVAILABLE - STATUS "
                    WS-CATALOG-STATUS " - NO RESPONSE TEXT"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
        LOAD-EXCEPTIONS.
            MOVE "N" TO WS-OPSLOG-EOF-SW
            OPEN INPUT OPSLOG-FILE
            IF OLL-DATE IS NUMERIC
                    AND OLL-DATE NOT < WS-FROM-DATE
                    AND OLL-DATE NOT > WS-TO-DATE
                IF CATALOG-OPEN AND OLL-MSG-ID NOT = SPACES
                    PERFORM CHECK-ONE-MESSAGE-ID
                END-IF
                EVALUATE TRUE
                    WHEN OLL-SEVERITY = "WARN"
                        PERFORM STORE-ONE-EXCEPTION
                        CONTINUE
                END-EVALUATE
            END-IF.
      *> The catalog is read once per new ID/severity pair; later
      *> lines for the same pair only add to its count.
        CHECK-ONE-MESSAGE-ID.
            MOVE "N" TO WS-CHK-FOUND-SW
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                    UNTIL WS-CHK-IDX > WS-CHK-COUNT OR CHK-FOUND
                IF CHK-MSG-ID(WS-CHK-IDX) = OLL-MSG-ID
                        AND CHK-SEVERITY(WS-CHK-IDX) = OLL-SEVERITY
                    SET CHK-FOUND TO TRUE
                    ADD 1 TO CHK-LINES(WS-CHK-IDX)
                END-IF
            END-PERFORM
            IF NOT CHK-FOUND
                IF WS-CHK-COUNT < 300
                    ADD 1 TO WS-CHK-COUNT
                    MOVE OLL-MSG-ID TO CHK-MSG-ID(WS-CHK-COUNT)
                    MOVE OLL-SEVERITY TO CHK-SEVERITY(WS-CHK-COUNT)
                    MOVE 1 TO CHK-LINES(WS-CHK-COUNT)
                    MOVE OLL-MSG-ID TO MCT-MSG-ID
                    PERFORM READ-CATALOG-ENTRY
                    IF NOT CATALOG-HIT
                        MOVE SPACES
                            TO CHK-CATALOG-SEVERITY(WS-CHK-COUNT)
                        SET CHK-UNCATALOGUED(WS-CHK-COUNT) TO TRUE
                        ADD 1 TO WS-UNCATALOGUED-TOTAL
                    ELSE
                        MOVE MCT-SEVERITY
                            TO CHK-CATALOG-SEVERITY(WS-CHK-COUNT)
                        IF MCT-SEVERITY = OLL-SEVERITY
                            SET CHK-AGREES(WS-CHK-COUNT) TO TRUE
                        ELSE
                            SET CHK-MISMATCHED(WS-CHK-COUNT) TO TRUE
                            ADD 1 TO WS-MISMATCH-TOTAL
                        END-IF
                    END-IF
                ELSE
                    SET CHK-TABLE-FULL TO TRUE
                END-IF
            END-IF.
        READ-CATALOG-ENTRY.
            READ CATALOG-FILE
                INVALID KEY
                    MOVE "N" TO WS-CATALOG-HIT-SW
                NOT INVALID KEY
                    SET CATALOG-HIT TO TRUE
            END-READ.
        STORE-ONE-EXCEPTION.
            IF WS-EXC-COUNT < 1000
                ADD 1 TO WS-EXC-COUNT
            MOVE WS-SEVERE-TOTAL TO RL-VALUE
            MOVE REPORT-LINE TO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD
            PERFORM WRITE-CATALOG-CHECK
            CLOSE EXCEPTION-FILE.
      *> Message IDs logged in range that MSGCAT.MST does not know,
      *> or that were logged at a severity other than the one
      *> catalogued. Either means a program and the catalog have
      *> drifted apart and the operator response text can no longer
      *> be trusted for that message.
        WRITE-CATALOG-CHECK.
            MOVE SPACES TO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD
            MOVE "MESSAGE CATALOG CHECK" TO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD
            IF NOT CATALOG-OPEN
                MOVE "MSGCAT.MST NOT AVAILABLE - IDS NOT CHECKED"
                    TO EXCEPTION-RECORD
                WRITE EXCEPTION-RECORD
            ELSE
                IF WS-UNCATALOGUED-TOTAL = 0 AND WS-MISMATCH-TOTAL = 0
                    MOVE "EVERY MESSAGE ID IN RANGE AGREES WITH CATALOG"
                        TO EXCEPTION-RECORD
                    WRITE EXCEPTION-RECORD
                ELSE
                    MOVE SPACES TO CHECK-LINE
                    MOVE "MESSAGE" TO CKL-MSG-ID
                    MOVE "LOGGED" TO CKL-SEVERITY
                    MOVE "LINES / FINDING" TO CKL-VERDICT
                    MOVE CHECK-LINE TO EXCEPTION-RECORD
                    WRITE EXCEPTION-RECORD
                    PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                            UNTIL WS-CHK-IDX > WS-CHK-COUNT
                        IF NOT CHK-AGREES(WS-CHK-IDX)
                            PERFORM WRITE-ONE-CHECK-LINE
                        END-IF
                    END-PERFORM
                    MOVE "SCN-0005" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING WS-UNCATALOGUED-TOTAL " UNCATALOGUED "
                        WS-MISMATCH-TOTAL " SEVERITY MISMATCH - "
                        "SEE EXCEPTION.OUT"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                END-IF
                IF CHK-TABLE-FULL
                    MOVE "OVER 300 IDS IN RANGE - REST NOT CHECKED"
                        TO EXCEPTION-RECORD
                    WRITE EXCEPTION-RECORD
                END-IF
                MOVE "IDS CHECKED:" TO RL-LABEL
                MOVE WS-CHK-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO EXCEPTION-RECORD
                WRITE EXCEPTION-RECORD
                MOVE "UNCATALOGUED:" TO RL-LABEL
                MOVE WS-UNCATALOGUED-TOTAL TO RL-VALUE
                MOVE REPORT-LINE TO EXCEPTION-RECORD
                WRITE EXCEPTION-RECORD
                MOVE "SEVERITY MISMATCH:" TO RL-LABEL
                MOVE WS-MISMATCH-TOTAL TO RL-VALUE
                MOVE REPORT-LINE TO EXCEPTION-RECORD
                WRITE EXCEPTION-RECORD
            END-IF.
        WRITE-ONE-CHECK-LINE.
            MOVE SPACES TO CHECK-LINE
            MOVE CHK-MSG-ID(WS-CHK-IDX) TO CKL-MSG-ID
            MOVE CHK-SEVERITY(WS-CHK-IDX) TO CKL-SEVERITY
            MOVE CHK-LINES(WS-CHK-IDX) TO CKL-LINES
            IF CHK-UNCATALOGUED(WS-CHK-IDX)
                MOVE "NOT IN MESSAGE CATALOG" TO CKL-VERDICT
            ELSE
                STRING "CATALOGUED AS "
                    CHK-CATALOG-SEVERITY(WS-CHK-IDX)
                    DELIMITED BY SIZE INTO CKL-VERDICT
            END-IF
            MOVE CHECK-LINE TO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD.
      *> One program's exceptions print together, SEVERE lines
      *> first so the worst news for that program leads, then its
      *> WARN traffic.
            MOVE EXC-MSG-ID(WS-GRP-IDX) TO EL-MSG-ID
            MOVE EXC-TEXT(WS-GRP-IDX) TO EL-TEXT
            MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD
            PERFORM BUILD-RESPONSE-LINES
            PERFORM VARYING WS-RSP-IDX FROM 1 BY 1
                    UNTIL WS-RSP-IDX > WS-RSP-COUNT
                MOVE WS-RSP-LINE(WS-RSP-IDX) TO EXCEPTION-RECORD
                WRITE EXCEPTION-RECORD
            END-PERFORM.
      *> What the catalog says about the message at WS-GRP-IDX: what
      *> it means and what to do, whether to call someone out, and
      *> a note when the message is not catalogued or was logged at
      *> a severity the catalog does not expect. Nothing at all when
      *> the catalog could not be opened.
        BUILD-RESPONSE-LINES.
            MOVE 0 TO WS-RSP-COUNT
            MOVE SPACES TO WS-RSP-TABLE
            IF CATALOG-OPEN
                MOVE EXC-MSG-ID(WS-GRP-IDX) TO MCT-MSG-ID
                PERFORM READ-CATALOG-ENTRY
                IF NOT CATALOG-HIT
                    MOVE "CATALOG:" TO RSP-LABEL
                    MOVE "NOT IN MESSAGE CATALOG" TO RSP-TEXT
                    PERFORM ADD-RESPONSE-LINE
                ELSE
                    MOVE "MEANS:" TO RSP-LABEL
                    MOVE MCT-EXPLANATION TO RSP-TEXT
                    PERFORM ADD-RESPONSE-LINE
                    MOVE "ACTION:" TO RSP-LABEL
                    MOVE MCT-ACTION TO RSP-TEXT
                    PERFORM ADD-RESPONSE-LINE
                    IF MCT-CALLOUT
                        MOVE "CALL OUT:" TO RSP-LABEL
                        MOVE "YES - CALL THE ON-CALL SUPPORT CONTACT"
                            TO RSP-TEXT
                        PERFORM ADD-RESPONSE-LINE
                    END-IF
                    IF MCT-SEVERITY NOT = EXC-SEVERITY(WS-GRP-IDX)
                        MOVE "CATALOG:" TO RSP-LABEL
                        MOVE SPACES TO RSP-TEXT
                        STRING "CATALOGUED AS " MCT-SEVERITY
                            DELIMITED BY SIZE INTO RSP-TEXT
                        PERFORM ADD-RESPONSE-LINE
                    END-IF
                END-IF
            END-IF.
        ADD-RESPONSE-LINE.
            ADD 1 TO WS-RSP-COUNT
            MOVE RESPONSE-LINE TO WS-RSP-LINE(WS-RSP-COUNT).
      *> The alert file is rewritten every scan: empty when the
      *> range was clean, so the early operator's first check is
      *> "is OPSALERT.OUT empty", not a read of OPSLOG end to end.
                STRING "SEVERE MESSAGES LOGGED - SEE EXCEPTION.OUT"
                    DELIMITED BY SIZE INTO ALERT-RECORD
                WRITE ALERT-RECORD
                IF CATALOG-OPEN
                    PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                            UNTIL WS-GRP-IDX > WS-EXC-COUNT
                        IF EXC-SEVERITY(WS-GRP-IDX) = "SEVERE"
                            PERFORM COUNT-ONE-CALLOUT
                        END-IF
                    END-PERFORM
                END-IF
                IF WS-CALLOUT-TOTAL > 0
                    MOVE SPACES TO ALERT-RECORD
                    STRING "CALL-OUT REQUIRED FOR " WS-CALLOUT-TOTAL
                        " MESSAGE(S) - SEE CALL OUT LINES"
                        DELIMITED BY SIZE INTO ALERT-RECORD
                    WRITE ALERT-RECORD
                END-IF
                PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                        UNTIL WS-GRP-IDX > WS-EXC-COUNT
                    IF EXC-SEVERITY(WS-GRP-IDX) = "SEVERE"
            MOVE EXC-MSG-ID(WS-GRP-IDX) TO EL-MSG-ID
            MOVE EXC-TEXT(WS-GRP-IDX) TO EL-TEXT
            MOVE EXCEPTION-LINE TO ALERT-RECORD
            WRITE ALERT-RECORD
            PERFORM BUILD-RESPONSE-LINES
            PERFORM VARYING WS-RSP-IDX FROM 1 BY 1
                    UNTIL WS-RSP-IDX > WS-RSP-COUNT
                MOVE WS-RSP-LINE(WS-RSP-IDX) TO ALERT-RECORD
                WRITE ALERT-RECORD
            END-PERFORM.
        COUNT-ONE-CALLOUT.
            MOVE EXC-MSG-ID(WS-GRP-IDX) TO MCT-MSG-ID
            PERFORM READ-CATALOG-ENTRY
            IF CATALOG-HIT AND MCT-CALLOUT
                ADD 1 TO WS-CALLOUT-TOTAL
            END-IF.
