                    FILE STATUS IS WS-RUNTIMES-STATUS.
                SELECT TIMING-FILE ASSIGN TO "TIMING.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
                SELECT PROBLEM-CATALOG-FILE ASSIGN TO "PROBCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PROBCAT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  JOB-CONTROL-FILE.
                05  RTM-ELAPSED-SECS        PIC 9(6).
            FD  TIMING-FILE.
            01  TIMING-RECORD               PIC X(80).
            FD  PROBLEM-CATALOG-FILE.
            01  PROBLEM-CATALOG-LINE        PIC X(123).
            WORKING-STORAGE SECTION.
            01  WS-JOB-EOF-SW               PIC X VALUE "N".
                88  JOB-CONTROL-EOF         VALUE "Y".
            01  WS-AUDIT-STATUS             PIC XX.
            01  WS-AUDIT-EOF-SW             PIC X.
                88  AUDIT-EOF               VALUE "Y".
      *> Last run line seen on the audit log; the header/trailer
      *> control records around each append are passed over.
            01  WS-LAST-AUDIT-LINE          PIC X(80).
            01  WS-JOB-COUNT                PIC 9999 VALUE 0.
            01  WS-BATCH-FAILURE-SW         PIC X VALUE "N".
                88  BATCH-HAD-FAILURE       VALUE "Y".
                    10  STP-START-TIME      PIC 9(6).
                    10  STP-END-TIME        PIC 9(6).
                    10  STP-ELAPSED-SECS    PIC 9(6).
                    10  STP-RANGE-GROUP     PIC X(8).
                    10  STP-RANGE-FROM      PIC 9(7).
                    10  STP-RANGE-TO        PIC 9(7).
            01  WS-STEP-IDX                 PIC 9999.
            01  WS-PRED-IDX                 PIC 9999.
            01  WS-STEP-OK-SW               PIC X.
                05  TML-AVERAGE             PIC X(6).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  TML-FLAG                PIC X(6).
      *> The problem catalog, loaded before any step runs: a step
      *> whose program is not on it is not called, and a program
      *> the catalog says takes no MAX or divisors is not passed
      *> any. With no catalog on file the steps run unchecked.
            01  WS-PROBCAT-STATUS           PIC XX.
            01  WS-CATALOG-EOF-SW           PIC X VALUE "N".
                88  CATALOG-EOF             VALUE "Y".
            01  WS-CATALOG-OPEN-SW          PIC X VALUE "N".
                88  CATALOG-LOADED          VALUE "Y".
            01  WS-CATALOG-COUNT            PIC 9999 VALUE 0.
            01  WS-CATALOG-TABLE.
                05  CAT-ENTRY               OCCURS 50 TIMES
                                             PIC X(123).
            01  WS-CAT-SCAN-IDX             PIC 9999.
            01  WS-CAT-FOUND-SW             PIC X.
                88  CATALOG-ENTRY-FOUND     VALUE "Y".
            01  WS-CATALOG-KEY              PIC X(30).
            01  WS-TAKES-MAX-SW             PIC X.
                88  STEP-TAKES-MAX          VALUE "Y".
            01  WS-TAKES-DIVISORS-SW        PIC X.
                88  STEP-TAKES-DIVISORS     VALUE "Y".
            COPY PROBCTRC.
        PROCEDURE DIVISION.
        MAIN-PARA.
            OPEN INPUT JOB-CONTROL-FILE
            END-IF
            PERFORM LOAD-PROCESSING-CALENDAR
            PERFORM LOAD-RUN-TIME-HISTORY
            PERFORM LOAD-PROBLEM-CATALOG
            OPEN OUTPUT SUMMARY-FILE
            MOVE "CONSOLIDATED BATCH SUMMARY" TO SUMMARY-RECORD
            WRITE SUMMARY-RECORD
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
        LOAD-PROBLEM-CATALOG.
            MOVE "N" TO WS-CATALOG-EOF-SW
            MOVE "N" TO WS-CATALOG-OPEN-SW
            MOVE ZERO TO WS-CATALOG-COUNT
            OPEN INPUT PROBLEM-CATALOG-FILE
            IF WS-PROBCAT-STATUS = "00"
                SET CATALOG-LOADED TO TRUE
                PERFORM UNTIL CATALOG-EOF
                    READ PROBLEM-CATALOG-FILE
                        AT END
                            SET CATALOG-EOF TO TRUE
                        NOT AT END
                            IF WS-CATALOG-COUNT < 50
                                ADD 1 TO WS-CATALOG-COUNT
                                MOVE PROBLEM-CATALOG-LINE
                                    TO CAT-ENTRY(WS-CATALOG-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PROBLEM-CATALOG-FILE
            ELSE
                MOVE "DRV-0012" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE "PROBCAT.DAT NOT FOUND - STEPS RUN UNCHECKED"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
      *> Look WS-CATALOG-KEY up in the catalog held in storage; when
      *> it is there its line is laid into PROBLEM-CATALOG-RECORD.
        FIND-CATALOG-ENTRY.
            MOVE "N" TO WS-CAT-FOUND-SW
            PERFORM VARYING WS-CAT-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-CAT-SCAN-IDX > WS-CATALOG-COUNT
                        OR CATALOG-ENTRY-FOUND
                IF CAT-ENTRY(WS-CAT-SCAN-IDX)(1:12) = WS-CATALOG-KEY
                    SET CATALOG-ENTRY-FOUND TO TRUE
                    MOVE CAT-ENTRY(WS-CAT-SCAN-IDX)
                        TO PROBLEM-CATALOG-RECORD
                END-IF
            END-PERFORM.
        STORE-ONE-STEP.
            IF WS-STEP-COUNT >= 50
                MOVE "DRV-0002" TO OMR-MSG-ID
            MOVE "N" TO STP-TIMED-SW(WS-STEP-COUNT)
            MOVE ZERO TO STP-START-TIME(WS-STEP-COUNT)
            MOVE ZERO TO STP-END-TIME(WS-STEP-COUNT)
            MOVE ZERO TO STP-ELAPSED-SECS(WS-STEP-COUNT)
            MOVE JCR-RANGE-GROUP TO STP-RANGE-GROUP(WS-STEP-COUNT)
            IF JCR-RANGE-FROM IS NUMERIC
                MOVE JCR-RANGE-FROM TO STP-RANGE-FROM(WS-STEP-COUNT)
            ELSE
                MOVE ZERO TO STP-RANGE-FROM(WS-STEP-COUNT)
            END-IF
            IF JCR-RANGE-TO IS NUMERIC
                MOVE JCR-RANGE-TO TO STP-RANGE-TO(WS-STEP-COUNT)
            ELSE
                MOVE ZERO TO STP-RANGE-TO(WS-STEP-COUNT)
            END-IF.
        RUN-ONE-JOB.
            MOVE SPACES TO SUMMARY-LINE
            MOVE STP-PROGRAM-NAME(WS-STEP-IDX) TO SL-PROGRAM
                MOVE "H" TO STP-RUN-STATE(WS-STEP-IDX)
            ELSE
                PERFORM CHECK-PREDECESSOR
                IF STEP-CLEAR-TO-RUN
                    PERFORM CHECK-STEP-CATALOGUED
                END-IF
                IF STEP-CLEAR-TO-RUN
                    PERFORM CALL-ONE-STEP
                    PERFORM SAVE-STEP-STATUS
                ELSE
                    MOVE "N/A" TO SL-MAX
                    MOVE "N/A" TO SL-SUM
                    IF STP-CALL-FAILED(WS-STEP-IDX)
                        MOVE "UNCATALOGUED" TO SL-STATUS
                        PERFORM SAVE-STEP-STATUS
                    ELSE
                        MOVE "SKIPPED" TO SL-STATUS
                        MOVE "S" TO STP-RUN-STATE(WS-STEP-IDX)
                    END-IF
                END-IF
            END-IF.
      *> A program the catalog does not know is never called: it is
      *> failed in place, the same as a CALL that could not load,
      *> so its dependants stand down and the resubmission retries
      *> it once the catalog (or JOBCTL.DAT) has been put right.
        CHECK-STEP-CATALOGUED.
            MOVE "N" TO WS-CAT-FOUND-SW
            IF CATALOG-LOADED
                MOVE STP-PROGRAM-NAME(WS-STEP-IDX) TO WS-CATALOG-KEY
                PERFORM FIND-CATALOG-ENTRY
                IF NOT CATALOG-ENTRY-FOUND
                    MOVE "N" TO WS-STEP-OK-SW
                    MOVE "F" TO STP-RUN-STATE(WS-STEP-IDX)
                    MOVE SPACES TO STP-AUDIT-STATUS(WS-STEP-IDX)
                    SET BATCH-HAD-FAILURE TO TRUE
                    MOVE "DRV-0013" TO OMR-MSG-ID
                    SET OMR-SEVERE TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING "STEP " STP-STEP-NAME(WS-STEP-IDX)
                        " NOT CALLED - " DELIMITED BY SIZE
                        WS-CATALOG-KEY DELIMITED BY SPACE
                        " NOT IN PROBCAT.DAT" DELIMITED BY SIZE
                        INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                END-IF
            END-IF.
      *> Rewritten after every executed step so a cancellation at
      *> Carry the step's own run parameters from the job-control
      *> line into the linkage area; a blank or zero MAX means the
      *> step was not given parameters and the called program should
      *> read its own PARMFILE as it always has. A program the
      *> catalog says takes no MAX, or no divisors, is not handed
      *> them whatever its job-control line carries.
        BUILD-STEP-PARMS.
            MOVE SPACES TO STEP-PARM-AREA
            MOVE "Y" TO WS-TAKES-MAX-SW
            MOVE "Y" TO WS-TAKES-DIVISORS-SW
            IF CATALOG-ENTRY-FOUND
                IF PCR-MAX-HIGH = ZERO
                    MOVE "N" TO WS-TAKES-MAX-SW
                END-IF
                IF PCR-DIVISOR-MAX-COUNT = ZERO
                    MOVE "N" TO WS-TAKES-DIVISORS-SW
                END-IF
            END-IF
            IF STP-MAX-LIMIT(WS-STEP-IDX) IS NUMERIC
                    AND STP-MAX-LIMIT(WS-STEP-IDX) > 0
                    AND STEP-TAKES-MAX
                SET SPA-PARM-PRESENT TO TRUE
                MOVE STP-MAX-LIMIT(WS-STEP-IDX) TO SPA-MAX-LIMIT
                IF STP-DIVISOR-COUNT(WS-STEP-IDX) IS NUMERIC
                        AND STEP-TAKES-DIVISORS
                    MOVE STP-DIVISOR-COUNT(WS-STEP-IDX)
                        TO SPA-DIVISOR-COUNT
                ELSE
                PERFORM VARYING WS-SPA-IDX FROM 1 BY 1
                        UNTIL WS-SPA-IDX > 5
                    IF STP-DIVISOR(WS-STEP-IDX, WS-SPA-IDX) IS NUMERIC
                            AND STEP-TAKES-DIVISORS
                        MOVE STP-DIVISOR(WS-STEP-IDX, WS-SPA-IDX)
                            TO SPA-DIVISOR(WS-SPA-IDX)
                    ELSE
            ELSE
                MOVE "N" TO SPA-PARM-PRESENT-SW
            END-IF
            MOVE STP-STEP-NAME(WS-STEP-IDX) TO SPA-STEP-NAME
            MOVE STP-RANGE-GROUP(WS-STEP-IDX) TO SPA-RANGE-GROUP
            MOVE STP-RANGE-FROM(WS-STEP-IDX) TO SPA-RANGE-FROM
            MOVE STP-RANGE-TO(WS-STEP-IDX) TO SPA-RANGE-TO.
      *> All operator-facing messages funnel through the shared
      *> MSG-LOGGER so they survive on OPSLOG after the console has
      *> scrolled; if the logger itself cannot be loaded the text
            END-CALL.
        READ-LAST-AUDIT-RECORD.
            MOVE "N" TO WS-AUDIT-EOF-SW
            MOVE SPACES TO WS-LAST-AUDIT-LINE
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = "00"
                PERFORM UNTIL AUDIT-EOF
                        AT END
                            SET AUDIT-EOF TO TRUE
                        NOT AT END
                            IF NOT AUDIT-CONTROL-RECORD
                                MOVE AUDIT-CONTROL-LINE
                                    TO WS-LAST-AUDIT-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF
            MOVE WS-LAST-AUDIT-LINE TO AUDIT-CONTROL-LINE.
