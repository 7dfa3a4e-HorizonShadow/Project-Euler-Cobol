        IDENTIFICATION DIVISION.
        PROGRAM-ID. RSLT-VERIFY.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RESULTS-FILE ASSIGN TO "RESULTS.MST"
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS RSLT-KEY
                    FILE STATUS IS WS-RSLT-STATUS.
                SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-AUDIT-STATUS.
                SELECT VERIFY-FILE ASSIGN TO "VERIFY.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD  RESULTS-FILE.
            COPY RSLTREC.
            FD  AUDIT-FILE.
            COPY AUDITREC.
            FD  VERIFY-FILE.
            01  VERIFY-RECORD               PIC X(80).
            WORKING-STORAGE SECTION.
            01  WS-RSLT-STATUS              PIC XX.
            01  WS-AUDIT-STATUS             PIC XX.
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-TIME-OF-DAY              PIC 9(8).
            01  WS-RETURN-STATUS            PIC XX VALUE "00".
            01  WS-RSLT-EOF-SW              PIC X VALUE "N".
                88  RESULTS-EOF             VALUE "Y".
            01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
                88  AUDIT-EOF               VALUE "Y".
            01  WS-ONE-SIGNATURE-SW         PIC X VALUE "N".
                88  ONE-SIGNATURE-ONLY      VALUE "Y".
            01  WS-ROW-BAD-SW               PIC X VALUE "N".
                88  ROW-FAILED-CHECK        VALUE "Y".
            01  WS-AUDIT-FOUND-SW           PIC X VALUE "N".
                88  AUDIT-LINE-FOUND        VALUE "Y".
            01  WS-ROW-COUNT                PIC 9(6) VALUE ZERO.
            01  WS-GOOD-COUNT               PIC 9(6) VALUE ZERO.
            01  WS-BAD-COUNT                PIC 9(6) VALUE ZERO.
            01  WS-CLEARED-COUNT            PIC 9(6) VALUE ZERO.
            01  WS-NO-AUDIT-COUNT           PIC 9(6) VALUE ZERO.
            01  WS-FAILED-CHECKS            PIC X(30).
            COPY DVSRTBL.
            01  WS-DVT-IDX                  PIC 9.
      *> Latest clean HELLO-WORLD run logged for each signature,
      *> loaded once so each result row is matched in storage
      *> instead of re-reading AUDIT.LOG per row. Lines written
      *> before the log carried a divisor set cannot be tied to one
      *> signature and are not used.
            01  WS-SIG-COUNT                PIC 9999 VALUE 0.
            01  WS-SIG-TABLE.
                05  WS-SIG-ENTRY OCCURS 1000 TIMES.
                    10  AST-SIGNATURE       PIC X(23).
                    10  AST-TIMESTAMP       PIC 9(14).
                    10  AST-SUM             PIC 9(12).
            01  WS-SIG-IDX                  PIC 9999.
            01  WS-SIG-FOUND-IDX            PIC 9999.
            01  WS-AUDIT-SIGNATURE.
                05  WS-AUDIT-SIG-MAX        PIC 9(7).
                05  WS-AUDIT-SIG-COUNT      PIC 9.
                05  WS-AUDIT-SIG-LIST       PIC X(15).
      *> Closed-form working fields. The subset mask walks every
      *> non-empty combination of up to five divisors (1 - 31); the
      *> signed totals carry the alternating inclusion-exclusion
      *> terms. IND runs from zero to MAX - 1, and zero is a
      *> multiple of every divisor, so each subset counts one more
      *> member than its positive multiples.
            01  WS-LIMIT                    PIC 9(7).
            01  WS-MASK                     PIC 99.
            01  WS-MASK-LAST                PIC 99.
            01  WS-MASK-WORK                PIC 99.
            01  WS-MASK-BIT                 PIC 9.
            01  WS-SUBSET-SIZE              PIC 9.
            01  WS-SIZE-HALF                PIC 9.
            01  WS-SIZE-ODD                 PIC 9.
            01  WS-SUBSET-ZERO-SW           PIC X.
                88  SUBSET-HAS-ZERO         VALUE "Y".
            01  WS-SUBSET-LCM               PIC 9(18).
            01  WS-GCD-A                    PIC 9(18).
            01  WS-GCD-B                    PIC 9(18).
            01  WS-GCD-R                    PIC 9(18).
            01  WS-GCD-Q                    PIC 9(18).
            01  WS-MULTIPLES                PIC 9(18).
            01  WS-MEMBERS                  PIC 9(18).
            01  WS-SERIES-SUM               PIC 9(18).
            01  WS-EXP-SUM                  PIC S9(18).
            01  WS-EXP-QUALIFYING           PIC S9(18).
            01  WS-EXP-SINGLE               PIC S9(18).
            01  WS-EXP-MULTI                PIC S9(18).
            01  WS-EXP-HIT-TABLE.
                05  WS-EXP-HIT              OCCURS 5 TIMES
                                             PIC 9(8).
            01  VERIFY-LINE.
                05  VL-MAX                  PIC 9(7).
                05  FILLER                  PIC X VALUE SPACE.
                05  VL-DIVISORS             PIC X(19).
                05  FILLER                  PIC X VALUE SPACE.
                05  VL-EXPECTED             PIC Z(11)9.
                05  FILLER                  PIC X VALUE SPACE.
                05  VL-FILED                PIC Z(11)9.
                05  FILLER                  PIC X VALUE SPACE.
                05  VL-AUDIT                PIC X(12).
                05  FILLER                  PIC X VALUE SPACE.
                05  VL-RESULT               PIC X(8).
            01  VERIFY-HEADING.
                05  FILLER                  PIC X(28)
                    VALUE "MAX     DIVISORS            ".
                05  FILLER                  PIC X(26)
                    VALUE "    EXPECTED        FILED ".
                05  FILLER                  PIC X(21)
                    VALUE "   AUDIT LOG RESULT".
            01  VERIFY-DIFF-LINE.
                05  FILLER                  PIC X(4) VALUE SPACES.
                05  VD-LABEL                PIC X(22).
                05  FILLER                  PIC X(9)
                    VALUE "EXPECTED ".
                05  VD-EXPECTED             PIC Z(11)9.
                05  FILLER                  PIC X(7)
                    VALUE "  FOUND".
                05  FILLER                  PIC X VALUE SPACE.
                05  VD-FOUND                PIC Z(11)9.
            01  WS-DIV-TEXT                 PIC X(19).
            01  WS-DIV-PTR                  PIC 99.
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
            COPY OPSMSGRC.
            COPY CTLTOTRC.
            COPY RSLTJREC.
            LINKAGE SECTION.
            COPY STEPPARM.
        PROCEDURE DIVISION USING STEP-PARM-AREA.
      *> Independent check of every answer HELLO-WORLD has filed.
      *> The sum of the multiples of d below MAX is an arithmetic
      *> series, d * k * (k + 1) / 2 with k = (MAX - 1) / d, and the
      *> union over a divisor set follows by inclusion-exclusion over
      *> every subset of the divisors, each subset standing for the
      *> multiples of its least common multiple. The same expansion
      *> yields the qualifying, single-rule, multi-rule and
      *> per-divisor counts, so the whole results master row can be
      *> proved without walking IND a second time. The expected
      *> figures are compared with the row and with the latest clean
      *> AUDIT.LOG line for the same signature; any disagreement is
      *> logged SEVERE and the row is flagged suspect so REQUEST-PROC
      *> stops serving it.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE ZERO TO WS-ROW-COUNT
            MOVE ZERO TO WS-GOOD-COUNT
            MOVE ZERO TO WS-BAD-COUNT
            MOVE ZERO TO WS-CLEARED-COUNT
            MOVE ZERO TO WS-NO-AUDIT-COUNT
            MOVE ZERO TO WS-SIG-COUNT
            MOVE "00" TO WS-RETURN-STATUS
            MOVE "N" TO WS-ONE-SIGNATURE-SW
            IF ADDRESS OF STEP-PARM-AREA NOT = NULL
                IF SPA-PARM-PRESENT
                    SET ONE-SIGNATURE-ONLY TO TRUE
                END-IF
            END-IF
            PERFORM LOAD-AUDIT-SIGNATURES
            OPEN I-O RESULTS-FILE
            IF WS-RSLT-STATUS NOT = "00"
                MOVE "VFY-0003" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "RESULTS.MST NOT AVAILABLE - NOTHING VERIFIED "
                    "- STATUS " WS-RSLT-STATUS
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE "08" TO WS-RETURN-STATUS
                PERFORM WRITE-AUDIT-LOG
                PERFORM LOG-RUN-END
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT VERIFY-FILE
            MOVE "RESULTS MASTER CLOSED-FORM VERIFICATION"
                TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            MOVE "RUN DATE:" TO RL-LABEL
            MOVE WS-RUN-DATE TO RL-VALUE
            MOVE REPORT-LINE TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            MOVE SPACES TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            MOVE VERIFY-HEADING TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            IF ONE-SIGNATURE-ONLY
                PERFORM VERIFY-REQUESTED-SIGNATURE
            ELSE
                PERFORM VERIFY-WHOLE-MASTER
            END-IF
            CLOSE RESULTS-FILE
            PERFORM WRITE-VERIFY-TOTALS
            CLOSE VERIFY-FILE
            MOVE "VFY-0005" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING WS-ROW-COUNT " ROW(S) CHECKED: "
                WS-GOOD-COUNT " AGREE " WS-BAD-COUNT " SUSPECT"
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            IF WS-BAD-COUNT > 0
                MOVE "04" TO WS-RETURN-STATUS
            END-IF
            PERFORM WRITE-AUDIT-LOG
            PERFORM LOG-RUN-END
            IF WS-BAD-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.
        LOG-OPS-MESSAGE.
            MOVE "RSLT-VERIFY" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
                ON EXCEPTION
                    DISPLAY OMR-TEXT
            END-CALL.
        LOG-RUN-END.
            MOVE "VFY-9999" TO OMR-MSG-ID
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
        LOAD-AUDIT-SIGNATURES.
            MOVE "N" TO WS-AUDIT-EOF-SW
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = "00"
                PERFORM UNTIL AUDIT-EOF
                    READ AUDIT-FILE
                        AT END
                            SET AUDIT-EOF TO TRUE
                        NOT AT END
                            IF NOT AUDIT-CONTROL-RECORD
                                PERFORM STORE-AUDIT-SIGNATURE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.
      *> Only clean HELLO-WORLD runs that logged their divisor set
      *> are kept; a later line for the same signature replaces the
      *> earlier one, so the table ends holding the latest run. The
      *> range steps of a partitioned run are left out - each sum
      *> covers only its own slice - and the merge step's line
      *> stands for the whole run.
        STORE-AUDIT-SIGNATURE.
            IF AUDIT-PROGRAM = "HELLO-WORLD"
                    AND AUDIT-RETURN-STATUS = "00"
                    AND NOT AUDIT-PARTIAL-RUN
                    AND AUDIT-MAX-USED IS NUMERIC
                    AND AUDIT-DVT-COUNT IS NUMERIC
                    AND AUDIT-DVT-VALUE-LIST IS NUMERIC
                MOVE AUDIT-MAX-USED TO WS-AUDIT-SIG-MAX
                MOVE AUDIT-DVT-COUNT TO WS-AUDIT-SIG-COUNT
                MOVE AUDIT-DVT-VALUE-LIST TO WS-AUDIT-SIG-LIST
                MOVE ZERO TO WS-SIG-FOUND-IDX
                PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                        UNTIL WS-SIG-IDX > WS-SIG-COUNT
                    IF AST-SIGNATURE(WS-SIG-IDX) = WS-AUDIT-SIGNATURE
                        MOVE WS-SIG-IDX TO WS-SIG-FOUND-IDX
                    END-IF
                END-PERFORM
                IF WS-SIG-FOUND-IDX = 0 AND WS-SIG-COUNT < 1000
                    ADD 1 TO WS-SIG-COUNT
                    MOVE WS-SIG-COUNT TO WS-SIG-FOUND-IDX
                END-IF
                IF WS-SIG-FOUND-IDX > 0
                    MOVE WS-AUDIT-SIGNATURE
                        TO AST-SIGNATURE(WS-SIG-FOUND-IDX)
                    MOVE AUDIT-TIMESTAMP
                        TO AST-TIMESTAMP(WS-SIG-FOUND-IDX)
                    MOVE AUDIT-SUM-RESULT TO AST-SUM(WS-SIG-FOUND-IDX)
                END-IF
            END-IF.
        VERIFY-WHOLE-MASTER.
            MOVE "N" TO WS-RSLT-EOF-SW
            PERFORM UNTIL RESULTS-EOF
                READ RESULTS-FILE NEXT
                    AT END
                        SET RESULTS-EOF TO TRUE
                    NOT AT END
                        PERFORM VERIFY-ONE-ROW
                END-READ
            END-PERFORM.
      *> Called as a driver step with a signature on the JOBCTL.DAT
      *> line: prove just that row, typically right behind the step
      *> that computed it. No divisor set on the line means the
      *> 3 and 5 HELLO-WORLD falls back to.
        VERIFY-REQUESTED-SIGNATURE.
            MOVE SPA-MAX-LIMIT TO RSLT-MAX
            MOVE ZEROS TO RSLT-DVT-VALUE-LIST
            IF SPA-DIVISOR-COUNT IS NUMERIC AND SPA-DIVISOR-COUNT > 0
                    AND SPA-DIVISOR-COUNT NOT > 5
                MOVE SPA-DIVISOR-COUNT TO RSLT-DVT-COUNT
                PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                        UNTIL WS-DVT-IDX > SPA-DIVISOR-COUNT
                    MOVE SPA-DIVISOR(WS-DVT-IDX)
                        TO RSLT-DVT-VALUE(WS-DVT-IDX)
                END-PERFORM
            ELSE
                MOVE 2 TO RSLT-DVT-COUNT
                MOVE 3 TO RSLT-DVT-VALUE(1)
                MOVE 5 TO RSLT-DVT-VALUE(2)
            END-IF
            READ RESULTS-FILE
                INVALID KEY
                    MOVE "VFY-0006" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING "SIGNATURE " RSLT-KEY
                        " NOT ON RESULTS.MST"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                NOT INVALID KEY
                    PERFORM VERIFY-ONE-ROW
            END-READ.
        VERIFY-ONE-ROW.
            ADD 1 TO WS-ROW-COUNT
            MOVE "N" TO WS-ROW-BAD-SW
            MOVE SPACES TO WS-FAILED-CHECKS
            PERFORM LOAD-ROW-DIVISORS
            PERFORM COMPUTE-CLOSED-FORM
            PERFORM FIND-AUDIT-LINE
            PERFORM BUILD-DIVISOR-TEXT
            MOVE SPACES TO VERIFY-LINE
            MOVE RSLT-MAX TO VL-MAX
            MOVE WS-DIV-TEXT TO VL-DIVISORS
            MOVE WS-EXP-SUM TO VL-EXPECTED
            MOVE RSLT-SUM TO VL-FILED
            IF AUDIT-LINE-FOUND
                MOVE AST-SUM(WS-SIG-FOUND-IDX) TO VL-AUDIT
            ELSE
                MOVE "NOT ON LOG" TO VL-AUDIT
                ADD 1 TO WS-NO-AUDIT-COUNT
            END-IF
            IF RSLT-SUM NOT = WS-EXP-SUM
                    OR RSLT-SINGLE-COUNT NOT = WS-EXP-SINGLE
                    OR RSLT-MULTI-COUNT NOT = WS-EXP-MULTI
                    OR RSLT-TOTAL-QUALIFYING NOT = WS-EXP-QUALIFYING
                SET ROW-FAILED-CHECK TO TRUE
                MOVE "MASTER ROW" TO WS-FAILED-CHECKS
            END-IF
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > DVT-COUNT
                IF RSLT-DVT-HIT(WS-DVT-IDX)
                        NOT = WS-EXP-HIT(WS-DVT-IDX)
                    SET ROW-FAILED-CHECK TO TRUE
                    MOVE "MASTER ROW" TO WS-FAILED-CHECKS
                END-IF
            END-PERFORM
            IF AUDIT-LINE-FOUND
                IF AST-SUM(WS-SIG-FOUND-IDX) NOT = WS-EXP-SUM
                    SET ROW-FAILED-CHECK TO TRUE
                    IF WS-FAILED-CHECKS = SPACES
                        MOVE "AUDIT LINE" TO WS-FAILED-CHECKS
                    ELSE
                        MOVE "MASTER AND AUDIT"
                            TO WS-FAILED-CHECKS
                    END-IF
                END-IF
            END-IF
            IF ROW-FAILED-CHECK
                ADD 1 TO WS-BAD-COUNT
                MOVE "SUSPECT" TO VL-RESULT
                MOVE VERIFY-LINE TO VERIFY-RECORD
                WRITE VERIFY-RECORD
                PERFORM WRITE-ROW-DIFFERENCES
                PERFORM FLAG-ROW-SUSPECT
            ELSE
                ADD 1 TO WS-GOOD-COUNT
                MOVE "AGREES" TO VL-RESULT
                MOVE VERIFY-LINE TO VERIFY-RECORD
                WRITE VERIFY-RECORD
                IF RSLT-SUSPECT
                    PERFORM CLEAR-ROW-SUSPECT
                END-IF
            END-IF.
      *> The divisor set comes off the row's own key, so the check
      *> is made against exactly the signature that was filed.
        LOAD-ROW-DIVISORS.
            MOVE RSLT-DVT-COUNT TO DVT-COUNT
            IF DVT-COUNT > 5
                MOVE 5 TO DVT-COUNT
            END-IF
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > 5
                IF WS-DVT-IDX > DVT-COUNT
                    MOVE ZERO TO DVT-VALUE(WS-DVT-IDX)
                ELSE
                    MOVE RSLT-DVT-VALUE(WS-DVT-IDX)
                        TO DVT-VALUE(WS-DVT-IDX)
                END-IF
            END-PERFORM.
      *> Per divisor: the multiples below MAX plus zero. Per subset:
      *> its least common multiple L gives n = (MAX - 1) / L
      *> positive multiples summing to L * n * (n + 1) / 2, and n + 1
      *> members counting zero. Odd-sized subsets add, even-sized
      *> subtract. Weighting each subset's members by the subset
      *> size instead gives the count of IND matching exactly one
      *> divisor. A zero divisor never matches, so any subset
      *> holding one contributes nothing.
        COMPUTE-CLOSED-FORM.
            MOVE ZERO TO WS-EXP-SUM
            MOVE ZERO TO WS-EXP-QUALIFYING
            MOVE ZERO TO WS-EXP-SINGLE
            MOVE ZERO TO WS-EXP-MULTI
            MOVE ZEROS TO WS-EXP-HIT-TABLE
            IF RSLT-MAX > 0
                COMPUTE WS-LIMIT = RSLT-MAX - 1
            ELSE
                MOVE ZERO TO WS-LIMIT
            END-IF
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > DVT-COUNT
                IF DVT-VALUE(WS-DVT-IDX) > 0 AND RSLT-MAX > 0
                    DIVIDE WS-LIMIT BY DVT-VALUE(WS-DVT-IDX)
                        GIVING WS-EXP-HIT(WS-DVT-IDX)
                    ADD 1 TO WS-EXP-HIT(WS-DVT-IDX)
                END-IF
            END-PERFORM
            COMPUTE WS-MASK-LAST = (2 ** DVT-COUNT) - 1
            IF RSLT-MAX > 0
                PERFORM VARYING WS-MASK FROM 1 BY 1
                        UNTIL WS-MASK > WS-MASK-LAST
                    PERFORM APPLY-ONE-SUBSET
                END-PERFORM
            END-IF
            COMPUTE WS-EXP-MULTI = WS-EXP-QUALIFYING - WS-EXP-SINGLE.
        APPLY-ONE-SUBSET.
            MOVE WS-MASK TO WS-MASK-WORK
            MOVE ZERO TO WS-SUBSET-SIZE
            MOVE "N" TO WS-SUBSET-ZERO-SW
            MOVE 1 TO WS-SUBSET-LCM
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > DVT-COUNT
                DIVIDE WS-MASK-WORK BY 2 GIVING WS-MASK-WORK
                    REMAINDER WS-MASK-BIT
                IF WS-MASK-BIT = 1
                    ADD 1 TO WS-SUBSET-SIZE
                    IF DVT-VALUE(WS-DVT-IDX) = 0
                        SET SUBSET-HAS-ZERO TO TRUE
                    ELSE
                        PERFORM FOLD-DIVISOR-INTO-LCM
                    END-IF
                END-IF
            END-PERFORM
            IF NOT SUBSET-HAS-ZERO
                IF WS-SUBSET-LCM > WS-LIMIT
                    MOVE ZERO TO WS-MULTIPLES
                ELSE
                    DIVIDE WS-LIMIT BY WS-SUBSET-LCM
                        GIVING WS-MULTIPLES
                END-IF
                COMPUTE WS-MEMBERS = WS-MULTIPLES + 1
                COMPUTE WS-SERIES-SUM = WS-SUBSET-LCM * WS-MULTIPLES
                    * (WS-MULTIPLES + 1) / 2
                DIVIDE WS-SUBSET-SIZE BY 2 GIVING WS-SIZE-HALF
                    REMAINDER WS-SIZE-ODD
                IF WS-SIZE-ODD = 1
                    ADD WS-SERIES-SUM TO WS-EXP-SUM
                    ADD WS-MEMBERS TO WS-EXP-QUALIFYING
                    COMPUTE WS-EXP-SINGLE = WS-EXP-SINGLE
                        + (WS-SUBSET-SIZE * WS-MEMBERS)
                ELSE
                    SUBTRACT WS-SERIES-SUM FROM WS-EXP-SUM
                    SUBTRACT WS-MEMBERS FROM WS-EXP-QUALIFYING
                    COMPUTE WS-EXP-SINGLE = WS-EXP-SINGLE
                        - (WS-SUBSET-SIZE * WS-MEMBERS)
                END-IF
            END-IF.
      *> LCM(L, d) = L / GCD(L, d) * d. Once L passes MAX - 1 the
      *> subset has no positive multiples in range and only grows
      *> from there, so it is pinned just past the limit instead of
      *> being carried on toward overflow.
        FOLD-DIVISOR-INTO-LCM.
            IF WS-SUBSET-LCM NOT > WS-LIMIT
                MOVE WS-SUBSET-LCM TO WS-GCD-A
                MOVE DVT-VALUE(WS-DVT-IDX) TO WS-GCD-B
                PERFORM UNTIL WS-GCD-B = 0
                    DIVIDE WS-GCD-A BY WS-GCD-B GIVING WS-GCD-Q
                        REMAINDER WS-GCD-R
                    MOVE WS-GCD-B TO WS-GCD-A
                    MOVE WS-GCD-R TO WS-GCD-B
                END-PERFORM
                COMPUTE WS-SUBSET-LCM = WS-SUBSET-LCM / WS-GCD-A
                    * DVT-VALUE(WS-DVT-IDX)
                IF WS-SUBSET-LCM > WS-LIMIT
                    COMPUTE WS-SUBSET-LCM = WS-LIMIT + 1
                END-IF
            END-IF.
        FIND-AUDIT-LINE.
            MOVE "N" TO WS-AUDIT-FOUND-SW
            MOVE ZERO TO WS-SIG-FOUND-IDX
            PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                    UNTIL WS-SIG-IDX > WS-SIG-COUNT
                IF AST-SIGNATURE(WS-SIG-IDX) = RSLT-KEY
                    MOVE WS-SIG-IDX TO WS-SIG-FOUND-IDX
                    SET AUDIT-LINE-FOUND TO TRUE
                END-IF
            END-PERFORM.
        BUILD-DIVISOR-TEXT.
            MOVE SPACES TO WS-DIV-TEXT
            MOVE 1 TO WS-DIV-PTR
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > DVT-COUNT
                IF WS-DVT-IDX > 1
                    STRING "," DELIMITED BY SIZE
                        INTO WS-DIV-TEXT WITH POINTER WS-DIV-PTR
                END-IF
                STRING DVT-VALUE(WS-DVT-IDX) DELIMITED BY SIZE
                    INTO WS-DIV-TEXT WITH POINTER WS-DIV-PTR
            END-PERFORM.
      *> One line per figure that disagrees, under the row's line,
      *> so the reviewer sees at once which count went wrong.
        WRITE-ROW-DIFFERENCES.
            IF RSLT-SUM NOT = WS-EXP-SUM
                MOVE "FINAL SUM" TO VD-LABEL
                MOVE WS-EXP-SUM TO VD-EXPECTED
                MOVE RSLT-SUM TO VD-FOUND
                PERFORM WRITE-ONE-DIFFERENCE
            END-IF
            IF RSLT-SINGLE-COUNT NOT = WS-EXP-SINGLE
                MOVE "SINGLE-RULE COUNT" TO VD-LABEL
                MOVE WS-EXP-SINGLE TO VD-EXPECTED
                MOVE RSLT-SINGLE-COUNT TO VD-FOUND
                PERFORM WRITE-ONE-DIFFERENCE
            END-IF
            IF RSLT-MULTI-COUNT NOT = WS-EXP-MULTI
                MOVE "MULTI-RULE COUNT" TO VD-LABEL
                MOVE WS-EXP-MULTI TO VD-EXPECTED
                MOVE RSLT-MULTI-COUNT TO VD-FOUND
                PERFORM WRITE-ONE-DIFFERENCE
            END-IF
            IF RSLT-TOTAL-QUALIFYING NOT = WS-EXP-QUALIFYING
                MOVE "TOTAL QUALIFYING" TO VD-LABEL
                MOVE WS-EXP-QUALIFYING TO VD-EXPECTED
                MOVE RSLT-TOTAL-QUALIFYING TO VD-FOUND
                PERFORM WRITE-ONE-DIFFERENCE
            END-IF
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > DVT-COUNT
                IF RSLT-DVT-HIT(WS-DVT-IDX)
                        NOT = WS-EXP-HIT(WS-DVT-IDX)
                    MOVE SPACES TO VD-LABEL
                    STRING "DIVISOR " DVT-VALUE(WS-DVT-IDX)
                        " COUNT" DELIMITED BY SIZE INTO VD-LABEL
                    MOVE WS-EXP-HIT(WS-DVT-IDX) TO VD-EXPECTED
                    MOVE RSLT-DVT-HIT(WS-DVT-IDX) TO VD-FOUND
                    PERFORM WRITE-ONE-DIFFERENCE
                END-IF
            END-PERFORM
            IF AUDIT-LINE-FOUND
                IF AST-SUM(WS-SIG-FOUND-IDX) NOT = WS-EXP-SUM
                    MOVE "AUDIT LOG SUM" TO VD-LABEL
                    MOVE WS-EXP-SUM TO VD-EXPECTED
                    MOVE AST-SUM(WS-SIG-FOUND-IDX) TO VD-FOUND
                    PERFORM WRITE-ONE-DIFFERENCE
                END-IF
            END-IF.
        WRITE-ONE-DIFFERENCE.
            MOVE VERIFY-DIFF-LINE TO VERIFY-RECORD
            WRITE VERIFY-RECORD.
        FLAG-ROW-SUSPECT.
            MOVE "VFY-0001" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "MAX " RSLT-MAX " DIV " DELIMITED BY SIZE
                WS-DIV-TEXT DELIMITED BY SPACE
                " FAILS " WS-FAILED-CHECKS DELIMITED BY SIZE
                INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            IF NOT RSLT-SUSPECT
                MOVE SPACES TO RSLT-JOURNAL-RECORD
                MOVE RSLT-RECORD TO RJR-BEFORE-IMAGE
                SET RSLT-SUSPECT TO TRUE
                REWRITE RSLT-RECORD
                    INVALID KEY
                        PERFORM LOG-FLAG-NOT-SET
                    NOT INVALID KEY
                        PERFORM JOURNAL-FLAG-CHANGE
                END-REWRITE
            END-IF.
        LOG-FLAG-NOT-SET.
            MOVE "VFY-0002" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "SUSPECT FLAG NOT SET ON MAX " RSLT-MAX
                " - STATUS " WS-RSLT-STATUS
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
      *> A row flagged on an earlier night that now agrees on every
      *> figure (refiled, or the audit line rolled over to a clean
      *> rerun) is released for service again.
        CLEAR-ROW-SUSPECT.
            MOVE SPACES TO RSLT-JOURNAL-RECORD
            MOVE RSLT-RECORD TO RJR-BEFORE-IMAGE
            MOVE SPACE TO RSLT-SUSPECT-SW
            REWRITE RSLT-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-RSLT-STATUS NOT = "00"
                PERFORM LOG-FLAG-NOT-CLEARED
            ELSE
                PERFORM JOURNAL-FLAG-CHANGE
                ADD 1 TO WS-CLEARED-COUNT
                MOVE "VFY-0004" TO OMR-MSG-ID
                SET OMR-INFO TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "MAX " RSLT-MAX " DIV " DELIMITED BY SIZE
                    WS-DIV-TEXT DELIMITED BY SPACE
                    " AGREES - FLAG CLEARED" DELIMITED BY SIZE
                    INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
      *> The row stays suspect and REQUEST-PROC goes on withholding
      *> it until a later run clears the flag.
        LOG-FLAG-NOT-CLEARED.
            MOVE "VFY-0008" TO OMR-MSG-ID
            SET OMR-WARNING TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "SUSPECT FLAG NOT CLEARED ON MAX " RSLT-MAX
                " - STATUS " WS-RSLT-STATUS
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
      *> A change of suspect flag is a change to the master like any
      *> other, so it goes on the results journal to be replayed by
      *> a forward recovery.
        JOURNAL-FLAG-CHANGE.
            MOVE "RSLT-VERIFY" TO RJR-PROGRAM
            SET RJR-CHANGE TO TRUE
            MOVE RSLT-KEY TO RJR-KEY
            MOVE RSLT-RECORD TO RJR-AFTER-IMAGE
            CALL "RSLT-JOURNAL" USING RSLT-JOURNAL-RECORD
                ON EXCEPTION
                    MOVE "VFY-0007" TO OMR-MSG-ID
                    SET OMR-SEVERE TO TRUE
                    MOVE "RSLT-JOURNAL NOT AVAILABLE - NOT JOURNALLED"
                        TO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
            END-CALL.
        WRITE-VERIFY-TOTALS.
            MOVE SPACES TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            MOVE "ROWS CHECKED:" TO RL-LABEL
            MOVE WS-ROW-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            MOVE "ROWS AGREEING:" TO RL-LABEL
            MOVE WS-GOOD-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            MOVE "ROWS SUSPECT:" TO RL-LABEL
            MOVE WS-BAD-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            MOVE "FLAGS CLEARED:" TO RL-LABEL
            MOVE WS-CLEARED-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO VERIFY-RECORD
            WRITE VERIFY-RECORD
            MOVE "NO AUDIT LINE:" TO RL-LABEL
            MOVE WS-NO-AUDIT-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO VERIFY-RECORD
            WRITE VERIFY-RECORD.
        WRITE-AUDIT-LOG.
            ACCEPT WS-TIME-OF-DAY FROM TIME
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            PERFORM WRITE-AUDIT-HEADER
            MOVE SPACES TO AUDIT-RECORD
            MOVE WS-RUN-DATE TO AUDIT-TIMESTAMP(1:8)
            MOVE WS-TIME-OF-DAY TO AUDIT-TIMESTAMP(9:6)
            MOVE ZERO TO AUDIT-MAX-USED
            MOVE ZERO TO AUDIT-SUM-RESULT
            MOVE WS-RETURN-STATUS TO AUDIT-RETURN-STATUS
            MOVE "RSLT-VERIFY" TO AUDIT-PROGRAM
            WRITE AUDIT-RECORD
            PERFORM WRITE-AUDIT-TRAILER
            CLOSE AUDIT-FILE.
      *> Each append to the audit log is its own header/trailer
      *> block (CTLTOTRC) around the one line this run adds; this
      *> program has no run signature or sum, so both are zero.
        WRITE-AUDIT-HEADER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-HEADER TO TRUE
            MOVE "RSLT-VERIFY" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE ZEROS TO CTR-SIGNATURE
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
        WRITE-AUDIT-TRAILER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-TRAILER TO TRUE
            MOVE "RSLT-VERIFY" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE 1 TO CTR-RECORD-COUNT
            MOVE ZERO TO CTR-HASH-TOTAL
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
