        IDENTIFICATION DIVISION.
        PROGRAM-ID. XFILE-AUDIT.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT OPSLOG-FILE ASSIGN TO "OPSLOG"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-OPSLOG-STATUS.
                SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-AUDIT-STATUS.
                SELECT ARCH-CAT-FILE ASSIGN TO "ARCHCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-ARCH-CAT-STATUS.
                SELECT RUN-TIMES-FILE ASSIGN TO "RUNTIMES.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-RUNTIMES-STATUS.
                SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOBSTAT-STATUS.
                SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOBCTL-STATUS.
                SELECT RESULTS-FILE ASSIGN TO "RESULTS.MST"
                    ORGANIZATION IS INDEXED
                    ACCESS IS RANDOM
                    RECORD KEY IS RSLT-KEY
                    FILE STATUS IS WS-RSLT-STATUS.
                SELECT CHECKPOINT-FILE ASSIGN TO "CKPT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-CKPT-STATUS.
                SELECT STEP-OUTPUT-FILE ASSIGN USING WS-OUTPUT-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-OUTPUT-STATUS.
                SELECT XFA-REPORT-FILE ASSIGN TO "XFAUDIT.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
                SELECT PROBLEM-CATALOG-FILE ASSIGN TO "PROBCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PROBCAT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  OPSLOG-FILE.
            01  OPSLOG-RECORD               PIC X(107).
            FD  PROBLEM-CATALOG-FILE.
            01  PROBLEM-CATALOG-LINE        PIC X(123).
            FD  AUDIT-FILE.
            COPY AUDITREC.
            FD  ARCH-CAT-FILE.
            01  ARCH-CAT-RECORD.
                05  ACR-FILE-NAME           PIC X(20).
                05  FILLER                  PIC X(1).
                05  ACR-DATE                PIC 9(8).
            FD  RUN-TIMES-FILE.
            01  RUN-TIMES-RECORD.
                05  RTM-DATE                PIC 9(8).
                05  FILLER                  PIC X(1).
                05  RTM-STEP-NAME           PIC X(8).
                05  FILLER                  PIC X(1).
                05  RTM-PROGRAM             PIC X(30).
                05  FILLER                  PIC X(1).
                05  RTM-START-TIME          PIC 9(6).
                05  FILLER                  PIC X(1).
                05  RTM-END-TIME            PIC 9(6).
                05  FILLER                  PIC X(1).
                05  RTM-ELAPSED-SECS        PIC 9(6).
            FD  JOB-STATUS-FILE.
            01  JOB-STATUS-RECORD.
                05  JSR-STEP-NAME           PIC X(8).
                05  FILLER                  PIC X(1).
                05  JSR-RUN-STATE           PIC X.
                05  FILLER                  PIC X(1).
                05  JSR-AUDIT-STATUS        PIC XX.
            FD  JOB-CONTROL-FILE.
            COPY JOBCTLRC.
            FD  RESULTS-FILE.
            COPY RSLTREC.
            FD  CHECKPOINT-FILE.
            COPY CKPTREC.
            FD  STEP-OUTPUT-FILE.
            01  STEP-OUTPUT-RECORD          PIC X(132).
            FD  XFA-REPORT-FILE.
            01  XFA-REPORT-RECORD           PIC X(100).
            WORKING-STORAGE SECTION.
            01  WS-OPSLOG-STATUS            PIC XX.
            01  WS-AUDIT-STATUS             PIC XX.
            01  WS-ARCH-CAT-STATUS          PIC XX.
            01  WS-RUNTIMES-STATUS          PIC XX.
            01  WS-JOBSTAT-STATUS           PIC XX.
            01  WS-JOBCTL-STATUS            PIC XX.
            01  WS-RSLT-STATUS              PIC XX.
            01  WS-CKPT-STATUS              PIC XX.
            01  WS-OUTPUT-STATUS            PIC XX.
            01  WS-AUDIT-NAME               PIC X(20).
            01  WS-OUTPUT-NAME              PIC X(20).
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-RUN-TIME                 PIC 9(8).
            01  WS-TIME-OF-DAY              PIC 9(8).
            01  WS-RETURN-STATUS            PIC XX VALUE "00".
            01  WS-FILE-EOF-SW              PIC X.
                88  FILE-EOF                VALUE "Y".
            01  WS-AUDIT-EOF-SW             PIC X.
                88  AUDIT-EOF               VALUE "Y".
            01  WS-FOUND-SW                 PIC X.
                88  ENTRY-FOUND             VALUE "Y".
      *> The checking window: everything logged since this
      *> program's own last run-end line on OPSLOG, so a gap is
      *> reported on the night it appears rather than every night
      *> after. Zero on the first run, which checks all history.
            01  WS-WINDOW-STAMP.
                05  WS-WINDOW-DATE          PIC 9(8) VALUE ZERO.
                05  WS-WINDOW-TIME          PIC 9(8) VALUE ZERO.
            01  WS-WINDOW-AUDIT-STAMP       PIC 9(14) VALUE ZERO.
            01  WS-LOAD-FROM-DATE           PIC 9(8) VALUE ZERO.
            01  WS-LINE-STAMP.
                05  WS-LINE-DATE            PIC 9(8).
                05  WS-LINE-TIME            PIC 9(8).
            01  WS-LINE-AUDIT-STAMP         PIC 9(14).
            COPY OPSLOGRC.
      *> One entry per program seen on OPSLOG. Only programs that
      *> log a run-end line are held to having one: the lines
      *> logged since the program's last run-end are its session,
      *> and a session that another program's run-end cuts across
      *> can no longer be told from the severity counts, which
      *> MSG-LOGGER keeps for the whole run unit.
            01  WS-SESSION-COUNT            PIC 99 VALUE 0.
            01  WS-SESSION-TABLE.
                05  WS-SESSION-ENTRY OCCURS 50 TIMES.
                    10  PSN-PROGRAM         PIC X(12).
                    10  PSN-ENDS-RUNS-SW    PIC X.
                        88  PSN-ENDS-RUNS   VALUE "Y".
                    10  PSN-PENDING         PIC 9(6).
                    10  PSN-FIRST-STAMP.
                        15  PSN-FIRST-DATE  PIC 9(8).
                        15  PSN-FIRST-TIME  PIC 9(8).
                    10  PSN-CROSSED-SW      PIC X.
                        88  PSN-CROSSED     VALUE "Y".
                    10  PSN-LOST-SW         PIC X.
                        88  PSN-RUN-LOST    VALUE "Y".
            01  WS-PSN-IDX                  PIC 99.
            01  WS-OTHER-IDX                PIC 99.
            01  WS-SUMMARY-TOTAL            PIC 9(6).
            01  WS-SEVERITY-COUNT           PIC 9(4).
      *> Steps whose CALL failed (DRV-0004): the driver still
      *> times them on RUNTIMES.DAT, but the program never ran and
      *> so never wrote an audit line.
            01  WS-CALL-FAIL-COUNT          PIC 999 VALUE 0.
            01  WS-CALL-FAIL-TABLE.
                05  WS-CALL-FAIL-ENTRY OCCURS 200 TIMES.
                    10  CFL-DAY             PIC 9(7).
                    10  CFL-STEP-NAME       PIC X(8).
            01  WS-CFL-IDX                  PIC 999.
      *> Audit lines from the day before the window on, from the
      *> live AUDIT.LOG and from the archived generations
      *> ARCHIVE has catalogued on ARCHCAT.DAT since then, with
      *> each line's day number and second of the day kept for
      *> matching against the driver's step timings.
            01  WS-AUDIT-COUNT              PIC 9999 VALUE 0.
            01  WS-AUDIT-TABLE.
                05  WS-AUDIT-ENTRY OCCURS 2000 TIMES.
                    10  AUD-TIMESTAMP       PIC 9(14).
                    10  AUD-DAY             PIC 9(7).
                    10  AUD-SECS            PIC 9(5).
                    10  AUD-PROGRAM         PIC X(12).
                    10  AUD-STATUS          PIC XX.
                    10  AUD-SCOPE           PIC X.
                        88  AUD-PARTIAL-RUN VALUE "P".
                    10  AUD-SIGNATURE       PIC X(23).
            01  WS-AUD-IDX                  PIC 9999.
            01  WS-AUDIT-FULL-SW            PIC X VALUE "N".
                88  AUDIT-TABLE-FULL        VALUE "Y".
            01  WS-FILES-READ               PIC 999 VALUE 0.
            01  WS-AUDIT-DATE               PIC 9(8).
            01  WS-AUDIT-TIME.
                05  WS-AUDIT-HH             PIC 99.
                05  WS-AUDIT-MM             PIC 99.
                05  WS-AUDIT-SS             PIC 99.
      *> Steps on JOBCTL.DAT tonight, named as JOB-DRIVER names
      *> them, and the completion records on JOBSTAT.DAT.
            01  WS-STEP-COUNT               PIC 99 VALUE 0.
            01  WS-STEP-TABLE.
                05  WS-STEP-ENTRY OCCURS 50 TIMES.
                    10  JCS-STEP-NAME       PIC X(8).
                    10  JCS-PROGRAM         PIC X(12).
                    10  JCS-RANGE-SW        PIC X.
                        88  JCS-RANGE-STEP  VALUE "R".
            01  WS-STEP-IDX                 PIC 99.
            01  WS-JOBSTAT-COUNT            PIC 99 VALUE 0.
            01  WS-JOBSTAT-TABLE.
                05  WS-JOBSTAT-ENTRY OCCURS 50 TIMES.
                    10  JST-STEP-NAME       PIC X(8).
                    10  JST-RUN-STATE       PIC X.
                    10  JST-AUDIT-STATUS    PIC XX.
            01  WS-JST-IDX                  PIC 99.
      *> Every step name the driver has ever timed, with the
      *> program it ran, for finding outputs left behind by steps
      *> since taken off JOBCTL.DAT.
            01  WS-KNOWN-COUNT              PIC 999 VALUE 0.
            01  WS-KNOWN-TABLE.
                05  WS-KNOWN-ENTRY OCCURS 200 TIMES.
                    10  KST-STEP-NAME       PIC X(8).
                    10  KST-PROGRAM         PIC X(12).
            01  WS-KST-IDX                  PIC 999.
      *> The problem catalog: the output prefixes each problem's
      *> steps write under, and which programs file to RESULTS.MST.
            01  WS-PROBCAT-STATUS           PIC XX.
            01  WS-CATALOG-EOF-SW           PIC X VALUE "N".
                88  CATALOG-EOF             VALUE "Y".
            01  WS-CATALOG-COUNT            PIC 9999 VALUE 0.
            01  WS-CATALOG-TABLE.
                05  CAT-ENTRY               OCCURS 50 TIMES
                                             PIC X(123).
            01  WS-CAT-IDX                  PIC 9999.
            01  WS-CAT-SCAN-IDX             PIC 9999.
            01  WS-CAT-FOUND-SW             PIC X.
                88  CATALOG-ENTRY-FOUND     VALUE "Y".
            01  WS-CATALOG-KEY              PIC X(30).
            COPY PROBCTRC.
      *> Per-step output files a problem program writes, by
      *> program: set up by SET-OUTPUT-PREFIXES for the step in
      *> hand. "A" asks for every file the program can leave, for
      *> a step no longer on JOBCTL.DAT.
            01  WS-CHECK-PROGRAM            PIC X(12).
            01  WS-CHECK-STEP               PIC X(8).
            01  WS-CHECK-SCOPE              PIC X.
                88  CHECK-RANGE-STEP        VALUE "R".
                88  CHECK-ALL-OUTPUTS       VALUE "A".
            01  WS-PREFIX-COUNT             PIC 9 VALUE 0.
            01  WS-PREFIX-TABLE.
                05  WS-OUTPUT-PREFIX OCCURS 5 TIMES PIC X(10).
            01  WS-PFX-IDX                  PIC 9.
            01  WS-OUTPUT-FOUND-SW          PIC X.
                88  OUTPUT-EXISTS           VALUE "Y".
      *> Step timing in hand, as seconds from the start of the
      *> driver's run date, for matching audit lines against.
            01  WS-RTM-DAY                  PIC 9(7).
            01  WS-RTM-START-SECS           PIC S9(7).
            01  WS-RTM-END-SECS             PIC S9(7).
            01  WS-AUDIT-OFFSET-SECS        PIC S9(9).
            01  WS-RTM-CLOCK.
                05  WS-RTM-HH               PIC 99.
                05  WS-RTM-MM               PIC 99.
                05  WS-RTM-SS               PIC 99.
            01  WS-LAST-HW-STATUS           PIC XX.
            01  WS-LAST-HW-STAMP            PIC 9(14).
            01  WS-CKPT-EXPLAINED-SW        PIC X.
                88  CKPT-EXPLAINED          VALUE "Y".
            01  WS-RESULTS-OPEN-SW          PIC X VALUE "N".
                88  RESULTS-OPEN            VALUE "Y".
      *> Exceptions found, in total and by check.
            01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE ZERO.
            01  WS-SESSION-EXCEPTIONS       PIC 9(5) VALUE ZERO.
            01  WS-RUNTIME-EXCEPTIONS       PIC 9(5) VALUE ZERO.
            01  WS-RESULT-EXCEPTIONS        PIC 9(5) VALUE ZERO.
            01  WS-CKPT-EXCEPTIONS          PIC 9(5) VALUE ZERO.
            01  WS-OUTPUT-EXCEPTIONS        PIC 9(5) VALUE ZERO.
            01  WS-JOBSTAT-EXCEPTIONS       PIC 9(5) VALUE ZERO.
            01  WS-ORPHAN-EXCEPTIONS        PIC 9(5) VALUE ZERO.
            01  WS-LINE-COUNT               PIC 9(6).
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(24).
                05  RL-VALUE                PIC X(40).
            01  EXCEPTION-LINE.
                05  EXL-CHECK               PIC X(10).
                05  FILLER                  PIC X(2).
                05  EXL-KEY                 PIC X(24).
                05  FILLER                  PIC X(2).
                05  EXL-TEXT                PIC X(62).
            COPY OPSMSGRC.
            COPY CTLTOTRC.
            LINKAGE SECTION.
            COPY STEPPARM.
        PROCEDURE DIVISION USING STEP-PARM-AREA.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE "00" TO WS-RETURN-STATUS
            PERFORM FIND-CHECKING-WINDOW
            PERFORM LOAD-JOB-CONTROL
            PERFORM LOAD-PROBLEM-CATALOG
            PERFORM LOAD-JOB-STATUS
            PERFORM LOAD-AUDIT-HISTORY
            OPEN OUTPUT XFA-REPORT-FILE
            PERFORM WRITE-REPORT-HEADING
            PERFORM CHECK-OPSLOG-SESSIONS
            PERFORM CHECK-RUN-TIMES
            PERFORM CHECK-RESULTS-MASTER
            PERFORM CHECK-CHECKPOINT
            PERFORM CHECK-STEP-OUTPUTS
            PERFORM CHECK-ORPHAN-OUTPUTS
            PERFORM WRITE-REPORT-TOTALS
            CLOSE XFA-REPORT-FILE
            IF WS-EXCEPTION-COUNT > 0
                MOVE "XFA-0001" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-EXCEPTION-COUNT
                    " CROSS-FILE EXCEPTION(S) - SEE XFAUDIT.OUT"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE "04" TO WS-RETURN-STATUS
            ELSE
                MOVE "XFA-0004" TO OMR-MSG-ID
                SET OMR-INFO TO TRUE
                MOVE SPACES TO OMR-TEXT
                IF WS-WINDOW-DATE = 0
                    MOVE "NO CROSS-FILE EXCEPTIONS IN ALL HISTORY"
                        TO OMR-TEXT
                ELSE
                    STRING "NO CROSS-FILE EXCEPTIONS SINCE "
                        WS-WINDOW-DATE " " WS-WINDOW-TIME(1:6)
                        DELIMITED BY SIZE INTO OMR-TEXT
                END-IF
                PERFORM LOG-OPS-MESSAGE
            END-IF
            PERFORM WRITE-AUDIT-LOG
            PERFORM LOG-RUN-END
            IF WS-EXCEPTION-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.
        LOG-OPS-MESSAGE.
            MOVE "XFILE-AUDIT" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
                ON EXCEPTION
                    DISPLAY OMR-TEXT
            END-CALL.
        LOG-RUN-END.
            MOVE "XFA-9999" TO OMR-MSG-ID
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
      *> First pass over OPSLOG: the stamp of this program's last
      *> run-end, and which programs log run-ends at all.
        FIND-CHECKING-WINDOW.
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT OPSLOG-FILE
            IF WS-OPSLOG-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ OPSLOG-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM NOTE-RUN-END-LINE
                    END-READ
                END-PERFORM
                CLOSE OPSLOG-FILE
            END-IF
            MOVE WS-WINDOW-DATE TO WS-WINDOW-AUDIT-STAMP(1:8)
            MOVE WS-WINDOW-TIME(1:6) TO WS-WINDOW-AUDIT-STAMP(9:6)
            IF WS-WINDOW-DATE > 0
                COMPUTE WS-LOAD-FROM-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE) - 1)
            END-IF.
        NOTE-RUN-END-LINE.
            MOVE OPSLOG-RECORD TO OPSLOG-LINE
            IF OLL-DATE IS NUMERIC AND OLL-TIME IS NUMERIC
                PERFORM FIND-SESSION-ENTRY
                IF OLL-TEXT(1:22) = "SEVERITY SUMMARY INFO="
                        AND WS-PSN-IDX > 0
                    SET PSN-ENDS-RUNS(WS-PSN-IDX) TO TRUE
                    IF OLL-PROGRAM = "XFILE-AUDIT"
                        MOVE OLL-DATE TO WS-WINDOW-DATE
                        MOVE OLL-TIME TO WS-WINDOW-TIME
                    END-IF
                END-IF
            END-IF.
        FIND-SESSION-ENTRY.
            MOVE 0 TO WS-PSN-IDX
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-SESSION-COUNT
                IF PSN-PROGRAM(WS-OTHER-IDX) = OLL-PROGRAM
                    MOVE WS-OTHER-IDX TO WS-PSN-IDX
                END-IF
            END-PERFORM
            IF WS-PSN-IDX = 0 AND WS-SESSION-COUNT < 50
                ADD 1 TO WS-SESSION-COUNT
                MOVE WS-SESSION-COUNT TO WS-PSN-IDX
                MOVE OLL-PROGRAM TO PSN-PROGRAM(WS-PSN-IDX)
                MOVE "N" TO PSN-ENDS-RUNS-SW(WS-PSN-IDX)
                MOVE ZERO TO PSN-PENDING(WS-PSN-IDX)
                MOVE ZERO TO PSN-FIRST-STAMP(WS-PSN-IDX)
                MOVE "N" TO PSN-CROSSED-SW(WS-PSN-IDX)
                MOVE "N" TO PSN-LOST-SW(WS-PSN-IDX)
            END-IF.
        LOAD-PROBLEM-CATALOG.
            MOVE "N" TO WS-CATALOG-EOF-SW
            MOVE ZERO TO WS-CATALOG-COUNT
            OPEN INPUT PROBLEM-CATALOG-FILE
            IF WS-PROBCAT-STATUS = "00"
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
                MOVE "XFA-0005" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "PROBCAT.DAT NOT FOUND - STEP OUTPUTS AND "
                    "RESULTS NOT CHECKED"
                    DELIMITED BY SIZE INTO OMR-TEXT
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
        LOAD-JOB-CONTROL.
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT JOB-CONTROL-FILE
            IF WS-JOBCTL-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ JOB-CONTROL-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM STORE-JOB-STEP
                    END-READ
                END-PERFORM
                CLOSE JOB-CONTROL-FILE
            END-IF.
      *> Step names default as JOB-DRIVER defaults them.
        STORE-JOB-STEP.
            IF WS-STEP-COUNT < 50
                ADD 1 TO WS-STEP-COUNT
                IF JCR-STEP-NAME = SPACES
                    MOVE "STEP" TO JCS-STEP-NAME(WS-STEP-COUNT)
                    MOVE WS-STEP-COUNT
                        TO JCS-STEP-NAME(WS-STEP-COUNT)(5:4)
                ELSE
                    MOVE JCR-STEP-NAME TO JCS-STEP-NAME(WS-STEP-COUNT)
                END-IF
                MOVE JCR-PROGRAM-NAME TO JCS-PROGRAM(WS-STEP-COUNT)
                MOVE "N" TO JCS-RANGE-SW(WS-STEP-COUNT)
                IF JCR-RANGE-TO IS NUMERIC AND JCR-RANGE-TO > 0
                    SET JCS-RANGE-STEP(WS-STEP-COUNT) TO TRUE
                END-IF
            END-IF.
        LOAD-JOB-STATUS.
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT JOB-STATUS-FILE
            IF WS-JOBSTAT-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ JOB-STATUS-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            IF WS-JOBSTAT-COUNT < 50
                                ADD 1 TO WS-JOBSTAT-COUNT
                                MOVE JSR-STEP-NAME
                                  TO JST-STEP-NAME(WS-JOBSTAT-COUNT)
                                MOVE JSR-RUN-STATE
                                  TO JST-RUN-STATE(WS-JOBSTAT-COUNT)
                                MOVE JSR-AUDIT-STATUS
                                  TO JST-AUDIT-STATUS(WS-JOBSTAT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JOB-STATUS-FILE
            END-IF.
      *> ARCHIVE empties AUDIT.LOG after copying it to AUDIT.A<date>,
      *> so the lines since the window may be split across archived
      *> generations and the live log; the catalog is in date order.
        LOAD-AUDIT-HISTORY.
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT ARCH-CAT-FILE
            IF WS-ARCH-CAT-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ ARCH-CAT-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            IF ACR-FILE-NAME(1:7) = "AUDIT.A"
                                    AND ACR-DATE IS NUMERIC
                                    AND ACR-DATE NOT < WS-LOAD-FROM-DATE
                                MOVE ACR-FILE-NAME TO WS-AUDIT-NAME
                                PERFORM LOAD-AUDIT-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCH-CAT-FILE
            END-IF
            MOVE "AUDIT.LOG" TO WS-AUDIT-NAME
            PERFORM LOAD-AUDIT-FILE
            IF AUDIT-TABLE-FULL
                MOVE "XFA-0002" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "AUDIT HISTORY OVER 2000 LINES - LATER LINES "
                    "NOT LOADED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
        LOAD-AUDIT-FILE.
            MOVE "N" TO WS-AUDIT-EOF-SW
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = "00"
                ADD 1 TO WS-FILES-READ
                PERFORM UNTIL AUDIT-EOF
                    READ AUDIT-FILE
                        AT END
                            SET AUDIT-EOF TO TRUE
                        NOT AT END
                            IF NOT AUDIT-CONTROL-RECORD
                                    AND AUDIT-TIMESTAMP IS NUMERIC
                                    AND AUDIT-TIMESTAMP(1:8)
                                        NOT < WS-LOAD-FROM-DATE
                                PERFORM STORE-AUDIT-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.
        STORE-AUDIT-RECORD.
            IF WS-AUDIT-COUNT < 2000
                ADD 1 TO WS-AUDIT-COUNT
                MOVE AUDIT-TIMESTAMP TO AUD-TIMESTAMP(WS-AUDIT-COUNT)
                MOVE AUDIT-TIMESTAMP(1:8) TO WS-AUDIT-DATE
                COMPUTE AUD-DAY(WS-AUDIT-COUNT) =
                    FUNCTION INTEGER-OF-DATE(WS-AUDIT-DATE)
                MOVE AUDIT-TIMESTAMP(9:6) TO WS-AUDIT-TIME
                COMPUTE AUD-SECS(WS-AUDIT-COUNT) = WS-AUDIT-HH * 3600
                    + WS-AUDIT-MM * 60 + WS-AUDIT-SS
                IF AUDIT-PROGRAM = SPACES
                    MOVE "HELLO-WORLD" TO AUD-PROGRAM(WS-AUDIT-COUNT)
                ELSE
                    MOVE AUDIT-PROGRAM TO AUD-PROGRAM(WS-AUDIT-COUNT)
                END-IF
                MOVE AUDIT-RETURN-STATUS
                    TO AUD-STATUS(WS-AUDIT-COUNT)
                MOVE AUDIT-RUN-SCOPE TO AUD-SCOPE(WS-AUDIT-COUNT)
                MOVE SPACES TO AUD-SIGNATURE(WS-AUDIT-COUNT)
                IF AUDIT-MAX-USED IS NUMERIC
                        AND AUDIT-DVT-COUNT IS NUMERIC
                        AND AUDIT-DVT-VALUE-LIST IS NUMERIC
                    MOVE AUDIT-MAX-USED
                        TO AUD-SIGNATURE(WS-AUDIT-COUNT)(1:7)
                    MOVE AUDIT-DVT-COUNT
                        TO AUD-SIGNATURE(WS-AUDIT-COUNT)(8:1)
                    MOVE AUDIT-DVT-VALUE-LIST
                        TO AUD-SIGNATURE(WS-AUDIT-COUNT)(9:15)
                END-IF
            ELSE
                SET AUDIT-TABLE-FULL TO TRUE
            END-IF.
        WRITE-REPORT-HEADING.
            MOVE "CROSS-FILE CONSISTENCY AUDIT" TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            MOVE "RUN DATE:" TO RL-LABEL
            STRING WS-RUN-DATE " " WS-RUN-TIME(1:6)
                DELIMITED BY SIZE INTO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            MOVE "CHECKING SINCE:" TO RL-LABEL
            IF WS-WINDOW-DATE = 0
                MOVE "FIRST RUN - ALL HISTORY" TO RL-VALUE
            ELSE
                STRING WS-WINDOW-DATE " " WS-WINDOW-TIME(1:6)
                    DELIMITED BY SIZE INTO RL-VALUE
            END-IF
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            MOVE "AUDIT LINES LOADED:" TO RL-LABEL
            STRING WS-AUDIT-COUNT " FROM " WS-FILES-READ " FILE(S)"
                DELIMITED BY SIZE INTO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            IF AUDIT-TABLE-FULL
                MOVE "AUDIT HISTORY TABLE FULL - LATER LINES NOT LOADED"
                    TO XFA-REPORT-RECORD
                WRITE XFA-REPORT-RECORD
            END-IF
            MOVE SPACES TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE SPACES TO EXCEPTION-LINE
            MOVE "CHECK" TO EXL-CHECK
            MOVE "ITEM" TO EXL-KEY
            MOVE "EXCEPTION" TO EXL-TEXT
            MOVE EXCEPTION-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD.
        WRITE-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT
            EVALUATE EXL-CHECK
                WHEN "SESSION"
                    ADD 1 TO WS-SESSION-EXCEPTIONS
                WHEN "RUNTIMES"
                    ADD 1 TO WS-RUNTIME-EXCEPTIONS
                WHEN "RESULTS"
                    ADD 1 TO WS-RESULT-EXCEPTIONS
                WHEN "CHECKPOINT"
                    ADD 1 TO WS-CKPT-EXCEPTIONS
                WHEN "OUTPUT"
                    ADD 1 TO WS-OUTPUT-EXCEPTIONS
                WHEN "JOBSTAT"
                    ADD 1 TO WS-JOBSTAT-EXCEPTIONS
                WHEN "ORPHAN"
                    ADD 1 TO WS-ORPHAN-EXCEPTIONS
            END-EVALUATE
            MOVE EXCEPTION-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD.
      *> Second pass over OPSLOG. A session is reported when it is
      *> still open at the end of the log, when the program's next
      *> run-end counts fewer messages than were logged under its
      *> name since the last one (the earlier lines belong to a run
      *> that never ended), or when the driver starts a new suite
      *> (cold start or restart) while sessions are still open.
      *> Only evidence logged since the window is reported.
        CHECK-OPSLOG-SESSIONS.
            PERFORM VARYING WS-PSN-IDX FROM 1 BY 1
                    UNTIL WS-PSN-IDX > WS-SESSION-COUNT
                MOVE ZERO TO PSN-PENDING(WS-PSN-IDX)
                MOVE "N" TO PSN-CROSSED-SW(WS-PSN-IDX)
            END-PERFORM
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT OPSLOG-FILE
            IF WS-OPSLOG-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ OPSLOG-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM CHECK-ONE-OPSLOG-LINE
                    END-READ
                END-PERFORM
                CLOSE OPSLOG-FILE
            END-IF
            PERFORM VARYING WS-PSN-IDX FROM 1 BY 1
                    UNTIL WS-PSN-IDX > WS-SESSION-COUNT
                IF PSN-ENDS-RUNS(WS-PSN-IDX)
                        AND PSN-PENDING(WS-PSN-IDX) > 0
                    SET PSN-RUN-LOST(WS-PSN-IDX) TO TRUE
                    IF PSN-FIRST-STAMP(WS-PSN-IDX) > WS-WINDOW-STAMP
                        PERFORM REPORT-OPEN-SESSION
                    END-IF
                END-IF
            END-PERFORM.
        CHECK-ONE-OPSLOG-LINE.
            MOVE OPSLOG-RECORD TO OPSLOG-LINE
            IF OLL-DATE IS NUMERIC AND OLL-TIME IS NUMERIC
                MOVE OLL-DATE TO WS-LINE-DATE
                MOVE OLL-TIME TO WS-LINE-TIME
                PERFORM FIND-SESSION-ENTRY
                EVALUATE TRUE
                    WHEN WS-PSN-IDX = 0
                        CONTINUE
                    WHEN OLL-TEXT(1:22) = "SEVERITY SUMMARY INFO="
                        PERFORM CHECK-RUN-END-LINE
                    WHEN OLL-PROGRAM = "JOB-DRIVER"
                            AND (OLL-MSG-ID = "DRV-0007"
                                OR OLL-MSG-ID = "DRV-0008")
                        PERFORM CHECK-SUITE-START-LINE
                        PERFORM COUNT-SESSION-LINE
                    WHEN OTHER
                        PERFORM COUNT-SESSION-LINE
                END-EVALUATE
                IF OLL-PROGRAM = "JOB-DRIVER"
                        AND OLL-MSG-ID = "DRV-0004"
                        AND WS-CALL-FAIL-COUNT < 200
                    ADD 1 TO WS-CALL-FAIL-COUNT
                    COMPUTE CFL-DAY(WS-CALL-FAIL-COUNT) =
                        FUNCTION INTEGER-OF-DATE(OLL-DATE)
                    MOVE OLL-TEXT(6:8)
                        TO CFL-STEP-NAME(WS-CALL-FAIL-COUNT)
                END-IF
            END-IF.
        COUNT-SESSION-LINE.
            IF PSN-PENDING(WS-PSN-IDX) = 0
                MOVE WS-LINE-STAMP TO PSN-FIRST-STAMP(WS-PSN-IDX)
            END-IF
            ADD 1 TO PSN-PENDING(WS-PSN-IDX).
      *> The run-end summary counts every message the run unit
      *> logged since the previous run-end, so a program's own
      *> lines can never outnumber it unless some of them came from
      *> an earlier run of the program that ended without one.
        CHECK-RUN-END-LINE.
            MOVE ZERO TO WS-SUMMARY-TOTAL
            IF OLL-TEXT(23:4) IS NUMERIC AND OLL-TEXT(33:4) IS NUMERIC
                    AND OLL-TEXT(45:4) IS NUMERIC
                MOVE OLL-TEXT(23:4) TO WS-SEVERITY-COUNT
                ADD WS-SEVERITY-COUNT TO WS-SUMMARY-TOTAL
                MOVE OLL-TEXT(33:4) TO WS-SEVERITY-COUNT
                ADD WS-SEVERITY-COUNT TO WS-SUMMARY-TOTAL
                MOVE OLL-TEXT(45:4) TO WS-SEVERITY-COUNT
                ADD WS-SEVERITY-COUNT TO WS-SUMMARY-TOTAL
                IF PSN-PENDING(WS-PSN-IDX) > WS-SUMMARY-TOTAL
                        AND NOT PSN-CROSSED(WS-PSN-IDX)
                    SET PSN-RUN-LOST(WS-PSN-IDX) TO TRUE
                    IF WS-LINE-STAMP > WS-WINDOW-STAMP
                        MOVE SPACES TO EXCEPTION-LINE
                        MOVE "SESSION" TO EXL-CHECK
                        MOVE OLL-PROGRAM TO EXL-KEY
                        COMPUTE WS-LINE-COUNT =
                            PSN-PENDING(WS-PSN-IDX) - WS-SUMMARY-TOTAL
                        STRING WS-LINE-COUNT " LINE(S) BEFORE "
                            WS-LINE-DATE " " WS-LINE-TIME(1:6)
                            " FROM RUN WITH NO RUN-END"
                            DELIMITED BY SIZE INTO EXL-TEXT
                        PERFORM WRITE-EXCEPTION
                    END-IF
                END-IF
            END-IF
            MOVE ZERO TO PSN-PENDING(WS-PSN-IDX)
            MOVE "N" TO PSN-CROSSED-SW(WS-PSN-IDX)
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-SESSION-COUNT
                IF PSN-PENDING(WS-OTHER-IDX) > 0
                    SET PSN-CROSSED(WS-OTHER-IDX) TO TRUE
                END-IF
            END-PERFORM.
      *> A new suite starting means nothing from the last one is
      *> still running: any session left open was lost with it.
        CHECK-SUITE-START-LINE.
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-SESSION-COUNT
                IF PSN-ENDS-RUNS(WS-OTHER-IDX)
                        AND PSN-PENDING(WS-OTHER-IDX) > 0
                    SET PSN-RUN-LOST(WS-OTHER-IDX) TO TRUE
                    IF WS-LINE-STAMP > WS-WINDOW-STAMP
                        MOVE SPACES TO EXCEPTION-LINE
                        MOVE "SESSION" TO EXL-CHECK
                        MOVE PSN-PROGRAM(WS-OTHER-IDX) TO EXL-KEY
                        STRING "RUN FROM "
                            PSN-FIRST-DATE(WS-OTHER-IDX) " "
                            PSN-FIRST-TIME(WS-OTHER-IDX)(1:6)
                            " NEVER ENDED - SUITE RESTART "
                            WS-LINE-DATE
                            DELIMITED BY SIZE INTO EXL-TEXT
                        PERFORM WRITE-EXCEPTION
                    END-IF
                    MOVE ZERO TO PSN-PENDING(WS-OTHER-IDX)
                    MOVE "N" TO PSN-CROSSED-SW(WS-OTHER-IDX)
                END-IF
            END-PERFORM.
      *> Run under the driver, the driver's own session is the
      *> suite now running this step, and is still open.
        REPORT-OPEN-SESSION.
            IF PSN-PROGRAM(WS-PSN-IDX) = "JOB-DRIVER"
                    AND ADDRESS OF STEP-PARM-AREA NOT = NULL
                IF SPA-STEP-NAME NOT = SPACES
                    MOVE "N" TO PSN-LOST-SW(WS-PSN-IDX)
                END-IF
            END-IF
            IF PSN-RUN-LOST(WS-PSN-IDX)
                MOVE SPACES TO EXCEPTION-LINE
                MOVE "SESSION" TO EXL-CHECK
                MOVE PSN-PROGRAM(WS-PSN-IDX) TO EXL-KEY
                MOVE PSN-PENDING(WS-PSN-IDX) TO WS-LINE-COUNT
                STRING "NO RUN-END SINCE "
                    PSN-FIRST-DATE(WS-PSN-IDX) " "
                    PSN-FIRST-TIME(WS-PSN-IDX)(1:6) " ("
                    WS-LINE-COUNT " LINE(S))"
                    DELIMITED BY SIZE INTO EXL-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF.
      *> Every step the driver timed since the window should have
      *> left an audit line from its program while it ran, unless
      *> the CALL itself failed. The driver dates a suite's lines
      *> with the date it started, so a step run after midnight is
      *> matched a day on.
        CHECK-RUN-TIMES.
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT RUN-TIMES-FILE
            IF WS-RUNTIMES-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ RUN-TIMES-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM CHECK-ONE-RUN-TIME
                    END-READ
                END-PERFORM
                CLOSE RUN-TIMES-FILE
            END-IF.
        CHECK-ONE-RUN-TIME.
            IF RTM-DATE IS NUMERIC AND RTM-START-TIME IS NUMERIC
                    AND RTM-END-TIME IS NUMERIC
                MOVE RTM-STEP-NAME TO WS-CHECK-STEP
                MOVE RTM-PROGRAM TO WS-CHECK-PROGRAM
                PERFORM ADD-KNOWN-STEP
                MOVE RTM-DATE TO WS-LINE-AUDIT-STAMP(1:8)
                MOVE RTM-END-TIME TO WS-LINE-AUDIT-STAMP(9:6)
                IF WS-LINE-AUDIT-STAMP > WS-WINDOW-AUDIT-STAMP
                    PERFORM MATCH-RUN-TIME-AUDIT
                END-IF
            END-IF.
        MATCH-RUN-TIME-AUDIT.
            COMPUTE WS-RTM-DAY = FUNCTION INTEGER-OF-DATE(RTM-DATE)
            MOVE RTM-START-TIME TO WS-RTM-CLOCK
            COMPUTE WS-RTM-START-SECS =
                WS-RTM-HH * 3600 + WS-RTM-MM * 60 + WS-RTM-SS
            MOVE RTM-END-TIME TO WS-RTM-CLOCK
            COMPUTE WS-RTM-END-SECS =
                WS-RTM-HH * 3600 + WS-RTM-MM * 60 + WS-RTM-SS
            IF WS-RTM-END-SECS < WS-RTM-START-SECS
                ADD 86400 TO WS-RTM-END-SECS
            END-IF
            MOVE "N" TO WS-FOUND-SW
            PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                    UNTIL WS-AUD-IDX > WS-AUDIT-COUNT OR ENTRY-FOUND
                IF AUD-PROGRAM(WS-AUD-IDX) = RTM-PROGRAM
                    COMPUTE WS-AUDIT-OFFSET-SECS =
                        (AUD-DAY(WS-AUD-IDX) - WS-RTM-DAY) * 86400
                        + AUD-SECS(WS-AUD-IDX)
                    IF (WS-AUDIT-OFFSET-SECS NOT < WS-RTM-START-SECS
                        AND WS-AUDIT-OFFSET-SECS
                            NOT > WS-RTM-END-SECS)
                       OR (WS-AUDIT-OFFSET-SECS
                            NOT < WS-RTM-START-SECS + 86400
                        AND WS-AUDIT-OFFSET-SECS
                            NOT > WS-RTM-END-SECS + 86400)
                        SET ENTRY-FOUND TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CFL-IDX FROM 1 BY 1
                    UNTIL WS-CFL-IDX > WS-CALL-FAIL-COUNT
                        OR ENTRY-FOUND
                IF CFL-STEP-NAME(WS-CFL-IDX) = RTM-STEP-NAME
                        AND CFL-DAY(WS-CFL-IDX) NOT < WS-RTM-DAY
                        AND CFL-DAY(WS-CFL-IDX) NOT > WS-RTM-DAY + 1
                    SET ENTRY-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF NOT ENTRY-FOUND
                MOVE SPACES TO EXCEPTION-LINE
                MOVE "RUNTIMES" TO EXL-CHECK
                MOVE RTM-STEP-NAME TO EXL-KEY
                STRING RTM-PROGRAM DELIMITED BY SPACE
                    " RAN " DELIMITED BY SIZE
                    RTM-DATE " " RTM-START-TIME "-" RTM-END-TIME
                    " - NO AUDIT.LOG LINE" DELIMITED BY SIZE
                    INTO EXL-TEXT
                PERFORM WRITE-EXCEPTION
            END-IF.
        ADD-KNOWN-STEP.
            MOVE "N" TO WS-FOUND-SW
            PERFORM VARYING WS-KST-IDX FROM 1 BY 1
                    UNTIL WS-KST-IDX > WS-KNOWN-COUNT
                IF KST-STEP-NAME(WS-KST-IDX) = WS-CHECK-STEP
                    SET ENTRY-FOUND TO TRUE
                    MOVE WS-CHECK-PROGRAM TO KST-PROGRAM(WS-KST-IDX)
                END-IF
            END-PERFORM
            IF NOT ENTRY-FOUND AND WS-KNOWN-COUNT < 200
                ADD 1 TO WS-KNOWN-COUNT
                MOVE WS-CHECK-STEP TO KST-STEP-NAME(WS-KNOWN-COUNT)
                MOVE WS-CHECK-PROGRAM TO KST-PROGRAM(WS-KNOWN-COUNT)
            END-IF.
      *> A complete run that ended "00" of a program the catalog
      *> says files to RESULTS.MST has its signature on the results
      *> master (filed or found there); a range step files nothing
      *> until its group is merged.
        CHECK-RESULTS-MASTER.
            OPEN INPUT RESULTS-FILE
            IF WS-RSLT-STATUS NOT = "00"
                MOVE "XFA-0003" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "RESULTS.MST NOT AVAILABLE - STATUS "
                    WS-RSLT-STATUS " - CHECK SKIPPED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE SPACES TO EXCEPTION-LINE
                MOVE "RESULTS" TO EXL-CHECK
                MOVE "RESULTS.MST" TO EXL-KEY
                STRING "NOT AVAILABLE - STATUS " WS-RSLT-STATUS
                    " - CHECK NOT MADE"
                    DELIMITED BY SIZE INTO EXL-TEXT
                MOVE EXCEPTION-LINE TO XFA-REPORT-RECORD
                WRITE XFA-REPORT-RECORD
            ELSE
                SET RESULTS-OPEN TO TRUE
                PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                        UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
                    IF AUD-TIMESTAMP(WS-AUD-IDX)
                            > WS-WINDOW-AUDIT-STAMP
                            AND AUD-STATUS(WS-AUD-IDX) = "00"
                            AND NOT AUD-PARTIAL-RUN(WS-AUD-IDX)
                            AND AUD-SIGNATURE(WS-AUD-IDX) NOT = SPACES
                        MOVE AUD-PROGRAM(WS-AUD-IDX) TO WS-CATALOG-KEY
                        PERFORM FIND-CATALOG-ENTRY
                        IF CATALOG-ENTRY-FOUND AND PCR-FILES-RESULTS
                            PERFORM CHECK-ONE-RESULT
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE RESULTS-FILE
            END-IF.
        CHECK-ONE-RESULT.
            MOVE AUD-SIGNATURE(WS-AUD-IDX) TO RSLT-KEY
            READ RESULTS-FILE
                INVALID KEY
                    MOVE SPACES TO EXCEPTION-LINE
                    MOVE "RESULTS" TO EXL-CHECK
                    MOVE AUD-SIGNATURE(WS-AUD-IDX) TO EXL-KEY
                    STRING AUD-PROGRAM(WS-AUD-IDX) DELIMITED BY SPACE
                        " RUN " AUD-TIMESTAMP(WS-AUD-IDX)
                        " ENDED 00 - NO RESULTS.MST ROW"
                        DELIMITED BY SIZE INTO EXL-TEXT
                    PERFORM WRITE-EXCEPTION
            END-READ.
      *> HELLO-WORLD empties CKPT.DAT when a run finishes; one
      *> left holding a position must belong to a run that failed
      *> or never ended, or it will be resumed from by mistake.
        CHECK-CHECKPOINT.
            MOVE SPACES TO CKPT-RECORD
            OPEN INPUT CHECKPOINT-FILE
            IF WS-CKPT-STATUS = "00"
                READ CHECKPOINT-FILE
                    AT END
                        MOVE SPACES TO CKPT-RECORD
                END-READ
                CLOSE CHECKPOINT-FILE
            END-IF
            IF CKPT-RECORD NOT = SPACES
                MOVE "N" TO WS-CKPT-EXPLAINED-SW
                PERFORM VARYING WS-JST-IDX FROM 1 BY 1
                        UNTIL WS-JST-IDX > WS-JOBSTAT-COUNT
                    MOVE JST-STEP-NAME(WS-JST-IDX) TO WS-CHECK-STEP
                    PERFORM FIND-JOB-STEP
                    IF WS-STEP-IDX > 0
                        IF JCS-PROGRAM(WS-STEP-IDX) = "HELLO-WORLD"
                            AND (JST-RUN-STATE(WS-JST-IDX) NOT = "R"
                             OR JST-AUDIT-STATUS(WS-JST-IDX) NOT = "00")
                            SET CKPT-EXPLAINED TO TRUE
                        END-IF
                    END-IF
                END-PERFORM
                MOVE SPACES TO WS-LAST-HW-STATUS
                MOVE ZERO TO WS-LAST-HW-STAMP
                PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                        UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
                    IF AUD-PROGRAM(WS-AUD-IDX) = "HELLO-WORLD"
                            AND AUD-TIMESTAMP(WS-AUD-IDX)
                                NOT < WS-LAST-HW-STAMP
                        MOVE AUD-TIMESTAMP(WS-AUD-IDX)
                            TO WS-LAST-HW-STAMP
                        MOVE AUD-STATUS(WS-AUD-IDX)
                            TO WS-LAST-HW-STATUS
                    END-IF
                END-PERFORM
                IF WS-LAST-HW-STATUS NOT = SPACES
                        AND WS-LAST-HW-STATUS NOT = "00"
                    SET CKPT-EXPLAINED TO TRUE
                END-IF
                PERFORM VARYING WS-PSN-IDX FROM 1 BY 1
                        UNTIL WS-PSN-IDX > WS-SESSION-COUNT
                    IF PSN-PROGRAM(WS-PSN-IDX) = "HELLO-WORLD"
                            AND PSN-RUN-LOST(WS-PSN-IDX)
                        SET CKPT-EXPLAINED TO TRUE
                    END-IF
                END-PERFORM
                IF NOT CKPT-EXPLAINED
                    MOVE SPACES TO EXCEPTION-LINE
                    MOVE "CHECKPOINT" TO EXL-CHECK
                    MOVE "CKPT.DAT" TO EXL-KEY
                    STRING "HOLDS IND " CKPT-IND " OF MAX " CKPT-MAX
                        " - NO FAILED HELLO-WORLD RUN"
                        DELIMITED BY SIZE INTO EXL-TEXT
                    PERFORM WRITE-EXCEPTION
                END-IF
            END-IF.
        FIND-JOB-STEP.
            MOVE 0 TO WS-STEP-IDX
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-STEP-COUNT
                IF JCS-STEP-NAME(WS-OTHER-IDX) = WS-CHECK-STEP
                    MOVE WS-OTHER-IDX TO WS-STEP-IDX
                END-IF
            END-PERFORM.
      *> A step JOBSTAT.DAT shows as run with status "00" is
      *> skipped on a restart, so the outputs it was meant to leave
      *> must be there; a step JOBSTAT.DAT names that is no longer
      *> on JOBCTL.DAT will never be run or cleared.
        CHECK-STEP-OUTPUTS.
            PERFORM VARYING WS-JST-IDX FROM 1 BY 1
                    UNTIL WS-JST-IDX > WS-JOBSTAT-COUNT
                MOVE JST-STEP-NAME(WS-JST-IDX) TO WS-CHECK-STEP
                PERFORM FIND-JOB-STEP
                IF WS-STEP-IDX = 0
                    MOVE SPACES TO EXCEPTION-LINE
                    MOVE "JOBSTAT" TO EXL-CHECK
                    MOVE WS-CHECK-STEP TO EXL-KEY
                    MOVE "ON JOBSTAT.DAT BUT NOT ON JOBCTL.DAT"
                        TO EXL-TEXT
                    PERFORM WRITE-EXCEPTION
                ELSE
                    IF JST-RUN-STATE(WS-JST-IDX) = "R"
                            AND JST-AUDIT-STATUS(WS-JST-IDX) = "00"
                        MOVE JCS-PROGRAM(WS-STEP-IDX)
                            TO WS-CHECK-PROGRAM
                        MOVE JCS-RANGE-SW(WS-STEP-IDX)
                            TO WS-CHECK-SCOPE
                        PERFORM SET-OUTPUT-PREFIXES
                        PERFORM VARYING WS-PFX-IDX FROM 1 BY 1
                                UNTIL WS-PFX-IDX > WS-PREFIX-COUNT
                            PERFORM PROBE-STEP-OUTPUT
                            IF NOT OUTPUT-EXISTS
                                MOVE SPACES TO EXCEPTION-LINE
                                MOVE "OUTPUT" TO EXL-CHECK
                                MOVE WS-CHECK-STEP TO EXL-KEY
                                STRING WS-OUTPUT-NAME DELIMITED BY SPACE
                                    " MISSING - JOBSTAT.DAT SHOWS STEP"
                                    " RAN 00" DELIMITED BY SIZE
                                    INTO EXL-TEXT
                                PERFORM WRITE-EXCEPTION
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
            END-PERFORM.
      *> Outputs still on disk for a step the driver once ran but
      *> that is no longer on JOBCTL.DAT: nothing will refresh them,
      *> and a report bundle or reconciliation picking one up would
      *> be reading a dead step's figures.
        CHECK-ORPHAN-OUTPUTS.
            PERFORM VARYING WS-JST-IDX FROM 1 BY 1
                    UNTIL WS-JST-IDX > WS-JOBSTAT-COUNT
                MOVE JST-STEP-NAME(WS-JST-IDX) TO WS-CHECK-STEP
                MOVE "N" TO WS-FOUND-SW
                PERFORM VARYING WS-KST-IDX FROM 1 BY 1
                        UNTIL WS-KST-IDX > WS-KNOWN-COUNT
                    IF KST-STEP-NAME(WS-KST-IDX) = WS-CHECK-STEP
                        SET ENTRY-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF NOT ENTRY-FOUND AND WS-KNOWN-COUNT < 200
                    ADD 1 TO WS-KNOWN-COUNT
                    MOVE WS-CHECK-STEP TO KST-STEP-NAME(WS-KNOWN-COUNT)
                    MOVE SPACES TO KST-PROGRAM(WS-KNOWN-COUNT)
                END-IF
            END-PERFORM
            PERFORM VARYING WS-KST-IDX FROM 1 BY 1
                    UNTIL WS-KST-IDX > WS-KNOWN-COUNT
                MOVE KST-STEP-NAME(WS-KST-IDX) TO WS-CHECK-STEP
                PERFORM FIND-JOB-STEP
                IF WS-STEP-IDX = 0
                    PERFORM CHECK-ONE-ORPHAN
                END-IF
            END-PERFORM.
      *> A step known only from JOBSTAT.DAT has no program on
      *> record, so every catalogued problem's outputs are looked
      *> for.
        CHECK-ONE-ORPHAN.
            SET CHECK-ALL-OUTPUTS TO TRUE
            IF KST-PROGRAM(WS-KST-IDX) = SPACES
                PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                        UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
                    IF CAT-ENTRY(WS-CAT-IDX)(14:1) = "P"
                        MOVE CAT-ENTRY(WS-CAT-IDX)(1:12)
                            TO WS-CHECK-PROGRAM
                        PERFORM PROBE-ORPHAN-OUTPUTS
                    END-IF
                END-PERFORM
            ELSE
                MOVE KST-PROGRAM(WS-KST-IDX) TO WS-CHECK-PROGRAM
                PERFORM PROBE-ORPHAN-OUTPUTS
            END-IF.
        PROBE-ORPHAN-OUTPUTS.
            PERFORM SET-OUTPUT-PREFIXES
            PERFORM VARYING WS-PFX-IDX FROM 1 BY 1
                    UNTIL WS-PFX-IDX > WS-PREFIX-COUNT
                PERFORM PROBE-STEP-OUTPUT
                IF OUTPUT-EXISTS
                    MOVE SPACES TO EXCEPTION-LINE
                    MOVE "ORPHAN" TO EXL-CHECK
                    MOVE WS-OUTPUT-NAME TO EXL-KEY
                    STRING "LEFT BY " DELIMITED BY SIZE
                        WS-CHECK-PROGRAM DELIMITED BY SPACE
                        " STEP " DELIMITED BY SIZE
                        WS-CHECK-STEP DELIMITED BY SPACE
                        ", NO LONGER ON JOBCTL.DAT" DELIMITED BY SIZE
                        INTO EXL-TEXT
                    PERFORM WRITE-EXCEPTION
                END-IF
            END-PERFORM.
      *> The per-step files each problem program writes under the
      *> driver, by the prefixes its catalog line gives: a report
      *> and detail register, or for a range step its detail slice
      *> and partial result.
        SET-OUTPUT-PREFIXES.
            MOVE 0 TO WS-PREFIX-COUNT
            MOVE SPACES TO WS-PREFIX-TABLE
            MOVE WS-CHECK-PROGRAM TO WS-CATALOG-KEY
            PERFORM FIND-CATALOG-ENTRY
            IF CATALOG-ENTRY-FOUND
                IF PCR-REPORT-PREFIX NOT = SPACES
                        AND NOT CHECK-RANGE-STEP
                    ADD 1 TO WS-PREFIX-COUNT
                    MOVE PCR-REPORT-PREFIX
                        TO WS-OUTPUT-PREFIX(WS-PREFIX-COUNT)
                END-IF
                IF PCR-DETAIL-PREFIX NOT = SPACES
                    ADD 1 TO WS-PREFIX-COUNT
                    MOVE PCR-DETAIL-PREFIX
                        TO WS-OUTPUT-PREFIX(WS-PREFIX-COUNT)
                END-IF
                IF PCR-PARTIAL-PREFIX NOT = SPACES
                        AND (CHECK-RANGE-STEP OR CHECK-ALL-OUTPUTS)
                    ADD 1 TO WS-PREFIX-COUNT
                    MOVE PCR-PARTIAL-PREFIX
                        TO WS-OUTPUT-PREFIX(WS-PREFIX-COUNT)
                END-IF
            END-IF.
        PROBE-STEP-OUTPUT.
            MOVE SPACES TO WS-OUTPUT-NAME
            STRING WS-OUTPUT-PREFIX(WS-PFX-IDX) DELIMITED BY SPACE
                WS-CHECK-STEP DELIMITED BY SPACE
                INTO WS-OUTPUT-NAME
            MOVE "N" TO WS-OUTPUT-FOUND-SW
            OPEN INPUT STEP-OUTPUT-FILE
            IF WS-OUTPUT-STATUS = "00"
                SET OUTPUT-EXISTS TO TRUE
                CLOSE STEP-OUTPUT-FILE
            END-IF.
        WRITE-REPORT-TOTALS.
            IF WS-EXCEPTION-COUNT = 0
                MOVE "NO EXCEPTIONS FOUND" TO XFA-REPORT-RECORD
                WRITE XFA-REPORT-RECORD
            END-IF
            MOVE SPACES TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            MOVE "OPSLOG SESSIONS:" TO RL-LABEL
            MOVE WS-SESSION-EXCEPTIONS TO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE "STEP TIMINGS:" TO RL-LABEL
            MOVE WS-RUNTIME-EXCEPTIONS TO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE "RESULTS MASTER:" TO RL-LABEL
            MOVE WS-RESULT-EXCEPTIONS TO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE "CHECKPOINT:" TO RL-LABEL
            MOVE WS-CKPT-EXCEPTIONS TO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE "STEP OUTPUTS:" TO RL-LABEL
            MOVE WS-OUTPUT-EXCEPTIONS TO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE "JOB STATUS:" TO RL-LABEL
            MOVE WS-JOBSTAT-EXCEPTIONS TO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE "ORPHANED OUTPUTS:" TO RL-LABEL
            MOVE WS-ORPHAN-EXCEPTIONS TO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD
            MOVE "TOTAL EXCEPTIONS:" TO RL-LABEL
            MOVE WS-EXCEPTION-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO XFA-REPORT-RECORD
            WRITE XFA-REPORT-RECORD.
        WRITE-AUDIT-LOG.
            ACCEPT WS-TIME-OF-DAY FROM TIME
            MOVE "AUDIT.LOG" TO WS-AUDIT-NAME
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
            MOVE "XFILE-AUDIT" TO AUDIT-PROGRAM
            WRITE AUDIT-RECORD
            PERFORM WRITE-AUDIT-TRAILER
            CLOSE AUDIT-FILE.
      *> Each append to the audit log is its own header/trailer
      *> block (CTLTOTRC) around the one line this run adds; this
      *> program has no run signature or sum, so both are zero.
        WRITE-AUDIT-HEADER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-HEADER TO TRUE
            MOVE "XFILE-AUDIT" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE ZEROS TO CTR-SIGNATURE
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
        WRITE-AUDIT-TRAILER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-TRAILER TO TRUE
            MOVE "XFILE-AUDIT" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE 1 TO CTR-RECORD-COUNT
            MOVE ZERO TO CTR-HASH-TOTAL
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
