        IDENTIFICATION DIVISION.
        PROGRAM-ID. PERIOD-CLOSE.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PERIOD-HISTORY-FILE ASSIGN TO "PRDHIST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PRDHIST-STATUS.
                SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-AUDIT-STATUS.
                SELECT ARCH-CAT-FILE ASSIGN TO "ARCHCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-ARCH-CAT-STATUS.
                SELECT RUN-TIMES-FILE ASSIGN TO "RUNTIMES.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-RUNTIMES-STATUS.
                SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-CALENDAR-STATUS.
                SELECT PERIOD-REPORT-FILE ASSIGN USING WS-REPORT-NAME
                    ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD  PERIOD-HISTORY-FILE.
            COPY PRDHSTRC.
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
      *> Shop calendar: one non-processing date per line.
            FD  CALENDAR-FILE.
            01  CALENDAR-RECORD.
                05  CAL-DATE                PIC 9(8).
            FD  PERIOD-REPORT-FILE.
            01  PERIOD-REPORT-RECORD        PIC X(80).
            WORKING-STORAGE SECTION.
            01  WS-PRDHIST-STATUS           PIC XX.
            01  WS-AUDIT-STATUS             PIC XX.
            01  WS-ARCH-CAT-STATUS          PIC XX.
            01  WS-RUNTIMES-STATUS          PIC XX.
            01  WS-CALENDAR-STATUS          PIC XX.
            01  WS-AUDIT-NAME               PIC X(20).
            01  WS-REPORT-NAME              PIC X(20).
      *> Requested function, from the command line the way the
      *> other housekeeping programs take theirs:
      *>   CLOSE (or nothing)   close every month the processing
      *>                        calendar says has ended and is not
      *>                        yet closed, then the year-end close
      *>                        of any year whose December that was
      *>   CLOSE <yyyymm>       the same, but only through yyyymm
      *>   REPORT               month- and year-to-date reports only
      *> Every function but a rejected one writes the month- and
      *> year-to-date reports, PRDMTD.OUT and PRDYTD.OUT.
            01  WS-RUN-MODE                 PIC X(40).
            01  WS-FUNCTION-SW              PIC X.
                88  FUNCTION-CLOSE          VALUE "C".
                88  FUNCTION-REPORT         VALUE "R".
                88  FUNCTION-INVALID        VALUE "X".
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-RUN-TIME                 PIC 9(8).
            01  WS-RUN-STAMP                PIC 9(14).
            01  WS-RETURN-CODE              PIC 9 VALUE 0.
            01  WS-FILE-EOF-SW              PIC X.
                88  FILE-EOF                VALUE "Y".
            01  WS-AUDIT-EOF-SW             PIC X.
                88  AUDIT-EOF               VALUE "Y".
            01  WS-CLOSE-ALLOWED-SW         PIC X VALUE "N".
                88  CLOSE-ALLOWED           VALUE "Y".
            01  WS-WRITE-FAILED-SW          PIC X VALUE "N".
                88  WRITE-FAILED            VALUE "Y".
            01  WS-TABLE-FULL-SW            PIC X VALUE "N".
                88  TABLE-FULL              VALUE "Y".
      *> Non-processing dates from the shop calendar. A month's
      *> month-end is its last day not on the calendar; with no
      *> calendar it is simply the last day of the month.
            01  WS-CAL-COUNT                PIC 9(4) VALUE 0.
            01  WS-CAL-TABLE.
                05  WS-CAL-DATE             OCCURS 1000 TIMES
                                             PIC 9(8).
            01  WS-CAL-IDX                  PIC 9(4).
            01  WS-CALENDAR-HIT-SW          PIC X.
                88  NON-PROCESSING-DATE     VALUE "Y".
            01  WS-DATE-INT                 PIC 9(8).
            01  WS-MONTH-END-DATE           PIC 9(8).
            01  WS-CURRENT-PERIOD           PIC 9(6).
            01  WS-CURRENT-YEAR             PIC 9(4).
            01  WS-CURRENT-MONTH            PIC 99.
            01  WS-DUE-PERIOD               PIC 9(6).
            01  WS-WORK-PERIOD.
                05  WS-WORK-YEAR            PIC 9(4).
                05  WS-WORK-MONTH           PIC 99.
            01  WS-WORK-PERIOD-N REDEFINES WS-WORK-PERIOD
                                             PIC 9(6).
            01  WS-WORK-DATE                PIC 9(8).
      *> What PRDHIST.DAT already holds: the latest month closed and
      *> when it was closed. Every month up to it is locked - its
      *> lines are never rolled up again, and a line for it logged
      *> after the close is counted as late, not filed.
            01  WS-LAST-CLOSED-PERIOD       PIC 9(6) VALUE 0.
            01  WS-LAST-CLOSE-STAMP         PIC 9(14) VALUE 0.
            01  WS-OPENING-CLOSED-PERIOD    PIC 9(6) VALUE 0.
            01  WS-CLOSE-FROM-PERIOD        PIC 9(6).
            01  WS-CLOSE-THROUGH-PERIOD     PIC 9(6).
            01  WS-KEEP-FROM-YEAR           PIC 9(4).
            01  WS-FOLD-YEAR                PIC 9(4).
            01  WS-FOLD-LAST-PERIOD         PIC 9(6).
      *> A close writes its rows and then its marker; rows are only
      *> trusted once their own period's marker follows them.
            01  WS-LINE-KEY                 PIC X(7).
            01  WS-PENDING-KEY              PIC X(7).
            01  WS-PENDING-COUNT            PIC 9(6).
            01  WS-ORPHAN-COUNT             PIC 9(6) VALUE 0.
      *> Trusted period-history lines from the oldest year this run
      *> may fold onward, for the year-end close and the month- and
      *> year-to-date reports. Lines past the committed count are
      *> rows still waiting for their marker.
            01  WS-HIST-COUNT               PIC 9(4) VALUE 0.
            01  WS-HIST-COMMITTED           PIC 9(4) VALUE 0.
            01  WS-HIST-TABLE.
                05  WS-HIST-LINE            OCCURS 3000 TIMES
                                             PIC X(124).
            01  WS-HIST-IDX                 PIC 9(4).
      *> Accumulators, one per kind, period and program: "M" a month
      *> being rolled up from the run history, "Y" a year being
      *> folded, "D" and "T" the month- and year-to-date figures
      *> being gathered for the reports.
            01  WS-ACC-COUNT                PIC 9(4) VALUE 0.
            01  WS-ACC-TABLE.
                05  WS-ACC-ENTRY            OCCURS 400 TIMES.
                    10  ACC-KIND            PIC X.
                    10  ACC-PERIOD          PIC 9(6).
                    10  ACC-PROGRAM         PIC X(12).
                    10  ACC-RUN-COUNT       PIC 9(6).
                    10  ACC-RANGE-COUNT     PIC 9(6).
                    10  ACC-STATUS-TALLY    OCCURS 6 TIMES.
                        15  ACC-STATUS      PIC XX.
                        15  ACC-STATUS-COUNT
                                             PIC 9(6).
                    10  ACC-OTHER-COUNT     PIC 9(6).
                    10  ACC-TIMED-COUNT     PIC 9(6).
                    10  ACC-TOTAL-SECS      PIC 9(9).
            01  WS-ACC-IDX                  PIC 9(4).
            01  WS-ACC-SCAN-IDX             PIC 9(4).
            01  WS-SOURCE-IDX               PIC 9(4).
            01  WS-KEY-KIND                 PIC X.
            01  WS-KEY-PERIOD               PIC 9(6).
            01  WS-KEY-PROGRAM              PIC X(12).
            01  WS-TARGET-KIND              PIC X.
            01  WS-TARGET-PERIOD            PIC 9(6).
            01  WS-RANGE-FROM               PIC 9(6).
            01  WS-RANGE-THROUGH            PIC 9(6).
      *> Distinct signatures per accumulator, each with how often it
      *> ran, how often cleanly, and the latest clean sum.
            01  WS-SIG-COUNT                PIC 9(5) VALUE 0.
            01  WS-SIG-TABLE.
                05  WS-SIG-ENTRY            OCCURS 2000 TIMES.
                    10  SGA-ACC-IDX         PIC 9(4).
                    10  SGA-SIGNATURE       PIC X(23).
                    10  SGA-RUN-COUNT       PIC 9(6).
                    10  SGA-CLEAN-COUNT     PIC 9(6).
                    10  SGA-LAST-SUM        PIC 9(12).
                    10  SGA-LAST-STAMP      PIC 9(14).
            01  WS-SIG-IDX                  PIC 9(5).
            01  WS-SOURCE-SIG-IDX           PIC 9(5).
            01  WS-OPEN-SIG-IDX             PIC 9(5).
            01  WS-SIGNATURE                PIC X(23).
            01  WS-ACC-SIG-COUNT            PIC 9(4).
            01  WS-STATUS-IDX               PIC 9.
            01  WS-ROW-STATUS-IDX           PIC 9.
            01  WS-TALLY-STATUS             PIC XX.
            01  WS-TALLY-AMOUNT             PIC 9(6).
            01  WS-TALLY-DONE-SW            PIC X.
                88  TALLY-DONE              VALUE "Y".
      *> Audit lines already taken this run. A generation archived
      *> again after a failed reset holds lines another file also
      *> holds; each is counted once.
            01  WS-SEEN-COUNT               PIC 9(5) VALUE 0.
            01  WS-SEEN-TABLE.
                05  WS-SEEN-KEY             OCCURS 5000 TIMES
                                             PIC X(36).
            01  WS-SEEN-IDX                 PIC 9(5).
            01  WS-AUDIT-LINE-KEY           PIC X(36).
            01  WS-SEEN-SW                  PIC X.
                88  LINE-ALREADY-SEEN       VALUE "Y".
            01  WS-LINE-STAMP               PIC 9(14).
            01  WS-LINE-PERIOD              PIC 9(6).
            01  WS-LINE-PROGRAM             PIC X(12).
      *> Run totals and the verdict of the audit files' control
      *> totals (CTLTOTRC): "M" once any file fails, else "V" once
      *> any proves, else "L".
            01  WS-AUDIT-LINES-READ         PIC 9(7) VALUE 0.
            01  WS-TIMING-LINES-READ        PIC 9(7) VALUE 0.
            01  WS-LATE-COUNT               PIC 9(6) VALUE 0.
            01  WS-DUPLICATE-COUNT          PIC 9(6) VALUE 0.
            01  WS-FILES-READ               PIC 9(3) VALUE 0.
            01  WS-MONTHS-CLOSED            PIC 9(4) VALUE 0.
            01  WS-YEARS-CLOSED             PIC 9(4) VALUE 0.
            01  WS-CONTROL-SW               PIC X VALUE "L".
            01  WS-GROUP-CONTROL-SW         PIC X.
            01  WS-GROUP-ROWS               PIC 9(4).
            01  WS-GROUP-LINES              PIC 9(6).
            01  WS-HIST-LAST                PIC 9(4).
            01  WS-GROUP-AUDIT-LINES        PIC 9(7).
            01  WS-GROUP-TIMING-LINES       PIC 9(7).
            01  WS-GROUP-MONTHS             PIC 99.
            01  WS-YEAR-FOLDED-SW           PIC X.
                88  YEAR-ALREADY-FOLDED     VALUE "Y".
            01  WS-OPEN-MONTHS              PIC 99.
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(24).
                05  RL-VALUE                PIC X(40).
            01  SUMMARY-HEAD-LINE.
                05  FILLER                  PIC X(13) VALUE "PROGRAM".
                05  FILLER                  PIC X(8) VALUE "    RUNS".
                05  FILLER                  PIC X(8) VALUE "   RANGE".
                05  FILLER                  PIC X(8) VALUE "   TIMED".
                05  FILLER                  PIC X(12)
                    VALUE "  TOTAL SECS".
                05  FILLER                  PIC X(10)
                    VALUE "  AVG SECS".
                05  FILLER                  PIC X(6) VALUE "  SIGS".
            01  SUMMARY-LINE.
                05  SML-PROGRAM             PIC X(13).
                05  FILLER                  PIC X(2).
                05  SML-RUNS                PIC ZZZZZ9.
                05  FILLER                  PIC X(2).
                05  SML-RANGE               PIC ZZZZZ9.
                05  FILLER                  PIC X(2).
                05  SML-TIMED               PIC ZZZZZ9.
                05  FILLER                  PIC X(2).
                05  SML-TOTAL-SECS          PIC ZZZZZZZZZ9.
                05  FILLER                  PIC X(2).
                05  SML-AVERAGE-SECS        PIC ZZZZZZZ9.
                05  FILLER                  PIC X(2).
                05  SML-SIGS                PIC ZZZ9.
            01  STATUS-LINE.
                05  FILLER                  PIC X(4).
                05  STL-SLOT                OCCURS 6 TIMES.
                    10  STL-STATUS          PIC XX.
                    10  STL-EQUALS          PIC X.
                    10  STL-COUNT           PIC ZZZZZ9.
                    10  FILLER              PIC X.
                05  STL-OTHER-LABEL         PIC X(6).
                05  STL-OTHER               PIC ZZZZZ9.
            01  SIGNATURE-LINE.
                05  FILLER                  PIC X(4) VALUE SPACES.
                05  FILLER                  PIC X(4) VALUE "MAX ".
                05  SGL-MAX                 PIC 9(7).
                05  FILLER                  PIC X(5) VALUE " DIV ".
                05  SGL-DVT-COUNT           PIC 9.
                05  FILLER                  PIC X(1) VALUE SPACES.
                05  SGL-DVT-VALUE           OCCURS 5 TIMES
                                             PIC X(4).
                05  FILLER                  PIC X(5) VALUE "RUNS ".
                05  SGL-RUNS                PIC ZZZZZ9.
                05  FILLER                  PIC X(4) VALUE " OK ".
                05  SGL-CLEAN               PIC ZZZZZ9.
                05  FILLER                  PIC X(5) VALUE " SUM ".
                05  SGL-LAST-SUM            PIC ZZZZZZZZZZZ9.
            01  WS-TOTAL-RUNS               PIC 9(7).
            01  WS-TOTAL-RANGE              PIC 9(7).
            01  WS-TOTAL-TIMED              PIC 9(7).
            01  WS-TOTAL-SECS               PIC 9(10).
            01  WS-TOTAL-SIGS               PIC 9(5).
            01  WS-PROGRAMS-PRINTED         PIC 9(4).
            01  WS-AVERAGE-SECS             PIC 9(8).
            COPY OPSMSGRC.
            COPY CTLCHKRQ.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            ACCEPT WS-RUN-MODE FROM COMMAND-LINE
            MOVE WS-RUN-DATE TO WS-RUN-STAMP(1:8)
            MOVE WS-RUN-TIME(1:6) TO WS-RUN-STAMP(9:6)
            MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD
            MOVE WS-RUN-DATE(1:4) TO WS-CURRENT-YEAR
            MOVE WS-RUN-DATE(5:2) TO WS-CURRENT-MONTH
            MOVE "PRDCLOSE.OUT" TO WS-REPORT-NAME
            OPEN OUTPUT PERIOD-REPORT-FILE
            MOVE "PERIOD CLOSE REPORT" TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE "RUN DATE:" TO RL-LABEL
            MOVE WS-RUN-STAMP TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "FUNCTION:" TO RL-LABEL
            MOVE WS-RUN-MODE TO RL-VALUE
            IF WS-RUN-MODE = SPACES
                MOVE "CLOSE" TO RL-VALUE
            END-IF
            PERFORM WRITE-REPORT-LINE
            EVALUATE TRUE
                WHEN WS-RUN-MODE = SPACES
                    SET FUNCTION-CLOSE TO TRUE
                WHEN WS-RUN-MODE(1:6) = "CLOSE "
                    SET FUNCTION-CLOSE TO TRUE
                WHEN WS-RUN-MODE(1:7) = "REPORT "
                    SET FUNCTION-REPORT TO TRUE
                WHEN OTHER
                    SET FUNCTION-INVALID TO TRUE
                    PERFORM REJECT-BAD-FUNCTION
            END-EVALUATE
            IF NOT FUNCTION-INVALID
                PERFORM LOAD-PROCESSING-CALENDAR
                PERFORM SET-DUE-PERIOD
                PERFORM SCAN-PERIOD-HISTORY
                PERFORM LOAD-PERIOD-HISTORY
                PERFORM LOAD-AUDIT-HISTORY
                PERFORM LOAD-RUN-TIMES
                PERFORM REPORT-LOAD-EXCEPTIONS
                IF FUNCTION-CLOSE
                    PERFORM SET-CLOSE-RANGE
                    IF CLOSE-ALLOWED
                        PERFORM CLOSE-DUE-PERIODS
                    END-IF
                END-IF
                PERFORM WRITE-CLOSE-TOTALS
            END-IF
            CLOSE PERIOD-REPORT-FILE
            IF NOT FUNCTION-INVALID
                PERFORM WRITE-MONTH-TO-DATE
                PERFORM WRITE-YEAR-TO-DATE
            END-IF
            MOVE "PCL-9999" TO OMR-MSG-ID
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE WS-RETURN-CODE TO RETURN-CODE
            GOBACK.
        REJECT-BAD-FUNCTION.
            MOVE "PCL-0001" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "INVALID FUNCTION REQUEST - " WS-RUN-MODE(1:20)
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE "FUNCTION NOT RECOGNIZED - NOTHING DONE"
                TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE 8 TO WS-RETURN-CODE.
        WRITE-REPORT-LINE.
            MOVE REPORT-LINE TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE.
        LOG-OPS-MESSAGE.
            MOVE "PERIOD-CLOSE" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
                ON EXCEPTION
                    DISPLAY OMR-TEXT
            END-CALL.
        SET-WARNING-RETURN.
            IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
        LOAD-PROCESSING-CALENDAR.
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT CALENDAR-FILE
            IF WS-CALENDAR-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ CALENDAR-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            IF CAL-DATE IS NUMERIC
                                    AND WS-CAL-COUNT < 1000
                                ADD 1 TO WS-CAL-COUNT
                                MOVE CAL-DATE
                                    TO WS-CAL-DATE(WS-CAL-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDAR-FILE
            ELSE
                MOVE "PCL-0014" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE "CALENDAR.DAT NOT FOUND - LAST DAY IS MONTH-END"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                PERFORM SET-WARNING-RETURN
            END-IF.
      *> This month's month-end is its last processing date: start
      *> from the last day of the month and step back over the
      *> non-processing dates. From month-end on, this month is due
      *> for close; before it, last month is.
        SET-DUE-PERIOD.
            MOVE WS-CURRENT-PERIOD TO WS-WORK-PERIOD-N
            PERFORM ADVANCE-WORK-PERIOD
            COMPUTE WS-WORK-DATE = WS-WORK-PERIOD-N * 100 + 1
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
            COMPUTE WS-MONTH-END-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            PERFORM CHECK-CALENDAR-DATE
            PERFORM UNTIL NOT NON-PROCESSING-DATE
                    OR WS-MONTH-END-DATE(7:2) = "01"
                SUBTRACT 1 FROM WS-DATE-INT
                COMPUTE WS-MONTH-END-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                PERFORM CHECK-CALENDAR-DATE
            END-PERFORM
            IF WS-RUN-DATE NOT < WS-MONTH-END-DATE
                MOVE WS-CURRENT-PERIOD TO WS-DUE-PERIOD
            ELSE
                MOVE WS-CURRENT-PERIOD TO WS-WORK-PERIOD-N
                PERFORM BACK-UP-WORK-PERIOD
                MOVE WS-WORK-PERIOD-N TO WS-DUE-PERIOD
            END-IF.
        CHECK-CALENDAR-DATE.
            MOVE "N" TO WS-CALENDAR-HIT-SW
            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                        OR NON-PROCESSING-DATE
                IF WS-CAL-DATE(WS-CAL-IDX) = WS-MONTH-END-DATE
                    SET NON-PROCESSING-DATE TO TRUE
                END-IF
            END-PERFORM.
        ADVANCE-WORK-PERIOD.
            IF WS-WORK-MONTH = 12
                ADD 1 TO WS-WORK-YEAR
                MOVE 1 TO WS-WORK-MONTH
            ELSE
                ADD 1 TO WS-WORK-MONTH
            END-IF.
        BACK-UP-WORK-PERIOD.
            IF WS-WORK-MONTH = 1
                SUBTRACT 1 FROM WS-WORK-YEAR
                MOVE 12 TO WS-WORK-MONTH
            ELSE
                SUBTRACT 1 FROM WS-WORK-MONTH
            END-IF.
      *> First pass over the period history: the latest month closed
      *> and when, and how many rows no marker vouches for.
        SCAN-PERIOD-HISTORY.
            MOVE "N" TO WS-FILE-EOF-SW
            MOVE SPACES TO WS-PENDING-KEY
            MOVE 0 TO WS-PENDING-COUNT
            OPEN INPUT PERIOD-HISTORY-FILE
            IF WS-PRDHIST-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ PERIOD-HISTORY-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM SCAN-ONE-HISTORY-LINE
                    END-READ
                END-PERFORM
                CLOSE PERIOD-HISTORY-FILE
            END-IF
            ADD WS-PENDING-COUNT TO WS-ORPHAN-COUNT
            MOVE WS-LAST-CLOSED-PERIOD TO WS-OPENING-CLOSED-PERIOD
            MOVE WS-CURRENT-YEAR TO WS-KEEP-FROM-YEAR
            IF WS-LAST-CLOSED-PERIOD > 0
                    AND WS-LAST-CLOSED-PERIOD(1:4) < WS-CURRENT-YEAR
                MOVE WS-LAST-CLOSED-PERIOD(1:4) TO WS-KEEP-FROM-YEAR
            END-IF.
        SCAN-ONE-HISTORY-LINE.
            MOVE PERIOD-HISTORY-RECORD(1:1) TO WS-LINE-KEY(1:1)
            MOVE PHR-PERIOD TO WS-LINE-KEY(2:6)
            IF PHR-CLOSE-MARKER
                IF WS-LINE-KEY NOT = WS-PENDING-KEY
                    ADD WS-PENDING-COUNT TO WS-ORPHAN-COUNT
                ELSE
                    IF PHR-GROUP-ROWS IS NUMERIC
                            AND WS-PENDING-COUNT > PHR-GROUP-ROWS
                        COMPUTE WS-ORPHAN-COUNT = WS-ORPHAN-COUNT
                            + WS-PENDING-COUNT - PHR-GROUP-ROWS
                    END-IF
                END-IF
                MOVE 0 TO WS-PENDING-COUNT
                MOVE SPACES TO WS-PENDING-KEY
                IF PHR-MONTH-PERIOD
                        AND PHR-PERIOD NOT < WS-LAST-CLOSED-PERIOD
                    MOVE PHR-PERIOD TO WS-LAST-CLOSED-PERIOD
                    MOVE PHR-CLOSE-DATE TO WS-LAST-CLOSE-STAMP(1:8)
                    MOVE PHR-CLOSE-TIME TO WS-LAST-CLOSE-STAMP(9:6)
                END-IF
            ELSE
                IF WS-LINE-KEY NOT = WS-PENDING-KEY
                    ADD WS-PENDING-COUNT TO WS-ORPHAN-COUNT
                    MOVE 0 TO WS-PENDING-COUNT
                    MOVE WS-LINE-KEY TO WS-PENDING-KEY
                END-IF
                ADD 1 TO WS-PENDING-COUNT
            END-IF.
      *> Second pass: the trusted lines from the oldest year this run
      *> may need onward. Rows are held as they come and dropped
      *> again if the next line is not their period's marker.
        LOAD-PERIOD-HISTORY.
            MOVE "N" TO WS-FILE-EOF-SW
            MOVE SPACES TO WS-PENDING-KEY
            OPEN INPUT PERIOD-HISTORY-FILE
            IF WS-PRDHIST-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ PERIOD-HISTORY-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-HISTORY-LINE
                    END-READ
                END-PERFORM
                CLOSE PERIOD-HISTORY-FILE
            END-IF
            MOVE WS-HIST-COMMITTED TO WS-HIST-COUNT.
        LOAD-ONE-HISTORY-LINE.
            MOVE PERIOD-HISTORY-RECORD(1:1) TO WS-LINE-KEY(1:1)
            MOVE PHR-PERIOD TO WS-LINE-KEY(2:6)
            IF WS-LINE-KEY NOT = WS-PENDING-KEY
                MOVE WS-HIST-COMMITTED TO WS-HIST-COUNT
            END-IF
            IF PHR-PERIOD-YEAR NOT < WS-KEEP-FROM-YEAR
                PERFORM ADD-HISTORY-LINE
            END-IF
            IF PHR-CLOSE-MARKER
                PERFORM DROP-UNMARKED-ROWS
                MOVE WS-HIST-COUNT TO WS-HIST-COMMITTED
                MOVE SPACES TO WS-PENDING-KEY
            ELSE
                MOVE WS-LINE-KEY TO WS-PENDING-KEY
            END-IF.
      *> Rows of the marker's period held ahead of its own group
      *> were left by an earlier close of the period that was cut
      *> short; only the group's own rows, just before the marker
      *> (itself already held), are kept.
        DROP-UNMARKED-ROWS.
            IF PHR-PERIOD-YEAR NOT < WS-KEEP-FROM-YEAR
                    AND PHR-GROUP-ROWS IS NUMERIC
                    AND WS-HIST-COUNT - 1 - WS-HIST-COMMITTED
                        > PHR-GROUP-ROWS
                COMPUTE WS-HIST-IDX = WS-HIST-COUNT - PHR-GROUP-ROWS
                MOVE WS-HIST-COUNT TO WS-HIST-LAST
                MOVE WS-HIST-COMMITTED TO WS-HIST-COUNT
                PERFORM UNTIL WS-HIST-IDX > WS-HIST-LAST
                    ADD 1 TO WS-HIST-COUNT
                    MOVE WS-HIST-LINE(WS-HIST-IDX)
                        TO WS-HIST-LINE(WS-HIST-COUNT)
                    ADD 1 TO WS-HIST-IDX
                END-PERFORM
            END-IF.
        ADD-HISTORY-LINE.
            IF WS-HIST-COUNT < 3000
                ADD 1 TO WS-HIST-COUNT
                MOVE PERIOD-HISTORY-RECORD
                    TO WS-HIST-LINE(WS-HIST-COUNT)
            ELSE
                SET TABLE-FULL TO TRUE
            END-IF.
      *> ARCHIVE empties AUDIT.LOG into AUDIT.A<date> generations
      *> (catalogued on ARCHCAT.DAT), so the months still open may
      *> be spread over those and the live log. Generations dated
      *> in a month already closed hold nothing that is not already
      *> filed - the same test ARCHIVE uses to hold them back.
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
                                    AND ACR-DATE(1:6) >
                                        WS-LAST-CLOSED-PERIOD
                                MOVE ACR-FILE-NAME TO WS-AUDIT-NAME
                                PERFORM LOAD-AUDIT-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCH-CAT-FILE
            END-IF
            MOVE "AUDIT.LOG" TO WS-AUDIT-NAME
            PERFORM LOAD-AUDIT-FILE.
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
                                PERFORM TAKE-AUDIT-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
                PERFORM PROVE-AUDIT-FILE
            END-IF.
      *> Each file is proved against its header/trailer blocks. One
      *> that fails is still rolled up - it is the history there is -
      *> but the operator is told and the close marker says so.
        PROVE-AUDIT-FILE.
            MOVE WS-AUDIT-NAME TO CCR-FILE-NAME
            MOVE 24 TO CCR-VALUE-START
            MOVE 12 TO CCR-VALUE-LENGTH
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    SET CCR-FILE-LEGACY TO TRUE
            END-CALL
            EVALUATE TRUE
                WHEN CCR-FILE-MISMATCH
                    MOVE "M" TO WS-CONTROL-SW
                    MOVE "PCL-0011" TO OMR-MSG-ID
                    SET OMR-SEVERE TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING WS-AUDIT-NAME DELIMITED BY SPACE
                        " " CCR-REASON
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                    PERFORM SET-WARNING-RETURN
                WHEN CCR-FILE-VERIFIED
                    IF WS-CONTROL-SW NOT = "M"
                        MOVE "V" TO WS-CONTROL-SW
                    END-IF
            END-EVALUATE.
      *> A line for a locked month is either already filed or, if
      *> logged after that month was closed, late; neither changes
      *> the closed figures. Lines blank on program were all written
      *> by HELLO-WORLD before the log was shared.
        TAKE-AUDIT-LINE.
            MOVE AUDIT-TIMESTAMP TO WS-LINE-STAMP
            MOVE AUDIT-TIMESTAMP(1:6) TO WS-LINE-PERIOD
            IF AUDIT-PROGRAM = SPACES
                MOVE "HELLO-WORLD" TO WS-LINE-PROGRAM
            ELSE
                MOVE AUDIT-PROGRAM TO WS-LINE-PROGRAM
            END-IF
            IF WS-LINE-PERIOD NOT > WS-LAST-CLOSED-PERIOD
                IF WS-LINE-STAMP > WS-LAST-CLOSE-STAMP
                    ADD 1 TO WS-LATE-COUNT
                END-IF
            ELSE
                PERFORM CHECK-SEEN-LINE
                IF LINE-ALREADY-SEEN
                    ADD 1 TO WS-DUPLICATE-COUNT
                ELSE
                    ADD 1 TO WS-AUDIT-LINES-READ
                    PERFORM ROLL-UP-AUDIT-LINE
                END-IF
            END-IF.
        CHECK-SEEN-LINE.
            MOVE SPACES TO WS-AUDIT-LINE-KEY
            MOVE WS-LINE-STAMP TO WS-AUDIT-LINE-KEY(1:14)
            MOVE WS-LINE-PROGRAM TO WS-AUDIT-LINE-KEY(15:12)
            MOVE AUDIT-RUN-SCOPE TO WS-AUDIT-LINE-KEY(27:1)
            MOVE AUDIT-MAX-USED TO WS-AUDIT-LINE-KEY(28:7)
            MOVE AUDIT-RETURN-STATUS TO WS-AUDIT-LINE-KEY(35:2)
            MOVE "N" TO WS-SEEN-SW
            PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                    UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                        OR LINE-ALREADY-SEEN
                IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-AUDIT-LINE-KEY
                    SET LINE-ALREADY-SEEN TO TRUE
                END-IF
            END-PERFORM
            IF NOT LINE-ALREADY-SEEN
                IF WS-SEEN-COUNT < 5000
                    ADD 1 TO WS-SEEN-COUNT
                    MOVE WS-AUDIT-LINE-KEY
                        TO WS-SEEN-KEY(WS-SEEN-COUNT)
                ELSE
                    SET TABLE-FULL TO TRUE
                END-IF
            END-IF.
      *> A range step's line covers only its slice and is counted as
      *> a range step; the merge step's line stands for the run.
      *> Lines with no MAX (the suite's own utility steps) have no
      *> signature.
        ROLL-UP-AUDIT-LINE.
            MOVE "M" TO WS-KEY-KIND
            MOVE WS-LINE-PERIOD TO WS-KEY-PERIOD
            MOVE WS-LINE-PROGRAM TO WS-KEY-PROGRAM
            PERFORM FIND-ACC-ENTRY
            IF WS-ACC-IDX > 0
                IF AUDIT-PARTIAL-RUN
                    ADD 1 TO ACC-RANGE-COUNT(WS-ACC-IDX)
                ELSE
                    ADD 1 TO ACC-RUN-COUNT(WS-ACC-IDX)
                    MOVE AUDIT-RETURN-STATUS TO WS-TALLY-STATUS
                    MOVE 1 TO WS-TALLY-AMOUNT
                    PERFORM TALLY-STATUS
                    IF AUDIT-MAX-USED IS NUMERIC
                            AND AUDIT-MAX-USED > 0
                        PERFORM ROLL-UP-SIGNATURE
                    END-IF
                END-IF
            END-IF.
        ROLL-UP-SIGNATURE.
            MOVE ZEROS TO WS-SIGNATURE
            MOVE AUDIT-MAX-USED TO WS-SIGNATURE(1:7)
            IF AUDIT-DVT-COUNT IS NUMERIC
                    AND AUDIT-DVT-VALUE-LIST IS NUMERIC
                MOVE AUDIT-DVT-COUNT TO WS-SIGNATURE(8:1)
                MOVE AUDIT-DVT-VALUE-LIST TO WS-SIGNATURE(9:15)
            END-IF
            PERFORM FIND-SIG-ENTRY
            IF WS-SIG-IDX > 0
                ADD 1 TO SGA-RUN-COUNT(WS-SIG-IDX)
                IF AUDIT-RETURN-STATUS = "00"
                    ADD 1 TO SGA-CLEAN-COUNT(WS-SIG-IDX)
                    IF WS-LINE-STAMP NOT < SGA-LAST-STAMP(WS-SIG-IDX)
                            AND AUDIT-SUM-RESULT IS NUMERIC
                        MOVE AUDIT-SUM-RESULT
                            TO SGA-LAST-SUM(WS-SIG-IDX)
                        MOVE WS-LINE-STAMP
                            TO SGA-LAST-STAMP(WS-SIG-IDX)
                    END-IF
                END-IF
            END-IF.
      *> Step timings, one line per step run; a step's program is
      *> the first twelve characters of the name the driver called.
        LOAD-RUN-TIMES.
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT RUN-TIMES-FILE
            IF WS-RUNTIMES-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ RUN-TIMES-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            IF RTM-DATE IS NUMERIC
                                    AND RTM-ELAPSED-SECS IS NUMERIC
                                PERFORM TAKE-TIMING-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-TIMES-FILE
            END-IF.
        TAKE-TIMING-LINE.
            MOVE RTM-DATE TO WS-LINE-STAMP(1:8)
            MOVE ZEROS TO WS-LINE-STAMP(9:6)
            IF RTM-END-TIME IS NUMERIC
                MOVE RTM-END-TIME TO WS-LINE-STAMP(9:6)
            END-IF
            MOVE RTM-DATE(1:6) TO WS-LINE-PERIOD
            IF WS-LINE-PERIOD NOT > WS-LAST-CLOSED-PERIOD
                IF WS-LINE-STAMP > WS-LAST-CLOSE-STAMP
                    ADD 1 TO WS-LATE-COUNT
                END-IF
            ELSE
                ADD 1 TO WS-TIMING-LINES-READ
                MOVE "M" TO WS-KEY-KIND
                MOVE WS-LINE-PERIOD TO WS-KEY-PERIOD
                MOVE RTM-PROGRAM(1:12) TO WS-KEY-PROGRAM
                PERFORM FIND-ACC-ENTRY
                IF WS-ACC-IDX > 0
                    ADD 1 TO ACC-TIMED-COUNT(WS-ACC-IDX)
                    ADD RTM-ELAPSED-SECS TO ACC-TOTAL-SECS(WS-ACC-IDX)
                END-IF
            END-IF.
        REPORT-LOAD-EXCEPTIONS.
            IF WS-LATE-COUNT > 0
                MOVE "PCL-0008" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-LATE-COUNT " LATE LINE(S) FOR CLOSED "
                    "MONTHS - NOT FILED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                PERFORM SET-WARNING-RETURN
            END-IF
            IF WS-DUPLICATE-COUNT > 0
                MOVE "PCL-0009" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-DUPLICATE-COUNT " AUDIT LINE(S) ON MORE "
                    "THAN ONE FILE - COUNTED ONCE"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                PERFORM SET-WARNING-RETURN
            END-IF
            IF WS-ORPHAN-COUNT > 0
                MOVE "PCL-0010" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-ORPHAN-COUNT " PRDHIST.DAT ROW(S) WITH NO "
                    "CLOSE MARKER - IGNORED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                PERFORM SET-WARNING-RETURN
            END-IF.
      *> Which months this run closes: from the month after the last
      *> one closed (or, before any close, the earliest month with
      *> history) through the month due by the calendar, or through
      *> the month asked for. A month already closed is locked, and
      *> a month is not closed before its month-end.
        SET-CLOSE-RANGE.
            MOVE "LAST MONTH CLOSED:" TO RL-LABEL
            IF WS-LAST-CLOSED-PERIOD = 0
                MOVE "NONE" TO RL-VALUE
            ELSE
                MOVE WS-LAST-CLOSED-PERIOD TO RL-VALUE
            END-IF
            PERFORM WRITE-REPORT-LINE
            MOVE "MONTH-END THIS MONTH:" TO RL-LABEL
            MOVE WS-MONTH-END-DATE TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "DUE FOR CLOSE THROUGH:" TO RL-LABEL
            MOVE WS-DUE-PERIOD TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            SET CLOSE-ALLOWED TO TRUE
            MOVE WS-DUE-PERIOD TO WS-CLOSE-THROUGH-PERIOD
            IF WS-RUN-MODE(7:34) NOT = SPACES
                IF WS-RUN-MODE(7:6) IS NUMERIC
                        AND WS-RUN-MODE(11:2) > "00"
                        AND WS-RUN-MODE(11:2) < "13"
                        AND WS-RUN-MODE(13:28) = SPACES
                    MOVE WS-RUN-MODE(7:6) TO WS-CLOSE-THROUGH-PERIOD
                ELSE
                    MOVE "N" TO WS-CLOSE-ALLOWED-SW
                    MOVE "PCL-0002" TO OMR-MSG-ID
                    MOVE SPACES TO OMR-TEXT
                    STRING "CLOSE PERIOD NOT VALID - "
                        DELIMITED BY SIZE
                        WS-RUN-MODE(7:20) DELIMITED BY SPACE
                        " - NOTHING CLOSED" DELIMITED BY SIZE
                        INTO OMR-TEXT
                    PERFORM REFUSE-CLOSE
                END-IF
            END-IF
            IF CLOSE-ALLOWED
                EVALUATE TRUE
                    WHEN WS-CLOSE-THROUGH-PERIOD > WS-DUE-PERIOD
                        MOVE "PCL-0003" TO OMR-MSG-ID
                        MOVE SPACES TO OMR-TEXT
                        STRING "PERIOD " WS-CLOSE-THROUGH-PERIOD
                            " HAS NOT REACHED MONTH-END - NOT CLOSED"
                            DELIMITED BY SIZE INTO OMR-TEXT
                        PERFORM REFUSE-CLOSE
                    WHEN WS-CLOSE-THROUGH-PERIOD
                            NOT > WS-LAST-CLOSED-PERIOD
                        AND WS-RUN-MODE(7:6) NOT = SPACES
                        MOVE "PCL-0004" TO OMR-MSG-ID
                        MOVE SPACES TO OMR-TEXT
                        STRING "PERIOD " WS-CLOSE-THROUGH-PERIOD
                            " IS ALREADY CLOSED AND LOCKED"
                            DELIMITED BY SIZE INTO OMR-TEXT
                        PERFORM REFUSE-CLOSE
                    WHEN WS-CLOSE-THROUGH-PERIOD
                            NOT > WS-LAST-CLOSED-PERIOD
                        MOVE "N" TO WS-CLOSE-ALLOWED-SW
                        MOVE "PCL-0005" TO OMR-MSG-ID
                        SET OMR-INFO TO TRUE
                        MOVE SPACES TO OMR-TEXT
                        STRING "NO PERIOD DUE FOR CLOSE - "
                            WS-LAST-CLOSED-PERIOD " ALREADY CLOSED"
                            DELIMITED BY SIZE INTO OMR-TEXT
                        PERFORM LOG-OPS-MESSAGE
                        MOVE OMR-TEXT TO PERIOD-REPORT-RECORD
                        WRITE PERIOD-REPORT-RECORD
                    WHEN TABLE-FULL
                        MOVE "PCL-0013" TO OMR-MSG-ID
                        MOVE SPACES TO OMR-TEXT
                        STRING "HISTORY TOO LARGE TO HOLD - "
                            "NOTHING CLOSED"
                            DELIMITED BY SIZE INTO OMR-TEXT
                        PERFORM REFUSE-CLOSE
                END-EVALUATE
            END-IF
            IF CLOSE-ALLOWED
                PERFORM SET-CLOSE-FROM-PERIOD
            END-IF.
        REFUSE-CLOSE.
            MOVE "N" TO WS-CLOSE-ALLOWED-SW
            SET OMR-SEVERE TO TRUE
            PERFORM LOG-OPS-MESSAGE
            MOVE OMR-TEXT TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE 8 TO WS-RETURN-CODE.
      *> A first close starts at the oldest month on file; any
      *> earlier year it reaches has never had its year-end close
      *> either, so the year folding starts there too.
        SET-CLOSE-FROM-PERIOD.
            IF WS-LAST-CLOSED-PERIOD > 0
                MOVE WS-LAST-CLOSED-PERIOD TO WS-WORK-PERIOD-N
                PERFORM ADVANCE-WORK-PERIOD
                MOVE WS-WORK-PERIOD-N TO WS-CLOSE-FROM-PERIOD
            ELSE
                MOVE WS-CLOSE-THROUGH-PERIOD TO WS-CLOSE-FROM-PERIOD
                PERFORM VARYING WS-ACC-SCAN-IDX FROM 1 BY 1
                        UNTIL WS-ACC-SCAN-IDX > WS-ACC-COUNT
                    IF ACC-KIND(WS-ACC-SCAN-IDX) = "M"
                            AND ACC-PERIOD(WS-ACC-SCAN-IDX)
                                < WS-CLOSE-FROM-PERIOD
                        MOVE ACC-PERIOD(WS-ACC-SCAN-IDX)
                            TO WS-CLOSE-FROM-PERIOD
                    END-IF
                END-PERFORM
                MOVE WS-CLOSE-FROM-PERIOD TO WS-WORK-PERIOD-N
                IF WS-WORK-YEAR < WS-KEEP-FROM-YEAR
                    MOVE WS-WORK-YEAR TO WS-KEEP-FROM-YEAR
                END-IF
            END-IF.
      *> Each month is written whole - its rows, then the marker that
      *> locks it - before the next is started, so a close that is
      *> cut short leaves every month either closed or untouched.
      *> A year whose December is now closed gets its year-end close.
        CLOSE-DUE-PERIODS.
            OPEN EXTEND PERIOD-HISTORY-FILE
            IF WS-PRDHIST-STATUS NOT = "00"
                OPEN OUTPUT PERIOD-HISTORY-FILE
            END-IF
            IF WS-PRDHIST-STATUS NOT = "00"
                MOVE "PCL-0012" TO OMR-MSG-ID
                MOVE SPACES TO OMR-TEXT
                STRING "PRDHIST.DAT NOT AVAILABLE - STATUS "
                    WS-PRDHIST-STATUS " - NOTHING CLOSED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM REFUSE-CLOSE
            ELSE
                MOVE WS-CLOSE-FROM-PERIOD TO WS-WORK-PERIOD-N
                PERFORM UNTIL WS-WORK-PERIOD-N > WS-CLOSE-THROUGH-PERIOD
                        OR WRITE-FAILED
                    PERFORM CLOSE-ONE-MONTH
                    PERFORM ADVANCE-WORK-PERIOD
                END-PERFORM
                PERFORM VARYING WS-FOLD-YEAR FROM WS-KEEP-FROM-YEAR
                        BY 1 UNTIL WS-FOLD-YEAR > WS-CURRENT-YEAR
                            OR WRITE-FAILED
                    COMPUTE WS-FOLD-LAST-PERIOD =
                        WS-FOLD-YEAR * 100 + 12
                    IF WS-FOLD-LAST-PERIOD NOT > WS-LAST-CLOSED-PERIOD
                        PERFORM CLOSE-ONE-YEAR
                    END-IF
                END-PERFORM
                CLOSE PERIOD-HISTORY-FILE
            END-IF.
        CLOSE-ONE-MONTH.
            MOVE "M" TO WS-KEY-KIND
            MOVE WS-WORK-PERIOD-N TO WS-KEY-PERIOD
            MOVE WS-CONTROL-SW TO WS-GROUP-CONTROL-SW
            MOVE 1 TO WS-GROUP-MONTHS
            PERFORM WRITE-PERIOD-GROUP
            IF NOT WRITE-FAILED
                MOVE WS-WORK-PERIOD-N TO WS-LAST-CLOSED-PERIOD
                ADD 1 TO WS-MONTHS-CLOSED
                MOVE "PCL-0006" TO OMR-MSG-ID
                SET OMR-INFO TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "MONTH " WS-KEY-PERIOD " CLOSED - "
                    WS-GROUP-ROWS " PROGRAM ROW(S) FILED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE "MONTH CLOSED:" TO RL-LABEL
                MOVE WS-KEY-PERIOD TO RL-VALUE
                PERFORM WRITE-REPORT-LINE
                PERFORM PRINT-PERIOD-SUMMARY
            END-IF.
      *> The year-end close folds the year's closed months into one
      *> annual record per program. A year begun before the close
      *> came in has fewer than twelve months to fold; its marker
      *> says how many it had.
        CLOSE-ONE-YEAR.
            MOVE "N" TO WS-YEAR-FOLDED-SW
            MOVE 0 TO WS-GROUP-MONTHS
            MOVE "L" TO WS-GROUP-CONTROL-SW
            PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                    UNTIL WS-HIST-IDX > WS-HIST-COMMITTED
                MOVE WS-HIST-LINE(WS-HIST-IDX) TO PERIOD-HISTORY-RECORD
                IF PHR-CLOSE-MARKER
                        AND PHR-PERIOD-YEAR = WS-FOLD-YEAR
                    IF PHR-YEAR-PERIOD
                        SET YEAR-ALREADY-FOLDED TO TRUE
                    ELSE
                        ADD 1 TO WS-GROUP-MONTHS
                        IF PHR-CONTROLS-FAILED
                            MOVE "M" TO WS-GROUP-CONTROL-SW
                        END-IF
                        IF PHR-CONTROLS-VERIFIED
                                AND WS-GROUP-CONTROL-SW NOT = "M"
                            MOVE "V" TO WS-GROUP-CONTROL-SW
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF NOT YEAR-ALREADY-FOLDED AND WS-GROUP-MONTHS > 0
                IF TABLE-FULL
                    MOVE "PCL-0013" TO OMR-MSG-ID
                    MOVE SPACES TO OMR-TEXT
                    STRING "HISTORY TOO LARGE TO HOLD - YEAR "
                        WS-FOLD-YEAR " NOT CLOSED"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM REFUSE-CLOSE
                ELSE
                    MOVE "Y" TO WS-TARGET-KIND
                    COMPUTE WS-TARGET-PERIOD = WS-FOLD-YEAR * 100
                    COMPUTE WS-RANGE-FROM = WS-FOLD-YEAR * 100 + 1
                    MOVE WS-FOLD-LAST-PERIOD TO WS-RANGE-THROUGH
                    PERFORM MERGE-CLOSED-MONTHS
                    MOVE "Y" TO WS-KEY-KIND
                    MOVE WS-TARGET-PERIOD TO WS-KEY-PERIOD
                    PERFORM WRITE-PERIOD-GROUP
                    IF NOT WRITE-FAILED
                        PERFORM LOG-YEAR-CLOSED
                    END-IF
                END-IF
            END-IF.
        LOG-YEAR-CLOSED.
            ADD 1 TO WS-YEARS-CLOSED
            MOVE "PCL-0007" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "YEAR " WS-FOLD-YEAR " CLOSED - " WS-GROUP-MONTHS
                " MONTH(S) FOLDED, " WS-GROUP-ROWS " PROGRAM ROW(S)"
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE "YEAR CLOSED:" TO RL-LABEL
            MOVE SPACES TO RL-VALUE
            STRING WS-FOLD-YEAR " - " WS-GROUP-MONTHS
                " MONTH(S) FOLDED"
                DELIMITED BY SIZE INTO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            PERFORM PRINT-PERIOD-SUMMARY.
      *> One period group on PRDHIST.DAT for the accumulators of
      *> WS-KEY-KIND/WS-KEY-PERIOD: each program's row followed by
      *> its signature rows, then the close marker. The lines are
      *> also kept in storage, so a year can be folded from months
      *> closed earlier in the same run.
        WRITE-PERIOD-GROUP.
            MOVE 0 TO WS-GROUP-ROWS
            MOVE 0 TO WS-GROUP-AUDIT-LINES
            MOVE 0 TO WS-GROUP-TIMING-LINES
            MOVE 0 TO WS-GROUP-LINES
            PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                    UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WRITE-FAILED
                IF ACC-KIND(WS-ACC-IDX) = WS-KEY-KIND
                        AND ACC-PERIOD(WS-ACC-IDX) = WS-KEY-PERIOD
                    PERFORM BUILD-PROGRAM-ROW
                    PERFORM WRITE-HISTORY-LINE
                    ADD 1 TO WS-GROUP-ROWS
                    ADD 1 TO WS-GROUP-LINES
                    ADD ACC-RUN-COUNT(WS-ACC-IDX)
                        ACC-RANGE-COUNT(WS-ACC-IDX)
                        TO WS-GROUP-AUDIT-LINES
                    ADD ACC-TIMED-COUNT(WS-ACC-IDX)
                        TO WS-GROUP-TIMING-LINES
                    PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                            UNTIL WS-SIG-IDX > WS-SIG-COUNT
                                OR WRITE-FAILED
                        IF SGA-ACC-IDX(WS-SIG-IDX) = WS-ACC-IDX
                            PERFORM BUILD-SIGNATURE-ROW
                            PERFORM WRITE-HISTORY-LINE
                            ADD 1 TO WS-GROUP-LINES
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            IF NOT WRITE-FAILED
                MOVE SPACES TO PERIOD-HISTORY-RECORD
                MOVE WS-KEY-KIND TO PHR-PERIOD-KIND
                MOVE WS-KEY-PERIOD TO PHR-PERIOD
                SET PHR-CLOSE-MARKER TO TRUE
                MOVE WS-RUN-DATE TO PHR-CLOSE-DATE
                MOVE WS-RUN-TIME(1:6) TO PHR-CLOSE-TIME
                MOVE WS-GROUP-AUDIT-LINES TO PHR-AUDIT-LINES
                MOVE WS-GROUP-TIMING-LINES TO PHR-TIMING-LINES
                MOVE WS-GROUP-ROWS TO PHR-PROGRAM-ROWS
                MOVE WS-GROUP-MONTHS TO PHR-MONTHS-FOLDED
                MOVE WS-GROUP-CONTROL-SW TO PHR-CONTROL-SW
                MOVE WS-GROUP-LINES TO PHR-GROUP-ROWS
                PERFORM WRITE-HISTORY-LINE
            END-IF
            IF NOT WRITE-FAILED
                MOVE WS-HIST-COUNT TO WS-HIST-COMMITTED
            END-IF.
        WRITE-HISTORY-LINE.
            WRITE PERIOD-HISTORY-RECORD
            IF WS-PRDHIST-STATUS = "00"
                PERFORM ADD-HISTORY-LINE
            ELSE
                SET WRITE-FAILED TO TRUE
                MOVE "PCL-0012" TO OMR-MSG-ID
                MOVE SPACES TO OMR-TEXT
                STRING "PRDHIST.DAT WRITE STATUS "
                    WS-PRDHIST-STATUS " - PERIOD " WS-KEY-PERIOD
                    " NOT CLOSED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM REFUSE-CLOSE
            END-IF.
        BUILD-PROGRAM-ROW.
            MOVE SPACES TO PERIOD-HISTORY-RECORD
            MOVE ACC-KIND(WS-ACC-IDX) TO PHR-PERIOD-KIND
            MOVE ACC-PERIOD(WS-ACC-IDX) TO PHR-PERIOD
            SET PHR-PROGRAM-ROW TO TRUE
            MOVE ACC-PROGRAM(WS-ACC-IDX) TO PHR-PROGRAM
            MOVE ACC-RUN-COUNT(WS-ACC-IDX) TO PHR-RUN-COUNT
            MOVE ACC-RANGE-COUNT(WS-ACC-IDX) TO PHR-RANGE-STEP-COUNT
            PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                    UNTIL WS-STATUS-IDX > 6
                MOVE ACC-STATUS(WS-ACC-IDX, WS-STATUS-IDX)
                    TO PHR-STATUS(WS-STATUS-IDX)
                MOVE ACC-STATUS-COUNT(WS-ACC-IDX, WS-STATUS-IDX)
                    TO PHR-STATUS-COUNT(WS-STATUS-IDX)
            END-PERFORM
            MOVE ACC-OTHER-COUNT(WS-ACC-IDX) TO PHR-OTHER-STATUS-COUNT
            MOVE ACC-TIMED-COUNT(WS-ACC-IDX) TO PHR-TIMED-COUNT
            MOVE ACC-TOTAL-SECS(WS-ACC-IDX) TO PHR-TOTAL-SECS
            MOVE 0 TO PHR-AVERAGE-SECS
            IF ACC-TIMED-COUNT(WS-ACC-IDX) > 0
                COMPUTE PHR-AVERAGE-SECS ROUNDED =
                    ACC-TOTAL-SECS(WS-ACC-IDX)
                        / ACC-TIMED-COUNT(WS-ACC-IDX)
            END-IF
            PERFORM COUNT-ACC-SIGNATURES
            MOVE WS-ACC-SIG-COUNT TO PHR-SIGNATURE-COUNT.
        BUILD-SIGNATURE-ROW.
            MOVE SPACES TO PERIOD-HISTORY-RECORD
            MOVE ACC-KIND(WS-ACC-IDX) TO PHR-PERIOD-KIND
            MOVE ACC-PERIOD(WS-ACC-IDX) TO PHR-PERIOD
            SET PHR-SIGNATURE-ROW TO TRUE
            MOVE ACC-PROGRAM(WS-ACC-IDX) TO PHR-PROGRAM
            MOVE SGA-SIGNATURE(WS-SIG-IDX) TO PHR-SIGNATURE
            MOVE SGA-RUN-COUNT(WS-SIG-IDX) TO PHR-SIG-RUN-COUNT
            MOVE SGA-CLEAN-COUNT(WS-SIG-IDX) TO PHR-SIG-CLEAN-COUNT
            MOVE SGA-LAST-SUM(WS-SIG-IDX) TO PHR-SIG-LAST-SUM
            MOVE SGA-LAST-STAMP(WS-SIG-IDX) TO PHR-SIG-LAST-STAMP.
        COUNT-ACC-SIGNATURES.
            MOVE 0 TO WS-ACC-SIG-COUNT
            PERFORM VARYING WS-SOURCE-SIG-IDX FROM 1 BY 1
                    UNTIL WS-SOURCE-SIG-IDX > WS-SIG-COUNT
                IF SGA-ACC-IDX(WS-SOURCE-SIG-IDX) = WS-ACC-IDX
                    ADD 1 TO WS-ACC-SIG-COUNT
                END-IF
            END-PERFORM.
      *> Find the accumulator for WS-KEY-KIND/-PERIOD/-PROGRAM,
      *> starting one if there is none yet; zero when the table is
      *> full.
        FIND-ACC-ENTRY.
            MOVE 0 TO WS-ACC-IDX
            PERFORM VARYING WS-ACC-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-ACC-SCAN-IDX > WS-ACC-COUNT
                        OR WS-ACC-IDX > 0
                IF ACC-KIND(WS-ACC-SCAN-IDX) = WS-KEY-KIND
                        AND ACC-PERIOD(WS-ACC-SCAN-IDX) = WS-KEY-PERIOD
                        AND ACC-PROGRAM(WS-ACC-SCAN-IDX)
                            = WS-KEY-PROGRAM
                    MOVE WS-ACC-SCAN-IDX TO WS-ACC-IDX
                END-IF
            END-PERFORM
            IF WS-ACC-IDX = 0
                IF WS-ACC-COUNT < 400
                    ADD 1 TO WS-ACC-COUNT
                    MOVE WS-ACC-COUNT TO WS-ACC-IDX
                    INITIALIZE WS-ACC-ENTRY(WS-ACC-IDX)
                    MOVE WS-KEY-KIND TO ACC-KIND(WS-ACC-IDX)
                    MOVE WS-KEY-PERIOD TO ACC-PERIOD(WS-ACC-IDX)
                    MOVE WS-KEY-PROGRAM TO ACC-PROGRAM(WS-ACC-IDX)
                ELSE
                    SET TABLE-FULL TO TRUE
                END-IF
            END-IF.
      *> Same for WS-SIGNATURE under accumulator WS-ACC-IDX.
        FIND-SIG-ENTRY.
            MOVE 0 TO WS-SIG-IDX
            PERFORM VARYING WS-SOURCE-SIG-IDX FROM 1 BY 1
                    UNTIL WS-SOURCE-SIG-IDX > WS-SIG-COUNT
                        OR WS-SIG-IDX > 0
                IF SGA-ACC-IDX(WS-SOURCE-SIG-IDX) = WS-ACC-IDX
                        AND SGA-SIGNATURE(WS-SOURCE-SIG-IDX)
                            = WS-SIGNATURE
                    MOVE WS-SOURCE-SIG-IDX TO WS-SIG-IDX
                END-IF
            END-PERFORM
            IF WS-SIG-IDX = 0
                IF WS-SIG-COUNT < 2000
                    ADD 1 TO WS-SIG-COUNT
                    MOVE WS-SIG-COUNT TO WS-SIG-IDX
                    MOVE WS-ACC-IDX TO SGA-ACC-IDX(WS-SIG-IDX)
                    MOVE WS-SIGNATURE TO SGA-SIGNATURE(WS-SIG-IDX)
                    MOVE 0 TO SGA-RUN-COUNT(WS-SIG-IDX)
                    MOVE 0 TO SGA-CLEAN-COUNT(WS-SIG-IDX)
                    MOVE 0 TO SGA-LAST-SUM(WS-SIG-IDX)
                    MOVE 0 TO SGA-LAST-STAMP(WS-SIG-IDX)
                ELSE
                    SET TABLE-FULL TO TRUE
                END-IF
            END-IF.
      *> Statuses take the six slots in the order first seen; any
      *> further status, or a blank one, is counted as other.
        TALLY-STATUS.
            MOVE "N" TO WS-TALLY-DONE-SW
            IF WS-TALLY-STATUS NOT = SPACES
                PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                        UNTIL WS-STATUS-IDX > 6 OR TALLY-DONE
                    IF ACC-STATUS(WS-ACC-IDX, WS-STATUS-IDX)
                                = WS-TALLY-STATUS
                            OR ACC-STATUS(WS-ACC-IDX, WS-STATUS-IDX)
                                = SPACES
                        MOVE WS-TALLY-STATUS
                            TO ACC-STATUS(WS-ACC-IDX, WS-STATUS-IDX)
                        ADD WS-TALLY-AMOUNT TO
                            ACC-STATUS-COUNT(WS-ACC-IDX, WS-STATUS-IDX)
                        SET TALLY-DONE TO TRUE
                    END-IF
                END-PERFORM
            END-IF
            IF NOT TALLY-DONE
                ADD WS-TALLY-AMOUNT TO ACC-OTHER-COUNT(WS-ACC-IDX)
            END-IF.
      *> Add a program row held in PERIOD-HISTORY-RECORD into
      *> accumulator WS-ACC-IDX.
        MERGE-PROGRAM-ROW.
            ADD PHR-RUN-COUNT TO ACC-RUN-COUNT(WS-ACC-IDX)
            ADD PHR-RANGE-STEP-COUNT TO ACC-RANGE-COUNT(WS-ACC-IDX)
            PERFORM VARYING WS-ROW-STATUS-IDX FROM 1 BY 1
                    UNTIL WS-ROW-STATUS-IDX > 6
                IF PHR-STATUS(WS-ROW-STATUS-IDX) NOT = SPACES
                    MOVE PHR-STATUS(WS-ROW-STATUS-IDX)
                        TO WS-TALLY-STATUS
                    MOVE PHR-STATUS-COUNT(WS-ROW-STATUS-IDX)
                        TO WS-TALLY-AMOUNT
                    PERFORM TALLY-STATUS
                END-IF
            END-PERFORM
            ADD PHR-OTHER-STATUS-COUNT TO ACC-OTHER-COUNT(WS-ACC-IDX)
            ADD PHR-TIMED-COUNT TO ACC-TIMED-COUNT(WS-ACC-IDX)
            ADD PHR-TOTAL-SECS TO ACC-TOTAL-SECS(WS-ACC-IDX).
      *> Add a signature row held in PERIOD-HISTORY-RECORD into
      *> accumulator WS-ACC-IDX; the later clean sum wins.
        MERGE-SIGNATURE-ROW.
            MOVE PHR-SIGNATURE TO WS-SIGNATURE
            PERFORM FIND-SIG-ENTRY
            IF WS-SIG-IDX > 0
                ADD PHR-SIG-RUN-COUNT TO SGA-RUN-COUNT(WS-SIG-IDX)
                ADD PHR-SIG-CLEAN-COUNT TO SGA-CLEAN-COUNT(WS-SIG-IDX)
                IF PHR-SIG-LAST-STAMP > SGA-LAST-STAMP(WS-SIG-IDX)
                    MOVE PHR-SIG-LAST-SUM TO SGA-LAST-SUM(WS-SIG-IDX)
                    MOVE PHR-SIG-LAST-STAMP
                        TO SGA-LAST-STAMP(WS-SIG-IDX)
                END-IF
            END-IF.
      *> Fold the trusted rows of the closed months WS-RANGE-FROM
      *> through WS-RANGE-THROUGH into the WS-TARGET-KIND/-PERIOD
      *> accumulators, program by program.
        MERGE-CLOSED-MONTHS.
            PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                    UNTIL WS-HIST-IDX > WS-HIST-COMMITTED
                MOVE WS-HIST-LINE(WS-HIST-IDX) TO PERIOD-HISTORY-RECORD
                IF PHR-MONTH-PERIOD
                        AND NOT PHR-CLOSE-MARKER
                        AND PHR-PERIOD NOT < WS-RANGE-FROM
                        AND PHR-PERIOD NOT > WS-RANGE-THROUGH
                    MOVE WS-TARGET-KIND TO WS-KEY-KIND
                    MOVE WS-TARGET-PERIOD TO WS-KEY-PERIOD
                    MOVE PHR-PROGRAM TO WS-KEY-PROGRAM
                    PERFORM FIND-ACC-ENTRY
                    IF WS-ACC-IDX > 0
                        IF PHR-PROGRAM-ROW
                            PERFORM MERGE-PROGRAM-ROW
                        ELSE
                            PERFORM MERGE-SIGNATURE-ROW
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
      *> Fold the months still open, WS-RANGE-FROM through
      *> WS-RANGE-THROUGH, into the WS-TARGET-KIND/-PERIOD
      *> accumulators by way of the rows a close would write.
        MERGE-OPEN-MONTHS.
            PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                    UNTIL WS-SOURCE-IDX > WS-ACC-COUNT
                IF ACC-KIND(WS-SOURCE-IDX) = "M"
                        AND ACC-PERIOD(WS-SOURCE-IDX)
                            NOT < WS-RANGE-FROM
                        AND ACC-PERIOD(WS-SOURCE-IDX)
                            NOT > WS-RANGE-THROUGH
                    PERFORM MERGE-ONE-OPEN-PROGRAM
                END-IF
            END-PERFORM.
        MERGE-ONE-OPEN-PROGRAM.
            MOVE WS-SOURCE-IDX TO WS-ACC-IDX
            PERFORM BUILD-PROGRAM-ROW
            MOVE WS-TARGET-KIND TO WS-KEY-KIND
            MOVE WS-TARGET-PERIOD TO WS-KEY-PERIOD
            MOVE ACC-PROGRAM(WS-SOURCE-IDX) TO WS-KEY-PROGRAM
            PERFORM FIND-ACC-ENTRY
            IF WS-ACC-IDX > 0
                PERFORM MERGE-PROGRAM-ROW
                PERFORM VARYING WS-OPEN-SIG-IDX FROM 1 BY 1
                        UNTIL WS-OPEN-SIG-IDX > WS-SIG-COUNT
                    IF SGA-ACC-IDX(WS-OPEN-SIG-IDX) = WS-SOURCE-IDX
                        PERFORM MERGE-ONE-OPEN-SIGNATURE
                    END-IF
                END-PERFORM
            END-IF.
        MERGE-ONE-OPEN-SIGNATURE.
            MOVE SGA-SIGNATURE(WS-OPEN-SIG-IDX) TO PHR-SIGNATURE
            MOVE SGA-RUN-COUNT(WS-OPEN-SIG-IDX) TO PHR-SIG-RUN-COUNT
            MOVE SGA-CLEAN-COUNT(WS-OPEN-SIG-IDX)
                TO PHR-SIG-CLEAN-COUNT
            MOVE SGA-LAST-SUM(WS-OPEN-SIG-IDX) TO PHR-SIG-LAST-SUM
            MOVE SGA-LAST-STAMP(WS-OPEN-SIG-IDX)
                TO PHR-SIG-LAST-STAMP
            PERFORM MERGE-SIGNATURE-ROW.
        WRITE-CLOSE-TOTALS.
            MOVE SPACES TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE "MONTHS CLOSED:" TO RL-LABEL
            MOVE WS-MONTHS-CLOSED TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "YEARS CLOSED:" TO RL-LABEL
            MOVE WS-YEARS-CLOSED TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "AUDIT FILES READ:" TO RL-LABEL
            MOVE WS-FILES-READ TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "AUDIT LINES TAKEN:" TO RL-LABEL
            MOVE WS-AUDIT-LINES-READ TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "TIMING LINES TAKEN:" TO RL-LABEL
            MOVE WS-TIMING-LINES-READ TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "LATE LINES NOT FILED:" TO RL-LABEL
            MOVE WS-LATE-COUNT TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "DUPLICATE AUDIT LINES:" TO RL-LABEL
            MOVE WS-DUPLICATE-COUNT TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "UNMARKED HISTORY ROWS:" TO RL-LABEL
            MOVE WS-ORPHAN-COUNT TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "AUDIT CONTROL TOTALS:" TO RL-LABEL
            EVALUATE WS-CONTROL-SW
                WHEN "V"
                    MOVE "VERIFIED" TO RL-VALUE
                WHEN "M"
                    MOVE "FAILED - INVESTIGATE" TO RL-VALUE
                WHEN OTHER
                    MOVE "NONE ON FILE" TO RL-VALUE
            END-EVALUATE
            PERFORM WRITE-REPORT-LINE.
      *> Month to date: this month's figures - from PRDHIST.DAT once
      *> the month is closed, from the run history while it is open.
        WRITE-MONTH-TO-DATE.
            MOVE "PRDMTD.OUT" TO WS-REPORT-NAME
            OPEN OUTPUT PERIOD-REPORT-FILE
            MOVE "MONTH-TO-DATE RUN SUMMARY" TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE "RUN DATE:" TO RL-LABEL
            MOVE WS-RUN-STAMP TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "MONTH:" TO RL-LABEL
            MOVE WS-CURRENT-PERIOD TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "MONTH-END:" TO RL-LABEL
            MOVE WS-MONTH-END-DATE TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "D" TO WS-TARGET-KIND
            MOVE WS-CURRENT-PERIOD TO WS-TARGET-PERIOD
            MOVE WS-CURRENT-PERIOD TO WS-RANGE-FROM
            MOVE WS-CURRENT-PERIOD TO WS-RANGE-THROUGH
            MOVE "MONTH STATUS:" TO RL-LABEL
            IF WS-CURRENT-PERIOD NOT > WS-LAST-CLOSED-PERIOD
                MOVE "CLOSED" TO RL-VALUE
                PERFORM MERGE-CLOSED-MONTHS
            ELSE
                MOVE "OPEN - FIGURES TO DATE" TO RL-VALUE
                PERFORM MERGE-OPEN-MONTHS
            END-IF
            PERFORM WRITE-REPORT-LINE
            PERFORM WRITE-TABLE-FULL-NOTE
            MOVE "D" TO WS-KEY-KIND
            MOVE WS-CURRENT-PERIOD TO WS-KEY-PERIOD
            PERFORM PRINT-PERIOD-SUMMARY
            CLOSE PERIOD-REPORT-FILE.
      *> Year to date: the closed months of this year from
      *> PRDHIST.DAT, plus the months not yet closed from the run
      *> history.
        WRITE-YEAR-TO-DATE.
            MOVE "PRDYTD.OUT" TO WS-REPORT-NAME
            OPEN OUTPUT PERIOD-REPORT-FILE
            MOVE "YEAR-TO-DATE RUN SUMMARY" TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE "RUN DATE:" TO RL-LABEL
            MOVE WS-RUN-STAMP TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "YEAR:" TO RL-LABEL
            MOVE WS-CURRENT-YEAR TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "T" TO WS-TARGET-KIND
            COMPUTE WS-TARGET-PERIOD = WS-CURRENT-YEAR * 100
            COMPUTE WS-RANGE-FROM = WS-CURRENT-YEAR * 100 + 1
            MOVE WS-CURRENT-PERIOD TO WS-RANGE-THROUGH
            PERFORM MERGE-CLOSED-MONTHS
            IF WS-LAST-CLOSED-PERIOD NOT < WS-RANGE-FROM
                MOVE WS-LAST-CLOSED-PERIOD TO WS-WORK-PERIOD-N
                PERFORM ADVANCE-WORK-PERIOD
                MOVE WS-WORK-PERIOD-N TO WS-RANGE-FROM
            END-IF
            MOVE 0 TO WS-OPEN-MONTHS
            IF WS-RANGE-FROM NOT > WS-CURRENT-PERIOD
                MOVE WS-RANGE-FROM TO WS-WORK-PERIOD-N
                COMPUTE WS-OPEN-MONTHS =
                    WS-CURRENT-MONTH - WS-WORK-MONTH + 1
                PERFORM MERGE-OPEN-MONTHS
            END-IF
            MOVE 0 TO WS-GROUP-MONTHS
            PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                    UNTIL WS-HIST-IDX > WS-HIST-COMMITTED
                MOVE WS-HIST-LINE(WS-HIST-IDX) TO PERIOD-HISTORY-RECORD
                IF PHR-MONTH-PERIOD AND PHR-CLOSE-MARKER
                        AND PHR-PERIOD-YEAR = WS-CURRENT-YEAR
                    ADD 1 TO WS-GROUP-MONTHS
                END-IF
            END-PERFORM
            MOVE "MONTHS CLOSED:" TO RL-LABEL
            MOVE WS-GROUP-MONTHS TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            MOVE "MONTHS STILL OPEN:" TO RL-LABEL
            MOVE WS-OPEN-MONTHS TO RL-VALUE
            PERFORM WRITE-REPORT-LINE
            PERFORM WRITE-TABLE-FULL-NOTE
            MOVE "T" TO WS-KEY-KIND
            MOVE WS-TARGET-PERIOD TO WS-KEY-PERIOD
            PERFORM PRINT-PERIOD-SUMMARY
            CLOSE PERIOD-REPORT-FILE.
        WRITE-TABLE-FULL-NOTE.
            IF TABLE-FULL
                MOVE "HISTORY TOO LARGE TO HOLD - FIGURES INCOMPLETE"
                    TO PERIOD-REPORT-RECORD
                WRITE PERIOD-REPORT-RECORD
            END-IF.
      *> The accumulators of WS-KEY-KIND/WS-KEY-PERIOD as a report:
      *> a line per program with its status breakdown and the
      *> signatures it ran, then the period's totals.
        PRINT-PERIOD-SUMMARY.
            MOVE SPACES TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE SUMMARY-HEAD-LINE TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE 0 TO WS-TOTAL-RUNS
            MOVE 0 TO WS-TOTAL-RANGE
            MOVE 0 TO WS-TOTAL-TIMED
            MOVE 0 TO WS-TOTAL-SECS
            MOVE 0 TO WS-TOTAL-SIGS
            MOVE 0 TO WS-PROGRAMS-PRINTED
            PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                    UNTIL WS-ACC-IDX > WS-ACC-COUNT
                IF ACC-KIND(WS-ACC-IDX) = WS-KEY-KIND
                        AND ACC-PERIOD(WS-ACC-IDX) = WS-KEY-PERIOD
                    PERFORM PRINT-ONE-PROGRAM
                END-IF
            END-PERFORM
            IF WS-PROGRAMS-PRINTED = 0
                MOVE "NO RUNS IN THIS PERIOD" TO PERIOD-REPORT-RECORD
                WRITE PERIOD-REPORT-RECORD
            END-IF
            MOVE SPACES TO SUMMARY-LINE
            MOVE "TOTAL" TO SML-PROGRAM
            MOVE WS-TOTAL-RUNS TO SML-RUNS
            MOVE WS-TOTAL-RANGE TO SML-RANGE
            MOVE WS-TOTAL-TIMED TO SML-TIMED
            MOVE WS-TOTAL-SECS TO SML-TOTAL-SECS
            MOVE 0 TO WS-AVERAGE-SECS
            IF WS-TOTAL-TIMED > 0
                COMPUTE WS-AVERAGE-SECS ROUNDED =
                    WS-TOTAL-SECS / WS-TOTAL-TIMED
            END-IF
            MOVE WS-AVERAGE-SECS TO SML-AVERAGE-SECS
            MOVE WS-TOTAL-SIGS TO SML-SIGS
            MOVE SUMMARY-LINE TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            MOVE SPACES TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD.
        PRINT-ONE-PROGRAM.
            ADD 1 TO WS-PROGRAMS-PRINTED
            PERFORM BUILD-PROGRAM-ROW
            MOVE SPACES TO SUMMARY-LINE
            MOVE PHR-PROGRAM TO SML-PROGRAM
            MOVE PHR-RUN-COUNT TO SML-RUNS
            MOVE PHR-RANGE-STEP-COUNT TO SML-RANGE
            MOVE PHR-TIMED-COUNT TO SML-TIMED
            MOVE PHR-TOTAL-SECS TO SML-TOTAL-SECS
            MOVE PHR-AVERAGE-SECS TO SML-AVERAGE-SECS
            MOVE PHR-SIGNATURE-COUNT TO SML-SIGS
            MOVE SUMMARY-LINE TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD
            ADD PHR-RUN-COUNT TO WS-TOTAL-RUNS
            ADD PHR-RANGE-STEP-COUNT TO WS-TOTAL-RANGE
            ADD PHR-TIMED-COUNT TO WS-TOTAL-TIMED
            ADD PHR-TOTAL-SECS TO WS-TOTAL-SECS
            ADD PHR-SIGNATURE-COUNT TO WS-TOTAL-SIGS
            IF PHR-RUN-COUNT > 0
                MOVE SPACES TO STATUS-LINE
                PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                        UNTIL WS-STATUS-IDX > 6
                    IF PHR-STATUS(WS-STATUS-IDX) NOT = SPACES
                        MOVE PHR-STATUS(WS-STATUS-IDX)
                            TO STL-STATUS(WS-STATUS-IDX)
                        MOVE "=" TO STL-EQUALS(WS-STATUS-IDX)
                        MOVE PHR-STATUS-COUNT(WS-STATUS-IDX)
                            TO STL-COUNT(WS-STATUS-IDX)
                    END-IF
                END-PERFORM
                IF PHR-OTHER-STATUS-COUNT > 0
                    MOVE "OTHER=" TO STL-OTHER-LABEL
                    MOVE PHR-OTHER-STATUS-COUNT TO STL-OTHER
                END-IF
                MOVE STATUS-LINE TO PERIOD-REPORT-RECORD
                WRITE PERIOD-REPORT-RECORD
            END-IF
            PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                    UNTIL WS-SIG-IDX > WS-SIG-COUNT
                IF SGA-ACC-IDX(WS-SIG-IDX) = WS-ACC-IDX
                    PERFORM PRINT-ONE-SIGNATURE
                END-IF
            END-PERFORM.
        PRINT-ONE-SIGNATURE.
            MOVE SGA-SIGNATURE(WS-SIG-IDX) TO PHR-SIGNATURE
            MOVE PHR-SIG-MAX TO SGL-MAX
            MOVE PHR-SIG-DVT-COUNT TO SGL-DVT-COUNT
            PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                    UNTIL WS-STATUS-IDX > 5
                MOVE SPACES TO SGL-DVT-VALUE(WS-STATUS-IDX)
                IF WS-STATUS-IDX NOT > PHR-SIG-DVT-COUNT
                    MOVE PHR-SIG-DVT-VALUE(WS-STATUS-IDX)
                        TO SGL-DVT-VALUE(WS-STATUS-IDX)
                END-IF
            END-PERFORM
            MOVE SGA-RUN-COUNT(WS-SIG-IDX) TO SGL-RUNS
            MOVE SGA-CLEAN-COUNT(WS-SIG-IDX) TO SGL-CLEAN
            MOVE SGA-LAST-SUM(WS-SIG-IDX) TO SGL-LAST-SUM
            MOVE SIGNATURE-LINE TO PERIOD-REPORT-RECORD
            WRITE PERIOD-REPORT-RECORD.
