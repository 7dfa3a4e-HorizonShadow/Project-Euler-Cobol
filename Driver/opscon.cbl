                SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-AUDIT-STATUS.
                SELECT JOURNAL-FILE ASSIGN TO "CTLJRNL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOURNAL-STATUS.
                SELECT PROBLEM-CATALOG-FILE ASSIGN TO "PROBCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PROBCAT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  JOB-CONTROL-FILE.
                05  JSR-AUDIT-STATUS        PIC XX.
            FD  AUDIT-FILE.
            COPY AUDITREC.
            FD  JOURNAL-FILE.
            COPY CTLJRNRC.
            FD  PROBLEM-CATALOG-FILE.
            01  PROBLEM-CATALOG-LINE        PIC X(123).
            WORKING-STORAGE SECTION.
            01  WS-JOBCTL-STATUS            PIC XX.
            01  WS-JOBSTAT-STATUS           PIC XX.
            01  WS-AUDIT-STATUS             PIC XX.
            01  WS-JOURNAL-STATUS           PIC XX.
            01  WS-PROBCAT-STATUS           PIC XX.
            01  WS-JOB-EOF-SW               PIC X VALUE "N".
                88  JOB-CONTROL-EOF         VALUE "Y".
            01  WS-JOBSTAT-EOF-SW           PIC X VALUE "N".
                88  STEP-TABLE-COMPLETE     VALUE 0.
            01  WS-STEP-TABLE.
                05  WS-STEP-ENTRY OCCURS 50 TIMES.
                    10  CON-RAW-RECORD      PIC X(97).
                    10  CON-STEP-NAME       PIC X(8).
                    10  CON-PROGRAM-NAME    PIC X(30).
                    10  CON-HOLD-SW         PIC X.
            01  WS-AUD-IDX                  PIC 9999.
            01  WS-AUD-FOUND-SW             PIC X.
                88  AUDIT-PROGRAM-FOUND     VALUE "Y".
      *> The problem catalog, so each step shows whether its
      *> program is a catalogued problem, a utility step, or not
      *> on the catalog at all - a step the driver will not call.
            01  WS-CATALOG-EOF-SW           PIC X VALUE "N".
                88  CATALOG-EOF             VALUE "Y".
            01  WS-CATALOG-OPEN-SW          PIC X VALUE "N".
                88  CATALOG-LOADED          VALUE "Y".
            01  WS-CATALOG-COUNT            PIC 9999 VALUE 0.
            01  WS-CATALOG-TABLE.
                05  CAT-ENTRY               OCCURS 50 TIMES
                                             PIC X(123).
            01  WS-CAT-IDX                  PIC 9999.
            01  WS-CAT-SCAN-IDX             PIC 9999.
            01  WS-CAT-FOUND-SW             PIC X.
                88  CATALOG-ENTRY-FOUND     VALUE "Y".
            01  WS-CATALOG-KEY              PIC X(30).
            01  WS-UNCATALOGUED-COUNT       PIC 9999.
            COPY PROBCTRC.
            01  WS-CONSOLE-DONE-SW          PIC X VALUE "N".
                88  CONSOLE-DONE            VALUE "Y".
            01  WS-COMMAND                  PIC X(20).
            01  WS-PRIOR-STATE              PIC X.
            01  WS-PRIOR-STATUS             PIC XX.
            01  WS-LAST-AUDIT               PIC XX.
      *> Who is at the console. Every hold, release and rerun is
      *> journalled under this ID before the file is touched; with
      *> no ID given, or no journal to write to, nothing is changed.
            01  WS-OPERATOR-ID              PIC X(8).
            01  WS-CHANGE-ALLOWED-SW        PIC X.
                88  CHANGE-ALLOWED          VALUE "Y".
            01  WS-JOURNAL-SW               PIC X.
                88  JOURNAL-WRITTEN         VALUE "Y".
            01  CONSOLE-LINE.
                05  CL-STEP-NAME            PIC X(8).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CL-PRIOR-STATE          PIC X(5).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CL-AUDIT-STATUS         PIC X(5).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CL-CATALOG              PIC X(4).
            01  CONSOLE-HEAD-LINE.
                05  FILLER                  PIC X(10)
                    VALUE "STEP".
                    VALUE "PRED".
                05  FILLER                  PIC X(7)
                    VALUE "PRIOR".
                05  FILLER                  PIC X(7)
                    VALUE "AUDIT".
                05  FILLER                  PIC X(3)
                    VALUE "CAT".
            01  CATALOG-HEAD-LINE.
                05  FILLER                  PIC X(14)
                    VALUE "PROGRAM".
                05  FILLER                  PIC X(6)
                    VALUE "TYPE".
                05  FILLER                  PIC X(32)
                    VALUE "DESCRIPTION".
                05  FILLER                  PIC X(14)
                    VALUE "PARM FILE".
                05  FILLER                  PIC X(7)
                    VALUE "RESULTS".
            01  CATALOG-LINE.
                05  CTL-PROGRAM             PIC X(12).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CTL-TYPE                PIC X(4).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CTL-DESCRIPTION         PIC X(30).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CTL-PARM-FILE           PIC X(12).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CTL-RESULTS             PIC X(7).
            01  CATALOG-DETAIL-LINE         PIC X(78).
            01  WS-DETAIL-PTR               PIC 99.
            COPY OPSMSGRC.
        PROCEDURE DIVISION.
        MAIN-PARA.
            END-IF
            PERFORM LOAD-PRIOR-STATUS
            PERFORM LOAD-LAST-AUDIT
            PERFORM LOAD-PROBLEM-CATALOG
            DISPLAY "=== BATCH SUITE OPERATOR CONSOLE ==="
            IF NOT CATALOG-LOADED
                DISPLAY "PROBCAT.DAT NOT FOUND - STEP PROGRAMS SHOWN "
                    "UNCHECKED"
                MOVE "OPC-0007" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE "PROBCAT.DAT NOT FOUND - STEPS SHOWN UNCHECKED"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF
            IF NOT STEP-TABLE-COMPLETE
                DISPLAY "JOBCTL.DAT EXCEEDS 50 STEPS - "
                    WS-DROPPED-COUNT " NOT SHOWN - "
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF
            DISPLAY "OPERATOR ID: " WITH NO ADVANCING
            ACCEPT WS-OPERATOR-ID
            IF WS-OPERATOR-ID = SPACES
                DISPLAY "NO OPERATOR ID - HOLD/RELEASE/RERUN DISABLED"
            ELSE
                MOVE "OPC-0005" TO OMR-MSG-ID
                SET OMR-INFO TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "OPERATOR " DELIMITED BY SIZE
                    WS-OPERATOR-ID DELIMITED BY SPACE
                    " SIGNED ON TO THE CONSOLE"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF
            PERFORM SHOW-SUITE-STATUS
            PERFORM UNTIL CONSOLE-DONE
                DISPLAY "COMMAND (D=DISPLAY C=CATALOG H <STEP> "
                    "R <STEP> X <STEP> Q=QUIT): " WITH NO ADVANCING
                ACCEPT WS-COMMAND
                EVALUATE WS-COMMAND(1:2)
                    WHEN "D "
                        PERFORM SHOW-SUITE-STATUS
                    WHEN "C "
                        PERFORM SHOW-PROBLEM-CATALOG
                    WHEN "H "
                        MOVE WS-COMMAND(3:8) TO WS-CMD-STEP
                        PERFORM SET-STEP-HOLD
                MOVE JCR-PREDECESSOR
                    TO CON-PREDECESSOR(WS-STEP-COUNT)
            END-IF.
        LOAD-PROBLEM-CATALOG.
            MOVE "N" TO WS-CATALOG-EOF-SW
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
        LOAD-PRIOR-STATUS.
            MOVE "N" TO WS-JOBSTAT-EOF-SW
            MOVE ZERO TO WS-PRIOR-COUNT
                        AT END
                            SET AUDIT-EOF TO TRUE
                        NOT AT END
                            IF NOT AUDIT-CONTROL-RECORD
                                PERFORM STORE-LAST-AUDIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
                    TO AUD-STATUS(WS-AUD-COUNT)
            END-IF.
        SHOW-SUITE-STATUS.
            MOVE ZERO TO WS-UNCATALOGUED-COUNT
            DISPLAY CONSOLE-HEAD-LINE
            PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > WS-STEP-COUNT
                PERFORM SHOW-ONE-STEP
            END-PERFORM
            IF WS-UNCATALOGUED-COUNT > 0
                DISPLAY WS-UNCATALOGUED-COUNT " STEP(S) MARKED NONE "
                    "NAME A PROGRAM NOT ON PROBCAT.DAT - THE DRIVER "
                    "WILL NOT CALL THEM"
            END-IF.
        SHOW-ONE-STEP.
            MOVE SPACES TO CONSOLE-LINE
            MOVE CON-STEP-NAME(WS-STEP-IDX) TO CL-STEP-NAME
            ELSE
                MOVE WS-LAST-AUDIT TO CL-AUDIT-STATUS
            END-IF
            IF CATALOG-LOADED
                MOVE CON-PROGRAM-NAME(WS-STEP-IDX) TO WS-CATALOG-KEY
                PERFORM FIND-CATALOG-ENTRY
                EVALUATE TRUE
                    WHEN NOT CATALOG-ENTRY-FOUND
                        MOVE "NONE" TO CL-CATALOG
                        ADD 1 TO WS-UNCATALOGUED-COUNT
                    WHEN PCR-PROBLEM
                        MOVE "PROB" TO CL-CATALOG
                    WHEN OTHER
                        MOVE "UTIL" TO CL-CATALOG
                END-EVALUATE
            ELSE
                MOVE "-" TO CL-CATALOG
            END-IF
            DISPLAY CONSOLE-LINE.
      *> The catalog as the driver and edit read it: one line per
      *> program, and for a problem a second line giving the MAX
      *> and divisors it accepts and the outputs its steps leave.
        SHOW-PROBLEM-CATALOG.
            IF NOT CATALOG-LOADED
                DISPLAY "PROBCAT.DAT NOT FOUND - NO CATALOG TO SHOW"
            ELSE
                DISPLAY CATALOG-HEAD-LINE
                PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                        UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
                    PERFORM SHOW-ONE-CATALOG-ENTRY
                END-PERFORM
            END-IF.
        SHOW-ONE-CATALOG-ENTRY.
            MOVE CAT-ENTRY(WS-CAT-IDX) TO PROBLEM-CATALOG-RECORD
            MOVE SPACES TO CATALOG-LINE
            MOVE PCR-PROGRAM-NAME TO CTL-PROGRAM
            IF PCR-PROBLEM
                MOVE "PROB" TO CTL-TYPE
            ELSE
                MOVE "UTIL" TO CTL-TYPE
            END-IF
            MOVE PCR-DESCRIPTION TO CTL-DESCRIPTION
            IF PCR-PARM-FILE = SPACES
                MOVE "-" TO CTL-PARM-FILE
            ELSE
                MOVE PCR-PARM-FILE TO CTL-PARM-FILE
            END-IF
            IF PCR-FILES-RESULTS
                MOVE "FILES" TO CTL-RESULTS
            ELSE
                MOVE "-" TO CTL-RESULTS
            END-IF
            DISPLAY CATALOG-LINE
            IF PCR-PROBLEM
                MOVE SPACES TO CATALOG-DETAIL-LINE
                MOVE 5 TO WS-DETAIL-PTR
                IF PCR-MAX-HIGH = ZERO
                    STRING "NO MAX" DELIMITED BY SIZE
                        INTO CATALOG-DETAIL-LINE
                        WITH POINTER WS-DETAIL-PTR
                ELSE
                    STRING "MAX " PCR-MAX-LOW "-" PCR-MAX-HIGH
                        DELIMITED BY SIZE INTO CATALOG-DETAIL-LINE
                        WITH POINTER WS-DETAIL-PTR
                END-IF
                IF PCR-DIVISOR-MAX-COUNT = ZERO
                    STRING "  NO DIVISORS" DELIMITED BY SIZE
                        INTO CATALOG-DETAIL-LINE
                        WITH POINTER WS-DETAIL-PTR
                ELSE
                    STRING "  UP TO " PCR-DIVISOR-MAX-COUNT
                        " DIVISORS " PCR-DIVISOR-LOW "-"
                        PCR-DIVISOR-HIGH DELIMITED BY SIZE
                        INTO CATALOG-DETAIL-LINE
                        WITH POINTER WS-DETAIL-PTR
                END-IF
                IF PCR-RANGE-ALLOWED
                    STRING "  SPLITS" DELIMITED BY SIZE
                        INTO CATALOG-DETAIL-LINE
                        WITH POINTER WS-DETAIL-PTR
                END-IF
                DISPLAY CATALOG-DETAIL-LINE
                MOVE SPACES TO CATALOG-DETAIL-LINE
                MOVE 5 TO WS-DETAIL-PTR
                STRING "OUTPUTS " DELIMITED BY SIZE
                    PCR-REPORT-PREFIX DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    PCR-DETAIL-PREFIX DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    PCR-PARTIAL-PREFIX DELIMITED BY SPACE
                    INTO CATALOG-DETAIL-LINE
                    WITH POINTER WS-DETAIL-PTR
                DISPLAY CATALOG-DETAIL-LINE
            END-IF.
      *> Releasing or rerunning a step whose program is not on the
      *> catalog is allowed - the catalog may be about to gain it -
      *> but the operator is told the driver will not call it yet.
        WARN-IF-UNCATALOGUED.
            IF CATALOG-LOADED
                MOVE CON-PROGRAM-NAME(WS-FOUND-IDX) TO WS-CATALOG-KEY
                PERFORM FIND-CATALOG-ENTRY
                IF NOT CATALOG-ENTRY-FOUND
                    DISPLAY "WARNING - " WS-CATALOG-KEY(1:12)
                        " IS NOT ON PROBCAT.DAT - THE DRIVER WILL "
                        "NOT CALL IT"
                END-IF
            END-IF.
        FIND-PRIOR-STATE.
            MOVE SPACE TO WS-PRIOR-STATE
            MOVE SPACES TO WS-PRIOR-STATUS
                DISPLAY "STEP " WS-CMD-STEP " NOT ON JOBCTL.DAT"
            END-IF.
        SET-STEP-HOLD.
            PERFORM CHECK-CHANGE-ALLOWED
            IF CHANGE-ALLOWED
                PERFORM FIND-COMMAND-STEP
                IF COMMAND-STEP-FOUND
                    MOVE SPACES TO CONTROL-JOURNAL-RECORD
                    SET CJR-HOLD TO TRUE
                    MOVE "JOBCTL.DAT" TO CJR-FILE-NAME
                    MOVE "HOLD" TO CJR-FIELD-NAME
                    MOVE CON-HOLD-SW(WS-FOUND-IDX) TO CJR-BEFORE
                    MOVE "H" TO CJR-AFTER
                    PERFORM WRITE-CHANGE-JOURNAL
                    IF JOURNAL-WRITTEN
                        MOVE "H" TO CON-HOLD-SW(WS-FOUND-IDX)
                        PERFORM REWRITE-JOB-CONTROL
                        DISPLAY "STEP " WS-CMD-STEP " HELD"
                        MOVE "OPC-0001" TO OMR-MSG-ID
                        SET OMR-INFO TO TRUE
                        MOVE SPACES TO OMR-TEXT
                        STRING "OPERATOR " DELIMITED BY SIZE
                            WS-OPERATOR-ID DELIMITED BY SPACE
                            " HELD STEP " WS-CMD-STEP
                            DELIMITED BY SIZE INTO OMR-TEXT
                        PERFORM LOG-OPS-MESSAGE
                    END-IF
                END-IF
            END-IF.
        CHECK-CHANGE-ALLOWED.
            MOVE "N" TO WS-CHANGE-ALLOWED-SW
            EVALUATE TRUE
                WHEN NOT STEP-TABLE-COMPLETE
                    PERFORM REFUSE-TRUNCATED-CHANGE
                WHEN WS-OPERATOR-ID = SPACES
                    DISPLAY "NO OPERATOR ID GIVEN - CHANGES REFUSED"
                WHEN OTHER
                    SET CHANGE-ALLOWED TO TRUE
            END-EVALUATE.
        REFUSE-TRUNCATED-CHANGE.
            DISPLAY "JOBCTL.DAT EXCEEDS 50 STEPS - CHANGES "
                "REFUSED - REWRITE WOULD TRUNCATE THE FILE".
        RELEASE-STEP-HOLD.
            PERFORM CHECK-CHANGE-ALLOWED
            IF CHANGE-ALLOWED
                PERFORM FIND-COMMAND-STEP
                IF COMMAND-STEP-FOUND
                    MOVE SPACES TO CONTROL-JOURNAL-RECORD
                    SET CJR-RELEASE TO TRUE
                    MOVE "JOBCTL.DAT" TO CJR-FILE-NAME
                    MOVE "HOLD" TO CJR-FIELD-NAME
                    MOVE CON-HOLD-SW(WS-FOUND-IDX) TO CJR-BEFORE
                    MOVE SPACES TO CJR-AFTER
                    PERFORM WRITE-CHANGE-JOURNAL
                    IF JOURNAL-WRITTEN
                        MOVE SPACE TO CON-HOLD-SW(WS-FOUND-IDX)
                        PERFORM REWRITE-JOB-CONTROL
                        DISPLAY "STEP " WS-CMD-STEP " RELEASED"
                        PERFORM WARN-IF-UNCATALOGUED
                        MOVE "OPC-0002" TO OMR-MSG-ID
                        SET OMR-INFO TO TRUE
                        MOVE SPACES TO OMR-TEXT
                        STRING "OPERATOR " DELIMITED BY SIZE
                            WS-OPERATOR-ID DELIMITED BY SPACE
                            " RELEASED STEP " WS-CMD-STEP
                            DELIMITED BY SIZE INTO OMR-TEXT
                        PERFORM LOG-OPS-MESSAGE
                    END-IF
                END-IF
            END-IF.
      *> The journal line goes out before the change is applied; if
      *> it cannot be written the change is not made, so nothing
      *> reaches JOBCTL.DAT or JOBSTAT.DAT without a record of who
      *> did it and what the value was before.
        WRITE-CHANGE-JOURNAL.
            MOVE "N" TO WS-JOURNAL-SW
            ACCEPT CJR-DATE FROM DATE YYYYMMDD
            ACCEPT CJR-TIME FROM TIME
            MOVE WS-OPERATOR-ID TO CJR-OPERATOR
            MOVE WS-CMD-STEP TO CJR-STEP-NAME
            OPEN EXTEND JOURNAL-FILE
            IF WS-JOURNAL-STATUS NOT = "00"
                OPEN OUTPUT JOURNAL-FILE
            END-IF
            IF WS-JOURNAL-STATUS = "00"
                WRITE CONTROL-JOURNAL-RECORD
                IF WS-JOURNAL-STATUS = "00"
                    SET JOURNAL-WRITTEN TO TRUE
                END-IF
                CLOSE JOURNAL-FILE
            END-IF
            IF NOT JOURNAL-WRITTEN
                DISPLAY "CTLJRNL.DAT NOT WRITTEN - STEP " WS-CMD-STEP
                    " NOT CHANGED"
                MOVE "OPC-0006" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "CTLJRNL.DAT WRITE STATUS "
                    WS-JOURNAL-STATUS " - STEP " WS-CMD-STEP
                    " NOT CHANGED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
      *> The whole file is rewritten from the raw records with only
      *> the hold byte laid in fresh, so every other column - parms,
      *> predecessors, frequencies - survives the console untouched.
      *> JOBSTAT.DAT; with no clean completion on file the driver
      *> re-evaluates and re-runs the step on the next submission.
        MARK-STEP-FOR-RERUN.
            PERFORM CHECK-CHANGE-ALLOWED
            IF CHANGE-ALLOWED
                PERFORM RERUN-FOUND-STEP
            END-IF.
      *> The journal's before value is the completion record being
      *> dropped - run state and audit status as JOBSTAT.DAT held
      *> them; the after value is blank, there being none left.
        RERUN-FOUND-STEP.
            PERFORM FIND-COMMAND-STEP
            IF COMMAND-STEP-FOUND
                        UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                    IF PRS-STEP-NAME(WS-PRIOR-IDX) = WS-CMD-STEP
                            AND NOT PRS-DROPPED(WS-PRIOR-IDX)
                        SET COMMAND-STEP-FOUND TO TRUE
                        MOVE PRS-RUN-STATE(WS-PRIOR-IDX)
                            TO WS-PRIOR-STATE
                        MOVE PRS-AUDIT-STATUS(WS-PRIOR-IDX)
                            TO WS-PRIOR-STATUS
                    END-IF
                END-PERFORM
                IF COMMAND-STEP-FOUND
                    MOVE SPACES TO CONTROL-JOURNAL-RECORD
                    SET CJR-RERUN TO TRUE
                    MOVE "JOBSTAT.DAT" TO CJR-FILE-NAME
                    MOVE "COMPLETION" TO CJR-FIELD-NAME
                    STRING WS-PRIOR-STATE " " WS-PRIOR-STATUS
                        DELIMITED BY SIZE INTO CJR-BEFORE
                    MOVE SPACES TO CJR-AFTER
                    PERFORM WRITE-CHANGE-JOURNAL
                END-IF
                IF COMMAND-STEP-FOUND AND JOURNAL-WRITTEN
                    PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                            UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                        IF PRS-STEP-NAME(WS-PRIOR-IDX) = WS-CMD-STEP
                            MOVE "D" TO PRS-DROPPED-SW(WS-PRIOR-IDX)
                        END-IF
                    END-PERFORM
                    PERFORM REWRITE-JOB-STATUS
                    DISPLAY "STEP " WS-CMD-STEP
                        " MARKED FOR RERUN"
                    PERFORM WARN-IF-UNCATALOGUED
                    MOVE "OPC-0003" TO OMR-MSG-ID
                    SET OMR-INFO TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING "OPERATOR " DELIMITED BY SIZE
                        WS-OPERATOR-ID DELIMITED BY SPACE
                        " MARKED STEP " WS-CMD-STEP " FOR RERUN"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                END-IF
                IF NOT COMMAND-STEP-FOUND
                    DISPLAY "STEP " WS-CMD-STEP
                        " HAS NO PRIOR-RUN RECORD - NOTHING TO DO"
                END-IF
