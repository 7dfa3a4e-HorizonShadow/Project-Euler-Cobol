                SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOBCTL-STATUS.
                SELECT PROBLEM-CATALOG-FILE ASSIGN TO "PROBCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PROBCAT-STATUS.
                SELECT PARM-FILE ASSIGN USING WS-PARM-FILE-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PARM-STATUS.
                SELECT ARCHPARM-FILE ASSIGN TO "ARCHPARM"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-ARCHPARM-STATUS.
            FILE SECTION.
            FD  JOB-CONTROL-FILE.
            COPY JOBCTLRC.
            FD  PROBLEM-CATALOG-FILE.
            01  PROBLEM-CATALOG-LINE        PIC X(123).
      *> Every problem's parameter file carries the PARMREC picture;
      *> the catalog says which file and how the program reads it.
            FD  PARM-FILE.
            COPY PARMREC.
            FD  ARCHPARM-FILE.
            01  ARCHPARM-RECORD.
                05  APR-RETENTION-DAYS      PIC 9(3).
            COPY AUDITREC.
            WORKING-STORAGE SECTION.
            01  WS-JOBCTL-STATUS            PIC XX.
            01  WS-PROBCAT-STATUS           PIC XX.
            01  WS-PARM-STATUS              PIC XX.
            01  WS-PARM-FILE-NAME           PIC X(12).
            01  WS-ARCHPARM-STATUS          PIC XX.
            01  WS-AUDIT-STATUS             PIC XX.
            01  WS-JOB-EOF-SW               PIC X VALUE "N".
                    10  EDT-COND-STATUS     PIC XX.
                    10  EDT-FREQ-TYPE       PIC X.
                    10  EDT-FREQ-VALUE      PIC XX.
                    10  EDT-RANGE-GROUP     PIC X(8).
                    10  EDT-RANGE-FROM      PIC X(7).
                    10  EDT-RANGE-TO        PIC X(7).
            01  WS-STEP-IDX                 PIC 9999.
            01  WS-SCAN-IDX                 PIC 9999.
            01  WS-DVT-IDX                  PIC 9.
            01  WS-PARM-EFF-SW              PIC X VALUE "N".
                88  PARM-EFFECTIVE-FOUND    VALUE "Y".
            01  WS-PARM-LINE-NO             PIC 9(4) VALUE ZERO.
            01  WS-PARM-DONE-SW             PIC X.
                88  PARM-FILE-DONE          VALUE "Y".
      *> The problem catalog, held whole: every JOBCTL.DAT step is
      *> looked up in it, and each problem's parameter file is edited
      *> against the MAX and divisor ranges its line gives.
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
            01  WS-CAT-LINE-NO              PIC 9(4).
            01  WS-DIVISOR-VALUE            PIC 999.
            01  WS-MAX-VALUE                PIC 9(7).
            COPY PROBCTRC.
      *> Range-group working fields: the bounds of the step being
      *> edited and of the step it is being compared with, taken as
      *> numbers (a blank range-from is zero), and the running
      *> coverage of a group's range steps ahead of its merge step.
            01  WS-RANGE-FROM               PIC 9(7).
            01  WS-RANGE-TO                 PIC 9(7).
            01  WS-SCAN-FROM                PIC 9(7).
            01  WS-SCAN-TO                  PIC 9(7).
            01  WS-RANGE-MAX                PIC 9(7).
            01  WS-RANGE-COVERED            PIC 9(8).
            01  WS-RANGE-STEPS              PIC 9999.
            01  WS-MERGE-FOUND-SW           PIC X.
                88  MERGE-STEP-FOUND        VALUE "Y".
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  EML-TEXT                PIC X(60).
            COPY OPSMSGRC.
            COPY CTLTOTRC.
            LINKAGE SECTION.
            COPY STEPPARM.
        PROCEDURE DIVISION USING STEP-PARM-AREA.
            WRITE EDIT-REPORT-RECORD
            MOVE SPACES TO EDIT-REPORT-RECORD
            WRITE EDIT-REPORT-RECORD
            PERFORM EDIT-PROBCAT
            PERFORM EDIT-JOBCTL
            PERFORM EDIT-PARM-FILES
            PERFORM EDIT-ARCHPARM
            MOVE SPACES TO EDIT-REPORT-RECORD
            WRITE EDIT-REPORT-RECORD
            MOVE "WARN" TO EML-SEVERITY
            MOVE EDIT-MSG-LINE TO EDIT-REPORT-RECORD
            WRITE EDIT-REPORT-RECORD.
      *> The catalog is edited first and held in storage: the step
      *> and parameter-file edits below are judged against it. A
      *> suite with no catalog cannot have its steps vouched for.
        EDIT-PROBCAT.
            MOVE "N" TO WS-CATALOG-EOF-SW
            MOVE "N" TO WS-CATALOG-OPEN-SW
            MOVE ZERO TO WS-CATALOG-COUNT
            MOVE ZERO TO WS-CAT-LINE-NO
            OPEN INPUT PROBLEM-CATALOG-FILE
            IF WS-PROBCAT-STATUS NOT = "00"
                MOVE SPACES TO EDIT-MSG-LINE
                MOVE "PROBCAT" TO EML-SOURCE
                MOVE "PROBCAT.DAT NOT FOUND - NO STEP CAN BE CHECKED"
                    TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            ELSE
                SET CATALOG-LOADED TO TRUE
                PERFORM UNTIL CATALOG-EOF
                    READ PROBLEM-CATALOG-FILE
                            INTO PROBLEM-CATALOG-RECORD
                        AT END
                            SET CATALOG-EOF TO TRUE
                        NOT AT END
                            PERFORM EDIT-ONE-CATALOG-LINE
                    END-READ
                END-PERFORM
                CLOSE PROBLEM-CATALOG-FILE
                IF WS-CATALOG-COUNT = 0
                    MOVE SPACES TO EDIT-MSG-LINE
                    MOVE "PROBCAT" TO EML-SOURCE
                    MOVE "PROBCAT.DAT IS EMPTY - NO STEP CAN BE CHECKED"
                        TO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                END-IF
            END-IF.
        EDIT-ONE-CATALOG-LINE.
            ADD 1 TO WS-CAT-LINE-NO
            MOVE SPACES TO EDIT-MSG-LINE
            MOVE "PROBCAT" TO EML-SOURCE
            MOVE WS-CAT-LINE-NO TO EML-ITEM
            IF PCR-PROGRAM-NAME = SPACES
                MOVE "PROGRAM NAME IS BLANK - LINE IGNORED" TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            ELSE
                MOVE PCR-PROGRAM-NAME TO WS-CATALOG-KEY
                PERFORM FIND-CATALOG-ENTRY
                IF CATALOG-ENTRY-FOUND
                    MOVE SPACES TO EML-TEXT
                    STRING "PROGRAM " DELIMITED BY SIZE
                        WS-CATALOG-KEY DELIMITED BY SPACE
                        " CATALOGUED TWICE - FIRST LINE USED"
                            DELIMITED BY SIZE
                        INTO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                ELSE
                    IF WS-CATALOG-COUNT >= 50
                        MOVE "PROBCAT.DAT EXCEEDS 50 PROGRAMS"
                            TO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    ELSE
                        ADD 1 TO WS-CATALOG-COUNT
                        MOVE PROBLEM-CATALOG-RECORD
                            TO CAT-ENTRY(WS-CATALOG-COUNT)
                        PERFORM CHECK-CATALOG-FIELDS
                    END-IF
                END-IF
            END-IF.
      *> A catalog line the driver and edit would misread: the MAX
      *> and divisor ranges must be numbers running low to high, the
      *> divisors no more than the five a JOBCTL.DAT step can carry,
      *> and a program that may be split must say what its partial
      *> results are named.
        CHECK-CATALOG-FIELDS.
            IF NOT PCR-PROBLEM AND NOT PCR-UTILITY
                MOVE SPACES TO EML-TEXT
                STRING "PROGRAM TYPE NOT P OR U - " PCR-PROGRAM-TYPE
                    DELIMITED BY SIZE INTO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            END-IF
            IF PCR-MAX-LOW IS NOT NUMERIC
                    OR PCR-MAX-HIGH IS NOT NUMERIC
                MOVE "MAX LIMIT RANGE NOT NUMERIC" TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            ELSE
                IF PCR-MAX-HIGH > 0 AND PCR-MAX-LOW > PCR-MAX-HIGH
                    MOVE "MAX LIMIT RANGE LOW EXCEEDS HIGH" TO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                END-IF
            END-IF
            IF PCR-DIVISOR-MAX-COUNT IS NOT NUMERIC
                    OR PCR-DIVISOR-MAX-COUNT > 5
                MOVE "DIVISOR COUNT LIMIT NOT 0-5" TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            ELSE
                IF PCR-DIVISOR-MAX-COUNT > 0
                    IF PCR-DIVISOR-LOW IS NOT NUMERIC
                            OR PCR-DIVISOR-HIGH IS NOT NUMERIC
                            OR PCR-DIVISOR-LOW = 0
                            OR PCR-DIVISOR-LOW > PCR-DIVISOR-HIGH
                        MOVE "DIVISOR RANGE NOT 001-999 LOW TO HIGH"
                            TO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    END-IF
                END-IF
            END-IF
            IF PCR-PARM-FILE NOT = SPACES
                    AND NOT PCR-PARM-DATED AND NOT PCR-PARM-FIRST
                MOVE SPACES TO EML-TEXT
                STRING "PARAMETER FILE USE NOT D OR F - " PCR-PARM-USE
                    DELIMITED BY SIZE INTO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            END-IF
            IF PCR-RANGE-ALLOWED AND PCR-PARTIAL-PREFIX = SPACES
                MOVE "SPLIT RUNS ALLOWED BUT NO PARTIAL PREFIX GIVEN"
                    TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
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
        EDIT-JOBCTL.
            MOVE "N" TO WS-JOB-EOF-SW
            OPEN INPUT JOB-CONTROL-FILE
                MOVE JCR-FREQ-TYPE TO EDT-FREQ-TYPE(WS-STEP-COUNT)
                MOVE JCR-FREQ-VALUE
                    TO EDT-FREQ-VALUE(WS-STEP-COUNT)
                MOVE JCR-RANGE-GROUP
                    TO EDT-RANGE-GROUP(WS-STEP-COUNT)
                MOVE JCR-RANGE-FROM TO EDT-RANGE-FROM(WS-STEP-COUNT)
                MOVE JCR-RANGE-TO TO EDT-RANGE-TO(WS-STEP-COUNT)
            END-IF.
        EDIT-ONE-STEP.
            MOVE SPACES TO EDIT-MSG-LINE
            MOVE "JOBCTL" TO EML-SOURCE
            MOVE EDT-STEP-NAME(WS-STEP-IDX) TO EML-ITEM
            MOVE "N" TO WS-CAT-FOUND-SW
            IF EDT-PROGRAM-NAME(WS-STEP-IDX) = SPACES
                MOVE "PROGRAM NAME IS BLANK" TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            ELSE
                IF CATALOG-LOADED
                    MOVE EDT-PROGRAM-NAME(WS-STEP-IDX)
                        TO WS-CATALOG-KEY
                    PERFORM FIND-CATALOG-ENTRY
                    IF NOT CATALOG-ENTRY-FOUND
                        MOVE SPACES TO EML-TEXT
                        STRING "PROGRAM " DELIMITED BY SIZE
                            WS-CATALOG-KEY DELIMITED BY SPACE
                            " NOT IN PROBLEM CATALOG - STEP REJECTED"
                                DELIMITED BY SIZE
                            INTO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    END-IF
                END-IF
            END-IF
            PERFORM CHECK-DUPLICATE-STEP
            PERFORM CHECK-PREDECESSOR-ORDER
            PERFORM CHECK-STEP-PARMS
            PERFORM CHECK-STEP-FREQUENCY
            PERFORM CHECK-STEP-RANGE
            IF EDT-HOLD-SW(WS-STEP-IDX) NOT = SPACE
                    AND EDT-HOLD-SW(WS-STEP-IDX) NOT = "H"
                MOVE SPACES TO EML-TEXT
                MOVE "MAX LIMIT NOT NUMERIC" TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            END-IF
            IF EDT-MAX-LIMIT(WS-STEP-IDX) IS NUMERIC
                    AND EDT-MAX-LIMIT(WS-STEP-IDX) NOT = ZEROS
                MOVE EDT-MAX-LIMIT(WS-STEP-IDX) TO WS-MAX-VALUE
                PERFORM CHECK-MAX-IN-CATALOG
            END-IF
            IF EDT-DIVISOR-COUNT(WS-STEP-IDX) IS NUMERIC
                    AND EDT-DIVISOR-COUNT(WS-STEP-IDX) NOT = "0"
                MOVE EDT-DIVISOR-COUNT(WS-STEP-IDX) TO WS-DVT-COUNT
                    MOVE "DIVISOR COUNT EXCEEDS 5" TO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                ELSE
                    PERFORM CHECK-DIVISOR-COUNT-IN-CATALOG
                    PERFORM CHECK-DIVISOR-LIST
                END-IF
            END-IF.
                    PERFORM WRITE-EDIT-ERROR
                ELSE
                    PERFORM CHECK-DUPLICATE-DIVISOR
                    MOVE EDT-DIVISOR(WS-STEP-IDX, WS-DVT-IDX)
                        TO WS-DIVISOR-VALUE
                    PERFORM CHECK-DIVISOR-IN-CATALOG
                END-IF
            END-PERFORM.
        CHECK-DUPLICATE-DIVISOR.
                    PERFORM WRITE-EDIT-ERROR
                END-IF
            END-PERFORM.
      *> Parameters are judged against the catalog line of the
      *> program they are for (step or parameter file alike); with
      *> no catalog line there is nothing to judge them by. A MAX or
      *> divisors given to a program that takes none do no harm -
      *> the driver does not pass them - but are worth a look.
        CHECK-MAX-IN-CATALOG.
            IF CATALOG-ENTRY-FOUND
                IF PCR-MAX-HIGH = ZERO
                    MOVE SPACES TO EML-TEXT
                    STRING PCR-PROGRAM-NAME DELIMITED BY SPACE
                        " TAKES NO MAX LIMIT - IGNORED"
                            DELIMITED BY SIZE
                        INTO EML-TEXT
                    PERFORM WRITE-EDIT-WARNING
                ELSE
                    IF WS-MAX-VALUE < PCR-MAX-LOW
                            OR WS-MAX-VALUE > PCR-MAX-HIGH
                        MOVE SPACES TO EML-TEXT
                        STRING "MAX LIMIT " WS-MAX-VALUE
                            " OUTSIDE CATALOG RANGE " PCR-MAX-LOW
                            "-" PCR-MAX-HIGH
                            DELIMITED BY SIZE INTO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    END-IF
                END-IF
            END-IF.
        CHECK-DIVISOR-COUNT-IN-CATALOG.
            IF CATALOG-ENTRY-FOUND
                IF PCR-DIVISOR-MAX-COUNT = ZERO
                    MOVE SPACES TO EML-TEXT
                    STRING PCR-PROGRAM-NAME DELIMITED BY SPACE
                        " TAKES NO DIVISORS - IGNORED"
                            DELIMITED BY SIZE
                        INTO EML-TEXT
                    PERFORM WRITE-EDIT-WARNING
                ELSE
                    IF WS-DVT-COUNT > PCR-DIVISOR-MAX-COUNT
                        MOVE SPACES TO EML-TEXT
                        STRING "DIVISOR COUNT " WS-DVT-COUNT
                            " EXCEEDS CATALOG LIMIT OF "
                            PCR-DIVISOR-MAX-COUNT
                            DELIMITED BY SIZE INTO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    END-IF
                END-IF
            END-IF.
        CHECK-DIVISOR-IN-CATALOG.
            IF CATALOG-ENTRY-FOUND
                    AND PCR-DIVISOR-MAX-COUNT > ZERO
                IF WS-DIVISOR-VALUE < PCR-DIVISOR-LOW
                        OR WS-DIVISOR-VALUE > PCR-DIVISOR-HIGH
                    MOVE SPACES TO EML-TEXT
                    STRING "DIVISOR " WS-DVT-IDX " (" WS-DIVISOR-VALUE
                        ") OUTSIDE CATALOG RANGE " PCR-DIVISOR-LOW
                        "-" PCR-DIVISOR-HIGH
                        DELIMITED BY SIZE INTO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                END-IF
            END-IF.
        CHECK-STEP-FREQUENCY.
            EVALUATE EDT-FREQ-TYPE(WS-STEP-IDX)
                WHEN SPACE
                        DELIMITED BY SIZE INTO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
            END-EVALUATE.
      *> A range-partitioned run only files a result if its merge
      *> step finds every slice present, under one signature, and
      *> tiling 0 to MAX with no gap or overlap. Each of those is
      *> judged here from the job-control lines themselves, so a
      *> mis-keyed split is caught before the slices have burned
      *> the window rather than by a refused merge at the end.
        CHECK-STEP-RANGE.
            IF EDT-RANGE-GROUP(WS-STEP-IDX) = SPACES
                IF (EDT-RANGE-FROM(WS-STEP-IDX) NOT = SPACES
                        AND EDT-RANGE-FROM(WS-STEP-IDX) NOT = ZEROS)
                    OR (EDT-RANGE-TO(WS-STEP-IDX) NOT = SPACES
                        AND EDT-RANGE-TO(WS-STEP-IDX) NOT = ZEROS)
                    MOVE "RANGE GIVEN WITHOUT A RANGE GROUP - IGNORED"
                        TO EML-TEXT
                    PERFORM WRITE-EDIT-WARNING
                END-IF
            ELSE
                IF CATALOG-ENTRY-FOUND AND NOT PCR-RANGE-ALLOWED
                    MOVE SPACES TO EML-TEXT
                    STRING "RANGE GROUP NOT VALID - " DELIMITED BY SIZE
                        PCR-PROGRAM-NAME DELIMITED BY SPACE
                        " RUNS CANNOT BE SPLIT" DELIMITED BY SIZE
                        INTO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                END-IF
                IF EDT-MAX-LIMIT(WS-STEP-IDX) IS NOT NUMERIC
                        OR EDT-MAX-LIMIT(WS-STEP-IDX) = ZEROS
                    MOVE "RANGE GROUP STEP NEEDS ITS OWN MAX LIMIT"
                        TO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                ELSE
                    MOVE EDT-MAX-LIMIT(WS-STEP-IDX) TO WS-RANGE-MAX
                    IF EDT-RANGE-TO(WS-STEP-IDX) = SPACES
                            OR EDT-RANGE-TO(WS-STEP-IDX) = ZEROS
                        PERFORM CHECK-MERGE-STEP
                    ELSE
                        PERFORM CHECK-RANGE-STEP
                    END-IF
                END-IF
            END-IF.
        CHECK-RANGE-STEP.
            IF EDT-RANGE-TO(WS-STEP-IDX) IS NOT NUMERIC
                    OR (EDT-RANGE-FROM(WS-STEP-IDX) IS NOT NUMERIC
                        AND EDT-RANGE-FROM(WS-STEP-IDX) NOT = SPACES)
                MOVE "IND RANGE NOT NUMERIC" TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            ELSE
                MOVE WS-STEP-IDX TO WS-SCAN-IDX
                PERFORM GET-SCAN-RANGE
                MOVE WS-SCAN-FROM TO WS-RANGE-FROM
                MOVE WS-SCAN-TO TO WS-RANGE-TO
                IF WS-RANGE-FROM NOT < WS-RANGE-TO
                    MOVE "RANGE FROM IS NOT BELOW RANGE TO"
                        TO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                END-IF
                IF WS-RANGE-TO > WS-RANGE-MAX
                    MOVE "RANGE TO EXCEEDS THE STEP'S MAX LIMIT"
                        TO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                END-IF
                PERFORM CHECK-RANGE-OVERLAP
                PERFORM FIND-GROUP-MERGE-STEP
            END-IF.
        CHECK-RANGE-OVERLAP.
            PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX >= WS-STEP-IDX
                IF EDT-RANGE-GROUP(WS-SCAN-IDX)
                        = EDT-RANGE-GROUP(WS-STEP-IDX)
                        AND EDT-RANGE-TO(WS-SCAN-IDX) IS NUMERIC
                        AND EDT-RANGE-TO(WS-SCAN-IDX) NOT = ZEROS
                    PERFORM GET-SCAN-RANGE
                    IF WS-SCAN-FROM < WS-RANGE-TO
                            AND WS-RANGE-FROM < WS-SCAN-TO
                        MOVE SPACES TO EML-TEXT
                        STRING "IND RANGE OVERLAPS STEP "
                            EDT-STEP-NAME(WS-SCAN-IDX)
                            DELIMITED BY SIZE INTO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    END-IF
                END-IF
            END-PERFORM.
      *> The merge step must come after its range steps (the driver
      *> runs the file top to bottom) and must carry the same MAX
      *> and divisor set, or every partial would be refused.
        FIND-GROUP-MERGE-STEP.
            MOVE "N" TO WS-MERGE-FOUND-SW
            PERFORM VARYING WS-SCAN-IDX FROM WS-STEP-IDX BY 1
                    UNTIL WS-SCAN-IDX > WS-STEP-COUNT
                        OR MERGE-STEP-FOUND
                IF EDT-RANGE-GROUP(WS-SCAN-IDX)
                        = EDT-RANGE-GROUP(WS-STEP-IDX)
                        AND (EDT-RANGE-TO(WS-SCAN-IDX) = SPACES
                            OR EDT-RANGE-TO(WS-SCAN-IDX) = ZEROS)
                    SET MERGE-STEP-FOUND TO TRUE
                    IF EDT-MAX-LIMIT(WS-SCAN-IDX)
                            NOT = EDT-MAX-LIMIT(WS-STEP-IDX)
                            OR EDT-DIVISOR-COUNT(WS-SCAN-IDX)
                                NOT = EDT-DIVISOR-COUNT(WS-STEP-IDX)
                            OR EDT-DIVISOR-LIST(WS-SCAN-IDX)
                                NOT = EDT-DIVISOR-LIST(WS-STEP-IDX)
                        MOVE SPACES TO EML-TEXT
                        STRING "MAX/DIVISORS DIFFER FROM MERGE STEP "
                            EDT-STEP-NAME(WS-SCAN-IDX)
                            DELIMITED BY SIZE INTO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    END-IF
                END-IF
            END-PERFORM
            IF NOT MERGE-STEP-FOUND
                MOVE SPACES TO EML-TEXT
                STRING "NO MERGE STEP FOR GROUP "
                    EDT-RANGE-GROUP(WS-STEP-IDX) " LATER IN FILE"
                    DELIMITED BY SIZE INTO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            END-IF.
      *> With overlaps already reported against the range steps,
      *> slices whose lengths add up to exactly MAX tile 0 to MAX.
        CHECK-MERGE-STEP.
            MOVE ZERO TO WS-RANGE-STEPS
            MOVE ZERO TO WS-RANGE-COVERED
            MOVE "N" TO WS-MERGE-FOUND-SW
            PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX >= WS-STEP-IDX
                IF EDT-RANGE-GROUP(WS-SCAN-IDX)
                        = EDT-RANGE-GROUP(WS-STEP-IDX)
                    IF EDT-RANGE-TO(WS-SCAN-IDX) = SPACES
                            OR EDT-RANGE-TO(WS-SCAN-IDX) = ZEROS
                        SET MERGE-STEP-FOUND TO TRUE
                    ELSE
                        IF EDT-RANGE-TO(WS-SCAN-IDX) IS NUMERIC
                            PERFORM GET-SCAN-RANGE
                            ADD 1 TO WS-RANGE-STEPS
                            IF WS-SCAN-TO > WS-SCAN-FROM
                                COMPUTE WS-RANGE-COVERED =
                                    WS-RANGE-COVERED + WS-SCAN-TO
                                    - WS-SCAN-FROM
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF MERGE-STEP-FOUND
                MOVE "SECOND MERGE STEP FOR THE SAME RANGE GROUP"
                    TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            END-IF
            IF WS-RANGE-STEPS = 0
                MOVE "MERGE STEP HAS NO RANGE STEPS AHEAD OF IT"
                    TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            ELSE
                IF WS-RANGE-COVERED NOT = WS-RANGE-MAX
                    MOVE SPACES TO EML-TEXT
                    STRING "GROUP RANGES COVER " WS-RANGE-COVERED
                        " OF 0 TO MAX " WS-RANGE-MAX
                        DELIMITED BY SIZE INTO EML-TEXT
                    PERFORM WRITE-EDIT-ERROR
                END-IF
            END-IF.
        GET-SCAN-RANGE.
            IF EDT-RANGE-FROM(WS-SCAN-IDX) IS NUMERIC
                MOVE EDT-RANGE-FROM(WS-SCAN-IDX) TO WS-SCAN-FROM
            ELSE
                MOVE ZERO TO WS-SCAN-FROM
            END-IF
            MOVE EDT-RANGE-TO(WS-SCAN-IDX) TO WS-SCAN-TO.
      *> Each catalogued problem's parameter file is edited against
      *> that problem's catalog line. A file read by effective date
      *> faults its program two ways: a record that is unusable on
      *> its own, and a file whose records are all future dated,
      *> which the program rejects at 2 AM. A file read by its first
      *> record only is judged on that record alone. Either is caught
      *> here while someone is awake to fix it.
        EDIT-PARM-FILES.
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
                MOVE CAT-ENTRY(WS-CAT-IDX) TO PROBLEM-CATALOG-RECORD
                IF PCR-PROBLEM AND PCR-PARM-FILE NOT = SPACES
                    SET CATALOG-ENTRY-FOUND TO TRUE
                    PERFORM EDIT-ONE-PARM-FILE
                END-IF
            END-PERFORM.
        EDIT-ONE-PARM-FILE.
            MOVE PCR-PARM-FILE TO WS-PARM-FILE-NAME
            MOVE "N" TO WS-PARM-EOF-SW
            MOVE "N" TO WS-PARM-DONE-SW
            MOVE ZERO TO WS-PARM-REC-COUNT
            MOVE ZERO TO WS-PARM-LINE-NO
            MOVE "N" TO WS-PARM-EFF-SW
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS NOT = "00"
                MOVE SPACES TO EDIT-MSG-LINE
                MOVE PCR-PARM-FILE TO EML-SOURCE
                STRING PCR-PARM-FILE DELIMITED BY SPACE
                    " NOT FOUND - DEFAULTS WILL BE USED"
                        DELIMITED BY SIZE
                    INTO EML-TEXT
                PERFORM WRITE-EDIT-WARNING
            ELSE
                PERFORM UNTIL PARM-EOF OR PARM-FILE-DONE
                    READ PARM-FILE
                        AT END
                            SET PARM-EOF TO TRUE
                        NOT AT END
                            PERFORM EDIT-ONE-PARM
                            IF PCR-PARM-FIRST
                                SET PARM-FILE-DONE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
                MOVE SPACES TO EDIT-MSG-LINE
                MOVE PCR-PARM-FILE TO EML-SOURCE
                IF WS-PARM-REC-COUNT = 0
                    STRING PCR-PARM-FILE DELIMITED BY SPACE
                        " IS EMPTY - DEFAULTS WILL BE USED"
                            DELIMITED BY SIZE
                        INTO EML-TEXT
                    PERFORM WRITE-EDIT-WARNING
                ELSE
                    IF PCR-PARM-DATED AND NOT PARM-EFFECTIVE-FOUND
                        STRING "NO RECORD IN EFFECT FOR " WS-RUN-DATE
                            " - ALL FUTURE OR BAD DATES"
                            DELIMITED BY SIZE INTO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    END-IF
                END-IF
            END-IF.
      *> A zero MAX leaves the program on its own default, which is
      *> fine among dated records; a first-record-only file exists
      *> to set the MAX, so a zero there is a keying error.
        EDIT-ONE-PARM.
            ADD 1 TO WS-PARM-REC-COUNT
            ADD 1 TO WS-PARM-LINE-NO
            MOVE SPACES TO EDIT-MSG-LINE
            MOVE PCR-PARM-FILE TO EML-SOURCE
            MOVE WS-PARM-LINE-NO TO EML-ITEM
            IF PARM-RUN-DATE IS NOT NUMERIC
                IF PCR-PARM-DATED
                    MOVE "EFFECTIVE DATE NOT NUMERIC - RECORD INVISIBLE"
                        TO EML-TEXT
                ELSE
                    MOVE "EFFECTIVE DATE NOT NUMERIC" TO EML-TEXT
                END-IF
                PERFORM WRITE-EDIT-ERROR
            ELSE
                IF PARM-RUN-DATE NOT > WS-RUN-DATE
            IF PARM-MAX-LIMIT IS NOT NUMERIC
                MOVE "MAX LIMIT NOT NUMERIC" TO EML-TEXT
                PERFORM WRITE-EDIT-ERROR
            ELSE
                IF PARM-MAX-LIMIT = ZERO
                    IF PCR-PARM-FIRST
                        MOVE "MAX LIMIT IS ZERO" TO EML-TEXT
                        PERFORM WRITE-EDIT-ERROR
                    END-IF
                ELSE
                    MOVE PARM-MAX-LIMIT TO WS-MAX-VALUE
                    PERFORM CHECK-MAX-IN-CATALOG
                END-IF
            END-IF
            IF PARM-DIVISOR-COUNT IS NUMERIC
                    AND PARM-DIVISOR-COUNT > 0
                    PERFORM WRITE-EDIT-ERROR
                ELSE
                    MOVE PARM-DIVISOR-COUNT TO WS-DVT-COUNT
                    PERFORM CHECK-DIVISOR-COUNT-IN-CATALOG
                    PERFORM CHECK-PARM-DIVISORS
                END-IF
            END-IF.
                    PERFORM WRITE-EDIT-ERROR
                ELSE
                    PERFORM CHECK-DUP-PARM-DIVISOR
                    MOVE PARM-DIVISOR(WS-DVT-IDX) TO WS-DIVISOR-VALUE
                    PERFORM CHECK-DIVISOR-IN-CATALOG
                END-IF
            END-PERFORM.
        CHECK-DUP-PARM-DIVISOR.
                    PERFORM WRITE-EDIT-ERROR
                END-IF
            END-PERFORM.
        EDIT-ARCHPARM.
            OPEN INPUT ARCHPARM-FILE
            IF WS-ARCHPARM-STATUS NOT = "00"
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            PERFORM WRITE-AUDIT-HEADER
            MOVE SPACES TO AUDIT-RECORD
            MOVE WS-RUN-DATE TO AUDIT-TIMESTAMP(1:8)
            MOVE WS-TIME-OF-DAY TO AUDIT-TIMESTAMP(9:6)
            MOVE WS-RETURN-STATUS TO AUDIT-RETURN-STATUS
            MOVE "CONTROL-EDIT" TO AUDIT-PROGRAM
            WRITE AUDIT-RECORD
            PERFORM WRITE-AUDIT-TRAILER
            CLOSE AUDIT-FILE.
      *> Each append to the audit log is its own header/trailer
      *> block (CTLTOTRC) around the one line this run adds; this
      *> program has no run signature or sum, so both are zero.
        WRITE-AUDIT-HEADER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-HEADER TO TRUE
            MOVE "CONTROL-EDIT" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE ZEROS TO CTR-SIGNATURE
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
        WRITE-AUDIT-TRAILER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-TRAILER TO TRUE
            MOVE "CONTROL-EDIT" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE 1 TO CTR-RECORD-COUNT
            MOVE ZERO TO CTR-HASH-TOTAL
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
