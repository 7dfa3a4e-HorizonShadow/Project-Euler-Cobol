        IDENTIFICATION DIVISION.
        PROGRAM-ID. CTL-SNAPSHOT.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTROL-FILE ASSIGN USING WS-CONTROL-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-CONTROL-STATUS.
                SELECT SNAPSHOT-FILE ASSIGN USING WS-SNAPSHOT-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-SNAPSHOT-STATUS.
                SELECT SNAP-CAT-FILE ASSIGN TO "SNAPCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-SNAP-CAT-STATUS.
                SELECT JOURNAL-FILE ASSIGN TO "CTLJRNL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOURNAL-STATUS.
                SELECT DIFF-REPORT-FILE ASSIGN TO "CTLDIFF.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD  CONTROL-FILE.
            01  CONTROL-RECORD              PIC X(100).
            FD  SNAPSHOT-FILE.
            01  SNAPSHOT-RECORD             PIC X(100).
      *> Catalog of snapshot generations, appended in the order they
      *> are taken, so the last entry for a control file is its
      *> latest generation. A "*RUN*" entry marks each run of this
      *> program; the last one is where tonight's journal listing
      *> starts from.
            FD  SNAP-CAT-FILE.
            01  SNAP-CAT-RECORD.
                05  SCR-CONTROL-NAME        PIC X(12).
                    88  SCR-RUN-MARKER      VALUE "*RUN*".
                05  FILLER                  PIC X(1).
                05  SCR-SNAPSHOT-NAME       PIC X(20).
                05  FILLER                  PIC X(1).
                05  SCR-STAMP.
                    10  SCR-DATE            PIC 9(8).
                    10  SCR-TIME            PIC 9(8).
            FD  JOURNAL-FILE.
            COPY CTLJRNRC.
            FD  DIFF-REPORT-FILE.
            01  DIFF-REPORT-RECORD          PIC X(110).
            WORKING-STORAGE SECTION.
            01  WS-CONTROL-STATUS           PIC XX.
            01  WS-SNAPSHOT-STATUS          PIC XX.
            01  WS-SNAP-CAT-STATUS          PIC XX.
            01  WS-JOURNAL-STATUS           PIC XX.
            01  WS-CONTROL-NAME             PIC X(20).
            01  WS-SNAPSHOT-NAME            PIC X(20).
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-RUN-TIME                 PIC 9(8).
            01  WS-FILE-EOF-SW              PIC X.
                88  FILE-EOF                VALUE "Y".
      *> The control files kept under snapshot: file name, the
      *> prefix its dated generations are named with, where the key
      *> that pairs a record with its earlier self sits on the line
      *> (none for the one-record ARCHPARM), the key given to a
      *> record whose key is blank (the driver's own STEPnnnn default
      *> for JOBCTL.DAT), and which entries of the field list below
      *> describe its record.
            01  CONTROL-FILE-LIST.
                05  FILLER                  PIC X(35)
                    VALUE "JOBCTL.DAT  JOBCTL.S  05408STEP0113".
                05  FILLER                  PIC X(35)
                    VALUE "PARMFILE    PARMFILE.S00108REC 1404".
                05  FILLER                  PIC X(35)
                    VALUE "P2PARM      P2PARM.S  00108REC 1804".
                05  FILLER                  PIC X(35)
                    VALUE "CALENDAR.DATCALENDAR.S00108REC 2201".
                05  FILLER                  PIC X(35)
                    VALUE "ARCHPARM    ARCHPARM.S00000REC 2301".
            01  CONTROL-FILE-TABLE REDEFINES CONTROL-FILE-LIST.
                05  CFT-ENTRY OCCURS 5 TIMES.
                    10  CFT-FILE-NAME       PIC X(12).
                    10  CFT-SNAP-PREFIX     PIC X(10).
                    10  CFT-KEY-START       PIC 9(3).
                    10  CFT-KEY-LENGTH      PIC 9(2).
                    10  CFT-DEFAULT-KEY     PIC X(4).
                    10  CFT-FIRST-FIELD     PIC 9(2).
                    10  CFT-FIELD-COUNT     PIC 9(2).
            01  WS-CFT-IDX                  PIC 9(4).
      *> Field-by-field layout of each control record, as JOBCTLRC,
      *> PARMREC (PARMFILE and P2PARM alike), the driver's calendar
      *> line and the ARCHPARM retention record picture them: name
      *> printed on the report, start column, length.
            01  FIELD-LIST.
                05  FILLER  PIC X(17) VALUE "PROGRAM     00130".
                05  FILLER  PIC X(17) VALUE "MAX-LIMIT   03107".
                05  FILLER  PIC X(17) VALUE "DIV-COUNT   03801".
                05  FILLER  PIC X(17) VALUE "DIVISORS    03915".
                05  FILLER  PIC X(17) VALUE "STEP-NAME   05408".
                05  FILLER  PIC X(17) VALUE "HOLD        06201".
                05  FILLER  PIC X(17) VALUE "PREDECESSOR 06308".
                05  FILLER  PIC X(17) VALUE "COND-STATUS 07102".
                05  FILLER  PIC X(17) VALUE "FREQ-TYPE   07301".
                05  FILLER  PIC X(17) VALUE "FREQ-VALUE  07402".
                05  FILLER  PIC X(17) VALUE "RANGE-GROUP 07608".
                05  FILLER  PIC X(17) VALUE "RANGE-FROM  08407".
                05  FILLER  PIC X(17) VALUE "RANGE-TO    09107".
                05  FILLER  PIC X(17) VALUE "RUN-DATE    00108".
                05  FILLER  PIC X(17) VALUE "MAX-LIMIT   00907".
                05  FILLER  PIC X(17) VALUE "DIV-COUNT   01601".
                05  FILLER  PIC X(17) VALUE "DIVISORS    01715".
                05  FILLER  PIC X(17) VALUE "RUN-DATE    00108".
                05  FILLER  PIC X(17) VALUE "MAX-LIMIT   00907".
                05  FILLER  PIC X(17) VALUE "DIV-COUNT   01601".
                05  FILLER  PIC X(17) VALUE "DIVISORS    01715".
                05  FILLER  PIC X(17) VALUE "NO-RUN-DATE 00108".
                05  FILLER  PIC X(17) VALUE "RETENTION   00103".
            01  FIELD-TABLE REDEFINES FIELD-LIST.
                05  FLD-ENTRY OCCURS 23 TIMES.
                    10  FLD-NAME            PIC X(12).
                    10  FLD-START           PIC 9(3).
                    10  FLD-LENGTH          PIC 9(2).
            01  WS-FLD-IDX                  PIC 9(4).
            01  WS-LAST-FLD                 PIC 9(4).
      *> Latest generation of each control file per the catalog.
            01  WS-LATEST-TABLE.
                05  LSN-ENTRY OCCURS 5 TIMES.
                    10  LSN-SNAPSHOT-NAME   PIC X(20).
                    10  LSN-DATE            PIC 9(8).
                    10  LSN-TIME            PIC 9(8).
            01  WS-LAST-RUN-STAMP.
                05  WS-LAST-RUN-DATE        PIC 9(8) VALUE ZERO.
                05  WS-LAST-RUN-TIME        PIC 9(8) VALUE ZERO.
      *> Tonight's control file and its last generation, both held
      *> whole so records can be paired by key regardless of order.
            01  WS-CUR-COUNT                PIC 9(4).
            01  WS-CUR-TABLE.
                05  CUR-ENTRY OCCURS 200 TIMES.
                    10  CUR-RECORD          PIC X(100).
                    10  CUR-KEY             PIC X(8).
            01  WS-CUR-IDX                  PIC 9(4).
            01  WS-PRV-COUNT                PIC 9(4).
            01  WS-PRV-TABLE.
                05  PRV-ENTRY OCCURS 200 TIMES.
                    10  PRV-RECORD          PIC X(100).
                    10  PRV-KEY             PIC X(8).
                    10  PRV-MATCHED-SW      PIC X.
                        88  PRV-MATCHED     VALUE "Y".
            01  WS-PRV-IDX                  PIC 9(4).
            01  WS-MATCH-IDX                PIC 9(4).
            01  WS-RECORD-KEY               PIC X(8).
            01  WS-TABLE-FULL-SW            PIC X.
                88  TABLE-FULL              VALUE "Y".
            01  WS-CURRENT-SW               PIC X.
                88  CURRENT-FOUND           VALUE "Y".
            01  WS-PRIOR-SW                 PIC X.
                88  PRIOR-FOUND             VALUE "Y".
            01  WS-CHANGED-SW               PIC X.
                88  FILE-CHANGED            VALUE "Y".
            01  WS-ADDED-COUNT              PIC 9(4).
            01  WS-REMOVED-COUNT            PIC 9(4).
            01  WS-CHANGED-COUNT            PIC 9(4).
            01  WS-FIELD-COUNT              PIC 9(4).
            01  WS-RECORD-FIELDS            PIC 9(4).
            01  WS-FILES-CHANGED            PIC 9(4) VALUE ZERO.
            01  WS-FILES-UNCHANGED          PIC 9(4) VALUE ZERO.
            01  WS-FILES-FAILED             PIC 9(4) VALUE ZERO.
            01  WS-JOURNAL-COUNT            PIC 9(4) VALUE ZERO.
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
            01  DIFF-LINE.
                05  DFL-ACTION              PIC X(9).
                05  DFL-KEY                 PIC X(10).
                05  DFL-FIELD               PIC X(13).
                05  DFL-BEFORE              PIC X(31).
                05  DFL-AFTER               PIC X(30).
            01  JOURNAL-LINE.
                05  JL-DATE                 PIC X(8).
                05  FILLER                  PIC X(1) VALUE SPACES.
                05  JL-TIME                 PIC X(6).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  JL-OPERATOR             PIC X(10).
                05  JL-COMMAND              PIC X(9).
                05  JL-FILE-NAME            PIC X(13).
                05  JL-STEP-NAME            PIC X(10).
                05  JL-FIELD-NAME           PIC X(13).
                05  JL-BEFORE               PIC X(13).
                05  JL-AFTER                PIC X(12).
            COPY OPSMSGRC.
      *> Run each night ahead of JOB-DRIVER. Compares every control
      *> file the suite reads with its last dated generation and
      *> lists on CTLDIFF.OUT each record added or removed and each
      *> field changed, then takes a new generation of any file that
      *> changed (or has none yet). Generations are named by date,
      *> so a second change on the same day replaces that day's
      *> generation once tonight's report has shown the difference.
      *> Console holds, releases and reruns journalled since the last
      *> run are listed after the files, with who made them.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            PERFORM LOAD-SNAPSHOT-CATALOG
            OPEN OUTPUT DIFF-REPORT-FILE
            MOVE "CONTROL FILE DIFFERENCE REPORT" TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "RUN DATE:" TO RL-LABEL
            MOVE WS-RUN-DATE TO RL-VALUE
            MOVE REPORT-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "LAST REPORT:" TO RL-LABEL
            IF WS-LAST-RUN-DATE = ZERO
                MOVE "NONE" TO RL-VALUE
            ELSE
                MOVE SPACES TO RL-VALUE
                STRING WS-LAST-RUN-DATE " " WS-LAST-RUN-TIME(1:6)
                    DELIMITED BY SIZE INTO RL-VALUE
            END-IF
            MOVE REPORT-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            OPEN EXTEND SNAP-CAT-FILE
            IF WS-SNAP-CAT-STATUS NOT = "00"
                OPEN OUTPUT SNAP-CAT-FILE
            END-IF
            PERFORM VARYING WS-CFT-IDX FROM 1 BY 1
                    UNTIL WS-CFT-IDX > 5
                PERFORM COMPARE-ONE-CONTROL-FILE
            END-PERFORM
            PERFORM LIST-CONSOLE-CHANGES
            MOVE SPACES TO SNAP-CAT-RECORD
            SET SCR-RUN-MARKER TO TRUE
            MOVE WS-RUN-DATE TO SCR-DATE
            MOVE WS-RUN-TIME TO SCR-TIME
            WRITE SNAP-CAT-RECORD
            CLOSE SNAP-CAT-FILE
            MOVE SPACES TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "FILES CHANGED:" TO RL-LABEL
            MOVE WS-FILES-CHANGED TO RL-VALUE
            MOVE REPORT-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "FILES UNCHANGED:" TO RL-LABEL
            MOVE WS-FILES-UNCHANGED TO RL-VALUE
            MOVE REPORT-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "FILES NOT COMPARED:" TO RL-LABEL
            MOVE WS-FILES-FAILED TO RL-VALUE
            MOVE REPORT-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "CONSOLE CHANGES:" TO RL-LABEL
            MOVE WS-JOURNAL-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            CLOSE DIFF-REPORT-FILE
            MOVE "SNP-9999" TO OMR-MSG-ID
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            IF WS-FILES-FAILED > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.
        LOG-OPS-MESSAGE.
            MOVE "CTL-SNAPSHOT" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
                ON EXCEPTION
                    DISPLAY OMR-TEXT
            END-CALL.
        LOAD-SNAPSHOT-CATALOG.
            MOVE SPACES TO WS-LATEST-TABLE
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT SNAP-CAT-FILE
            IF WS-SNAP-CAT-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ SNAP-CAT-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM STORE-CATALOG-ENTRY
                    END-READ
                END-PERFORM
                CLOSE SNAP-CAT-FILE
            END-IF.
        STORE-CATALOG-ENTRY.
            IF SCR-RUN-MARKER
                MOVE SCR-STAMP TO WS-LAST-RUN-STAMP
            ELSE
                PERFORM VARYING WS-CFT-IDX FROM 1 BY 1
                        UNTIL WS-CFT-IDX > 5
                    IF CFT-FILE-NAME(WS-CFT-IDX) = SCR-CONTROL-NAME
                        MOVE SCR-SNAPSHOT-NAME
                            TO LSN-SNAPSHOT-NAME(WS-CFT-IDX)
                        MOVE SCR-DATE TO LSN-DATE(WS-CFT-IDX)
                        MOVE SCR-TIME TO LSN-TIME(WS-CFT-IDX)
                    END-IF
                END-PERFORM
            END-IF.
      *> A control file that is missing, or too big to hold, is
      *> neither compared nor snapshotted: its last good generation
      *> stays the one the next night compares with.
        COMPARE-ONE-CONTROL-FILE.
            MOVE ZERO TO WS-ADDED-COUNT
            MOVE ZERO TO WS-REMOVED-COUNT
            MOVE ZERO TO WS-CHANGED-COUNT
            MOVE ZERO TO WS-FIELD-COUNT
            MOVE "N" TO WS-CHANGED-SW
            COMPUTE WS-LAST-FLD = CFT-FIRST-FIELD(WS-CFT-IDX)
                + CFT-FIELD-COUNT(WS-CFT-IDX) - 1
            MOVE SPACES TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "CONTROL FILE:" TO RL-LABEL
            MOVE CFT-FILE-NAME(WS-CFT-IDX) TO RL-VALUE
            MOVE REPORT-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            PERFORM LOAD-CURRENT-FILE
            EVALUATE TRUE
                WHEN NOT CURRENT-FOUND
                    ADD 1 TO WS-FILES-FAILED
                    MOVE "NOT FOUND - NOT COMPARED, NO SNAPSHOT TAKEN"
                        TO DIFF-REPORT-RECORD
                    WRITE DIFF-REPORT-RECORD
                    MOVE "SNP-0001" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING CFT-FILE-NAME(WS-CFT-IDX) DELIMITED BY SPACE
                        " NOT FOUND - NOT COMPARED"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                WHEN TABLE-FULL
                    ADD 1 TO WS-FILES-FAILED
                    MOVE "OVER 200 RECORDS - NOT COMPARED, NO SNAPSHOT"
                        TO DIFF-REPORT-RECORD
                    WRITE DIFF-REPORT-RECORD
                    MOVE "SNP-0003" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING CFT-FILE-NAME(WS-CFT-IDX) DELIMITED BY SPACE
                        " OVER 200 RECORDS - NOT COMPARED"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                WHEN OTHER
                    PERFORM COMPARE-WITH-PRIOR
            END-EVALUATE.
        COMPARE-WITH-PRIOR.
            PERFORM LOAD-PRIOR-SNAPSHOT
            IF NOT PRIOR-FOUND
                SET FILE-CHANGED TO TRUE
                MOVE "NO PRIOR SNAPSHOT - BASELINE TAKEN"
                    TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
            ELSE
                MOVE "COMPARED WITH:" TO RL-LABEL
                MOVE LSN-SNAPSHOT-NAME(WS-CFT-IDX) TO RL-VALUE
                MOVE REPORT-LINE TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
                PERFORM DIFF-AGAINST-PRIOR
            END-IF
            IF FILE-CHANGED
                ADD 1 TO WS-FILES-CHANGED
                PERFORM TAKE-SNAPSHOT
            END-IF
            IF FILE-CHANGED AND PRIOR-FOUND
                MOVE "RECORDS ADDED:" TO RL-LABEL
                MOVE WS-ADDED-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
                MOVE "RECORDS REMOVED:" TO RL-LABEL
                MOVE WS-REMOVED-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
                MOVE "RECORDS CHANGED:" TO RL-LABEL
                MOVE WS-CHANGED-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
                MOVE "FIELDS CHANGED:" TO RL-LABEL
                MOVE WS-FIELD-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
                MOVE "SNP-0004" TO OMR-MSG-ID
                SET OMR-INFO TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING CFT-FILE-NAME(WS-CFT-IDX) DELIMITED BY SPACE
                    " CHANGED: " WS-ADDED-COUNT " ADDED "
                    WS-REMOVED-COUNT " REMOVED "
                    WS-CHANGED-COUNT " CHANGED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF
            IF NOT FILE-CHANGED
                ADD 1 TO WS-FILES-UNCHANGED
                MOVE SPACES TO DIFF-REPORT-RECORD
                STRING "NO CHANGES SINCE " LSN-DATE(WS-CFT-IDX)
                    DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
            END-IF.
        LOAD-CURRENT-FILE.
            MOVE "N" TO WS-CURRENT-SW
            MOVE "N" TO WS-TABLE-FULL-SW
            MOVE ZERO TO WS-CUR-COUNT
            MOVE "N" TO WS-FILE-EOF-SW
            MOVE CFT-FILE-NAME(WS-CFT-IDX) TO WS-CONTROL-NAME
            OPEN INPUT CONTROL-FILE
            IF WS-CONTROL-STATUS = "00"
                SET CURRENT-FOUND TO TRUE
                PERFORM UNTIL FILE-EOF
                    READ CONTROL-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM STORE-CURRENT-RECORD
                    END-READ
                END-PERFORM
                CLOSE CONTROL-FILE
            END-IF.
        STORE-CURRENT-RECORD.
            IF WS-CUR-COUNT < 200
                ADD 1 TO WS-CUR-COUNT
                MOVE CONTROL-RECORD TO CUR-RECORD(WS-CUR-COUNT)
                MOVE WS-CUR-COUNT TO WS-MATCH-IDX
                PERFORM BUILD-RECORD-KEY
                MOVE WS-RECORD-KEY TO CUR-KEY(WS-CUR-COUNT)
            ELSE
                SET TABLE-FULL TO TRUE
            END-IF.
        LOAD-PRIOR-SNAPSHOT.
            MOVE "N" TO WS-PRIOR-SW
            MOVE ZERO TO WS-PRV-COUNT
            MOVE "N" TO WS-FILE-EOF-SW
            IF LSN-SNAPSHOT-NAME(WS-CFT-IDX) NOT = SPACES
                MOVE LSN-SNAPSHOT-NAME(WS-CFT-IDX) TO WS-SNAPSHOT-NAME
                OPEN INPUT SNAPSHOT-FILE
                IF WS-SNAPSHOT-STATUS = "00"
                    SET PRIOR-FOUND TO TRUE
                    PERFORM UNTIL FILE-EOF
                        READ SNAPSHOT-FILE
                            AT END
                                SET FILE-EOF TO TRUE
                            NOT AT END
                                PERFORM STORE-PRIOR-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE SNAPSHOT-FILE
                ELSE
                    MOVE "SNP-0002" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING "SNAPSHOT " DELIMITED BY SIZE
                        WS-SNAPSHOT-NAME DELIMITED BY SPACE
                        " NOT FOUND - BASELINE RETAKEN"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                END-IF
            END-IF.
      *> Generations are only ever written from a table that held
      *> the whole file, so a prior one cannot exceed the table.
        STORE-PRIOR-RECORD.
            IF WS-PRV-COUNT < 200
                ADD 1 TO WS-PRV-COUNT
                MOVE SNAPSHOT-RECORD TO PRV-RECORD(WS-PRV-COUNT)
                MOVE "N" TO PRV-MATCHED-SW(WS-PRV-COUNT)
                MOVE WS-PRV-COUNT TO WS-MATCH-IDX
                MOVE SNAPSHOT-RECORD TO CONTROL-RECORD
                PERFORM BUILD-RECORD-KEY
                MOVE WS-RECORD-KEY TO PRV-KEY(WS-PRV-COUNT)
            END-IF.
      *> Key of the record in CONTROL-RECORD, WS-MATCH-IDX being its
      *> position in the file: the key field, or when the file has
      *> none or the field is blank, the default name plus position.
        BUILD-RECORD-KEY.
            MOVE SPACES TO WS-RECORD-KEY
            IF CFT-KEY-LENGTH(WS-CFT-IDX) > 0
                MOVE CONTROL-RECORD(CFT-KEY-START(WS-CFT-IDX):
                    CFT-KEY-LENGTH(WS-CFT-IDX)) TO WS-RECORD-KEY
            END-IF
            IF WS-RECORD-KEY = SPACES
                MOVE CFT-DEFAULT-KEY(WS-CFT-IDX) TO WS-RECORD-KEY
                MOVE WS-MATCH-IDX TO WS-RECORD-KEY(5:4)
            END-IF.
        DIFF-AGAINST-PRIOR.
            MOVE SPACES TO DIFF-LINE
            MOVE "ACTION" TO DFL-ACTION
            MOVE "KEY" TO DFL-KEY
            MOVE "FIELD" TO DFL-FIELD
            MOVE "BEFORE" TO DFL-BEFORE
            MOVE "AFTER" TO DFL-AFTER
            MOVE DIFF-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                    UNTIL WS-CUR-IDX > WS-CUR-COUNT
                PERFORM MATCH-ONE-CURRENT
            END-PERFORM
            PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                    UNTIL WS-PRV-IDX > WS-PRV-COUNT
                IF NOT PRV-MATCHED(WS-PRV-IDX)
                    PERFORM REPORT-REMOVED-RECORD
                END-IF
            END-PERFORM
            IF WS-ADDED-COUNT > 0 OR WS-REMOVED-COUNT > 0
                    OR WS-CHANGED-COUNT > 0
                SET FILE-CHANGED TO TRUE
            END-IF.
      *> A record pairs with the first not-yet-paired generation
      *> record carrying the same key, so duplicate keys (two
      *> PARMFILE records for one date) still pair off one to one.
        MATCH-ONE-CURRENT.
            MOVE ZERO TO WS-MATCH-IDX
            PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                    UNTIL WS-PRV-IDX > WS-PRV-COUNT
                    OR WS-MATCH-IDX > 0
                IF PRV-KEY(WS-PRV-IDX) = CUR-KEY(WS-CUR-IDX)
                        AND NOT PRV-MATCHED(WS-PRV-IDX)
                    MOVE WS-PRV-IDX TO WS-MATCH-IDX
                END-IF
            END-PERFORM
            IF WS-MATCH-IDX = 0
                PERFORM REPORT-ADDED-RECORD
            ELSE
                SET PRV-MATCHED(WS-MATCH-IDX) TO TRUE
                IF CUR-RECORD(WS-CUR-IDX)
                        NOT = PRV-RECORD(WS-MATCH-IDX)
                    PERFORM REPORT-CHANGED-RECORD
                END-IF
            END-IF.
        REPORT-ADDED-RECORD.
            ADD 1 TO WS-ADDED-COUNT
            PERFORM VARYING WS-FLD-IDX FROM CFT-FIRST-FIELD(WS-CFT-IDX)
                    BY 1 UNTIL WS-FLD-IDX > WS-LAST-FLD
                IF CUR-RECORD(WS-CUR-IDX)(FLD-START(WS-FLD-IDX):
                        FLD-LENGTH(WS-FLD-IDX)) NOT = SPACES
                    MOVE SPACES TO DIFF-LINE
                    MOVE "ADDED" TO DFL-ACTION
                    MOVE CUR-KEY(WS-CUR-IDX) TO DFL-KEY
                    MOVE FLD-NAME(WS-FLD-IDX) TO DFL-FIELD
                    MOVE CUR-RECORD(WS-CUR-IDX)(FLD-START(WS-FLD-IDX):
                        FLD-LENGTH(WS-FLD-IDX)) TO DFL-AFTER
                    MOVE DIFF-LINE TO DIFF-REPORT-RECORD
                    WRITE DIFF-REPORT-RECORD
                END-IF
            END-PERFORM.
        REPORT-REMOVED-RECORD.
            ADD 1 TO WS-REMOVED-COUNT
            PERFORM VARYING WS-FLD-IDX FROM CFT-FIRST-FIELD(WS-CFT-IDX)
                    BY 1 UNTIL WS-FLD-IDX > WS-LAST-FLD
                IF PRV-RECORD(WS-PRV-IDX)(FLD-START(WS-FLD-IDX):
                        FLD-LENGTH(WS-FLD-IDX)) NOT = SPACES
                    MOVE SPACES TO DIFF-LINE
                    MOVE "REMOVED" TO DFL-ACTION
                    MOVE PRV-KEY(WS-PRV-IDX) TO DFL-KEY
                    MOVE FLD-NAME(WS-FLD-IDX) TO DFL-FIELD
                    MOVE PRV-RECORD(WS-PRV-IDX)(FLD-START(WS-FLD-IDX):
                        FLD-LENGTH(WS-FLD-IDX)) TO DFL-BEFORE
                    MOVE DIFF-LINE TO DIFF-REPORT-RECORD
                    WRITE DIFF-REPORT-RECORD
                END-IF
            END-PERFORM.
      *> Only the fields that differ are listed. A record that
      *> differs only outside the pictured fields (trailing text
      *> after the last one) is shown whole so the change is not
      *> lost.
        REPORT-CHANGED-RECORD.
            ADD 1 TO WS-CHANGED-COUNT
            MOVE ZERO TO WS-RECORD-FIELDS
            PERFORM VARYING WS-FLD-IDX FROM CFT-FIRST-FIELD(WS-CFT-IDX)
                    BY 1 UNTIL WS-FLD-IDX > WS-LAST-FLD
                IF CUR-RECORD(WS-CUR-IDX)(FLD-START(WS-FLD-IDX):
                        FLD-LENGTH(WS-FLD-IDX))
                    NOT = PRV-RECORD(WS-MATCH-IDX)
                        (FLD-START(WS-FLD-IDX):FLD-LENGTH(WS-FLD-IDX))
                    ADD 1 TO WS-RECORD-FIELDS
                    MOVE SPACES TO DIFF-LINE
                    MOVE "CHANGED" TO DFL-ACTION
                    MOVE CUR-KEY(WS-CUR-IDX) TO DFL-KEY
                    MOVE FLD-NAME(WS-FLD-IDX) TO DFL-FIELD
                    MOVE PRV-RECORD(WS-MATCH-IDX)
                        (FLD-START(WS-FLD-IDX):FLD-LENGTH(WS-FLD-IDX))
                        TO DFL-BEFORE
                    MOVE CUR-RECORD(WS-CUR-IDX)(FLD-START(WS-FLD-IDX):
                        FLD-LENGTH(WS-FLD-IDX)) TO DFL-AFTER
                    MOVE DIFF-LINE TO DIFF-REPORT-RECORD
                    WRITE DIFF-REPORT-RECORD
                END-IF
            END-PERFORM
            IF WS-RECORD-FIELDS = 0
                MOVE 1 TO WS-RECORD-FIELDS
                MOVE SPACES TO DIFF-LINE
                MOVE "CHANGED" TO DFL-ACTION
                MOVE CUR-KEY(WS-CUR-IDX) TO DFL-KEY
                MOVE "WHOLE RECORD" TO DFL-FIELD
                MOVE PRV-RECORD(WS-MATCH-IDX) TO DFL-BEFORE
                MOVE CUR-RECORD(WS-CUR-IDX) TO DFL-AFTER
                MOVE DIFF-LINE TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
            END-IF
            ADD WS-RECORD-FIELDS TO WS-FIELD-COUNT.
        TAKE-SNAPSHOT.
            MOVE SPACES TO WS-SNAPSHOT-NAME
            STRING CFT-SNAP-PREFIX(WS-CFT-IDX) DELIMITED BY SPACE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-SNAPSHOT-NAME
            OPEN OUTPUT SNAPSHOT-FILE
            IF WS-SNAPSHOT-STATUS NOT = "00"
                ADD 1 TO WS-FILES-FAILED
                MOVE SPACES TO DIFF-REPORT-RECORD
                STRING "SNAPSHOT " DELIMITED BY SIZE
                    WS-SNAPSHOT-NAME DELIMITED BY SPACE
                    " COULD NOT BE WRITTEN"
                    DELIMITED BY SIZE INTO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
                MOVE "SNP-0005" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "SNAPSHOT " DELIMITED BY SIZE
                    WS-SNAPSHOT-NAME DELIMITED BY SPACE
                    " NOT WRITTEN - STATUS " WS-SNAPSHOT-STATUS
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            ELSE
                PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                        UNTIL WS-CUR-IDX > WS-CUR-COUNT
                    MOVE CUR-RECORD(WS-CUR-IDX) TO SNAPSHOT-RECORD
                    WRITE SNAPSHOT-RECORD
                END-PERFORM
                CLOSE SNAPSHOT-FILE
                MOVE SPACES TO SNAP-CAT-RECORD
                MOVE CFT-FILE-NAME(WS-CFT-IDX) TO SCR-CONTROL-NAME
                MOVE WS-SNAPSHOT-NAME TO SCR-SNAPSHOT-NAME
                MOVE WS-RUN-DATE TO SCR-DATE
                MOVE WS-RUN-TIME TO SCR-TIME
                WRITE SNAP-CAT-RECORD
                MOVE "SNAPSHOT TAKEN:" TO RL-LABEL
                MOVE WS-SNAPSHOT-NAME TO RL-VALUE
                MOVE REPORT-LINE TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
            END-IF.
      *> Console changes journalled since this report last ran -
      *> the who and when behind any JOBCTL.DAT hold difference
      *> above, and the reruns, which only touch JOBSTAT.DAT.
        LIST-CONSOLE-CHANGES.
            MOVE SPACES TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "OPERATOR CONSOLE CHANGES SINCE LAST REPORT"
                TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT JOURNAL-FILE
            IF WS-JOURNAL-STATUS NOT = "00"
                MOVE "NO CHANGE JOURNAL ON FILE" TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
            ELSE
                MOVE SPACES TO JOURNAL-LINE
                MOVE "DATE" TO JL-DATE
                MOVE "TIME" TO JL-TIME
                MOVE "OPERATOR" TO JL-OPERATOR
                MOVE "COMMAND" TO JL-COMMAND
                MOVE "FILE" TO JL-FILE-NAME
                MOVE "STEP" TO JL-STEP-NAME
                MOVE "FIELD" TO JL-FIELD-NAME
                MOVE "BEFORE" TO JL-BEFORE
                MOVE "AFTER" TO JL-AFTER
                MOVE JOURNAL-LINE TO DIFF-REPORT-RECORD
                WRITE DIFF-REPORT-RECORD
                PERFORM UNTIL FILE-EOF
                    READ JOURNAL-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            IF CJR-STAMP > WS-LAST-RUN-STAMP
                                PERFORM LIST-ONE-JOURNAL-ENTRY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JOURNAL-FILE
                IF WS-JOURNAL-COUNT = 0
                    MOVE "NONE" TO DIFF-REPORT-RECORD
                    WRITE DIFF-REPORT-RECORD
                END-IF
            END-IF.
        LIST-ONE-JOURNAL-ENTRY.
            ADD 1 TO WS-JOURNAL-COUNT
            MOVE SPACES TO JOURNAL-LINE
            MOVE CJR-DATE TO JL-DATE
            MOVE CJR-TIME(1:6) TO JL-TIME
            MOVE CJR-OPERATOR TO JL-OPERATOR
            EVALUATE TRUE
                WHEN CJR-HOLD
                    MOVE "HOLD" TO JL-COMMAND
                WHEN CJR-RELEASE
                    MOVE "RELEASE" TO JL-COMMAND
                WHEN CJR-RERUN
                    MOVE "RERUN" TO JL-COMMAND
                WHEN OTHER
                    MOVE CJR-COMMAND TO JL-COMMAND
            END-EVALUATE
            MOVE CJR-FILE-NAME TO JL-FILE-NAME
            MOVE CJR-STEP-NAME TO JL-STEP-NAME
            MOVE CJR-FIELD-NAME TO JL-FIELD-NAME
            IF CJR-BEFORE = SPACES
                MOVE "-" TO JL-BEFORE
            ELSE
                MOVE CJR-BEFORE TO JL-BEFORE
            END-IF
            IF CJR-AFTER = SPACES
                MOVE "-" TO JL-AFTER
            ELSE
                MOVE CJR-AFTER TO JL-AFTER
            END-IF
            MOVE JOURNAL-LINE TO DIFF-REPORT-RECORD
            WRITE DIFF-REPORT-RECORD.
