        IDENTIFICATION DIVISION.
        PROGRAM-ID. REPORT-DIST.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-DIST-LIST-STATUS.
                SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOBCTL-STATUS.
                SELECT REPORT-IN-FILE ASSIGN USING WS-REPORT-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-REPORT-STATUS.
                SELECT BUNDLE-FILE ASSIGN USING WS-BUNDLE-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-BUNDLE-STATUS.
                SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
                SELECT PROBLEM-CATALOG-FILE ASSIGN TO "PROBCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PROBCAT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  DIST-LIST-FILE.
            COPY DISTLREC.
            FD  JOB-CONTROL-FILE.
            COPY JOBCTLRC.
            FD  REPORT-IN-FILE.
            01  REPORT-IN-RECORD            PIC X(132).
            FD  BUNDLE-FILE.
            01  BUNDLE-RECORD               PIC X(132).
            FD  DIST-LOG-FILE.
            01  DIST-LOG-RECORD             PIC X(100).
            FD  PROBLEM-CATALOG-FILE.
            01  PROBLEM-CATALOG-LINE        PIC X(123).
            WORKING-STORAGE SECTION.
            01  WS-DIST-LIST-STATUS         PIC XX.
            01  WS-JOBCTL-STATUS            PIC XX.
            01  WS-REPORT-STATUS            PIC XX.
            01  WS-BUNDLE-STATUS            PIC XX.
            01  WS-PROBCAT-STATUS           PIC XX.
            01  WS-REPORT-NAME              PIC X(20).
            01  WS-BUNDLE-NAME              PIC X(20).
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-RUN-TIME                 PIC 9(8).
            01  WS-FILE-EOF-SW              PIC X.
                88  FILE-EOF                VALUE "Y".
            01  WS-LIST-FOUND-SW            PIC X VALUE "N".
                88  DIST-LIST-FOUND         VALUE "Y".
            01  WS-LINE-NUMBER              PIC 9(4) VALUE ZERO.
            01  WS-STEP-COUNT               PIC 9(4) VALUE ZERO.
            01  WS-STEP-NAME                PIC X(8).
            01  WS-TALLY                    PIC 9(4).
      *> The suite's own nightly reports, always looked for whether
      *> or not anyone is down to get them. The per-step reports
      *> (REPORT.<step> from HELLO-WORLD, P2REPORT.<step> from
      *> EVEN-FIB - whatever report prefix the problem catalog gives
      *> the step's program) are added from JOBCTL.DAT, and any other
      *> report a list line names exactly is added from the list -
      *> which is how a standalone run's REPORT.OUT or P2REPORT.OUT
      *> is sent.
            01  SUITE-REPORT-LIST.
                05  FILLER  PIC X(20) VALUE "SUMMARY.OUT".
                05  FILLER  PIC X(20) VALUE "TIMING.OUT".
                05  FILLER  PIC X(20) VALUE "DETAILRPT.OUT".
                05  FILLER  PIC X(20) VALUE "RECON.OUT".
                05  FILLER  PIC X(20) VALUE "TREND.OUT".
                05  FILLER  PIC X(20) VALUE "DELTA.OUT".
                05  FILLER  PIC X(20) VALUE "EXCEPTION.OUT".
                05  FILLER  PIC X(20) VALUE "RSLTMNT.OUT".
                05  FILLER  PIC X(20) VALUE "VERIFY.OUT".
                05  FILLER  PIC X(20) VALUE "XFAUDIT.OUT".
                05  FILLER  PIC X(20) VALUE "CTLDIFF.OUT".
                05  FILLER  PIC X(20) VALUE "PRDCLOSE.OUT".
                05  FILLER  PIC X(20) VALUE "PRDMTD.OUT".
                05  FILLER  PIC X(20) VALUE "PRDYTD.OUT".
            01  SUITE-REPORT-TABLE REDEFINES SUITE-REPORT-LIST.
                05  SRT-REPORT-NAME         PIC X(20) OCCURS 14 TIMES.
            01  WS-SRT-COUNT                PIC 9(4) VALUE 14.
            01  WS-SRT-IDX                  PIC 9(4).
      *> Distribution list as loaded. Prefix length is how much of
      *> the pattern a name must match: 99 for an exact name, 0
      *> for "*" (everything).
            01  WS-DIST-COUNT               PIC 9(4) VALUE ZERO.
            01  WS-DIST-TABLE.
                05  DST-ENTRY OCCURS 100 TIMES.
                    10  DST-PATTERN         PIC X(20).
                    10  DST-PREFIX-LENGTH   PIC 99.
                    10  DST-RECIPIENT       PIC X(8).
                    10  DST-COPIES          PIC 99.
                    10  DST-MATCH-COUNT     PIC 9(4).
            01  WS-DST-IDX                  PIC 9(4).
            01  WS-RECIPIENT-COUNT          PIC 9(4) VALUE ZERO.
            01  WS-RECIPIENT-TABLE.
                05  RCP-ENTRY OCCURS 30 TIMES.
                    10  RCP-RECIPIENT       PIC X(8).
                    10  RCP-NAME            PIC X(30).
            01  WS-RCP-IDX                  PIC 9(4).
            01  WS-TABLE-FULL-SW            PIC X VALUE "N".
                88  DIST-TABLE-FULL         VALUE "Y".
      *> Every report looked for tonight, whether it is on disk,
      *> how many lines it holds, and whether any list line takes
      *> it.
            01  WS-REPORT-COUNT             PIC 9(4) VALUE ZERO.
            01  WS-REPORT-TABLE.
                05  RPT-ENTRY OCCURS 100 TIMES.
                    10  RPT-NAME            PIC X(20).
                    10  RPT-PRODUCED-SW     PIC X.
                        88  RPT-PRODUCED    VALUE "Y".
                    10  RPT-LINE-COUNT      PIC 9(6).
                    10  RPT-LISTED-SW       PIC X.
                        88  RPT-LISTED      VALUE "Y".
            01  WS-RPT-IDX                  PIC 9(4).
      *> The problem catalog, for the report prefix of each step's
      *> program.
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
            COPY PROBCTRC.
            01  WS-MATCH-NAME               PIC X(20).
            01  WS-MATCH-SW                 PIC X.
                88  NAME-MATCHES            VALUE "Y".
            01  WS-FOUND-SW                 PIC X.
                88  ENTRY-FOUND             VALUE "Y".
      *> One recipient's bundle: the reports it holds, in the order
      *> they are printed, with the page each starts on.
            01  WS-ITEM-COUNT               PIC 9(4).
            01  WS-ITEM-TABLE.
                05  ITM-ENTRY OCCURS 100 TIMES.
                    10  ITM-RPT-IDX         PIC 9(4).
                    10  ITM-COPIES          PIC 99.
                    10  ITM-START-PAGE      PIC 9(5).
            01  WS-ITM-IDX                  PIC 9(4).
            01  WS-COPY-IDX                 PIC 99.
            01  WS-ITEM-PRODUCED            PIC 9(4).
            01  WS-ITEM-MISSING             PIC 9(4).
            01  WS-NEXT-PAGE                PIC 9(5).
            01  WS-REPORT-PAGES             PIC 9(5).
            01  WS-TOC-PAGES                PIC 9(5).
            01  WS-LINES-PER-PAGE           PIC 99 VALUE 50.
            01  WS-LINE-COUNT               PIC 99.
            01  WS-PAGE-NUMBER              PIC 9(5).
            01  WS-SECTION-TITLE            PIC X(40).
            01  WS-SAVED-BUNDLE-LINE        PIC X(132).
            01  WS-BUNDLE-FAILED-SW         PIC X.
                88  BUNDLE-FAILED           VALUE "Y".
            01  WS-BUNDLE-COUNT             PIC 9(4) VALUE ZERO.
            01  WS-SENT-COUNT               PIC 9(4) VALUE ZERO.
            01  WS-MISSING-COUNT            PIC 9(4) VALUE ZERO.
            01  WS-UNLISTED-COUNT           PIC 9(4) VALUE ZERO.
            01  WS-NO-MATCH-COUNT           PIC 9(4) VALUE ZERO.
            01  WS-FAILED-COUNT             PIC 9(4) VALUE ZERO.
            01  WS-EDIT-COUNT               PIC ZZZ9.
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(40).
            01  STAR-LINE                   PIC X(60) VALUE ALL "*".
            01  PAGE-HEADING-LINE.
                05  FILLER                  PIC X(13)
                    VALUE "DISTRIBUTION ".
                05  PHL-RECIPIENT           PIC X(9).
                05  PHL-SECTION             PIC X(40).
                05  FILLER                  PIC X(5) VALUE "PAGE ".
                05  PHL-PAGE                PIC ZZZZ9.
            01  CONTENTS-COLHEAD-LINE.
                05  FILLER                  PIC X(22) VALUE "REPORT".
                05  FILLER                  PIC X(8) VALUE "COPIES".
                05  FILLER                  PIC X(8) VALUE "LINES".
                05  FILLER                  PIC X(6) VALUE "PAGE".
            01  CONTENTS-LINE.
                05  CTL-REPORT              PIC X(22).
                05  CTL-COPIES              PIC Z9.
                05  FILLER                  PIC X(4) VALUE SPACES.
                05  CTL-LINES               PIC ZZZZZ9.
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  CTL-PAGE                PIC ZZZZ9.
                05  FILLER                  PIC X(1) VALUE SPACES.
                05  CTL-NOTE                PIC X(20).
            01  DIST-LOG-LINE.
                05  DGL-STATUS              PIC X(10).
                05  DGL-REPORT              PIC X(21).
                05  DGL-RECIPIENT           PIC X(9).
                05  DGL-COPIES              PIC Z9.
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  DGL-NOTE                PIC X(50).
            COPY OPSMSGRC.
      *> Run at the end of the nightly suite, after JOB-DRIVER and
      *> the report programs. Builds one bundled print file per
      *> recipient on DISTLIST.DAT (DIST.<recipient>: a banner page,
      *> a table of contents, then each report it is down for, each
      *> copy starting a new page) and writes DISTLOG.OUT: every
      *> report sent, every report a recipient is down for that was
      *> not produced, every report produced that no list line
      *> takes, and every pattern that took nothing.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            PERFORM LOAD-DISTRIBUTION-LIST
            PERFORM BUILD-REPORT-LIST
            PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                    UNTIL WS-RPT-IDX > WS-REPORT-COUNT
                PERFORM PROBE-ONE-REPORT
                PERFORM MATCH-ONE-REPORT
            END-PERFORM
            OPEN OUTPUT DIST-LOG-FILE
            MOVE "REPORT DISTRIBUTION LOG" TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE SPACES TO REPORT-LINE
            MOVE "RUN DATE:" TO RL-LABEL
            STRING WS-RUN-DATE " " WS-RUN-TIME(1:6)
                DELIMITED BY SIZE INTO RL-VALUE
            MOVE REPORT-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE SPACES TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            IF NOT DIST-LIST-FOUND
                MOVE "DISTLIST.DAT NOT FOUND - NO BUNDLES BUILT"
                    TO DIST-LOG-RECORD
                WRITE DIST-LOG-RECORD
                MOVE SPACES TO DIST-LOG-RECORD
                WRITE DIST-LOG-RECORD
            END-IF
            MOVE SPACES TO DIST-LOG-LINE
            MOVE "STATUS" TO DGL-STATUS
            MOVE "REPORT" TO DGL-REPORT
            MOVE "TO" TO DGL-RECIPIENT
            MOVE "NOTE" TO DGL-NOTE
            MOVE DIST-LOG-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                    UNTIL WS-RCP-IDX > WS-RECIPIENT-COUNT
                PERFORM DISTRIBUTE-TO-RECIPIENT
            END-PERFORM
            PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                    UNTIL WS-RPT-IDX > WS-REPORT-COUNT
                IF RPT-PRODUCED(WS-RPT-IDX)
                        AND NOT RPT-LISTED(WS-RPT-IDX)
                    PERFORM LOG-UNLISTED-REPORT
                END-IF
            END-PERFORM
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > WS-DIST-COUNT
                IF DST-MATCH-COUNT(WS-DST-IDX) = 0
                    PERFORM LOG-UNMATCHED-ENTRY
                END-IF
            END-PERFORM
            PERFORM WRITE-LOG-TOTALS
            CLOSE DIST-LOG-FILE
            MOVE "DST-0007" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING WS-BUNDLE-COUNT " BUNDLES: " WS-SENT-COUNT " SENT "
                WS-MISSING-COUNT " MISSING " WS-UNLISTED-COUNT
                " UNLISTED" DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE "DST-9999" TO OMR-MSG-ID
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            IF NOT DIST-LIST-FOUND OR WS-MISSING-COUNT > 0
                    OR WS-UNLISTED-COUNT > 0 OR WS-NO-MATCH-COUNT > 0
                    OR WS-FAILED-COUNT > 0 OR DIST-TABLE-FULL
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.
        LOG-OPS-MESSAGE.
            MOVE "REPORT-DIST" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
                ON EXCEPTION
                    DISPLAY OMR-TEXT
            END-CALL.
        LOAD-DISTRIBUTION-LIST.
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT DIST-LIST-FILE
            IF WS-DIST-LIST-STATUS NOT = "00"
                MOVE "DST-0001" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE "DISTLIST.DAT NOT FOUND - NO REPORTS DISTRIBUTED"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            ELSE
                SET DIST-LIST-FOUND TO TRUE
                PERFORM UNTIL FILE-EOF
                    READ DIST-LIST-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-LINE-NUMBER
                            PERFORM STORE-DIST-ENTRY
                    END-READ
                END-PERFORM
                CLOSE DIST-LIST-FILE
            END-IF.
        STORE-DIST-ENTRY.
            EVALUATE TRUE
                WHEN DIST-LIST-RECORD = SPACES
                    CONTINUE
                WHEN DLR-REPORT-PATTERN = SPACES
                        OR DLR-RECIPIENT = SPACES
                    MOVE "DST-0005" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING "DISTLIST.DAT LINE " WS-LINE-NUMBER
                        " INCOMPLETE - IGNORED"
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                WHEN WS-DIST-COUNT >= 100
                    PERFORM REPORT-DIST-TABLE-FULL
                WHEN OTHER
                    PERFORM ADD-DIST-ENTRY
            END-EVALUATE.
        ADD-DIST-ENTRY.
            MOVE "N" TO WS-FOUND-SW
            PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                    UNTIL WS-RCP-IDX > WS-RECIPIENT-COUNT
                    OR ENTRY-FOUND
                IF RCP-RECIPIENT(WS-RCP-IDX) = DLR-RECIPIENT
                    SET ENTRY-FOUND TO TRUE
                    IF RCP-NAME(WS-RCP-IDX) = SPACES
                        MOVE DLR-RECIPIENT-NAME
                            TO RCP-NAME(WS-RCP-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF NOT ENTRY-FOUND
                IF WS-RECIPIENT-COUNT >= 30
                    PERFORM REPORT-DIST-TABLE-FULL
                ELSE
                    ADD 1 TO WS-RECIPIENT-COUNT
                    MOVE DLR-RECIPIENT
                        TO RCP-RECIPIENT(WS-RECIPIENT-COUNT)
                    MOVE DLR-RECIPIENT-NAME
                        TO RCP-NAME(WS-RECIPIENT-COUNT)
                    SET ENTRY-FOUND TO TRUE
                END-IF
            END-IF
            IF ENTRY-FOUND
                ADD 1 TO WS-DIST-COUNT
                MOVE DLR-REPORT-PATTERN TO DST-PATTERN(WS-DIST-COUNT)
                MOVE DLR-RECIPIENT TO DST-RECIPIENT(WS-DIST-COUNT)
                IF DLR-COPIES IS NUMERIC AND DLR-COPIES > 0
                    MOVE DLR-COPIES TO DST-COPIES(WS-DIST-COUNT)
                ELSE
                    MOVE 1 TO DST-COPIES(WS-DIST-COUNT)
                END-IF
                MOVE ZERO TO DST-MATCH-COUNT(WS-DIST-COUNT)
                MOVE ZERO TO WS-TALLY
                INSPECT DLR-REPORT-PATTERN TALLYING WS-TALLY
                    FOR CHARACTERS BEFORE INITIAL "*"
                IF WS-TALLY >= 20
                    MOVE 99 TO DST-PREFIX-LENGTH(WS-DIST-COUNT)
                ELSE
                    MOVE WS-TALLY TO DST-PREFIX-LENGTH(WS-DIST-COUNT)
                END-IF
            END-IF.
      *> Logged once; the lines past the limit are left out.
        REPORT-DIST-TABLE-FULL.
            IF NOT DIST-TABLE-FULL
                SET DIST-TABLE-FULL TO TRUE
                MOVE "DST-0008" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "DISTLIST.DAT OVER 100 LINES OR 30 RECIPIENTS"
                    " - REST IGNORED" DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
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
            ELSE
                MOVE "DST-0009" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "PROBCAT.DAT NOT FOUND - STEP REPORTS NOT "
                    "LOOKED FOR" DELIMITED BY SIZE INTO OMR-TEXT
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
        BUILD-REPORT-LIST.
            PERFORM LOAD-PROBLEM-CATALOG
            PERFORM VARYING WS-SRT-IDX FROM 1 BY 1
                    UNTIL WS-SRT-IDX > WS-SRT-COUNT
                MOVE SRT-REPORT-NAME(WS-SRT-IDX) TO WS-REPORT-NAME
                PERFORM ADD-REPORT-NAME
            END-PERFORM
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT JOB-CONTROL-FILE
            IF WS-JOBCTL-STATUS = "00"
                PERFORM UNTIL FILE-EOF
                    READ JOB-CONTROL-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM ADD-STEP-REPORT
                    END-READ
                END-PERFORM
                CLOSE JOB-CONTROL-FILE
            END-IF
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > WS-DIST-COUNT
                IF DST-PREFIX-LENGTH(WS-DST-IDX) = 99
                    MOVE DST-PATTERN(WS-DST-IDX) TO WS-REPORT-NAME
                    PERFORM ADD-REPORT-NAME
                END-IF
            END-PERFORM.
      *> Step names default as JOB-DRIVER defaults them. A range
      *> step of a partitioned run writes no report of its own; its
      *> group's merge step does. A program the catalog gives no
      *> report prefix (or does not know) has no step report.
        ADD-STEP-REPORT.
            ADD 1 TO WS-STEP-COUNT
            IF JCR-STEP-NAME = SPACES
                MOVE "STEP" TO WS-STEP-NAME
                MOVE WS-STEP-COUNT TO WS-STEP-NAME(5:4)
            ELSE
                MOVE JCR-STEP-NAME TO WS-STEP-NAME
            END-IF
            MOVE SPACES TO WS-REPORT-NAME
            MOVE JCR-PROGRAM-NAME TO WS-CATALOG-KEY
            PERFORM FIND-CATALOG-ENTRY
            IF CATALOG-ENTRY-FOUND
                    AND PCR-REPORT-PREFIX NOT = SPACES
                    AND (JCR-RANGE-GROUP = SPACES
                        OR JCR-RANGE-TO IS NOT NUMERIC
                        OR JCR-RANGE-TO = 0)
                STRING PCR-REPORT-PREFIX DELIMITED BY SPACE
                    WS-STEP-NAME DELIMITED BY SIZE
                    INTO WS-REPORT-NAME
            END-IF
            IF WS-REPORT-NAME NOT = SPACES
                PERFORM ADD-REPORT-NAME
            END-IF.
        ADD-REPORT-NAME.
            MOVE "N" TO WS-FOUND-SW
            PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                    UNTIL WS-RPT-IDX > WS-REPORT-COUNT
                IF RPT-NAME(WS-RPT-IDX) = WS-REPORT-NAME
                    SET ENTRY-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF NOT ENTRY-FOUND AND WS-REPORT-COUNT < 100
                ADD 1 TO WS-REPORT-COUNT
                MOVE WS-REPORT-NAME TO RPT-NAME(WS-REPORT-COUNT)
                MOVE "N" TO RPT-PRODUCED-SW(WS-REPORT-COUNT)
                MOVE "N" TO RPT-LISTED-SW(WS-REPORT-COUNT)
                MOVE ZERO TO RPT-LINE-COUNT(WS-REPORT-COUNT)
            END-IF.
        PROBE-ONE-REPORT.
            MOVE RPT-NAME(WS-RPT-IDX) TO WS-REPORT-NAME
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT REPORT-IN-FILE
            IF WS-REPORT-STATUS = "00"
                SET RPT-PRODUCED(WS-RPT-IDX) TO TRUE
                PERFORM UNTIL FILE-EOF
                    READ REPORT-IN-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO RPT-LINE-COUNT(WS-RPT-IDX)
                    END-READ
                END-PERFORM
                CLOSE REPORT-IN-FILE
            END-IF.
        MATCH-ONE-REPORT.
            MOVE RPT-NAME(WS-RPT-IDX) TO WS-MATCH-NAME
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > WS-DIST-COUNT
                PERFORM MATCH-PATTERN
                IF NAME-MATCHES
                    SET RPT-LISTED(WS-RPT-IDX) TO TRUE
                    ADD 1 TO DST-MATCH-COUNT(WS-DST-IDX)
                END-IF
            END-PERFORM.
      *> Does WS-MATCH-NAME fall under list line WS-DST-IDX?
        MATCH-PATTERN.
            MOVE "N" TO WS-MATCH-SW
            EVALUATE DST-PREFIX-LENGTH(WS-DST-IDX)
                WHEN 99
                    IF WS-MATCH-NAME = DST-PATTERN(WS-DST-IDX)
                        SET NAME-MATCHES TO TRUE
                    END-IF
                WHEN 0
                    SET NAME-MATCHES TO TRUE
                WHEN OTHER
                    IF WS-MATCH-NAME(1:DST-PREFIX-LENGTH(WS-DST-IDX))
                            = DST-PATTERN(WS-DST-IDX)
                                (1:DST-PREFIX-LENGTH(WS-DST-IDX))
                        SET NAME-MATCHES TO TRUE
                    END-IF
            END-EVALUATE.
        DISTRIBUTE-TO-RECIPIENT.
            PERFORM SELECT-RECIPIENT-REPORTS
            PERFORM ASSIGN-BUNDLE-PAGES
            MOVE SPACES TO WS-BUNDLE-NAME
            STRING "DIST." RCP-RECIPIENT(WS-RCP-IDX)
                DELIMITED BY SPACE INTO WS-BUNDLE-NAME
            MOVE "N" TO WS-BUNDLE-FAILED-SW
            OPEN OUTPUT BUNDLE-FILE
            IF WS-BUNDLE-STATUS NOT = "00"
                SET BUNDLE-FAILED TO TRUE
                ADD 1 TO WS-FAILED-COUNT
                MOVE "DST-0004" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "BUNDLE " DELIMITED BY SIZE
                    WS-BUNDLE-NAME DELIMITED BY SPACE
                    " NOT WRITTEN - STATUS " WS-BUNDLE-STATUS
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            ELSE
                ADD 1 TO WS-BUNDLE-COUNT
                MOVE ZERO TO WS-PAGE-NUMBER
                PERFORM WRITE-BANNER-PAGE
                PERFORM WRITE-CONTENTS-PAGES
                PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                        UNTIL WS-ITM-IDX > WS-ITEM-COUNT
                    IF RPT-PRODUCED(ITM-RPT-IDX(WS-ITM-IDX))
                        PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                                UNTIL WS-COPY-IDX
                                    > ITM-COPIES(WS-ITM-IDX)
                            PERFORM COPY-REPORT-TO-BUNDLE
                        END-PERFORM
                    END-IF
                END-PERFORM
                CLOSE BUNDLE-FILE
            END-IF
            PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITEM-COUNT
                PERFORM LOG-ONE-ITEM
            END-PERFORM.
      *> The recipient's reports in report-list order. Where two of
      *> their lines take the same report (an exact name and a
      *> pattern, say) it goes in once, at the larger copy count.
        SELECT-RECIPIENT-REPORTS.
            MOVE ZERO TO WS-ITEM-COUNT
            MOVE ZERO TO WS-ITEM-PRODUCED
            MOVE ZERO TO WS-ITEM-MISSING
            PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                    UNTIL WS-RPT-IDX > WS-REPORT-COUNT
                MOVE RPT-NAME(WS-RPT-IDX) TO WS-MATCH-NAME
                MOVE "N" TO WS-FOUND-SW
                PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                        UNTIL WS-DST-IDX > WS-DIST-COUNT
                    IF DST-RECIPIENT(WS-DST-IDX)
                            = RCP-RECIPIENT(WS-RCP-IDX)
                        PERFORM MATCH-PATTERN
                        IF NAME-MATCHES
                            PERFORM ADD-RECIPIENT-ITEM
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM.
        ADD-RECIPIENT-ITEM.
            IF NOT ENTRY-FOUND
                SET ENTRY-FOUND TO TRUE
                ADD 1 TO WS-ITEM-COUNT
                MOVE WS-RPT-IDX TO ITM-RPT-IDX(WS-ITEM-COUNT)
                MOVE DST-COPIES(WS-DST-IDX) TO ITM-COPIES(WS-ITEM-COUNT)
                MOVE ZERO TO ITM-START-PAGE(WS-ITEM-COUNT)
                IF RPT-PRODUCED(WS-RPT-IDX)
                    ADD 1 TO WS-ITEM-PRODUCED
                ELSE
                    ADD 1 TO WS-ITEM-MISSING
                END-IF
            ELSE
                IF DST-COPIES(WS-DST-IDX) > ITM-COPIES(WS-ITEM-COUNT)
                    MOVE DST-COPIES(WS-DST-IDX)
                        TO ITM-COPIES(WS-ITEM-COUNT)
                END-IF
            END-IF.
      *> Page 1 is the banner; the contents follow; every copy of
      *> every report starts a new page of its own.
        ASSIGN-BUNDLE-PAGES.
            COMPUTE WS-TOC-PAGES = (WS-ITEM-COUNT + 2 + 49) / 50
            COMPUTE WS-NEXT-PAGE = 2 + WS-TOC-PAGES
            PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITEM-COUNT
                MOVE ITM-RPT-IDX(WS-ITM-IDX) TO WS-RPT-IDX
                IF RPT-PRODUCED(WS-RPT-IDX)
                    MOVE WS-NEXT-PAGE TO ITM-START-PAGE(WS-ITM-IDX)
                    IF RPT-LINE-COUNT(WS-RPT-IDX) = 0
                        MOVE 1 TO WS-REPORT-PAGES
                    ELSE
                        COMPUTE WS-REPORT-PAGES =
                            (RPT-LINE-COUNT(WS-RPT-IDX) + 49) / 50
                    END-IF
                    COMPUTE WS-NEXT-PAGE = WS-NEXT-PAGE
                        + WS-REPORT-PAGES * ITM-COPIES(WS-ITM-IDX)
                END-IF
            END-PERFORM.
        WRITE-BANNER-PAGE.
            MOVE "BANNER" TO WS-SECTION-TITLE
            MOVE 99 TO WS-LINE-COUNT
            MOVE SPACES TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE STAR-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE STAR-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE SPACES TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE "REPORT DISTRIBUTION BUNDLE" TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE SPACES TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE "RECIPIENT:" TO RL-LABEL
            MOVE RCP-RECIPIENT(WS-RCP-IDX) TO RL-VALUE
            MOVE REPORT-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE "NAME:" TO RL-LABEL
            MOVE RCP-NAME(WS-RCP-IDX) TO RL-VALUE
            MOVE REPORT-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE "BUNDLE:" TO RL-LABEL
            MOVE WS-BUNDLE-NAME TO RL-VALUE
            MOVE REPORT-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE "RUN DATE:" TO RL-LABEL
            MOVE SPACES TO RL-VALUE
            STRING WS-RUN-DATE " " WS-RUN-TIME(1:6)
                DELIMITED BY SIZE INTO RL-VALUE
            MOVE REPORT-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE "REPORTS ENCLOSED:" TO RL-LABEL
            MOVE WS-ITEM-PRODUCED TO WS-EDIT-COUNT
            MOVE WS-EDIT-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE "NOT PRODUCED:" TO RL-LABEL
            MOVE WS-ITEM-MISSING TO WS-EDIT-COUNT
            MOVE WS-EDIT-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE "TOTAL PAGES:" TO RL-LABEL
            COMPUTE WS-EDIT-COUNT = WS-NEXT-PAGE - 1
            MOVE WS-EDIT-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE SPACES TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE STAR-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE STAR-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE.
        WRITE-CONTENTS-PAGES.
            MOVE "CONTENTS" TO WS-SECTION-TITLE
            MOVE 99 TO WS-LINE-COUNT
            MOVE CONTENTS-COLHEAD-LINE TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            MOVE SPACES TO BUNDLE-RECORD
            PERFORM WRITE-BUNDLE-LINE
            PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                    UNTIL WS-ITM-IDX > WS-ITEM-COUNT
                MOVE ITM-RPT-IDX(WS-ITM-IDX) TO WS-RPT-IDX
                MOVE SPACES TO CONTENTS-LINE
                MOVE RPT-NAME(WS-RPT-IDX) TO CTL-REPORT
                MOVE ITM-COPIES(WS-ITM-IDX) TO CTL-COPIES
                IF RPT-PRODUCED(WS-RPT-IDX)
                    MOVE RPT-LINE-COUNT(WS-RPT-IDX) TO CTL-LINES
                    MOVE ITM-START-PAGE(WS-ITM-IDX) TO CTL-PAGE
                ELSE
                    MOVE "NOT PRODUCED" TO CTL-NOTE
                END-IF
                MOVE CONTENTS-LINE TO BUNDLE-RECORD
                PERFORM WRITE-BUNDLE-LINE
            END-PERFORM.
      *> A report gone between the count and the copy still gets
      *> its page, so the contents stay true.
        COPY-REPORT-TO-BUNDLE.
            MOVE ITM-RPT-IDX(WS-ITM-IDX) TO WS-RPT-IDX
            MOVE SPACES TO WS-SECTION-TITLE
            STRING RPT-NAME(WS-RPT-IDX) DELIMITED BY SPACE
                " COPY " WS-COPY-IDX " OF " ITM-COPIES(WS-ITM-IDX)
                DELIMITED BY SIZE INTO WS-SECTION-TITLE
            MOVE 99 TO WS-LINE-COUNT
            MOVE RPT-NAME(WS-RPT-IDX) TO WS-REPORT-NAME
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT REPORT-IN-FILE
            IF WS-REPORT-STATUS NOT = "00"
                MOVE "(REPORT COULD NOT BE READ)" TO BUNDLE-RECORD
                PERFORM WRITE-BUNDLE-LINE
            ELSE
                IF RPT-LINE-COUNT(WS-RPT-IDX) = 0
                    MOVE "(REPORT IS EMPTY)" TO BUNDLE-RECORD
                    PERFORM WRITE-BUNDLE-LINE
                END-IF
                PERFORM UNTIL FILE-EOF
                    READ REPORT-IN-FILE
                        AT END
                            SET FILE-EOF TO TRUE
                        NOT AT END
                            MOVE REPORT-IN-RECORD TO BUNDLE-RECORD
                            PERFORM WRITE-BUNDLE-LINE
                    END-READ
                END-PERFORM
                CLOSE REPORT-IN-FILE
            END-IF.
        WRITE-BUNDLE-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM WRITE-BUNDLE-HEADING
            END-IF
            WRITE BUNDLE-RECORD
            ADD 1 TO WS-LINE-COUNT.
        WRITE-BUNDLE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE RCP-RECIPIENT(WS-RCP-IDX) TO PHL-RECIPIENT
            MOVE WS-SECTION-TITLE TO PHL-SECTION
            MOVE WS-PAGE-NUMBER TO PHL-PAGE
            MOVE BUNDLE-RECORD TO WS-SAVED-BUNDLE-LINE
            MOVE PAGE-HEADING-LINE TO BUNDLE-RECORD
            WRITE BUNDLE-RECORD
            MOVE SPACES TO BUNDLE-RECORD
            WRITE BUNDLE-RECORD
            MOVE WS-SAVED-BUNDLE-LINE TO BUNDLE-RECORD
            MOVE ZERO TO WS-LINE-COUNT.
        LOG-ONE-ITEM.
            MOVE ITM-RPT-IDX(WS-ITM-IDX) TO WS-RPT-IDX
            MOVE SPACES TO DIST-LOG-LINE
            MOVE RPT-NAME(WS-RPT-IDX) TO DGL-REPORT
            MOVE RCP-RECIPIENT(WS-RCP-IDX) TO DGL-RECIPIENT
            MOVE ITM-COPIES(WS-ITM-IDX) TO DGL-COPIES
            EVALUATE TRUE
                WHEN NOT RPT-PRODUCED(WS-RPT-IDX)
                    ADD 1 TO WS-MISSING-COUNT
                    MOVE "MISSING" TO DGL-STATUS
                    MOVE "EXPECTED BUT NOT PRODUCED" TO DGL-NOTE
                    MOVE "DST-0002" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING RPT-NAME(WS-RPT-IDX) DELIMITED BY SPACE
                        " NOT PRODUCED - EXPECTED BY " DELIMITED BY SIZE
                        RCP-RECIPIENT(WS-RCP-IDX) DELIMITED BY SPACE
                        INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                WHEN BUNDLE-FAILED
                    MOVE "NOT SENT" TO DGL-STATUS
                    STRING "BUNDLE " DELIMITED BY SIZE
                        WS-BUNDLE-NAME DELIMITED BY SPACE
                        " COULD NOT BE WRITTEN" DELIMITED BY SIZE
                        INTO DGL-NOTE
                WHEN OTHER
                    ADD 1 TO WS-SENT-COUNT
                    MOVE "SENT" TO DGL-STATUS
                    STRING WS-BUNDLE-NAME DELIMITED BY SPACE
                        " FROM PAGE " ITM-START-PAGE(WS-ITM-IDX)
                        DELIMITED BY SIZE INTO DGL-NOTE
            END-EVALUATE
            MOVE DIST-LOG-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD.
        LOG-UNLISTED-REPORT.
            ADD 1 TO WS-UNLISTED-COUNT
            MOVE SPACES TO DIST-LOG-LINE
            MOVE "UNLISTED" TO DGL-STATUS
            MOVE RPT-NAME(WS-RPT-IDX) TO DGL-REPORT
            MOVE "PRODUCED BUT ON NO DISTRIBUTION LIST" TO DGL-NOTE
            MOVE DIST-LOG-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE "DST-0003" TO OMR-MSG-ID
            SET OMR-WARNING TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING RPT-NAME(WS-RPT-IDX) DELIMITED BY SPACE
                " PRODUCED BUT ON NO DISTRIBUTION LIST"
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
      *> Only a pattern can take nothing: an exact name is always
      *> looked for, so it shows as sent or missing instead.
        LOG-UNMATCHED-ENTRY.
            ADD 1 TO WS-NO-MATCH-COUNT
            MOVE SPACES TO DIST-LOG-LINE
            MOVE "NO MATCH" TO DGL-STATUS
            MOVE DST-PATTERN(WS-DST-IDX) TO DGL-REPORT
            MOVE DST-RECIPIENT(WS-DST-IDX) TO DGL-RECIPIENT
            MOVE DST-COPIES(WS-DST-IDX) TO DGL-COPIES
            MOVE "LIST PATTERN TAKES NO REPORT" TO DGL-NOTE
            MOVE DIST-LOG-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE "DST-0006" TO OMR-MSG-ID
            SET OMR-WARNING TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "LIST PATTERN " DELIMITED BY SIZE
                DST-PATTERN(WS-DST-IDX) DELIMITED BY SPACE
                " FOR " DELIMITED BY SIZE
                DST-RECIPIENT(WS-DST-IDX) DELIMITED BY SPACE
                " TAKES NO REPORT" DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
        WRITE-LOG-TOTALS.
            MOVE SPACES TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE SPACES TO REPORT-LINE
            MOVE "BUNDLES BUILT:" TO RL-LABEL
            MOVE WS-BUNDLE-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE "BUNDLES FAILED:" TO RL-LABEL
            MOVE WS-FAILED-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE "REPORTS SENT:" TO RL-LABEL
            MOVE WS-SENT-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE "EXPECTED, MISSING:" TO RL-LABEL
            MOVE WS-MISSING-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE "PRODUCED, UNLISTED:" TO RL-LABEL
            MOVE WS-UNLISTED-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD
            MOVE "PATTERNS UNMATCHED:" TO RL-LABEL
            MOVE WS-NO-MATCH-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO DIST-LOG-RECORD
            WRITE DIST-LOG-RECORD.
