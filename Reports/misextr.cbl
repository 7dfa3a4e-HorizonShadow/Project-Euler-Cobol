                    FILE STATUS IS WS-AUDIT-STATUS.
                SELECT EXTRACT-FILE ASSIGN TO "MISEXTR.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL.
                SELECT PROBLEM-CATALOG-FILE ASSIGN TO "PROBCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PROBCAT-STATUS.
                SELECT PROBLEM-EXTRACT-FILE ASSIGN TO "MISPROB.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
            FD  RESULTS-FILE.
            COPY AUDITREC.
            FD  EXTRACT-FILE.
            01  EXTRACT-RECORD              PIC X(132).
            FD  PROBLEM-CATALOG-FILE.
            01  PROBLEM-CATALOG-LINE        PIC X(123).
            FD  PROBLEM-EXTRACT-FILE.
            01  PROBLEM-EXTRACT-RECORD      PIC X(132).
            WORKING-STORAGE SECTION.
            01  WS-RSLT-STATUS              PIC XX.
            01  WS-AUDIT-STATUS             PIC XX.
            01  WS-PROBCAT-STATUS           PIC XX.
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-TIME-OF-DAY              PIC 9(8).
            01  WS-RETURN-STATUS            PIC XX VALUE "00".
                    10  ART-PROGRAM         PIC X(12).
                    10  ART-MAX             PIC 9(7).
                    10  ART-STATUS          PIC XX.
                    10  ART-SIGNATURE       PIC X(23).
                    10  ART-FILER-SW        PIC X.
                        88  ART-FILES-RESULTS VALUE "Y".
            01  WS-RUN-IDX                  PIC 9999.
            01  WS-LAST-STATUS              PIC XX.
            01  WS-LAST-TIMESTAMP           PIC 9(14).
            01  WS-DVT-IDX                  PIC 9.
      *> The problem catalog says which programs file their answers
      *> to RESULTS.MST - the runs a result row is matched to - and
      *> lists every problem for the per-program extract, run or not.
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
            01  WS-PROBLEM-ROW-COUNT        PIC 9(6) VALUE ZERO.
            COPY PROBCTRC.
      *> One semicolon-delimited record per result signature; the
      *> MIS spreadsheet load splits on the delimiter, so the
      *> fields are written contiguously with no filler columns.
                    VALUE "SINGLE;MULTI;QUALIFYING;".
                05  FILLER                  PIC X(20)
                    VALUE "COMPUTED;ST;RUNSTAMP".
      *> One semicolon-delimited record per catalogued program:
      *> what it is, and how many complete runs AUDIT.LOG holds for
      *> it, how many of them ended other than "00", and the latest.
            01  PROBLEM-LINE.
                05  PL-PROGRAM              PIC X(12).
                05  FILLER                  PIC X VALUE ";".
                05  PL-TYPE                 PIC X.
                05  FILLER                  PIC X VALUE ";".
                05  PL-DESCRIPTION          PIC X(30).
                05  FILLER                  PIC X VALUE ";".
                05  PL-PARM-FILE            PIC X(12).
                05  FILLER                  PIC X VALUE ";".
                05  PL-FILES-RESULTS        PIC X.
                05  FILLER                  PIC X VALUE ";".
                05  PL-RUN-COUNT            PIC 9(6).
                05  FILLER                  PIC X VALUE ";".
                05  PL-FAIL-COUNT           PIC 9(6).
                05  FILLER                  PIC X VALUE ";".
                05  PL-LAST-STATUS          PIC XX.
                05  FILLER                  PIC X VALUE ";".
                05  PL-LAST-TIMESTAMP       PIC 9(14).
            01  PROBLEM-HEADER-LINE.
                05  FILLER                  PIC X(39)
                    VALUE "PROGRAM;TYPE;DESCRIPTION;PARMFILE;RSLT;".
                05  FILLER                  PIC X(23)
                    VALUE "RUNS;FAILED;ST;RUNSTAMP".
            COPY OPSMSGRC.
            COPY CTLTOTRC.
            COPY CTLCHKRQ.
            LINKAGE SECTION.
            COPY STEPPARM.
        PROCEDURE DIVISION USING STEP-PARM-AREA.
            MOVE ZERO TO WS-ROW-COUNT
            MOVE ZERO TO WS-RUN-COUNT
            MOVE "00" TO WS-RETURN-STATUS
            PERFORM LOAD-PROBLEM-CATALOG
            PERFORM LOAD-AUDIT-HISTORY
            PERFORM PROVE-AUDIT-CONTROLS
            IF CATALOG-LOADED
                PERFORM EXTRACT-PROBLEM-ROWS
            END-IF
            MOVE "N" TO WS-RSLT-EOF-SW
            OPEN INPUT RESULTS-FILE
            IF WS-RSLT-STATUS NOT = "00"
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
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
                MOVE "MIS-0004" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "PROBCAT.DAT NOT FOUND - NO MISPROB.DAT, "
                    "RESULTS UNMATCHED"
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
        EXTRACT-PROBLEM-ROWS.
            MOVE ZERO TO WS-PROBLEM-ROW-COUNT
            OPEN OUTPUT PROBLEM-EXTRACT-FILE
            MOVE PROBLEM-HEADER-LINE TO PROBLEM-EXTRACT-RECORD
            WRITE PROBLEM-EXTRACT-RECORD
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
                PERFORM EXTRACT-ONE-PROBLEM
            END-PERFORM
            CLOSE PROBLEM-EXTRACT-FILE
            MOVE "MIS-0005" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "EXTRACTED " WS-PROBLEM-ROW-COUNT
                " PROGRAM ROW(S) TO MISPROB.DAT"
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
        EXTRACT-ONE-PROBLEM.
            MOVE CAT-ENTRY(WS-CAT-IDX) TO PROBLEM-CATALOG-RECORD
            ADD 1 TO WS-PROBLEM-ROW-COUNT
            MOVE PCR-PROGRAM-NAME TO PL-PROGRAM
            MOVE PCR-PROGRAM-TYPE TO PL-TYPE
            MOVE PCR-DESCRIPTION TO PL-DESCRIPTION
            MOVE PCR-PARM-FILE TO PL-PARM-FILE
            IF PCR-FILES-RESULTS
                MOVE "Y" TO PL-FILES-RESULTS
            ELSE
                MOVE "N" TO PL-FILES-RESULTS
            END-IF
            MOVE ZERO TO PL-RUN-COUNT
            MOVE ZERO TO PL-FAIL-COUNT
            MOVE SPACES TO WS-LAST-STATUS
            MOVE ZERO TO WS-LAST-TIMESTAMP
            PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
                IF ART-PROGRAM(WS-RUN-IDX) = PCR-PROGRAM-NAME
                    ADD 1 TO PL-RUN-COUNT
                    IF ART-STATUS(WS-RUN-IDX) NOT = "00"
                        ADD 1 TO PL-FAIL-COUNT
                    END-IF
                    IF ART-TIMESTAMP(WS-RUN-IDX)
                            NOT < WS-LAST-TIMESTAMP
                        MOVE ART-TIMESTAMP(WS-RUN-IDX)
                            TO WS-LAST-TIMESTAMP
                        MOVE ART-STATUS(WS-RUN-IDX) TO WS-LAST-STATUS
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-LAST-STATUS TO PL-LAST-STATUS
            MOVE WS-LAST-TIMESTAMP TO PL-LAST-TIMESTAMP
            MOVE PROBLEM-LINE TO PROBLEM-EXTRACT-RECORD
            WRITE PROBLEM-EXTRACT-RECORD.
      *> Range steps of a partitioned run log only their own slice
      *> of the sum; the merge step's line stands for the run.
        LOAD-AUDIT-HISTORY.
            MOVE "N" TO WS-AUDIT-EOF-SW
            OPEN INPUT AUDIT-FILE
                        AT END
                            SET AUDIT-EOF TO TRUE
                        NOT AT END
                            IF NOT AUDIT-PARTIAL-RUN
                                    AND NOT AUDIT-CONTROL-RECORD
                                PERFORM STORE-AUDIT-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.
      *> The audit history behind the extract's last-run columns is
      *> proved against its header/trailer blocks (CTLTOTRC) first;
      *> a failure is reported to the operator and the extract goes
      *> ahead on the history as it stands.
        PROVE-AUDIT-CONTROLS.
            MOVE "AUDIT.LOG" TO CCR-FILE-NAME
            MOVE 24 TO CCR-VALUE-START
            MOVE 12 TO CCR-VALUE-LENGTH
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    SET CCR-FILE-LEGACY TO TRUE
            END-CALL
            IF CCR-FILE-MISMATCH
                MOVE "MIS-0003" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "AUDIT.LOG " CCR-REASON
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
        STORE-AUDIT-RECORD.
            IF WS-RUN-COUNT < 1000
                    AND AUDIT-MAX-USED IS NUMERIC
                MOVE AUDIT-MAX-USED TO ART-MAX(WS-RUN-COUNT)
                MOVE AUDIT-RETURN-STATUS
                    TO ART-STATUS(WS-RUN-COUNT)
                MOVE ART-PROGRAM(WS-RUN-COUNT) TO WS-CATALOG-KEY
                PERFORM FIND-CATALOG-ENTRY
                IF CATALOG-ENTRY-FOUND AND PCR-FILES-RESULTS
                    MOVE "Y" TO ART-FILER-SW(WS-RUN-COUNT)
                ELSE
                    MOVE "N" TO ART-FILER-SW(WS-RUN-COUNT)
                END-IF
                MOVE SPACES TO ART-SIGNATURE(WS-RUN-COUNT)
                IF AUDIT-DVT-COUNT IS NUMERIC
                        AND AUDIT-DVT-VALUE-LIST IS NUMERIC
                    MOVE AUDIT-MAX-USED
                        TO ART-SIGNATURE(WS-RUN-COUNT)(1:7)
                    MOVE AUDIT-DVT-COUNT
                        TO ART-SIGNATURE(WS-RUN-COUNT)(8:1)
                    MOVE AUDIT-DVT-VALUE-LIST
                        TO ART-SIGNATURE(WS-RUN-COUNT)(9:15)
                END-IF
            END-IF.
        EXTRACT-ONE-ROW.
            ADD 1 TO WS-ROW-COUNT
            MOVE WS-LAST-TIMESTAMP TO XL-RUN-TIMESTAMP
            MOVE EXTRACT-LINE TO EXTRACT-RECORD
            WRITE EXTRACT-RECORD.
      *> Audit lines that carry the run's divisor set are matched
      *> on the full signature; older lines without one can only be
      *> matched on MAX - the closest tie the two files share. The
      *> record chosen is the newest run so matched of a program
      *> the catalog says files to RESULTS.MST, whatever its status,
      *> since the MIS wants to see failed reruns too.
        FIND-LATEST-RUN.
            MOVE SPACES TO WS-LAST-STATUS
            MOVE ZERO TO WS-LAST-TIMESTAMP
            PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-COUNT
                IF ART-FILES-RESULTS(WS-RUN-IDX)
                        AND ART-MAX(WS-RUN-IDX) = RSLT-MAX
                        AND (ART-SIGNATURE(WS-RUN-IDX) = SPACES
                            OR ART-SIGNATURE(WS-RUN-IDX) = RSLT-KEY)
                        AND ART-TIMESTAMP(WS-RUN-IDX)
                            NOT < WS-LAST-TIMESTAMP
                    MOVE ART-TIMESTAMP(WS-RUN-IDX)
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            PERFORM WRITE-AUDIT-HEADER
            MOVE SPACES TO AUDIT-RECORD
            MOVE WS-RUN-DATE TO AUDIT-TIMESTAMP(1:8)
            MOVE WS-TIME-OF-DAY TO AUDIT-TIMESTAMP(9:6)
            MOVE WS-RETURN-STATUS TO AUDIT-RETURN-STATUS
            MOVE "MIS-EXTRACT" TO AUDIT-PROGRAM
            WRITE AUDIT-RECORD
            PERFORM WRITE-AUDIT-TRAILER
            CLOSE AUDIT-FILE.
      *> Each append to the audit log is its own header/trailer
      *> block (CTLTOTRC) around the one line this run adds; this
      *> program has no run signature or sum, so both are zero.
        WRITE-AUDIT-HEADER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-HEADER TO TRUE
            MOVE "MIS-EXTRACT" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE ZEROS TO CTR-SIGNATURE
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
        WRITE-AUDIT-TRAILER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-TRAILER TO TRUE
            MOVE "MIS-EXTRACT" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE 1 TO CTR-RECORD-COUNT
            MOVE ZERO TO CTR-HASH-TOTAL
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
