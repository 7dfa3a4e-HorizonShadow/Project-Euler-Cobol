                SELECT ARCH-CAT-FILE ASSIGN TO "ARCHCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-ARCH-CAT-STATUS.
                SELECT PERIOD-HISTORY-FILE ASSIGN TO "PRDHIST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PRDHIST-STATUS.
                SELECT MANIFEST-FILE ASSIGN TO "ARCHMAN.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                05  ACR-FILE-NAME           PIC X(20).
                05  FILLER                  PIC X(1).
                05  ACR-DATE                PIC 9(8).
            FD  PERIOD-HISTORY-FILE.
            COPY PRDHSTRC.
            FD  MANIFEST-FILE.
            01  MANIFEST-RECORD             PIC X(80).
            WORKING-STORAGE SECTION.
            01  WS-ARCH-IN-STATUS           PIC XX.
            01  WS-ARCH-OUT-STATUS          PIC XX.
            01  WS-ARCH-CAT-STATUS          PIC XX.
            01  WS-PRDHIST-STATUS           PIC XX.
            01  WS-ARCH-IN-NAME             PIC X(20).
            01  WS-ARCH-OUT-NAME            PIC X(20).
            01  WS-RUN-DATE                 PIC 9(8).
            01  WS-RECORD-COUNT             PIC 9(6).
            01  WS-KEPT-COUNT               PIC 9(4) VALUE ZERO.
            01  WS-PURGED-COUNT             PIC 9(4) VALUE ZERO.
            01  WS-HELD-COUNT               PIC 9(4) VALUE ZERO.
      *> Latest month PERIOD-CLOSE has closed (PRDHIST.DAT). An
      *> audit generation dated in a month after it still holds run
      *> history no close has filed, so it is kept past retention
      *> until that month is closed.
            01  WS-PERIOD-CLOSE-SW          PIC X VALUE "N".
                88  PERIOD-CLOSE-IN-USE     VALUE "Y".
            01  WS-LAST-CLOSED-PERIOD       PIC 9(6) VALUE 0.
            01  WS-HIST-EOF-SW              PIC X VALUE "N".
                88  HISTORY-EOF             VALUE "Y".
      *> Catalog of every archive generation still on disk; this is
      *> the only record of what exists, since the program cannot
      *> read the directory itself.
                    10  ACE-DATE            PIC 9(8).
                    10  ACE-DISP-SW         PIC X.
                        88  ACE-PURGED      VALUE "D".
                        88  ACE-HELD        VALUE "H".
            01  WS-CAT-IDX                  PIC 9(4).
            01  WS-DUP-FOUND-SW             PIC X.
                88  DUPLICATE-ENTRY         VALUE "Y".
            01  WS-DELETE-RC                PIC S9(9) BINARY.
      *> Where the IND/value field sits on the file being archived,
      *> for proving its header/trailer blocks (CTLTOTRC), and what
      *> the live file and its dated copy were found to be.
            01  WS-ARCH-VALUE-START         PIC 9(3).
            01  WS-ARCH-VALUE-LENGTH        PIC 9(2).
            01  WS-LIVE-RESULT-SW           PIC X.
                88  LIVE-FILE-MISMATCH      VALUE "M".
            01  WS-COPY-PROVED-SW           PIC X.
                88  COPY-PROVED             VALUE "Y".
            01  WS-CONTROL-FAIL-COUNT       PIC 9(4) VALUE ZERO.
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  ML-DISPOSITION          PIC X(8).
            COPY OPSMSGRC.
            COPY CTLCHKRQ.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
            PERFORM LOAD-ARCHIVE-CATALOG
            PERFORM LOAD-LAST-CLOSED-PERIOD
            MOVE "AUDIT.LOG" TO WS-ARCH-IN-NAME
            MOVE SPACES TO WS-ARCH-OUT-NAME
            STRING "AUDIT.A" WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-ARCH-OUT-NAME
            MOVE 24 TO WS-ARCH-VALUE-START
            MOVE 12 TO WS-ARCH-VALUE-LENGTH
            PERFORM ARCHIVE-ONE-FILE
            MOVE "DETAIL.OUT" TO WS-ARCH-IN-NAME
            MOVE SPACES TO WS-ARCH-OUT-NAME
            STRING "DETAIL.A" WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-ARCH-OUT-NAME
            MOVE 1 TO WS-ARCH-VALUE-START
            MOVE 7 TO WS-ARCH-VALUE-LENGTH
            PERFORM ARCHIVE-ONE-FILE
            PERFORM PURGE-OLD-GENERATIONS
            PERFORM WRITE-MANIFEST
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            IF WS-CONTROL-FAIL-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.
        READ-RETENTION-PARM.
            OPEN INPUT ARCHPARM-FILE
                END-PERFORM
                CLOSE ARCH-CAT-FILE
            END-IF.
        LOAD-LAST-CLOSED-PERIOD.
            OPEN INPUT PERIOD-HISTORY-FILE
            IF WS-PRDHIST-STATUS = "00"
                SET PERIOD-CLOSE-IN-USE TO TRUE
                PERFORM UNTIL HISTORY-EOF
                    READ PERIOD-HISTORY-FILE
                        AT END
                            SET HISTORY-EOF TO TRUE
                        NOT AT END
                            IF PHR-MONTH-PERIOD AND PHR-CLOSE-MARKER
                                    AND PHR-PERIOD IS NUMERIC
                                    AND PHR-PERIOD >
                                        WS-LAST-CLOSED-PERIOD
                                MOVE PHR-PERIOD
                                    TO WS-LAST-CLOSED-PERIOD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIOD-HISTORY-FILE
            END-IF.
        STORE-CATALOG-ENTRY.
            IF WS-CAT-COUNT < 200
                ADD 1 TO WS-CAT-COUNT
      *> Copy the live file to its dated generation, then reset the
      *> live file to empty so AUDIT.LOG stops growing forever and
      *> the register the next run overwrites is already preserved.
      *> The live file is proved against its control records first;
      *> one that fails is still archived, as the evidence, but the
      *> operator is told. The live file is only reset once its copy
      *> has proved as sound as the original was.
        ARCHIVE-ONE-FILE.
            MOVE "N" TO WS-COPY-EOF-SW
            MOVE ZERO TO WS-RECORD-COUNT
            PERFORM PROVE-LIVE-FILE
            OPEN INPUT ARCH-IN-FILE
            IF WS-ARCH-IN-STATUS NOT = "00"
                MOVE "ARC-0003" TO OMR-MSG-ID
                END-PERFORM
                CLOSE ARCH-IN-FILE
                CLOSE ARCH-OUT-FILE
                PERFORM PROVE-ARCHIVE-COPY
                IF COPY-PROVED
                    OPEN OUTPUT ARCH-IN-FILE
                    CLOSE ARCH-IN-FILE
                END-IF
                PERFORM ADD-CATALOG-ENTRY
                MOVE "ARC-0004" TO OMR-MSG-ID
                SET OMR-INFO TO TRUE
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
        PROVE-LIVE-FILE.
            MOVE WS-ARCH-IN-NAME TO CCR-FILE-NAME
            PERFORM CALL-CONTROL-CHECK
            MOVE CCR-RESULT-SW TO WS-LIVE-RESULT-SW
            IF LIVE-FILE-MISMATCH
                ADD 1 TO WS-CONTROL-FAIL-COUNT
                MOVE "ARC-0007" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-ARCH-IN-NAME DELIMITED BY SPACE
                    " " CCR-REASON
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
      *> A copy cut short fails its control check where the live
      *> file passed; the live file is then left as it is for the
      *> next cycle to archive again.
        PROVE-ARCHIVE-COPY.
            SET COPY-PROVED TO TRUE
            MOVE WS-ARCH-OUT-NAME TO CCR-FILE-NAME
            PERFORM CALL-CONTROL-CHECK
            IF CCR-FILE-MISMATCH AND NOT LIVE-FILE-MISMATCH
                MOVE "N" TO WS-COPY-PROVED-SW
                ADD 1 TO WS-CONTROL-FAIL-COUNT
                MOVE "ARC-0008" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-ARCH-OUT-NAME DELIMITED BY SPACE
                    " FAILS CONTROL CHECK - "
                    WS-ARCH-IN-NAME DELIMITED BY SPACE
                    " NOT RESET"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
        CALL-CONTROL-CHECK.
            MOVE WS-ARCH-VALUE-START TO CCR-VALUE-START
            MOVE WS-ARCH-VALUE-LENGTH TO CCR-VALUE-LENGTH
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    SET CCR-FILE-LEGACY TO TRUE
            END-CALL.
      *> A generation already on the catalog means a second archive
      *> cycle on the same date: the live records are appended to
      *> the existing generation rather than overwriting it, which
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-COUNT
                IF ACE-DATE(WS-CAT-IDX) < WS-CUTOFF-DATE
                    IF PERIOD-CLOSE-IN-USE
                            AND ACE-FILE-NAME(WS-CAT-IDX)(1:7)
                                = "AUDIT.A"
                            AND ACE-DATE(WS-CAT-IDX)(1:6)
                                > WS-LAST-CLOSED-PERIOD
                        MOVE "H" TO ACE-DISP-SW(WS-CAT-IDX)
                        ADD 1 TO WS-HELD-COUNT
                    ELSE
                        PERFORM PURGE-ONE-GENERATION
                    END-IF
                END-IF
            END-PERFORM
            IF WS-HELD-COUNT > 0
                MOVE "ARC-0009" TO OMR-MSG-ID
                SET OMR-INFO TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-HELD-COUNT " AUDIT GENERATION(S) HELD "
                    "FOR PERIOD CLOSE"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
      *> An entry only leaves the catalog when the delete is known
      *> to have worked; otherwise the file would stay on disk with
      *> no inventory record left to find it by.
                MOVE SPACES TO MANIFEST-LINE
                MOVE ACE-FILE-NAME(WS-CAT-IDX) TO ML-FILE-NAME
                MOVE ACE-DATE(WS-CAT-IDX) TO ML-DATE
                EVALUATE TRUE
                    WHEN ACE-PURGED(WS-CAT-IDX)
                        MOVE "DELETED" TO ML-DISPOSITION
                        ADD 1 TO WS-PURGED-COUNT
                    WHEN ACE-HELD(WS-CAT-IDX)
                        MOVE "HELD" TO ML-DISPOSITION
                        ADD 1 TO WS-KEPT-COUNT
                    WHEN OTHER
                        MOVE "KEPT" TO ML-DISPOSITION
                        ADD 1 TO WS-KEPT-COUNT
                END-EVALUATE
                MOVE MANIFEST-LINE TO MANIFEST-RECORD
                WRITE MANIFEST-RECORD
            END-PERFORM
