                    ACCESS IS RANDOM
                    RECORD KEY IS RSLT-KEY
                    FILE STATUS IS WS-RSLT-STATUS.
                SELECT PARTIAL-FILE ASSIGN USING WS-PARTIAL-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-PARTIAL-STATUS.
                SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOBCTL-STATUS.
                SELECT SLICE-FILE ASSIGN USING WS-SLICE-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-SLICE-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PARM-FILE.
            COPY AUDITREC.
            FD  RESULTS-FILE.
            COPY RSLTREC.
            FD  PARTIAL-FILE.
            COPY P1PARTRC.
            FD  JOB-CONTROL-FILE.
            COPY JOBCTLRC.
            FD  SLICE-FILE.
            01  SLICE-RECORD                PIC X(80).
            WORKING-STORAGE SECTION.
            01  SUM-TOTAL   PIC 9(12) VALUE ZERO.
            01  LOOP.
                VALUE "REPORT.OUT".
            01  WS-DETAIL-NAME              PIC X(20)
                VALUE "DETAIL.OUT".
      *> Range partitioning. A step whose job-control line names a
      *> range group and an IND range computes only that slice
      *> (WS-RANGE-FROM up to but not including WS-RANGE-TO) and
      *> leaves its sum and counts on PARTIAL.<step> beside its
      *> DETAIL.<step> slice; the group's merge step reads every
      *> range step of the group back from JOBCTL.DAT, checks the
      *> slices tile 0 to MAX exactly under its own signature, and
      *> files the combined result as if one run had done it all.
      *> A complete run is simply the range 0 to MAX.
            01  WS-RANGE-MODE-SW            PIC X VALUE "N".
                88  WHOLE-RUN               VALUE "N".
                88  RANGE-STEP              VALUE "R".
                88  MERGE-STEP              VALUE "M".
            01  WS-RANGE-GROUP              PIC X(8).
            01  WS-RANGE-FROM               PIC 9(7) VALUE 0.
            01  WS-RANGE-TO                 PIC 9(7) VALUE 0.
            01  WS-PARTIAL-STATUS           PIC XX.
            01  WS-PARTIAL-NAME             PIC X(20).
            01  WS-JOBCTL-STATUS            PIC XX.
            01  WS-JOBCTL-EOF-SW            PIC X VALUE "N".
                88  JOBCTL-EOF              VALUE "Y".
            01  WS-SLICE-STATUS             PIC XX.
            01  WS-SLICE-NAME               PIC X(20).
            01  WS-SLICE-EOF-SW             PIC X VALUE "N".
                88  SLICE-EOF               VALUE "Y".
            01  WS-SLICE-LINES              PIC 9(7).
            01  WS-JCL-LINE-COUNT           PIC 9999.
            01  WS-MERGE-REFUSED-SW         PIC X VALUE "N".
                88  MERGE-REFUSED           VALUE "Y".
            01  WS-MERGE-REASON             PIC X(40).
            01  WS-MERGE-NEXT-FROM          PIC 9(7).
            01  WS-MRG-COUNT                PIC 99 VALUE 0.
            01  WS-MRG-IDX                  PIC 99.
            01  WS-MRG-IDX2                 PIC 99.
            01  WS-MRG-TABLE.
                05  WS-MRG-ENTRY OCCURS 50 TIMES.
                    10  MRG-STEP-NAME       PIC X(8).
                    10  MRG-RANGE-FROM      PIC 9(7).
                    10  MRG-RANGE-TO        PIC 9(7).
                    10  MRG-SUM             PIC 9(12).
                    10  MRG-SINGLE-COUNT    PIC 9(7).
                    10  MRG-MULTI-COUNT     PIC 9(7).
                    10  MRG-TOTAL-QUALIFYING
                                            PIC 9(7).
                    10  MRG-DVT-HIT         OCCURS 5 TIMES
                                             PIC 9(7).
            01  WS-MRG-SWAP                 PIC X(90).
            COPY OPSMSGRC.
            COPY RSLTJREC.
      *> Control totals for the detail register this run writes,
      *> carried on its trailer record (CTLTOTRC). A trailer is only
      *> written under a header this run (or the run it resumes)
      *> put on the file.
            01  WS-DETAIL-COUNT             PIC 9(9) VALUE ZERO.
            01  WS-DETAIL-HASH              PIC 9(18) VALUE ZERO.
            01  WS-DETAIL-HEADER-SW         PIC X VALUE "N".
                88  DETAIL-HEADER-WRITTEN   VALUE "Y".
            COPY CTLTOTRC.
            COPY CTLCHKRQ.
            LINKAGE SECTION.
            COPY STEPPARM.
        PROCEDURE DIVISION USING STEP-PARM-AREA.
            END-IF
            PERFORM SET-DIVISORS
            PERFORM VALIDATE-MAX
            PERFORM SET-RANGE-MODE
            IF MERGE-STEP
                PERFORM MERGE-RANGE-PARTIALS
                GOBACK
            END-IF
            MOVE WS-RANGE-FROM TO IND
            PERFORM LOAD-CHECKPOINT
            IF RESUMED-FROM-CKPT
                PERFORM RECOUNT-DETAIL-REGISTER
                OPEN EXTEND DETAIL-FILE
            ELSE
                OPEN OUTPUT DETAIL-FILE
                PERFORM WRITE-DETAIL-HEADER
            END-IF
            MOVE SPACES TO DETAIL-RECORD
            PERFORM MAIN-LOOP
                UNTIL IND = WS-RANGE-TO OR OVERFLOW-DETECTED
            IF OVERFLOW-DETECTED
                PERFORM LOG-RUN-END
                MOVE 7 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM WRITE-DETAIL-TRAILER
            CLOSE DETAIL-FILE
            PERFORM CLEAR-CHECKPOINT
            IF RANGE-STEP
                PERFORM WRITE-PARTIAL-RESULT
                PERFORM WRITE-AUDIT-LOG
            ELSE
                PERFORM WRITE-REPORT
                PERFORM WRITE-AUDIT-LOG
                PERFORM UPDATE-RESULTS-MASTER
            END-IF
            PERFORM LOG-RUN-END
            MOVE 0 TO RETURN-CODE
            GOBACK.
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
      *> A blank range group is a complete run over 0 to MAX. With
      *> a group, a non-zero range-to makes this one range step and
      *> a zero range-to makes it the group's merge step. A range
      *> that is empty or runs past MAX is refused outright rather
      *> than leaving a partial the merge would only throw back.
        SET-RANGE-MODE.
            SET WHOLE-RUN TO TRUE
            MOVE SPACES TO WS-RANGE-GROUP
            MOVE 0 TO WS-RANGE-FROM
            MOVE MAX TO WS-RANGE-TO
            IF ADDRESS OF STEP-PARM-AREA NOT = NULL
                IF SPA-RANGE-GROUP NOT = SPACES
                    MOVE SPA-RANGE-GROUP TO WS-RANGE-GROUP
                    IF SPA-RANGE-TO IS NUMERIC AND SPA-RANGE-TO > 0
                        SET RANGE-STEP TO TRUE
                        MOVE SPA-RANGE-TO TO WS-RANGE-TO
                        IF SPA-RANGE-FROM IS NUMERIC
                            MOVE SPA-RANGE-FROM TO WS-RANGE-FROM
                        END-IF
                    ELSE
                        SET MERGE-STEP TO TRUE
                    END-IF
                END-IF
            END-IF
            IF RANGE-STEP
                IF WS-RANGE-FROM NOT < WS-RANGE-TO
                        OR WS-RANGE-TO > MAX
                    MOVE "P1-0008" TO OMR-MSG-ID
                    SET OMR-SEVERE TO TRUE
                    MOVE SPACES TO OMR-TEXT
                    STRING "ABEND: INVALID RANGE " WS-RANGE-FROM "-"
                        WS-RANGE-TO " FOR MAX " MAX
                        DELIMITED BY SIZE INTO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                    MOVE "08" TO WS-RETURN-STATUS
                    PERFORM WRITE-AUDIT-LOG
                    PERFORM LOG-RUN-END
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                MOVE SPACES TO WS-PARTIAL-NAME
                STRING "PARTIAL." SPA-STEP-NAME
                    DELIMITED BY SIZE INTO WS-PARTIAL-NAME
      *> An earlier partial for this step is removed before the
      *> slice is recomputed, so a run that fails part way through
      *> never leaves the previous run's partial for the merge.
                CALL "CBL_DELETE_FILE" USING WS-PARTIAL-NAME
            END-IF.
        LOAD-CHECKPOINT.
            MOVE "N" TO WS-RESUMED-SW
            MOVE "N" TO WS-CKPT-MISMATCH-SW
                        MOVE "Y" TO WS-CKPT-MISMATCH-SW
                    END-IF
                END-PERFORM
            END-IF
      *> Checkpoints taken before range steps existed carry no range
      *> and were all complete runs over 0 to MAX.
            IF CKPT-RANGE-FROM IS NUMERIC AND CKPT-RANGE-TO IS NUMERIC
                IF CKPT-RANGE-FROM NOT = WS-RANGE-FROM
                        OR CKPT-RANGE-TO NOT = WS-RANGE-TO
                    MOVE "Y" TO WS-CKPT-MISMATCH-SW
                END-IF
            ELSE
                IF WS-RANGE-FROM NOT = 0 OR WS-RANGE-TO NOT = MAX
                    MOVE "Y" TO WS-CKPT-MISMATCH-SW
                END-IF
            END-IF.
        WRITE-CHECKPOINT.
            OPEN OUTPUT CHECKPOINT-FILE
                MOVE DVT-VALUE(WS-DVT-IDX)
                    TO CKPT-DVT-VALUE(WS-DVT-IDX)
            END-PERFORM
            MOVE WS-RANGE-FROM TO CKPT-RANGE-FROM
            MOVE WS-RANGE-TO TO CKPT-RANGE-TO
            WRITE CKPT-RECORD
            CLOSE CHECKPOINT-FILE.
        CLEAR-CHECKPOINT.
            END-IF
            IF WS-RSLT-STATUS = "00"
                PERFORM BUILD-RESULTS-KEY
                MOVE SPACES TO RSLT-JOURNAL-RECORD
                MOVE RSLT-KEY TO RJR-KEY
                READ RESULTS-FILE
                    INVALID KEY
                        SET RJR-ADD TO TRUE
                    NOT INVALID KEY
                        SET RJR-CHANGE TO TRUE
                        MOVE RSLT-RECORD TO RJR-BEFORE-IMAGE
                END-READ
                MOVE RJR-KEY TO RSLT-KEY
                MOVE SUM-TOTAL TO RSLT-SUM
                MOVE WS-SINGLE-MATCH-COUNT TO RSLT-SINGLE-COUNT
                MOVE WS-MULTI-MATCH-COUNT TO RSLT-MULTI-COUNT
                        TO RSLT-DVT-HIT(WS-DVT-IDX)
                END-PERFORM
                MOVE WS-RUN-DATE TO RSLT-LAST-COMPUTED
                MOVE SPACE TO RSLT-SUSPECT-SW
                WRITE RSLT-RECORD
                    INVALID KEY
                        REWRITE RSLT-RECORD
                END-WRITE
                IF WS-RSLT-STATUS = "00"
                    PERFORM JOURNAL-RESULTS-CHANGE
                END-IF
                CLOSE RESULTS-FILE
            ELSE
                MOVE "P1-0006" TO OMR-MSG-ID
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            END-IF.
      *> Every row filed is journalled with its image before and
      *> after, so RESULT-MAINT can roll the last unload forward.
        JOURNAL-RESULTS-CHANGE.
            MOVE "HELLO-WORLD" TO RJR-PROGRAM
            MOVE RSLT-RECORD TO RJR-AFTER-IMAGE
            CALL "RSLT-JOURNAL" USING RSLT-JOURNAL-RECORD
                ON EXCEPTION
                    MOVE "P1-0012" TO OMR-MSG-ID
                    SET OMR-SEVERE TO TRUE
                    MOVE "RSLT-JOURNAL NOT AVAILABLE - NOT JOURNALLED"
                        TO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
            END-CALL.
        LOOKUP-RESULTS-MASTER.
            MOVE "N" TO WS-RSLT-FOUND-SW
            OPEN INPUT RESULTS-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            PERFORM WRITE-AUDIT-HEADER
            MOVE SPACES TO AUDIT-RECORD
            MOVE WS-RUN-DATE TO AUDIT-TIMESTAMP(1:8)
            MOVE WS-TIME-OF-DAY TO AUDIT-TIMESTAMP(9:6)
            MOVE SUM-TOTAL TO AUDIT-SUM-RESULT
            MOVE WS-RETURN-STATUS TO AUDIT-RETURN-STATUS
            MOVE "HELLO-WORLD" TO AUDIT-PROGRAM
            MOVE DVT-COUNT TO AUDIT-DVT-COUNT
            MOVE ZEROS TO AUDIT-DVT-VALUE-LIST
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > DVT-COUNT
                MOVE DVT-VALUE(WS-DVT-IDX)
                    TO AUDIT-DVT-VALUE(WS-DVT-IDX)
            END-PERFORM
            IF RANGE-STEP
                SET AUDIT-PARTIAL-RUN TO TRUE
            END-IF
            WRITE AUDIT-RECORD
            PERFORM WRITE-AUDIT-TRAILER
            CLOSE AUDIT-FILE.
      *> Each append to the audit log is its own header/trailer
      *> block around the one line this run adds.
        WRITE-AUDIT-HEADER.
            PERFORM BUILD-CONTROL-HEADER
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
        WRITE-AUDIT-TRAILER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-TRAILER TO TRUE
            MOVE "HELLO-WORLD" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE 1 TO CTR-RECORD-COUNT
            MOVE SUM-TOTAL TO CTR-HASH-TOTAL
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
      *> Header for either file: this program, the run date and
      *> time, and the run's MAX/divisor signature.
        BUILD-CONTROL-HEADER.
            ACCEPT WS-TIME-OF-DAY FROM TIME
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-HEADER TO TRUE
            MOVE "HELLO-WORLD" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE ZEROS TO CTR-SIGNATURE
            MOVE MAX TO CTR-SIG-MAX
            MOVE DVT-COUNT TO CTR-SIG-DVT-COUNT
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > DVT-COUNT
                MOVE DVT-VALUE(WS-DVT-IDX)
                    TO CTR-SIG-DVT-VALUE(WS-DVT-IDX)
            END-PERFORM.
      *> The detail register's header goes on before its first line
      *> and its trailer after its last, once the run has reached
      *> its range-to; a register left by a halted run has no
      *> trailer, so its readers know not to trust it.
        WRITE-DETAIL-HEADER.
            MOVE ZERO TO WS-DETAIL-COUNT
            MOVE ZERO TO WS-DETAIL-HASH
            PERFORM BUILD-CONTROL-HEADER
            WRITE DETAIL-CONTROL-LINE FROM CONTROL-TOTAL-RECORD
            SET DETAIL-HEADER-WRITTEN TO TRUE.
        WRITE-DETAIL-TRAILER.
            IF DETAIL-HEADER-WRITTEN
                ACCEPT WS-TIME-OF-DAY FROM TIME
                MOVE SPACES TO CONTROL-TOTAL-RECORD
                SET CTR-TRAILER TO TRUE
                MOVE "HELLO-WORLD" TO CTR-PROGRAM
                MOVE WS-RUN-DATE TO CTR-RUN-DATE
                MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
                MOVE WS-DETAIL-COUNT TO CTR-RECORD-COUNT
                MOVE WS-DETAIL-HASH TO CTR-HASH-TOTAL
                WRITE DETAIL-CONTROL-LINE FROM CONTROL-TOTAL-RECORD
            END-IF.
      *> A restarted run appends to the register its failed attempt
      *> left, so the totals so far are counted back off the file;
      *> a register begun before control records has no header and
      *> is finished without a trailer, as it always was.
        RECOUNT-DETAIL-REGISTER.
            MOVE "N" TO WS-DETAIL-HEADER-SW
            MOVE ZERO TO WS-DETAIL-COUNT
            MOVE ZERO TO WS-DETAIL-HASH
            MOVE WS-DETAIL-NAME TO CCR-FILE-NAME
            MOVE 1 TO CCR-VALUE-START
            MOVE 7 TO CCR-VALUE-LENGTH
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    MOVE ZERO TO CCR-BLOCK-COUNT
            END-CALL
            IF CCR-BLOCK-COUNT > 0
                SET DETAIL-HEADER-WRITTEN TO TRUE
                MOVE CCR-RECORD-COUNT TO WS-DETAIL-COUNT
                MOVE CCR-HASH-TOTAL TO WS-DETAIL-HASH
            END-IF.
      *> The slice's own sum and counts, for the group's merge step.
      *> Written only once the slice has run to its range-to; a
      *> range step that halts leaves no partial behind.
        WRITE-PARTIAL-RESULT.
            OPEN OUTPUT PARTIAL-FILE
            MOVE SPACES TO PARTIAL-RECORD
            MOVE WS-RANGE-GROUP TO PTL-RANGE-GROUP
            MOVE SPA-STEP-NAME TO PTL-STEP-NAME
            MOVE WS-RANGE-FROM TO PTL-RANGE-FROM
            MOVE WS-RANGE-TO TO PTL-RANGE-TO
            MOVE MAX TO PTL-MAX
            MOVE DVT-COUNT TO PTL-DVT-COUNT
            MOVE ZEROS TO PTL-DVT-VALUE-LIST
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > DVT-COUNT
                MOVE DVT-VALUE(WS-DVT-IDX)
                    TO PTL-DVT-VALUE(WS-DVT-IDX)
            END-PERFORM
            MOVE SUM-TOTAL TO PTL-SUM
            MOVE WS-SINGLE-MATCH-COUNT TO PTL-SINGLE-COUNT
            MOVE WS-MULTI-MATCH-COUNT TO PTL-MULTI-COUNT
            MOVE WS-TOTAL-QUALIFYING-COUNT TO PTL-TOTAL-QUALIFYING
            PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                    UNTIL WS-DVT-IDX > 5
                MOVE DVT-HIT-COUNT(WS-DVT-IDX)
                    TO PTL-DVT-HIT(WS-DVT-IDX)
            END-PERFORM
            MOVE WS-RUN-DATE TO PTL-RUN-DATE
            WRITE PARTIAL-RECORD
            CLOSE PARTIAL-FILE
            MOVE "P1-0011" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "GROUP " DELIMITED BY SIZE
                WS-RANGE-GROUP DELIMITED BY SPACE
                " RANGE " WS-RANGE-FROM "-" WS-RANGE-TO
                " SUM " SUM-TOTAL
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
      *> Merge step of a range-partitioned run. Every range step of
      *> the group is taken from JOBCTL.DAT (named the way the
      *> driver names them) and its partial read back; a missing
      *> partial, a partial computed under another signature or
      *> another range than the job-control line now says, a gap
      *> or overlap between the slices, or a detail slice that does
      *> not hold the partial's qualifying count refuses the merge
      *> with nothing filed. Otherwise the slices are summed and
      *> copied in IND order into this step's DETAIL, and the
      *> report, audit line and results-master row are written
      *> exactly as a complete run would write them.
        MERGE-RANGE-PARTIALS.
            MOVE "N" TO WS-MERGE-REFUSED-SW
            MOVE SPACES TO WS-MERGE-REASON
            MOVE 0 TO WS-MRG-COUNT
            PERFORM LOAD-GROUP-RANGE-STEPS
            IF NOT MERGE-REFUSED AND WS-MRG-COUNT = 0
                MOVE "NO RANGE STEPS FOR GROUP IN JOBCTL.DAT"
                    TO WS-MERGE-REASON
                SET MERGE-REFUSED TO TRUE
            END-IF
            PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                    UNTIL WS-MRG-IDX > WS-MRG-COUNT OR MERGE-REFUSED
                PERFORM READ-ONE-PARTIAL
            END-PERFORM
            IF NOT MERGE-REFUSED
                PERFORM SORT-MERGE-TABLE
                PERFORM CHECK-RANGE-COVERAGE
            END-IF
            IF NOT MERGE-REFUSED
                PERFORM ADD-UP-PARTIALS
            END-IF
            IF MERGE-REFUSED
                MOVE "P1-0009" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "GROUP " DELIMITED BY SIZE
                    WS-RANGE-GROUP DELIMITED BY SPACE
                    " REFUSED: " WS-MERGE-REASON
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE ZERO TO SUM-TOTAL
                MOVE "06" TO WS-RETURN-STATUS
                PERFORM WRITE-AUDIT-LOG
                PERFORM LOG-RUN-END
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM COPY-DETAIL-SLICES
                PERFORM WRITE-REPORT
                PERFORM WRITE-AUDIT-LOG
                PERFORM UPDATE-RESULTS-MASTER
                MOVE "P1-0010" TO OMR-MSG-ID
                SET OMR-INFO TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "GROUP " DELIMITED BY SIZE
                    WS-RANGE-GROUP DELIMITED BY SPACE
                    " MERGED FROM " WS-MRG-COUNT
                    " RANGES, FINAL SUM " SUM-TOTAL
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                PERFORM LOG-RUN-END
                MOVE 0 TO RETURN-CODE
            END-IF.
        LOAD-GROUP-RANGE-STEPS.
            MOVE "N" TO WS-JOBCTL-EOF-SW
            MOVE 0 TO WS-JCL-LINE-COUNT
            OPEN INPUT JOB-CONTROL-FILE
            IF WS-JOBCTL-STATUS NOT = "00"
                MOVE "JOBCTL.DAT NOT AVAILABLE" TO WS-MERGE-REASON
                SET MERGE-REFUSED TO TRUE
            ELSE
                PERFORM UNTIL JOBCTL-EOF
                    READ JOB-CONTROL-FILE
                        AT END
                            SET JOBCTL-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-JCL-LINE-COUNT
                            PERFORM STORE-GROUP-RANGE-STEP
                    END-READ
                END-PERFORM
                CLOSE JOB-CONTROL-FILE
            END-IF.
        STORE-GROUP-RANGE-STEP.
            IF JCR-RANGE-GROUP = WS-RANGE-GROUP
                    AND JCR-RANGE-TO IS NUMERIC
                    AND JCR-RANGE-TO > 0
                IF WS-MRG-COUNT >= 50
                    MOVE "MORE THAN 50 RANGE STEPS IN GROUP"
                        TO WS-MERGE-REASON
                    SET MERGE-REFUSED TO TRUE
                ELSE
                    ADD 1 TO WS-MRG-COUNT
                    IF JCR-STEP-NAME = SPACES
                        MOVE "STEP" TO MRG-STEP-NAME(WS-MRG-COUNT)
                        MOVE WS-JCL-LINE-COUNT
                            TO MRG-STEP-NAME(WS-MRG-COUNT)(5:4)
                    ELSE
                        MOVE JCR-STEP-NAME
                            TO MRG-STEP-NAME(WS-MRG-COUNT)
                    END-IF
                    IF JCR-RANGE-FROM IS NUMERIC
                        MOVE JCR-RANGE-FROM
                            TO MRG-RANGE-FROM(WS-MRG-COUNT)
                    ELSE
                        MOVE 0 TO MRG-RANGE-FROM(WS-MRG-COUNT)
                    END-IF
                    MOVE JCR-RANGE-TO TO MRG-RANGE-TO(WS-MRG-COUNT)
                END-IF
            END-IF.
        READ-ONE-PARTIAL.
            MOVE SPACES TO WS-PARTIAL-NAME
            STRING "PARTIAL." MRG-STEP-NAME(WS-MRG-IDX)
                DELIMITED BY SIZE INTO WS-PARTIAL-NAME
            OPEN INPUT PARTIAL-FILE
            IF WS-PARTIAL-STATUS NOT = "00"
                PERFORM REFUSE-MISSING-RANGE
            ELSE
                READ PARTIAL-FILE
                    AT END
                        PERFORM REFUSE-MISSING-RANGE
                    NOT AT END
                        PERFORM CHECK-ONE-PARTIAL
                END-READ
                CLOSE PARTIAL-FILE
            END-IF
            IF NOT MERGE-REFUSED
                PERFORM COUNT-DETAIL-SLICE
            END-IF.
        REFUSE-MISSING-RANGE.
            MOVE SPACES TO WS-MERGE-REASON
            STRING MRG-STEP-NAME(WS-MRG-IDX) " RANGE "
                MRG-RANGE-FROM(WS-MRG-IDX) "-"
                MRG-RANGE-TO(WS-MRG-IDX) " MISSING"
                DELIMITED BY SIZE INTO WS-MERGE-REASON
            SET MERGE-REFUSED TO TRUE.
        CHECK-ONE-PARTIAL.
            IF PTL-MAX NOT = MAX OR PTL-DVT-COUNT NOT = DVT-COUNT
                SET MERGE-REFUSED TO TRUE
            ELSE
                PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                        UNTIL WS-DVT-IDX > DVT-COUNT
                    IF PTL-DVT-VALUE(WS-DVT-IDX)
                            NOT = DVT-VALUE(WS-DVT-IDX)
                        SET MERGE-REFUSED TO TRUE
                    END-IF
                END-PERFORM
            END-IF
            IF MERGE-REFUSED
                MOVE SPACES TO WS-MERGE-REASON
                STRING MRG-STEP-NAME(WS-MRG-IDX)
                    " PARTIAL HAS OTHER SIGNATURE"
                    DELIMITED BY SIZE INTO WS-MERGE-REASON
            ELSE
                IF PTL-RANGE-GROUP NOT = WS-RANGE-GROUP
                        OR PTL-RANGE-FROM
                            NOT = MRG-RANGE-FROM(WS-MRG-IDX)
                        OR PTL-RANGE-TO
                            NOT = MRG-RANGE-TO(WS-MRG-IDX)
                    MOVE SPACES TO WS-MERGE-REASON
                    STRING MRG-STEP-NAME(WS-MRG-IDX)
                        " PARTIAL IS FOR ANOTHER RANGE"
                        DELIMITED BY SIZE INTO WS-MERGE-REASON
                    SET MERGE-REFUSED TO TRUE
                ELSE
                    MOVE PTL-SUM TO MRG-SUM(WS-MRG-IDX)
                    MOVE PTL-SINGLE-COUNT
                        TO MRG-SINGLE-COUNT(WS-MRG-IDX)
                    MOVE PTL-MULTI-COUNT
                        TO MRG-MULTI-COUNT(WS-MRG-IDX)
                    MOVE PTL-TOTAL-QUALIFYING
                        TO MRG-TOTAL-QUALIFYING(WS-MRG-IDX)
                    PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                            UNTIL WS-DVT-IDX > 5
                        MOVE PTL-DVT-HIT(WS-DVT-IDX)
                            TO MRG-DVT-HIT(WS-MRG-IDX, WS-DVT-IDX)
                    END-PERFORM
                END-IF
            END-IF.
      *> The slice must hold one line per qualifying IND the
      *> partial counted, or the combined register would not match
      *> the combined totals; a slice carrying control records must
      *> also prove against its own trailer.
        COUNT-DETAIL-SLICE.
            MOVE SPACES TO WS-SLICE-NAME
            STRING "DETAIL." MRG-STEP-NAME(WS-MRG-IDX)
                DELIMITED BY SIZE INTO WS-SLICE-NAME
            MOVE 0 TO WS-SLICE-LINES
            MOVE WS-SLICE-NAME TO CCR-FILE-NAME
            MOVE 1 TO CCR-VALUE-START
            MOVE 7 TO CCR-VALUE-LENGTH
            CALL "CONTROL-CHECK" USING CONTROL-CHECK-REQUEST
                ON EXCEPTION
                    SET CCR-FILE-MISSING TO TRUE
            END-CALL
            IF CCR-FILE-MISMATCH
                MOVE SPACES TO WS-MERGE-REASON
                STRING "DETAIL." MRG-STEP-NAME(WS-MRG-IDX)
                    " FAILS CONTROL CHECK"
                    DELIMITED BY SIZE INTO WS-MERGE-REASON
                SET MERGE-REFUSED TO TRUE
            END-IF
            IF CCR-FILE-VERIFIED OR CCR-FILE-LEGACY
                ADD CCR-RECORD-COUNT CCR-LEGACY-COUNT
                    GIVING WS-SLICE-LINES
            END-IF
            IF NOT MERGE-REFUSED AND WS-SLICE-LINES
                    NOT = MRG-TOTAL-QUALIFYING(WS-MRG-IDX)
                MOVE SPACES TO WS-MERGE-REASON
                STRING "DETAIL." MRG-STEP-NAME(WS-MRG-IDX)
                    " SLICE INCOMPLETE"
                    DELIMITED BY SIZE INTO WS-MERGE-REASON
                SET MERGE-REFUSED TO TRUE
            END-IF.
      *> Range steps may sit in JOBCTL.DAT in any order; put them in
      *> IND order for the coverage check and the detail copy.
        SORT-MERGE-TABLE.
            PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                    UNTIL WS-MRG-IDX >= WS-MRG-COUNT
                PERFORM VARYING WS-MRG-IDX2 FROM WS-MRG-IDX BY 1
                        UNTIL WS-MRG-IDX2 > WS-MRG-COUNT
                    IF MRG-RANGE-FROM(WS-MRG-IDX2)
                            < MRG-RANGE-FROM(WS-MRG-IDX)
                        MOVE WS-MRG-ENTRY(WS-MRG-IDX) TO WS-MRG-SWAP
                        MOVE WS-MRG-ENTRY(WS-MRG-IDX2)
                            TO WS-MRG-ENTRY(WS-MRG-IDX)
                        MOVE WS-MRG-SWAP TO WS-MRG-ENTRY(WS-MRG-IDX2)
                    END-IF
                END-PERFORM
            END-PERFORM.
        CHECK-RANGE-COVERAGE.
            MOVE 0 TO WS-MERGE-NEXT-FROM
            PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                    UNTIL WS-MRG-IDX > WS-MRG-COUNT OR MERGE-REFUSED
                IF MRG-RANGE-FROM(WS-MRG-IDX) > WS-MERGE-NEXT-FROM
                    MOVE SPACES TO WS-MERGE-REASON
                    STRING "RANGE " WS-MERGE-NEXT-FROM "-"
                        MRG-RANGE-FROM(WS-MRG-IDX) " MISSING"
                        DELIMITED BY SIZE INTO WS-MERGE-REASON
                    SET MERGE-REFUSED TO TRUE
                END-IF
                IF MRG-RANGE-FROM(WS-MRG-IDX) < WS-MERGE-NEXT-FROM
                    MOVE SPACES TO WS-MERGE-REASON
                    STRING MRG-STEP-NAME(WS-MRG-IDX)
                        " OVERLAPS BELOW " WS-MERGE-NEXT-FROM
                        DELIMITED BY SIZE INTO WS-MERGE-REASON
                    SET MERGE-REFUSED TO TRUE
                END-IF
                MOVE MRG-RANGE-TO(WS-MRG-IDX) TO WS-MERGE-NEXT-FROM
            END-PERFORM
            IF NOT MERGE-REFUSED AND WS-MERGE-NEXT-FROM < MAX
                MOVE SPACES TO WS-MERGE-REASON
                STRING "RANGE " WS-MERGE-NEXT-FROM "-" MAX
                    " MISSING"
                    DELIMITED BY SIZE INTO WS-MERGE-REASON
                SET MERGE-REFUSED TO TRUE
            END-IF.
        ADD-UP-PARTIALS.
            PERFORM RESET-RUN-STATE
            PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                    UNTIL WS-MRG-IDX > WS-MRG-COUNT OR MERGE-REFUSED
                ADD MRG-SUM(WS-MRG-IDX) TO SUM-TOTAL
                    ON SIZE ERROR
                        MOVE "COMBINED SUM OVERFLOWS" TO WS-MERGE-REASON
                        SET MERGE-REFUSED TO TRUE
                END-ADD
                ADD MRG-SINGLE-COUNT(WS-MRG-IDX)
                    TO WS-SINGLE-MATCH-COUNT
                ADD MRG-MULTI-COUNT(WS-MRG-IDX) TO WS-MULTI-MATCH-COUNT
                ADD MRG-TOTAL-QUALIFYING(WS-MRG-IDX)
                    TO WS-TOTAL-QUALIFYING-COUNT
                PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                        UNTIL WS-DVT-IDX > 5
                    ADD MRG-DVT-HIT(WS-MRG-IDX, WS-DVT-IDX)
                        TO DVT-HIT-COUNT(WS-DVT-IDX)
                END-PERFORM
            END-PERFORM.
        COPY-DETAIL-SLICES.
            OPEN OUTPUT DETAIL-FILE
            PERFORM WRITE-DETAIL-HEADER
            PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                    UNTIL WS-MRG-IDX > WS-MRG-COUNT
                MOVE SPACES TO WS-SLICE-NAME
                STRING "DETAIL." MRG-STEP-NAME(WS-MRG-IDX)
                    DELIMITED BY SIZE INTO WS-SLICE-NAME
                MOVE "N" TO WS-SLICE-EOF-SW
                OPEN INPUT SLICE-FILE
                PERFORM UNTIL SLICE-EOF
                    READ SLICE-FILE
                        AT END
                            SET SLICE-EOF TO TRUE
                        NOT AT END
                            MOVE SLICE-RECORD TO DETAIL-RECORD
                            IF NOT DETAIL-CONTROL-RECORD
                                ADD 1 TO WS-DETAIL-COUNT
                                ADD DETAIL-IND TO WS-DETAIL-HASH
                                WRITE DETAIL-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SLICE-FILE
            END-PERFORM
            PERFORM WRITE-DETAIL-TRAILER
            CLOSE DETAIL-FILE.
        MENU-PARA.
            DISPLAY "=== PROBLEM 1 INTERACTIVE INQUIRY MODE ==="
            PERFORM UNTIL MENU-DONE
                        END-PERFORM
                    END-IF
                    PERFORM LOOKUP-RESULTS-MASTER
                    IF RSLT-FOUND AND RSLT-SUSPECT
                        DISPLAY "FILED RESULT IS FLAGGED SUSPECT - "
                            "RECOMPUTING"
                        MOVE "N" TO WS-RSLT-FOUND-SW
                    END-IF
                    IF RSLT-FOUND
                        PERFORM ANSWER-FROM-MASTER
                    ELSE
                WITH NO ADVANCING
            ACCEPT WS-OUTPUT-FORMAT
            PERFORM RESET-RUN-STATE
            SET WHOLE-RUN TO TRUE
            MOVE 0 TO WS-RANGE-FROM
            MOVE MAX TO WS-RANGE-TO
            OPEN OUTPUT DETAIL-FILE
            PERFORM WRITE-DETAIL-HEADER
            MOVE SPACES TO DETAIL-RECORD
            PERFORM MAIN-LOOP
                UNTIL IND = MAX OR OVERFLOW-DETECTED
                DISPLAY "AD HOC RUN HALTED - SUM OVERFLOWED - "
                    "TRY A SMALLER MAX"
            ELSE
                PERFORM WRITE-DETAIL-TRAILER
                CLOSE DETAIL-FILE
                PERFORM CLEAR-CHECKPOINT
                PERFORM WRITE-AUDIT-LOG
                                    TO DETAIL-MATCHED-DIV(WS-DETAIL-IDX)
                            END-IF
                        END-PERFORM
                        ADD 1 TO WS-DETAIL-COUNT
                        ADD DETAIL-IND TO WS-DETAIL-HASH
                        WRITE DETAIL-RECORD
                END-ADD
            END-IF.
