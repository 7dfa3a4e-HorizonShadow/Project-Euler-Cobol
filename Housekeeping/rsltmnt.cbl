                SELECT BACKUP-FILE ASSIGN TO "RSLTBKP.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-BACKUP-STATUS.
                SELECT JOURNAL-FILE ASSIGN TO "RSLTJRNL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOURNAL-STATUS.
                SELECT MAINT-REPORT-FILE ASSIGN TO "RSLTMNT.OUT"
                    ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            COPY RSLTREC.
            FD  BACKUP-FILE.
            01  BACKUP-RECORD               PIC X(100).
            FD  JOURNAL-FILE.
            01  JOURNAL-RECORD              PIC X(255).
            FD  MAINT-REPORT-FILE.
            01  MAINT-REPORT-RECORD         PIC X(80).
            WORKING-STORAGE SECTION.
            01  WS-RSLT-STATUS              PIC XX.
            01  WS-BACKUP-STATUS            PIC XX.
            01  WS-JOURNAL-STATUS           PIC XX.
      *> Requested function and its operand, taken from the command
      *> line the way HELLO-WORLD takes its MENU switch:
      *>   LIST                 list the master in key order
      *>   PURGE <yyyymmdd>     delete rows last computed before date
      *>   UNLOAD               copy the master to RSLTBKP.DAT
      *>   RELOAD               rebuild the master from RSLTBKP.DAT
      *>   RECOVER <yyyymmdd> <hhmmss>
      *>                        rebuild the master from RSLTBKP.DAT
      *>                        and roll RSLTJRNL.DAT forward to the
      *>                        given point (time defaults to 235959)
            01  WS-RUN-MODE                 PIC X(40).
            01  WS-DELETE-KEY               PIC X(23).
            01  WS-PURGE-DATE               PIC 9(8).
                88  BACKUP-EOF              VALUE "Y".
            01  WS-ROW-COUNT                PIC 9(4) VALUE ZERO.
            01  WS-PURGED-COUNT             PIC 9(4) VALUE ZERO.
            01  WS-RECOVER-POINT.
                05  WS-RECOVER-DATE         PIC 9(8).
                05  WS-RECOVER-TIME         PIC 9(6).
            01  WS-JOURNAL-EOF-SW           PIC X VALUE "N".
                88  JOURNAL-EOF             VALUE "Y".
            01  WS-JOURNAL-FOUND-SW         PIC X VALUE "N".
                88  JOURNAL-FOUND           VALUE "Y".
            01  WS-IMAGE-MISMATCH-SW        PIC X VALUE "N".
                88  IMAGE-MISMATCH          VALUE "Y".
            01  WS-APPLY-FAILED-SW          PIC X VALUE "N".
                88  APPLY-FAILED            VALUE "Y".
            01  WS-JOURNAL-READ             PIC 9(6) VALUE ZERO.
            01  WS-APPLIED-COUNT            PIC 9(6) VALUE ZERO.
            01  WS-MISMATCH-COUNT           PIC 9(6) VALUE ZERO.
            01  WS-FAILED-COUNT             PIC 9(6) VALUE ZERO.
            01  WS-BEYOND-COUNT             PIC 9(6) VALUE ZERO.
            01  WS-MARK-COUNT               PIC 9(4) VALUE ZERO.
            01  JOURNAL-LINE.
                05  JL-DATE                 PIC 9(8).
                05  FILLER                  PIC X VALUE SPACE.
                05  JL-TIME                 PIC 9(6).
                05  FILLER                  PIC X VALUE SPACE.
                05  JL-PROGRAM              PIC X(13).
                05  JL-ACTION               PIC X(2).
                05  JL-KEY                  PIC X(24).
                05  JL-OUTCOME              PIC X(25).
            01  REPORT-LINE.
                05  RL-LABEL                PIC X(20).
                05  RL-VALUE                PIC X(20).
                05  LL-SUM                  PIC X(14).
                05  LL-TOTAL-QUALIFYING     PIC X(9).
                05  LL-LAST-COMPUTED        PIC X(10).
                05  LL-SUSPECT              PIC X(8).
            COPY OPSMSGRC.
            COPY RSLTJREC.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                    PERFORM UNLOAD-MASTER
                WHEN WS-RUN-MODE(1:7) = "RELOAD "
                    PERFORM RELOAD-MASTER
                WHEN WS-RUN-MODE(1:8) = "RECOVER "
                    IF WS-RUN-MODE(9:8) IS NUMERIC
                            AND (WS-RUN-MODE(18:6) IS NUMERIC
                                OR WS-RUN-MODE(18:6) = SPACES)
                        MOVE WS-RUN-MODE(9:8) TO WS-RECOVER-DATE
                        IF WS-RUN-MODE(18:6) = SPACES
                            MOVE 235959 TO WS-RECOVER-TIME
                        ELSE
                            MOVE WS-RUN-MODE(18:6) TO WS-RECOVER-TIME
                        END-IF
                        PERFORM RECOVER-MASTER
                    ELSE
                        PERFORM REJECT-BAD-FUNCTION
                    END-IF
                WHEN OTHER
                    PERFORM REJECT-BAD-FUNCTION
            END-EVALUATE
                MOVE "SUM" TO LL-SUM
                MOVE "QUAL" TO LL-TOTAL-QUALIFYING
                MOVE "COMPUTED" TO LL-LAST-COMPUTED
                MOVE "FLAG" TO LL-SUSPECT
                MOVE LIST-LINE TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                PERFORM UNTIL RESULTS-EOF
            MOVE RSLT-SUM TO LL-SUM
            MOVE RSLT-TOTAL-QUALIFYING TO LL-TOTAL-QUALIFYING
            MOVE RSLT-LAST-COMPUTED TO LL-LAST-COMPUTED
            IF RSLT-SUSPECT
                MOVE "SUSPECT" TO LL-SUSPECT
            END-IF
            MOVE LIST-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD.
      *> The operand is the full 23 character key exactly as LIST
                PERFORM REPORT-MASTER-MISSING
            ELSE
                MOVE WS-DELETE-KEY TO RSLT-KEY
                READ RESULTS-FILE
                    INVALID KEY
                        MOVE "RSM-0003" TO OMR-MSG-ID
                        SET OMR-WARNING TO TRUE
                        WRITE MAINT-REPORT-RECORD
                        MOVE 4 TO RETURN-CODE
                    NOT INVALID KEY
                        MOVE SPACES TO RSLT-JOURNAL-RECORD
                        MOVE RSLT-RECORD TO RJR-BEFORE-IMAGE
                        DELETE RESULTS-FILE
                            INVALID KEY
                                PERFORM REPORT-DELETE-FAILED
                            NOT INVALID KEY
                                PERFORM REPORT-KEY-DELETED
                        END-DELETE
                END-READ
                CLOSE RESULTS-FILE
            END-IF.
        REPORT-KEY-DELETED.
            PERFORM JOURNAL-DELETED-ROW
            MOVE SPACES TO MAINT-REPORT-RECORD
            STRING "DELETED KEY " WS-DELETE-KEY
                DELIMITED BY SIZE
                INTO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "RSM-0004" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "DELETED KEY " WS-DELETE-KEY
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE 0 TO RETURN-CODE.
      *> The row was read but would not delete, so nothing changed
      *> and nothing is journaled.
        REPORT-DELETE-FAILED.
            MOVE "RSM-0016" TO OMR-MSG-ID
            SET OMR-WARNING TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "DELETE FAILED - STATUS " WS-RSLT-STATUS
                " - KEY " WS-DELETE-KEY
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE SPACES TO MAINT-REPORT-RECORD
            STRING "DELETE FAILED - STATUS " WS-RSLT-STATUS
                " - NOTHING DELETED"
                DELIMITED BY SIZE
                INTO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE 4 TO RETURN-CODE.
      *> Rows whose last-computed date is before the requested date
      *> leave the master; anything recomputed since stays. The
      *> listing shows every row removed so the purge can be proved
                " LAST COMPUTED " RSLT-LAST-COMPUTED
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE SPACES TO RSLT-JOURNAL-RECORD
            MOVE RSLT-RECORD TO RJR-BEFORE-IMAGE
            DELETE RESULTS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM JOURNAL-DELETED-ROW
            END-DELETE.
      *> Each row removed goes on the results journal with its last
      *> image, so a forward recovery deletes it again.
        JOURNAL-DELETED-ROW.
            MOVE "RESULT-MAINT" TO RJR-PROGRAM
            SET RJR-DELETE TO TRUE
            MOVE RJR-BEFORE-IMAGE(1:23) TO RJR-KEY
            CALL "RSLT-JOURNAL" USING RSLT-JOURNAL-RECORD
                ON EXCEPTION
                    PERFORM REPORT-JOURNAL-MISSING
            END-CALL.
        REPORT-JOURNAL-MISSING.
            MOVE "RSM-0009" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE "RSLT-JOURNAL NOT AVAILABLE - NOT JOURNALLED"
                TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
        UNLOAD-MASTER.
            MOVE "N" TO WS-RSLT-EOF-SW
            OPEN INPUT RESULTS-FILE
                END-PERFORM
                CLOSE BACKUP-FILE
                CLOSE RESULTS-FILE
                IF WS-BACKUP-STATUS = "00"
                    PERFORM RESTART-JOURNAL
                END-IF
                MOVE "ROWS UNLOADED:" TO RL-LABEL
                MOVE WS-ROW-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                PERFORM LOG-OPS-MESSAGE
                MOVE 0 TO RETURN-CODE
            END-IF.
      *> The master now matches RSLTBKP.DAT, after an UNLOAD or a
      *> RELOAD alike, so the journal starts again from here; the
      *> marker line records when and how many rows the copy held.
        RESTART-JOURNAL.
            MOVE SPACES TO RSLT-JOURNAL-RECORD
            MOVE "RESULT-MAINT" TO RJR-PROGRAM
            SET RJR-UNLOAD-MARK TO TRUE
            MOVE ZEROS TO RJR-BEFORE-IMAGE(1:2)
            MOVE WS-ROW-COUNT TO RJR-BEFORE-IMAGE(3:4)
            CALL "RSLT-JOURNAL" USING RSLT-JOURNAL-RECORD
                ON EXCEPTION
                    PERFORM REPORT-JOURNAL-MISSING
            END-CALL.
      *> The master is rebuilt from scratch from the sequential
      *> backup, so a reorganization is UNLOAD followed by RELOAD
      *> and a recovery after a bad maintenance run is a RELOAD of
      *> the copy taken beforehand. The journal starts again from
      *> the reload, so a later RECOVER never replays the changes
      *> the reload has just thrown away.
        RELOAD-MASTER.
            MOVE "N" TO WS-BACKUP-EOF-SW
            OPEN INPUT BACKUP-FILE
                END-PERFORM
                CLOSE RESULTS-FILE
                CLOSE BACKUP-FILE
                PERFORM RESTART-JOURNAL
                MOVE "ROWS RELOADED:" TO RL-LABEL
                MOVE WS-ROW-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                PERFORM LOG-OPS-MESSAGE
                MOVE 0 TO RETURN-CODE
            END-IF.
      *> Forward recovery: the master is rebuilt from the last unload
      *> and every journalled change up to and including the chosen
      *> date/time is applied again in the order it was made. Each
      *> change is shown on the listing, flagged where the row on
      *> the master did not match the journalled before image (a
      *> sign the unload and journal do not belong together). Later
      *> changes are counted but left off; the journal still holds
      *> them, so an UNLOAD should be taken before the master is
      *> updated again.
        RECOVER-MASTER.
            MOVE "N" TO WS-BACKUP-EOF-SW
            MOVE "N" TO WS-JOURNAL-EOF-SW
            OPEN INPUT BACKUP-FILE
            IF WS-BACKUP-STATUS NOT = "00"
                MOVE "RSM-0010" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE "RSLTBKP.DAT NOT FOUND - MASTER NOT RECOVERED"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE "RSLTBKP.DAT NOT FOUND - NOTHING DONE"
                    TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "RECOVERY POINT:" TO RL-LABEL
                MOVE SPACES TO RL-VALUE
                STRING WS-RECOVER-DATE " " WS-RECOVER-TIME
                    DELIMITED BY SIZE INTO RL-VALUE
                MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                OPEN OUTPUT RESULTS-FILE
                PERFORM UNTIL BACKUP-EOF
                    READ BACKUP-FILE
                        AT END
                            SET BACKUP-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-ROW-COUNT
                            MOVE BACKUP-RECORD TO RSLT-RECORD
                            WRITE RSLT-RECORD
                                INVALID KEY
                                    SUBTRACT 1 FROM WS-ROW-COUNT
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE RESULTS-FILE
                CLOSE BACKUP-FILE
                MOVE "ROWS FROM UNLOAD:" TO RL-LABEL
                MOVE WS-ROW-COUNT TO RL-VALUE
                MOVE REPORT-LINE TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                MOVE SPACES TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                OPEN INPUT JOURNAL-FILE
                IF WS-JOURNAL-STATUS = "00"
                    SET JOURNAL-FOUND TO TRUE
                    OPEN I-O RESULTS-FILE
                    PERFORM UNTIL JOURNAL-EOF
                        READ JOURNAL-FILE INTO RSLT-JOURNAL-RECORD
                            AT END
                                SET JOURNAL-EOF TO TRUE
                            NOT AT END
                                PERFORM APPLY-ONE-JOURNAL-ENTRY
                        END-READ
                    END-PERFORM
                    CLOSE RESULTS-FILE
                    CLOSE JOURNAL-FILE
                ELSE
                    MOVE "RSM-0011" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE "RSLTJRNL.DAT NOT FOUND - UNLOAD RESTORED ONLY"
                        TO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                    MOVE "RSLTJRNL.DAT NOT FOUND - UNLOAD RESTORED ONLY"
                        TO MAINT-REPORT-RECORD
                    WRITE MAINT-REPORT-RECORD
                END-IF
                IF JOURNAL-FOUND AND WS-MARK-COUNT = 0
                    MOVE "RSM-0012" TO OMR-MSG-ID
                    SET OMR-WARNING TO TRUE
                    MOVE "RSLTJRNL.DAT NOT STARTED BY AN UNLOAD"
                        TO OMR-TEXT
                    PERFORM LOG-OPS-MESSAGE
                    MOVE "JOURNAL NOT STARTED BY AN UNLOAD - CHECK IT"
                        TO MAINT-REPORT-RECORD
                    WRITE MAINT-REPORT-RECORD
                END-IF
                PERFORM WRITE-RECOVERY-TOTALS
            END-IF.
        APPLY-ONE-JOURNAL-ENTRY.
            ADD 1 TO WS-JOURNAL-READ
            EVALUATE TRUE
                WHEN RJR-UNLOAD-MARK
                    ADD 1 TO WS-MARK-COUNT
                    MOVE SPACES TO MAINT-REPORT-RECORD
                    STRING "JOURNAL STARTED BY UNLOAD OF "
                        RJR-DATE " " RJR-TIME " ("
                        RJR-BEFORE-IMAGE(1:6) " ROWS)"
                        DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                    WRITE MAINT-REPORT-RECORD
                WHEN RJR-TIMESTAMP > WS-RECOVER-POINT
                    ADD 1 TO WS-BEYOND-COUNT
                WHEN OTHER
                    PERFORM APPLY-JOURNAL-CHANGE
            END-EVALUATE.
        APPLY-JOURNAL-CHANGE.
            MOVE "N" TO WS-IMAGE-MISMATCH-SW
            MOVE "N" TO WS-APPLY-FAILED-SW
            MOVE RJR-KEY TO RSLT-KEY
            READ RESULTS-FILE
                INVALID KEY
                    IF NOT RJR-ADD
                        SET IMAGE-MISMATCH TO TRUE
                    END-IF
                NOT INVALID KEY
                    IF RJR-ADD
                        SET IMAGE-MISMATCH TO TRUE
                    ELSE
                        IF RSLT-RECORD NOT = RJR-BEFORE-IMAGE
                            SET IMAGE-MISMATCH TO TRUE
                        END-IF
                    END-IF
            END-READ
            IF RJR-DELETE
                MOVE RJR-KEY TO RSLT-KEY
                DELETE RESULTS-FILE
                    INVALID KEY
                        SET APPLY-FAILED TO TRUE
                END-DELETE
            ELSE
                MOVE RJR-AFTER-IMAGE TO RSLT-RECORD
                WRITE RSLT-RECORD
                    INVALID KEY
                        REWRITE RSLT-RECORD
                            INVALID KEY
                                SET APPLY-FAILED TO TRUE
                        END-REWRITE
                END-WRITE
            END-IF
            MOVE RJR-DATE TO JL-DATE
            MOVE RJR-TIME TO JL-TIME
            MOVE RJR-PROGRAM TO JL-PROGRAM
            MOVE RJR-ACTION TO JL-ACTION
            MOVE RJR-KEY TO JL-KEY
            IF APPLY-FAILED
                ADD 1 TO WS-FAILED-COUNT
                MOVE SPACES TO JL-OUTCOME
                STRING "NOT APPLIED - STATUS " WS-RSLT-STATUS
                    DELIMITED BY SIZE INTO JL-OUTCOME
            ELSE
                ADD 1 TO WS-APPLIED-COUNT
                IF IMAGE-MISMATCH
                    ADD 1 TO WS-MISMATCH-COUNT
                    MOVE "APPLIED - IMAGE MISMATCH" TO JL-OUTCOME
                ELSE
                    MOVE "APPLIED" TO JL-OUTCOME
                END-IF
            END-IF
            MOVE JOURNAL-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD.
        WRITE-RECOVERY-TOTALS.
            MOVE SPACES TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "JOURNAL ENTRIES READ:" TO RL-LABEL
            MOVE WS-JOURNAL-READ TO RL-VALUE
            MOVE REPORT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "CHANGES APPLIED:" TO RL-LABEL
            MOVE WS-APPLIED-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "CHANGES NOT APPLIED:" TO RL-LABEL
            MOVE WS-FAILED-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "IMAGE MISMATCHES:" TO RL-LABEL
            MOVE WS-MISMATCH-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "AFTER POINT, LEFT:" TO RL-LABEL
            MOVE WS-BEYOND-COUNT TO RL-VALUE
            MOVE REPORT-LINE TO MAINT-REPORT-RECORD
            WRITE MAINT-REPORT-RECORD
            MOVE "RSM-0013" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "RECOVERED TO " WS-RECOVER-DATE " "
                WS-RECOVER-TIME ": " WS-APPLIED-COUNT " APPLIED "
                WS-BEYOND-COUNT " LEFT"
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE
            MOVE 0 TO RETURN-CODE
            IF WS-MISMATCH-COUNT > 0
                MOVE "RSM-0014" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-MISMATCH-COUNT
                    " JOURNAL BEFORE IMAGES DID NOT MATCH THE MASTER"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-FAILED-COUNT > 0
                MOVE "RSM-0017" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING WS-FAILED-COUNT
                    " JOURNAL CHANGES COULD NOT BE APPLIED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-BEYOND-COUNT > 0
                MOVE "RSM-0015" TO OMR-MSG-ID
                SET OMR-WARNING TO TRUE
                MOVE "LATER ENTRIES LEFT - UNLOAD BEFORE NEXT UPDATE"
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE "LATER CHANGES LEFT - UNLOAD BEFORE NEXT UPDATE"
                    TO MAINT-REPORT-RECORD
                WRITE MAINT-REPORT-RECORD
                MOVE 4 TO RETURN-CODE
            END-IF.
        LOG-OPS-MESSAGE.
            MOVE "RESULT-MAINT" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
