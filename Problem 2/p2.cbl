            01  WS-DETAIL-NAME              PIC X(20)
                VALUE "P2DETAIL.OUT".
            COPY OPSMSGRC.
      *> Control totals for the register, carried on its trailer.
            01  WS-DETAIL-COUNT             PIC 9(9) VALUE ZERO.
            01  WS-DETAIL-HASH              PIC 9(18) VALUE ZERO.
            COPY CTLTOTRC.
            LINKAGE SECTION.
            COPY STEPPARM.
        PROCEDURE DIVISION USING STEP-PARM-AREA.
            END-IF
            PERFORM VALIDATE-CEILING
            OPEN OUTPUT DETAIL-FILE
            PERFORM WRITE-DETAIL-HEADER
            MOVE SPACES TO FIB-DETAIL-RECORD
            PERFORM FIB-LOOP
                UNTIL FIB-CURR >= FIB-CEILING OR OVERFLOW-DETECTED
                MOVE 7 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM WRITE-DETAIL-TRAILER
            CLOSE DETAIL-FILE
            PERFORM WRITE-REPORT
            PERFORM WRITE-AUDIT-LOG
                        ADD 1 TO WS-EVEN-COUNT
                        MOVE WS-TERM-COUNT TO FIB-DETAIL-TERM-NO
                        MOVE FIB-CURR TO FIB-DETAIL-VALUE
                        ADD 1 TO WS-DETAIL-COUNT
                        ADD FIB-DETAIL-VALUE TO WS-DETAIL-HASH
                        WRITE FIB-DETAIL-RECORD
                END-ADD
            END-IF.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            PERFORM BUILD-CONTROL-HEADER
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD
            MOVE SPACES TO AUDIT-RECORD
            MOVE WS-RUN-DATE TO AUDIT-TIMESTAMP(1:8)
            MOVE WS-TIME-OF-DAY TO AUDIT-TIMESTAMP(9:6)
            MOVE WS-RETURN-STATUS TO AUDIT-RETURN-STATUS
            MOVE "EVEN-FIB" TO AUDIT-PROGRAM
            WRITE AUDIT-RECORD
            PERFORM BUILD-CONTROL-TRAILER
            MOVE 1 TO CTR-RECORD-COUNT
            MOVE SUM-TOTAL TO CTR-HASH-TOTAL
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD
            CLOSE AUDIT-FILE.
      *> The register's header goes on before its first term and its
      *> trailer after its last; a register left by a halted run has
      *> no trailer, so its readers know not to trust it.
        WRITE-DETAIL-HEADER.
            MOVE ZERO TO WS-DETAIL-COUNT
            MOVE ZERO TO WS-DETAIL-HASH
            PERFORM BUILD-CONTROL-HEADER
            WRITE FIB-DETAIL-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
        WRITE-DETAIL-TRAILER.
            PERFORM BUILD-CONTROL-TRAILER
            MOVE WS-DETAIL-COUNT TO CTR-RECORD-COUNT
            MOVE WS-DETAIL-HASH TO CTR-HASH-TOTAL
            WRITE FIB-DETAIL-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
      *> The signature of an EVEN-FIB run is its ceiling alone.
        BUILD-CONTROL-HEADER.
            ACCEPT WS-TIME-OF-DAY FROM TIME
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-HEADER TO TRUE
            MOVE "EVEN-FIB" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE ZEROS TO CTR-SIGNATURE
            MOVE FIB-CEILING TO CTR-SIG-MAX.
        BUILD-CONTROL-TRAILER.
            ACCEPT WS-TIME-OF-DAY FROM TIME
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-TRAILER TO TRUE
            MOVE "EVEN-FIB" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME.
        LOG-OPS-MESSAGE.
            MOVE "EVEN-FIB" TO OMR-PROGRAM
            CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
