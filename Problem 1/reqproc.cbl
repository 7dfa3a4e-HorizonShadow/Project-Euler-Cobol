                SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-AUDIT-STATUS.
                SELECT REQUESTER-FILE ASSIGN TO "RQSTR.MST"
                    ORGANIZATION IS INDEXED
                    ACCESS IS RANDOM
                    RECORD KEY IS RQM-REQUESTER
                    FILE STATUS IS WS-RQSTR-STATUS.
                SELECT USAGE-FILE ASSIGN TO "RQUSAGE.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-USAGE-STATUS.
                SELECT SORT-FILE ASSIGN TO "SORTWK".
        DATA DIVISION.
            FILE SECTION.
      *> One ad hoc computation inquiry as the analysts drop them
                05  RQR-DIVISOR-LIST.
                    10  RQR-DIVISOR         OCCURS 5 TIMES
                                             PIC 999.
      *> The day's requests are worked in the priority class of the
      *> requester who sent them, and in arrival order within a
      *> class, so a heavy low-priority requester cannot hold up
      *> the inquiries that matter most.
            SD  SORT-FILE.
            01  SORT-REQUEST-RECORD.
                05  SRT-PRIORITY            PIC 9.
                05  SRT-SEQUENCE            PIC 9(6).
                05  SRT-REQUEST             PIC X(31).
            FD  RESPONSE-FILE.
            01  RESPONSE-RECORD             PIC X(120).
            FD  RESULTS-FILE.
            COPY RSLTREC.
            FD  AUDIT-FILE.
            COPY AUDITREC.
            FD  REQUESTER-FILE.
            COPY RQSTRREC.
            FD  USAGE-FILE.
            COPY RQUSGREC.
            WORKING-STORAGE SECTION.
            01  WS-REQUEST-STATUS           PIC XX.
            01  WS-RSLT-STATUS              PIC XX.
            01  WS-AUDIT-STATUS             PIC XX.
            01  WS-RQSTR-STATUS             PIC XX.
            01  WS-USAGE-STATUS             PIC XX.
            01  WS-RQSTR-OPEN-SW            PIC X VALUE "N".
                88  RQSTR-MASTER-OPEN       VALUE "Y".
            01  WS-RQSTR-FOUND-SW           PIC X VALUE "N".
                88  RQSTR-FOUND             VALUE "Y".
            01  WS-SORT-EOF-SW              PIC X VALUE "N".
                88  SORT-EOF                VALUE "Y".
            01  WS-SEQUENCE                 PIC 9(6) VALUE ZERO.
            01  WS-REJECT-TYPE              PIC X.
            01  WS-REQUEST-EOF-SW           PIC X VALUE "N".
                88  REQUEST-EOF             VALUE "Y".
            01  WS-RUN-DATE                 PIC 9(8).
                05  FILLER                  PIC X(2) VALUE SPACES.
                05  RSP-REASON              PIC X(40).
            COPY OPSMSGRC.
            COPY CTLTOTRC.
        PROCEDURE DIVISION.
        MAIN-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE ZERO TO WS-REJECT-COUNT
            MOVE "00" TO WS-RETURN-STATUS
            MOVE "N" TO WS-REQUEST-EOF-SW
            MOVE "N" TO WS-SORT-EOF-SW
            MOVE ZERO TO WS-SEQUENCE
            OPEN OUTPUT RESPONSE-FILE
            OPEN EXTEND USAGE-FILE
            IF WS-USAGE-STATUS NOT = "00"
                OPEN OUTPUT USAGE-FILE
            END-IF
            PERFORM OPEN-REQUESTER-MASTER
            OPEN INPUT REQUEST-FILE
            IF WS-REQUEST-STATUS NOT = "00"
                MOVE "RQP-0001" TO OMR-MSG-ID
                    TO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
            ELSE
                SORT SORT-FILE
                    ON ASCENDING KEY SRT-PRIORITY SRT-SEQUENCE
                    INPUT PROCEDURE IS RELEASE-REQUESTS
                    OUTPUT PROCEDURE IS PROCESS-SORTED-REQUESTS
                CLOSE REQUEST-FILE
            END-IF
            IF RQSTR-MASTER-OPEN
                CLOSE REQUESTER-FILE
            END-IF
            CLOSE USAGE-FILE
            CLOSE RESPONSE-FILE
            MOVE "RQP-0002" TO OMR-MSG-ID
            SET OMR-INFO TO TRUE
            SET OMR-RUN-END TO TRUE
            MOVE SPACES TO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
      *> Without the requester master nobody can be authorized, so
      *> every request that night is rejected with that reason
      *> rather than computed for whoever happens to ask.
        OPEN-REQUESTER-MASTER.
            MOVE "N" TO WS-RQSTR-OPEN-SW
            OPEN I-O REQUESTER-FILE
            IF WS-RQSTR-STATUS = "00"
                SET RQSTR-MASTER-OPEN TO TRUE
            ELSE
                MOVE "RQP-0004" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "RQSTR.MST NOT AVAILABLE, STATUS "
                    WS-RQSTR-STATUS " - ALL REQUESTS REJECTED"
                    DELIMITED BY SIZE INTO OMR-TEXT
                PERFORM LOG-OPS-MESSAGE
                MOVE "04" TO WS-RETURN-STATUS
            END-IF.
        LOOKUP-REQUESTER.
            MOVE "N" TO WS-RQSTR-FOUND-SW
            IF RQSTR-MASTER-OPEN
                MOVE RQR-REQUESTER TO RQM-REQUESTER
                READ REQUESTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET RQSTR-FOUND TO TRUE
                END-READ
            END-IF.
      *> Unknown requesters sort into the last class; they are only
      *> read so their rejection lines are written in turn.
        RELEASE-REQUESTS.
            PERFORM UNTIL REQUEST-EOF
                READ REQUEST-FILE
                    AT END
                        SET REQUEST-EOF TO TRUE
                    NOT AT END
                        PERFORM RELEASE-ONE-REQUEST
                END-READ
            END-PERFORM.
        RELEASE-ONE-REQUEST.
            ADD 1 TO WS-SEQUENCE
            PERFORM LOOKUP-REQUESTER
            IF RQSTR-FOUND AND RQM-PRIORITY IS NUMERIC
                    AND RQM-PRIORITY > 0
                MOVE RQM-PRIORITY TO SRT-PRIORITY
            ELSE
                MOVE 9 TO SRT-PRIORITY
            END-IF
            MOVE WS-SEQUENCE TO SRT-SEQUENCE
            MOVE REQUEST-RECORD TO SRT-REQUEST
            RELEASE SORT-REQUEST-RECORD.
        PROCESS-SORTED-REQUESTS.
            PERFORM UNTIL SORT-EOF
                RETURN SORT-FILE
                    AT END
                        SET SORT-EOF TO TRUE
                    NOT AT END
                        MOVE SRT-REQUEST TO REQUEST-RECORD
                        PERFORM PROCESS-ONE-REQUEST
                END-RETURN
            END-PERFORM.
        PROCESS-ONE-REQUEST.
            ADD 1 TO WS-REQUEST-COUNT
            MOVE "N" TO WS-REJECT-SW
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACE TO WS-REJECT-TYPE
            PERFORM AUTHORIZE-REQUESTER
            IF NOT REQUEST-REJECTED
                PERFORM VALIDATE-REQUEST
            END-IF
            IF NOT REQUEST-REJECTED
                PERFORM CHECK-REQUESTER-LIMIT
            END-IF
            IF REQUEST-REJECTED
                PERFORM WRITE-REJECT-RESPONSE
            ELSE
                PERFORM LOOKUP-RESULTS-MASTER
                IF RSLT-FOUND
                    IF RSLT-SUSPECT
                        PERFORM REJECT-SUSPECT-RESULT
                    ELSE
                        ADD 1 TO WS-MASTER-COUNT
                        MOVE "MASTER" TO WS-DISPOSITION
                        PERFORM WRITE-ANSWER-RESPONSE
                    END-IF
                ELSE
                    PERFORM CHECK-COMPUTE-QUOTA
                    IF REQUEST-REJECTED
                        PERFORM WRITE-REJECT-RESPONSE
                    ELSE
                        PERFORM COMPUTE-AND-FILE
                    END-IF
                END-IF
            END-IF.
        AUTHORIZE-REQUESTER.
            PERFORM LOOKUP-REQUESTER
            IF NOT RQSTR-MASTER-OPEN
                SET REQUEST-REJECTED TO TRUE
                MOVE "A" TO WS-REJECT-TYPE
                MOVE "REQUESTER MASTER NOT AVAILABLE"
                    TO WS-REJECT-REASON
            ELSE
                IF NOT RQSTR-FOUND
                    SET REQUEST-REJECTED TO TRUE
                    MOVE "A" TO WS-REJECT-TYPE
                    MOVE "REQUESTER NOT ON REQUESTER MASTER"
                        TO WS-REJECT-REASON
                ELSE
                    IF RQM-SUSPENDED
                        SET REQUEST-REJECTED TO TRUE
                        MOVE "A" TO WS-REJECT-TYPE
                        MOVE "REQUESTER SUSPENDED"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.
        CHECK-REQUESTER-LIMIT.
            IF RQM-MAX-ALLOWED IS NOT NUMERIC
                    OR RQR-MAX-LIMIT > RQM-MAX-ALLOWED
                SET REQUEST-REJECTED TO TRUE
                MOVE "L" TO WS-REJECT-TYPE
                MOVE SPACES TO WS-REJECT-REASON
                STRING "MAX OVER REQUESTER LIMIT OF "
                    RQM-MAX-ALLOWED
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
            END-IF.
      *> Only an inquiry that has to be computed uses quota. It is
      *> charged before HELLO-WORLD is called, so a run that halts
      *> part way still counts - it used the machine all the same.
        CHECK-COMPUTE-QUOTA.
            IF RQM-QUOTA-DATE NOT = WS-RUN-DATE
                MOVE WS-RUN-DATE TO RQM-QUOTA-DATE
                MOVE ZERO TO RQM-QUOTA-USED
            END-IF
            IF RQM-DAILY-QUOTA IS NOT NUMERIC
                    OR RQM-QUOTA-USED NOT < RQM-DAILY-QUOTA
                SET REQUEST-REJECTED TO TRUE
                MOVE "Q" TO WS-REJECT-TYPE
                MOVE SPACES TO WS-REJECT-REASON
                STRING "DAILY COMPUTE QUOTA OF " RQM-DAILY-QUOTA
                    " USED UP"
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
            ELSE
                ADD 1 TO RQM-QUOTA-USED
                REWRITE RQM-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-RQSTR-STATUS NOT = "00"
                    PERFORM LOG-QUOTA-NOT-CHARGED
                END-IF
            END-IF.
      *> The inquiry still runs - the requester is not at fault - but
      *> the use is not on RQSTR.MST, so operations must know the
      *> day's quota is no longer being held.
        LOG-QUOTA-NOT-CHARGED.
            MOVE "RQP-0005" TO OMR-MSG-ID
            SET OMR-SEVERE TO TRUE
            MOVE SPACES TO OMR-TEXT
            STRING "QUOTA NOT CHARGED TO " RQM-REQUESTER
                " - STATUS " WS-RQSTR-STATUS
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
      *> RSLT-VERIFY found the filed answer for this signature does
      *> not agree with the closed-form total, so it is withheld
      *> rather than handed out - and not quietly recomputed either,
      *> since a recompute through the same code path could file the
      *> same wrong figure and clear the flag. Operations clear it by
      *> deleting the row or rerunning the signature once the cause
      *> is understood.
        REJECT-SUSPECT-RESULT.
            SET REQUEST-REJECTED TO TRUE
            MOVE "FILED RESULT SUSPECT - UNDER REVIEW"
                TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-RESPONSE.
        VALIDATE-REQUEST.
            IF RQR-MAX-LIMIT IS NOT NUMERIC OR RQR-MAX-LIMIT = 0
                SET REQUEST-REJECTED TO TRUE
            STRING "LAST COMPUTED " RSLT-LAST-COMPUTED
                DELIMITED BY SIZE INTO RSP-REASON
            MOVE RESPONSE-LINE TO RESPONSE-RECORD
            WRITE RESPONSE-RECORD
            PERFORM WRITE-USAGE-RECORD.
        WRITE-REJECT-RESPONSE.
            ADD 1 TO WS-REJECT-COUNT
            MOVE SPACES TO RESPONSE-LINE
            MOVE WS-REJECT-REASON TO RSP-REASON
            MOVE RESPONSE-LINE TO RESPONSE-RECORD
            WRITE RESPONSE-RECORD
            PERFORM WRITE-USAGE-RECORD
            MOVE "RQP-0003" TO OMR-MSG-ID
            SET OMR-WARNING TO TRUE
            MOVE SPACES TO OMR-TEXT
                WS-REJECT-REASON
                DELIMITED BY SIZE INTO OMR-TEXT
            PERFORM LOG-OPS-MESSAGE.
        WRITE-USAGE-RECORD.
            ACCEPT WS-TIME-OF-DAY FROM TIME
            MOVE SPACES TO RQU-RECORD
            MOVE WS-RUN-DATE TO RQU-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO RQU-TIME
            MOVE RSP-REQUESTER TO RQU-REQUESTER
            MOVE RSP-DISPOSITION TO RQU-DISPOSITION
            IF RSP-DISPOSITION = "REJECTED"
                MOVE WS-REJECT-TYPE TO RQU-REJECT-TYPE
            END-IF
            MOVE RSP-MAX TO RQU-MAX
            MOVE RSP-REASON TO RQU-REASON
            WRITE RQU-RECORD.
        WRITE-AUDIT-LOG.
            ACCEPT WS-TIME-OF-DAY FROM TIME
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            PERFORM WRITE-AUDIT-HEADER
            MOVE SPACES TO AUDIT-RECORD
            MOVE WS-RUN-DATE TO AUDIT-TIMESTAMP(1:8)
            MOVE WS-TIME-OF-DAY TO AUDIT-TIMESTAMP(9:6)
            MOVE WS-RETURN-STATUS TO AUDIT-RETURN-STATUS
            MOVE "REQUEST-PROC" TO AUDIT-PROGRAM
            WRITE AUDIT-RECORD
            PERFORM WRITE-AUDIT-TRAILER
            CLOSE AUDIT-FILE.
      *> Each append to the audit log is its own header/trailer
      *> block (CTLTOTRC) around the one line this run adds; this
      *> program has no run signature or sum, so both are zero.
        WRITE-AUDIT-HEADER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-HEADER TO TRUE
            MOVE "REQUEST-PROC" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE ZEROS TO CTR-SIGNATURE
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
        WRITE-AUDIT-TRAILER.
            MOVE SPACES TO CONTROL-TOTAL-RECORD
            SET CTR-TRAILER TO TRUE
            MOVE "REQUEST-PROC" TO CTR-PROGRAM
            MOVE WS-RUN-DATE TO CTR-RUN-DATE
            MOVE WS-TIME-OF-DAY(1:6) TO CTR-RUN-TIME
            MOVE 1 TO CTR-RECORD-COUNT
            MOVE ZERO TO CTR-HASH-TOTAL
            WRITE AUDIT-CONTROL-LINE FROM CONTROL-TOTAL-RECORD.
