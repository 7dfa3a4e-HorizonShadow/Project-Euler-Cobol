        IDENTIFICATION DIVISION.
        PROGRAM-ID. RSLT-JOURNAL.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT JOURNAL-FILE ASSIGN TO "RSLTJRNL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-JOURNAL-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  JOURNAL-FILE.
            01  JOURNAL-LINE                PIC X(255).
            WORKING-STORAGE SECTION.
            01  WS-JOURNAL-STATUS           PIC XX.
            01  WS-JRN-DATE                 PIC 9(8).
            01  WS-JRN-TIME                 PIC 9(8).
            COPY OPSMSGRC.
            LINKAGE SECTION.
            COPY RSLTJREC.
      *> Appends one before/after image to the results master journal
      *> for the calling program. The unload marker starts a fresh
      *> journal instead, since everything before it is now held in
      *> RSLTBKP.DAT. A journal that cannot be written is reported
      *> SEVERE but does not stop the caller: the master change has
      *> already been made, and the operator needs to take a fresh
      *> UNLOAD before the next recovery point can be trusted.
        PROCEDURE DIVISION USING RSLT-JOURNAL-RECORD.
        MAIN-PARA.
            ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-JRN-TIME FROM TIME
            MOVE WS-JRN-DATE TO RJR-DATE
            MOVE WS-JRN-TIME(1:6) TO RJR-TIME
            IF RJR-UNLOAD-MARK
                OPEN OUTPUT JOURNAL-FILE
            ELSE
                OPEN EXTEND JOURNAL-FILE
                IF WS-JOURNAL-STATUS NOT = "00"
                    OPEN OUTPUT JOURNAL-FILE
                END-IF
            END-IF
            IF WS-JOURNAL-STATUS = "00"
                MOVE RSLT-JOURNAL-RECORD TO JOURNAL-LINE
                WRITE JOURNAL-LINE
                CLOSE JOURNAL-FILE
            ELSE
                MOVE "RSLT-JOURNAL" TO OMR-PROGRAM
                MOVE "RJN-0001" TO OMR-MSG-ID
                SET OMR-SEVERE TO TRUE
                MOVE SPACES TO OMR-TEXT
                STRING "JOURNAL NOT WRITTEN KEY " RJR-KEY
                    " STATUS " WS-JOURNAL-STATUS
                    DELIMITED BY SIZE INTO OMR-TEXT
                CALL "MSG-LOGGER" USING OPS-MSG-REQUEST
                    ON EXCEPTION
                        DISPLAY OMR-TEXT
                END-CALL
            END-IF
            GOBACK.
