      *> Period history: the permanent month-by-month and year-by-year
      *> summary of the suite's run history, appended by PERIOD-CLOSE
      *> so the figures outlive the AUDIT.LOG generations and the
      *> run-times file they were rolled up from. Each closed period
      *> is written as one group: a "P" row per program that ran (or
      *> was timed) in it, an "S" row per distinct MAX/divisor
      *> signature each program ran, then the "C" close marker last.
      *> The marker is the lock - a period with a marker is closed
      *> and is never rolled up again - and rows not followed by
      *> their period's marker (a close cut short) are not trusted.
      *> Month rows carry period yyyymm; the annual record a year-end
      *> close folds from the twelve months carries yyyy00.
       01  PERIOD-HISTORY-RECORD.
           05  PHR-PERIOD-KIND         PIC X.
               88  PHR-MONTH-PERIOD    VALUE "M".
               88  PHR-YEAR-PERIOD     VALUE "Y".
           05  FILLER                  PIC X(1).
           05  PHR-PERIOD.
               10  PHR-PERIOD-YEAR     PIC 9(4).
               10  PHR-PERIOD-MONTH    PIC 99.
           05  FILLER                  PIC X(1).
           05  PHR-RECORD-TYPE         PIC X.
               88  PHR-CLOSE-MARKER    VALUE "C".
               88  PHR-PROGRAM-ROW     VALUE "P".
               88  PHR-SIGNATURE-ROW   VALUE "S".
           05  FILLER                  PIC X(1).
           05  PHR-PROGRAM             PIC X(12).
           05  FILLER                  PIC X(1).
           05  PHR-BODY                PIC X(100).
      *> Close marker: when the period was closed, what it was built
      *> from, how many program rows it holds, and the verdict of
      *> the audit files' control totals ("V" verified, "L" legacy
      *> lines only, "M" a file failed - figures filed as found).
      *> A year's marker counts the month periods folded into it.
      *> The group's row count lets a reader tell the rows this
      *> close wrote from any a cut-short close of the same period
      *> left just before them.
           05  PHR-CLOSE-BODY REDEFINES PHR-BODY.
               10  PHR-CLOSE-DATE      PIC 9(8).
               10  FILLER              PIC X(1).
               10  PHR-CLOSE-TIME      PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-AUDIT-LINES     PIC 9(7).
               10  FILLER              PIC X(1).
               10  PHR-TIMING-LINES    PIC 9(7).
               10  FILLER              PIC X(1).
               10  PHR-PROGRAM-ROWS    PIC 9(4).
               10  FILLER              PIC X(1).
               10  PHR-MONTHS-FOLDED   PIC 99.
               10  FILLER              PIC X(1).
               10  PHR-CONTROL-SW      PIC X.
                   88  PHR-CONTROLS-VERIFIED
                                        VALUE "V".
                   88  PHR-CONTROLS-LEGACY
                                        VALUE "L".
                   88  PHR-CONTROLS-FAILED
                                        VALUE "M".
               10  FILLER              PIC X(1).
               10  PHR-GROUP-ROWS      PIC 9(6).
               10  FILLER              PIC X(52).
      *> Program row: complete runs (a range-partitioned run counts
      *> once, by its merge step; its range steps are counted on
      *> their own), runs by AUDIT-RETURN-STATUS in the order the
      *> statuses were first seen (any past the sixth are counted
      *> together), the steps timed on RUNTIMES.DAT and their
      *> elapsed seconds, and how many signatures were run.
           05  PHR-PROGRAM-BODY REDEFINES PHR-BODY.
               10  PHR-RUN-COUNT       PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-RANGE-STEP-COUNT
                                        PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-STATUS-TALLY    OCCURS 6 TIMES.
                   15  PHR-STATUS      PIC XX.
                   15  PHR-STATUS-COUNT
                                        PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-OTHER-STATUS-COUNT
                                        PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-TIMED-COUNT     PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-TOTAL-SECS      PIC 9(9).
               10  FILLER              PIC X(1).
               10  PHR-AVERAGE-SECS    PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-SIGNATURE-COUNT PIC 9(4).
               10  FILLER              PIC X(2).
      *> Signature row: one MAX/divisor set a program ran in the
      *> period (laid out as the results master key), how often,
      *> how many of those runs ended "00", and the sum the latest
      *> of them computed.
           05  PHR-SIGNATURE-BODY REDEFINES PHR-BODY.
               10  PHR-SIGNATURE.
                   15  PHR-SIG-MAX     PIC 9(7).
                   15  PHR-SIG-DVT-COUNT
                                        PIC 9.
                   15  PHR-SIG-DVT-VALUE
                                        OCCURS 5 TIMES PIC 999.
               10  FILLER              PIC X(1).
               10  PHR-SIG-RUN-COUNT   PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-SIG-CLEAN-COUNT PIC 9(6).
               10  FILLER              PIC X(1).
               10  PHR-SIG-LAST-SUM    PIC 9(12).
               10  FILLER              PIC X(1).
               10  PHR-SIG-LAST-STAMP  PIC 9(14).
               10  FILLER              PIC X(35).
