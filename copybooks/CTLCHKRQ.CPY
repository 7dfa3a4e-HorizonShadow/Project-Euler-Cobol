      *> Request passed to the shared CONTROL-CHECK subprogram, which
      *> reads a file through once and proves every header/trailer
      *> block on it (CTLTOTRC) before the caller trusts the data.
      *> The caller names the file and where its IND/value field
      *> sits on the line; the subprogram hands back the verdict,
      *> the first fault it found and the totals it counted.
       01  CONTROL-CHECK-REQUEST.
           05  CCR-FILE-NAME           PIC X(20).
           05  CCR-VALUE-START         PIC 9(3).
           05  CCR-VALUE-LENGTH        PIC 9(2).
           05  CCR-RESULT-SW           PIC X.
               88  CCR-FILE-VERIFIED   VALUE "V".
               88  CCR-FILE-LEGACY     VALUE "L".
               88  CCR-FILE-MISMATCH   VALUE "M".
               88  CCR-FILE-MISSING    VALUE "N".
      *> Blocks (headers) found, data records inside blocks, data
      *> records outside any block (a legacy headerless file, or
      *> the older part of one written before the change), and the
      *> hash of the value field over all data records.
           05  CCR-BLOCK-COUNT         PIC 9(5).
           05  CCR-RECORD-COUNT        PIC 9(9).
           05  CCR-LEGACY-COUNT        PIC 9(9).
           05  CCR-HASH-TOTAL          PIC 9(18).
           05  CCR-REASON              PIC X(40).
