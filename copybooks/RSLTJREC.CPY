      *> Results master journal record: one line appended to
      *> RSLTJRNL.DAT by the shared RSLT-JOURNAL subprogram for every
      *> row added, changed or deleted on RESULTS.MST, carrying the
      *> row as it stood before and after the change so RESULT-MAINT
      *> can roll the last RSLTBKP.DAT unload forward to any point in
      *> time. The journal is restarted by each successful UNLOAD,
      *> whose marker line ("U") is always the first on the file.
      *> The caller fills everything but the timestamp, which the
      *> subprogram stamps as it appends.
       01  RSLT-JOURNAL-RECORD.
           05  RJR-TIMESTAMP.
               10  RJR-DATE            PIC 9(8).
               10  RJR-TIME            PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RJR-PROGRAM             PIC X(12).
           05  FILLER                  PIC X(1).
           05  RJR-ACTION              PIC X.
               88  RJR-ADD             VALUE "A".
               88  RJR-CHANGE          VALUE "C".
               88  RJR-DELETE          VALUE "D".
               88  RJR-UNLOAD-MARK     VALUE "U".
           05  FILLER                  PIC X(1).
           05  RJR-KEY                 PIC X(23).
           05  FILLER                  PIC X(1).
      *> Row images in RSLT-RECORD layout; the before image is blank
      *> on an add and the after image blank on a delete. On the
      *> unload marker the before image carries the row count
      *> unloaded in its first six positions.
           05  RJR-BEFORE-IMAGE        PIC X(100).
           05  FILLER                  PIC X(1).
           05  RJR-AFTER-IMAGE         PIC X(100).
