      *> Control-file change journal: one line per change an
      *> operator makes through OPS-CONSOLE, appended to CTLJRNL.DAT
      *> before the file itself is rewritten. Records who made the
      *> change, the command (H hold, R release, X rerun), the file
      *> and step it touched, and the field's value before and after
      *> - for a rerun, the JOBSTAT.DAT completion record (run state
      *> and audit status) that was dropped. CTL-SNAPSHOT lists the
      *> entries made since its last run under its nightly
      *> difference report, so a changed control file and the
      *> operator who changed it are read together.
       01  CONTROL-JOURNAL-RECORD.
           05  CJR-STAMP.
               10  CJR-DATE            PIC 9(8).
               10  CJR-TIME            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CJR-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(1).
           05  CJR-COMMAND             PIC X.
               88  CJR-HOLD            VALUE "H".
               88  CJR-RELEASE         VALUE "R".
               88  CJR-RERUN           VALUE "X".
           05  FILLER                  PIC X(1).
           05  CJR-FILE-NAME           PIC X(12).
           05  FILLER                  PIC X(1).
           05  CJR-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X(1).
           05  CJR-FIELD-NAME          PIC X(12).
           05  FILLER                  PIC X(1).
           05  CJR-BEFORE              PIC X(12).
           05  FILLER                  PIC X(1).
           05  CJR-AFTER               PIC X(12).
