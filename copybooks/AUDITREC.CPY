      *> were all written by HELLO-WORLD.
           05  FILLER                  PIC X(1).
           05  AUDIT-PROGRAM           PIC X(12).
      *> Divisor set the run used, so together with AUDIT-MAX-USED
      *> the line carries the same signature the results master is
      *> keyed by. Blank on legacy records and on programs that do
      *> not take a divisor set.
           05  FILLER                  PIC X(1).
           05  AUDIT-DVT-COUNT         PIC 9.
           05  FILLER                  PIC X(1).
           05  AUDIT-DVT-VALUE-LIST.
               10  AUDIT-DVT-VALUE     OCCURS 5 TIMES
                                        PIC 999.
      *> Scope of the run the line records: "P" for one range step
      *> of a range-partitioned run, whose sum covers only its own
      *> slice of IND; blank for a complete run, including the merge
      *> step that files a partitioned run's combined result.
           05  FILLER                  PIC X(1).
           05  AUDIT-RUN-SCOPE         PIC X.
               88  AUDIT-PARTIAL-RUN   VALUE "P".
      *> The same line seen as a header/trailer control record
      *> (CTLTOTRC): each append to the log is its own block, so
      *> readers skip these when walking the run history.
       01  AUDIT-CONTROL-LINE.
           05  AUDIT-CONTROL-TYPE      PIC X(5).
               88  AUDIT-CONTROL-RECORD
                                        VALUE "*HDR*" "*TRL*".
           05  FILLER                  PIC X(75).
