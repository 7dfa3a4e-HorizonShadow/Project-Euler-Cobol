      *> Partial result of one range step of a range-partitioned
      *> Problem 1 run: the group and step it came from, the IND
      *> range it covered, the signature it was computed under, and
      *> the sum and counts for that slice alone. The group's merge
      *> step adds these up into the one result filed for the
      *> signature.
       01  PARTIAL-RECORD.
           05  PTL-RANGE-GROUP         PIC X(8).
           05  FILLER                  PIC X(1).
           05  PTL-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X(1).
           05  PTL-RANGE-FROM          PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PTL-RANGE-TO            PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PTL-MAX                 PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PTL-DVT-COUNT           PIC 9.
           05  FILLER                  PIC X(1).
           05  PTL-DVT-VALUE-LIST.
               10  PTL-DVT-VALUE       OCCURS 5 TIMES
                                        PIC 999.
           05  FILLER                  PIC X(1).
           05  PTL-SUM                 PIC 9(12).
           05  FILLER                  PIC X(1).
           05  PTL-SINGLE-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PTL-MULTI-COUNT         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PTL-TOTAL-QUALIFYING    PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PTL-DVT-HIT-LIST.
               10  PTL-DVT-HIT         OCCURS 5 TIMES
                                        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PTL-RUN-DATE            PIC 9(8).
