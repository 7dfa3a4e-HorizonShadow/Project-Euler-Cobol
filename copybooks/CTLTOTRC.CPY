      *> Header/trailer control record written around the data on
      *> DETAIL.OUT, DETAIL.<step>, P2DETAIL.* and AUDIT.LOG, so a
      *> file cut short by a failed run or a bad copy can be told
      *> from a complete one. A writer puts a header before its first
      *> record and a trailer after its last; a file appended to
      *> (AUDIT.LOG, a second archive cycle on the same date) simply
      *> holds one header/trailer block per append. The trailer's
      *> hash total is the sum of the file's IND/value field: DETAIL
      *> IND, the even Fibonacci value, or the audit line's sum.
      *> Files written before the control records came in have none
      *> and are read as they always were.
       01  CONTROL-TOTAL-RECORD.
           05  CTR-RECORD-TYPE         PIC X(5).
               88  CTR-HEADER          VALUE "*HDR*".
               88  CTR-TRAILER         VALUE "*TRL*".
           05  FILLER                  PIC X(1).
           05  CTR-PROGRAM             PIC X(12).
           05  FILLER                  PIC X(1).
           05  CTR-RUN-STAMP.
               10  CTR-RUN-DATE        PIC 9(8).
               10  CTR-RUN-TIME        PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CTR-BODY                PIC X(46).
      *> Header view: the run signature (MAX, divisor count and
      *> divisor slots, as on the results master key; the ceiling
      *> alone for EVEN-FIB).
           05  CTR-HEADER-BODY REDEFINES CTR-BODY.
               10  CTR-SIGNATURE.
                   15  CTR-SIG-MAX     PIC 9(7).
                   15  CTR-SIG-DVT-COUNT
                                        PIC 9.
                   15  CTR-SIG-DVT-VALUE
                                        OCCURS 5 TIMES PIC 999.
               10  FILLER              PIC X(23).
      *> Trailer view: data records in the block and their hash.
           05  CTR-TRAILER-BODY REDEFINES CTR-BODY.
               10  CTR-RECORD-COUNT    PIC 9(9).
               10  FILLER              PIC X(1).
               10  CTR-HASH-TOTAL      PIC 9(18).
               10  FILLER              PIC X(18).
