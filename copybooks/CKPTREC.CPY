           05  CKPT-DVT-VALUE-LIST.
               10  CKPT-DVT-VALUE      OCCURS 5 TIMES
                                        PIC 999.
      *> IND range the checkpointed run covers - 0 to MAX for a
      *> complete run, the step's own slice for one range step of a
      *> partitioned run - so one slice never resumes from another
      *> slice's checkpoint. Blank on checkpoints taken before range
      *> steps existed, which were all complete runs.
           05  FILLER                  PIC X(1).
           05  CKPT-RANGE-FROM         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  CKPT-RANGE-TO           PIC 9(7).
