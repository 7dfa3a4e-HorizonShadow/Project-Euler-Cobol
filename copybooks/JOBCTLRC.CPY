               88  JCR-FREQ-WEEKDAY    VALUE "W".
               88  JCR-FREQ-MONTHLY    VALUE "M".
           05  JCR-FREQ-VALUE          PIC 99.
      *> Range partitioning: one large signature split into IND
      *> ranges run as separate HELLO-WORLD steps, so a long run
      *> can be spread over the window and restarted a slice at a
      *> time. Every step of one split carries the same
      *> JCR-RANGE-GROUP. A range step also carries its IND range
      *> (from inclusive, to exclusive); the one step of the group
      *> with a blank or zero range is the merge step, which files
      *> the combined result. Blank on every ordinary step.
           05  JCR-RANGE-GROUP         PIC X(8).
           05  JCR-RANGE-FROM          PIC 9(7).
           05  JCR-RANGE-TO            PIC 9(7).
