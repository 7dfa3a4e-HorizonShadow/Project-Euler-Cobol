      *> DETAIL.OUT. Blank when not called from the driver, in
      *> which case the classic file names are used unchanged.
           05  SPA-STEP-NAME           PIC X(8).
      *> Range group and IND range from the job-control line, for a
      *> range-partitioned run: a non-zero range-to makes the call
      *> one range step, a group with no range makes it the merge
      *> step. Blank group (the normal case) is a complete run.
           05  SPA-RANGE-GROUP         PIC X(8).
           05  SPA-RANGE-FROM          PIC 9(7).
           05  SPA-RANGE-TO            PIC 9(7).
