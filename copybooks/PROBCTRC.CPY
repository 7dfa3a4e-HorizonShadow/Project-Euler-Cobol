      *> Problem catalog: one line per program that may be named on
      *> a JOBCTL.DAT step, read by the driver, the control edit,
      *> the operator console, the MIS extract, report distribution
      *> and the cross-file audit so a new problem is brought on by
      *> adding its line here. Type "P" is a
      *> problem program, "U" a utility step of the suite itself.
      *> A problem names its parameter file and how it reads it
      *> ("D" every record, latest effective date in force; "F"
      *> first record only), the prefixes its step outputs are
      *> named with (the step name follows the prefix), the MAX
      *> range it accepts (a zero high means it takes no MAX), how
      *> many divisors it takes and their range (a zero count means
      *> none), whether its runs may be split into IND ranges and
      *> whether it files its answer to RESULTS.MST.
       01  PROBLEM-CATALOG-RECORD.
           05  PCR-PROGRAM-NAME        PIC X(12).
           05  FILLER                  PIC X(1).
           05  PCR-PROGRAM-TYPE        PIC X.
               88  PCR-PROBLEM         VALUE "P".
               88  PCR-UTILITY         VALUE "U".
           05  FILLER                  PIC X(1).
           05  PCR-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(1).
           05  PCR-PARM-FILE           PIC X(12).
           05  FILLER                  PIC X(1).
           05  PCR-PARM-USE            PIC X.
               88  PCR-PARM-DATED      VALUE "D".
               88  PCR-PARM-FIRST      VALUE "F".
           05  FILLER                  PIC X(1).
           05  PCR-REPORT-PREFIX       PIC X(10).
           05  FILLER                  PIC X(1).
           05  PCR-DETAIL-PREFIX       PIC X(10).
           05  FILLER                  PIC X(1).
           05  PCR-PARTIAL-PREFIX      PIC X(10).
           05  FILLER                  PIC X(1).
           05  PCR-MAX-LOW             PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PCR-MAX-HIGH            PIC 9(7).
           05  FILLER                  PIC X(1).
           05  PCR-DIVISOR-MAX-COUNT   PIC 9.
           05  FILLER                  PIC X(1).
           05  PCR-DIVISOR-LOW         PIC 999.
           05  FILLER                  PIC X(1).
           05  PCR-DIVISOR-HIGH        PIC 999.
           05  FILLER                  PIC X(1).
           05  PCR-RANGE-SW            PIC X.
               88  PCR-RANGE-ALLOWED   VALUE "Y".
           05  FILLER                  PIC X(1).
           05  PCR-RESULTS-SW          PIC X.
               88  PCR-FILES-RESULTS   VALUE "Y".
