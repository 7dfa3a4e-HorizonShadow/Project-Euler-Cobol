               10  RSLT-DVT-HIT        OCCURS 5 TIMES
                                        PIC 9(7).
           05  RSLT-LAST-COMPUTED      PIC 9(8).
      *> Suspect flag, raised by RSLT-VERIFY when the filed answer
      *> disagrees with the closed-form arithmetic-series total or
      *> with the run's audit line; a suspect row is not served to
      *> requesters until a fresh computation refiles it, which
      *> clears the flag. Blank on rows filed before the check.
           05  RSLT-SUSPECT-SW         PIC X.
               88  RSLT-SUSPECT        VALUE "S".
