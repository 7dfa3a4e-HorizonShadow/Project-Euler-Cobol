      *> Message catalog record, keyed by OPSLOG message ID: the
      *> severity the issuing program is expected to log it at (the
      *> same word MSG-LOGGER writes - INFO, WARN or SEVERE), what
      *> the message means, what the operator should do about it,
      *> and whether it warrants calling someone out. OPS-SCAN
      *> prints the explanation and action under each exception it
      *> reports, and flags any message logged that is not here or
      *> was logged at another severity.
       01  MCT-RECORD.
           05  MCT-MSG-ID              PIC X(8).
           05  MCT-SEVERITY            PIC X(6).
               88  MCT-INFO            VALUE "INFO".
               88  MCT-WARN            VALUE "WARN".
               88  MCT-SEVERE          VALUE "SEVERE".
           05  MCT-CALLOUT-SW          PIC X.
               88  MCT-CALLOUT         VALUE "Y".
               88  MCT-NO-CALLOUT      VALUE "N".
           05  MCT-EXPLANATION         PIC X(60).
           05  MCT-ACTION              PIC X(60).
           05  MCT-LAST-CHANGED        PIC 9(8).
