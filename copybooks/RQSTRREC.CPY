      *> Requester master record, keyed by requester ID: who may
      *> send inquiries to REQUEST-PROC, the largest MAX they may
      *> ask for, how many inquiries a day they may have computed
      *> (answers already on the results master do not count), the
      *> priority class their inquiries are worked in (1 first,
      *> 9 last) and whether they are suspended. The quota date and
      *> count carry today's usage; a count from an earlier date is
      *> stale and starts again from zero.
       01  RQM-RECORD.
           05  RQM-REQUESTER           PIC X(8).
           05  RQM-NAME                PIC X(30).
           05  RQM-MAX-ALLOWED         PIC 9(7).
           05  RQM-DAILY-QUOTA         PIC 9(4).
           05  RQM-PRIORITY            PIC 9.
           05  RQM-STATUS-SW           PIC X.
               88  RQM-ACTIVE          VALUE "A".
               88  RQM-SUSPENDED       VALUE "S".
           05  RQM-QUOTA-DATE          PIC 9(8).
           05  RQM-QUOTA-USED          PIC 9(4).
           05  RQM-LAST-CHANGED        PIC 9(8).
