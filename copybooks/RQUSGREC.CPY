      *> Requester usage log: one line appended by REQUEST-PROC for
      *> every inquiry it answers or rejects, so the monthly usage
      *> statement can show who is driving the load. Disposition is
      *> MASTER, COMPUTED or REJECTED; a rejection also carries the
      *> kind of refusal - A not authorized (unknown or suspended),
      *> L over the requester's MAX limit, Q daily quota used up,
      *> blank for any other reason given in the text.
       01  RQU-RECORD.
           05  RQU-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RQU-TIME                PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RQU-REQUESTER           PIC X(8).
           05  FILLER                  PIC X(1).
           05  RQU-DISPOSITION         PIC X(8).
           05  FILLER                  PIC X(1).
           05  RQU-REJECT-TYPE         PIC X.
               88  RQU-NOT-AUTHORIZED  VALUE "A".
               88  RQU-OVER-LIMIT      VALUE "L".
               88  RQU-OVER-QUOTA      VALUE "Q".
           05  FILLER                  PIC X(1).
           05  RQU-MAX                 PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RQU-REASON              PIC X(40).
