      *> Report distribution list: one line per report (or report-
      *> name pattern) per recipient. A pattern ends in "*" and takes
      *> every report whose name starts with what comes before it
      *> ("REPORT.*" is every HELLO-WORLD step report, "*" alone is
      *> everything); any other name must match exactly. Copies is
      *> how many copies of each matching report go in that
      *> recipient's bundle (blank or zero is one). The recipient's
      *> name, for the banner page, is taken from the first of their
      *> lines that gives one.
       01  DIST-LIST-RECORD.
           05  DLR-REPORT-PATTERN      PIC X(20).
           05  FILLER                  PIC X(1).
           05  DLR-RECIPIENT           PIC X(8).
           05  FILLER                  PIC X(1).
           05  DLR-COPIES              PIC 99.
           05  FILLER                  PIC X(1).
           05  DLR-RECIPIENT-NAME      PIC X(30).
