           05  FIB-DETAIL-TERM-NO      PIC 9(4).
           05  FILLER                  PIC X(3).
           05  FIB-DETAIL-VALUE        PIC 9(8).
      *> The same line seen as a header/trailer control record
      *> (CTLTOTRC); readers skip these when walking the register.
       01  FIB-DETAIL-CONTROL-LINE.
           05  FIB-DETAIL-CONTROL-TYPE PIC X(5).
               88  FIB-DETAIL-CONTROL-RECORD
                                        VALUE "*HDR*" "*TRL*".
           05  FILLER                  PIC X(75).
