           05  DETAIL-MATCHED-LIST.
               10  DETAIL-MATCHED-DIV  OCCURS 5 TIMES
                                        PIC ZZ9.
      *> The same line seen as a header/trailer control record
      *> (CTLTOTRC); readers skip these when walking the register.
       01  DETAIL-CONTROL-LINE.
           05  DETAIL-CONTROL-TYPE     PIC X(5).
               88  DETAIL-CONTROL-RECORD
                                        VALUE "*HDR*" "*TRL*".
           05  FILLER                  PIC X(75).
