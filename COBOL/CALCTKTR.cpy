      *--------------------------------------------------------------*
      * CALCTKTR.cpy
      * CALCTKT check-in ticket - the one record CALCCTL leaves for a
      * step it has just let start: which step, and which business
      * date the stream is processing.  the step reads it back at
      * the end of its run to check itself out on CALCDAY with its
      * own condition code and record counts, then empties it so a
      * second run without a fresh check-in logs nothing.  each step
      * (each calculator partition) has its own ticket dataset.
      *--------------------------------------------------------------*
       01  TK-RECORD.
           05 TK-STEP PIC X(8).
           05 TK-BUS-DATE PIC 9(8).
      * yyyymmdd-hhmmsshh of the check-in
           05 TK-START-TS PIC X(21).
