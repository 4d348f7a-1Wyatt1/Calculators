           05 PM-VOL-LIMIT PIC 9(9).
           05 PM-REJ-PCT-LIMIT PIC 9(3).
           05 PM-ELAPSED-LIMIT PIC 9(5).
      * the calculator's functional currency, ignored here
           05 PM-FUNC-CURRENCY PIC X(3).
      * CALCOUTL's outlier-screen thresholds, ignored here
           05 PM-OUTL-MONTHS PIC 9(2).
           05 PM-OUTL-BAND PIC 9(2)V9(1).
           05 PM-OUTL-MIN-HIST PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-EXC-STATUS PIC X(2) VALUE '00'.
