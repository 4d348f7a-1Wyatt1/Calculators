      *--------------------------------------------------------------*
      * CALCPCLW.cpy
      * working storage for the period calendar lookup - the
      * calculator's LOAD-PERIOD-TABLE-PARA and FIND-PERIOD-PARA,
      * carried word for word by the programs that need them, load
      * the table and find a date's period in it.  the
      * program declares the calendar as PERIOD-CALENDAR-FILE
      * (ASSIGN 'CALCPCAL', FILE STATUS WS-PCL-STATUS) with
      * CALCPCAL.cpy under its FD.  a missing calendar leaves
      * WS-PCL-AVAILABLE off and every date in no period - nothing
      * is locked until a calendar exists.
      *--------------------------------------------------------------*
       01  WS-PCL-WORK.
           05 WS-PCL-STATUS PIC X(2) VALUE '00'.
           05 WS-PCL-AVAIL-SW PIC X(1) VALUE 'N'.
              88 WS-PCL-AVAILABLE VALUE 'Y'.
           05 WS-PCL-EOF-SW PIC X(1) VALUE 'N'.
              88 END-OF-PCL-FILE VALUE 'Y'.
           05 WS-PCL-TABLE.
              10 WS-PCL-ENTRY OCCURS 120 TIMES.
                 15 WS-PCL-ID PIC X(6).
                 15 WS-PCL-FROM PIC 9(8).
                 15 WS-PCL-TO PIC 9(8).
                 15 WS-PCL-STAT PIC X(1).
                    88 WS-PCL-IS-OPEN VALUE 'O'.
                    88 WS-PCL-IS-CLOSING VALUE 'P'.
                    88 WS-PCL-IS-CLOSED VALUE 'C'.
                 15 WS-PCL-CLOSED-DATE PIC 9(8).
           05 WS-PCL-COUNT PIC 9(3) VALUE ZERO.
           05 WS-PCL-IDX PIC 9(3) VALUE ZERO.
      * the date FIND-PERIOD-PARA looks up, and what it found
           05 WS-PCL-DATE PIC 9(8) VALUE ZERO.
           05 WS-PCL-FOUND-SW PIC X(1) VALUE 'N'.
              88 WS-PCL-FOUND VALUE 'Y'.
