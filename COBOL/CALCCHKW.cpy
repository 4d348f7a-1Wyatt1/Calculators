      *--------------------------------------------------------------*
      * CALCCHKW.cpy
      * working storage for the CALCAUD tamper seal - the arithmetic
      * is the calculator's COMPUTE-AUDIT-CHECK-PARA, carried word
      * for word by every program that seals or checks the trail.
      * WS-CHK-INPUT is the AL-RECORD bytes the check covers: all but
      * AL-REVERSED-BY (stamped after the fact by CALCAPRG) and
      * AL-CHECK itself, followed by AL-PREV-CHECK so each value
      * depends on the one before it.  the value is two independent
      * polynomial remainders side by side - it is there to show that
      * a record was altered, dropped or reordered, not to stand up
      * to someone who has read this copybook.
      *--------------------------------------------------------------*
       01  WS-CHK-WORK.
           05 WS-CHK-INPUT.
              10 WS-CHK-BODY-1 PIC X(148).
              10 WS-CHK-BODY-2 PIC X(96).
              10 WS-CHK-PREV PIC X(20).
           05 WS-CHK-INPUT-LEN PIC 9(4) COMP VALUE 264.
           05 WS-CHK-IDX PIC 9(4) COMP.
           05 WS-CHK-H1 PIC 9(18) COMP.
           05 WS-CHK-H2 PIC 9(18) COMP.
           05 WS-CHK-VALUE.
              10 WS-CHK-VALUE-1 PIC 9(10).
              10 WS-CHK-VALUE-2 PIC 9(10).
