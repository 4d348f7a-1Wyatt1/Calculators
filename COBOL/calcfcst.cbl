      * standing-instruction forecast - the answer to finance's
      * monthly "what will the recurring allocations post over the
      * next quarter", without generating a CALCIN to find out.
      *
      * rolls every CALCSTND template forward one day at a time
      * across a horizon, exactly as a CALCGEN run each day would
      * fall it due, and projects each day's generated chains the
      * way the calculator would compute them: the rate in force on
      * the projected due date (rates keyed ahead with a future
      * effective date take over on that date), the CALCAUTH
      * entitlements and limits, the allocation key in force for a
      * spread, and the CALCPARM precision.  nothing is written -
      * CALCSTND is only read, no CALCGIN is produced:
      *
      *   CALCPARM  in   the calculator's card - rounding and decimal
      *                  places, the rest ignored here
      *   CALCPERD  in   the horizon card, from/to dates - the same
      *                  card layout the statement and the rate
      *                  simulation run off.  optional: absent, today
      *                  through the end of the third month after
      *                  this one
      *   CALCSTND  in   the standing instructions as they stand
      *   CALCRATE  in   the rate table, future-dated entries and all
      *   CALCAUTH  in   department entitlements, optional as ever
      *   CALCALOC  in   allocation keys, optional as ever
      *
      * the report gives the projected postings (one per chain step,
      * one per spread share, under the receiving department) by
      * department and month and by month, and lists every template
      * step that will be refused on a projected date, with the
      * reason code the calculator would give it - RC for a rate
      * code with no entry in force that day, UA for an amount over
      * the department's limit, UO for an operator it may not use,
      * and the rest - and the first and last date it happens, so
      * the rate desk can fix it before the real run rejects it.
      * any such step, or a template CALCGEN would refuse, ends the
      * run with the warning code.
      *
      * templates are set up in functional currency, so no FX rate
      * comes into it.  each day's generated file is one run: chains
      * restart every day from the template's own seed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PARM-FILE ASSIGN TO 'CALCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT CALC-STANDING-FILE ASSIGN TO 'CALCSTND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT CALC-RATE-FILE ASSIGN TO 'CALCRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CALC-AUTH-FILE ASSIGN TO 'CALCAUTH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT CALC-ALLOC-FILE ASSIGN TO 'CALCALOC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PARM-FILE.
       01  PM-RECORD.
           05 PM-ROUND-SW PIC X(1).
           05 PM-DEC-PLACES PIC 9(1).
           05 PM-JOB-ID PIC X(8).
           05 PM-FORCE-SW PIC X(1).
           05 PM-RETAIN-MONTHS PIC 9(2).
      * CALCEXCR's aging threshold, ignored here
           05 PM-AGE-LIMIT PIC 9(3).
      * CALCHRPT's capacity thresholds, ignored here
           05 PM-VOL-LIMIT PIC 9(9).
           05 PM-REJ-PCT-LIMIT PIC 9(3).
           05 PM-ELAPSED-LIMIT PIC 9(5).
           05 PM-FUNC-CURRENCY PIC X(3).
      * CALCOUTL's outlier-screen thresholds, ignored here
           05 PM-OUTL-MONTHS PIC 9(2).
           05 PM-OUTL-BAND PIC 9(2)V9(1).
           05 PM-OUTL-MIN-HIST PIC 9(4).

       FD  CALC-PERIOD-FILE.
       01  PD-RECORD.
           05 PD-FROM-DATE PIC 9(8).
           05 PD-TO-DATE PIC 9(8).

       FD  CALC-STANDING-FILE.
           COPY CALCSTDR.

       FD  CALC-RATE-FILE.
           COPY CALCRATE.

       FD  CALC-AUTH-FILE.
           COPY CALCAUTR.

       FD  CALC-ALLOC-FILE.
           COPY CALCALOC.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-PRD-STATUS PIC X(2) VALUE '00'.
       01 WS-STD-STATUS PIC X(2) VALUE '00'.
       01 WS-RATE-STATUS PIC X(2) VALUE '00'.
       01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
       01 WS-ALOC-STATUS PIC X(2) VALUE '00'.

       01 WS-STD-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-STANDING-FILE VALUE 'Y'.
       01 WS-RATE-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-RATE-FILE VALUE 'Y'.
       01 WS-AUTH-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-AUTH-FILE VALUE 'Y'.
       01 WS-ALOC-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-ALOC-FILE VALUE 'Y'.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-DATE-R REDEFINES WS-CDT-DATE.
              10 WS-CUR-YEAR PIC 9(4).
              10 WS-CUR-MONTH PIC 9(2).
              10 WS-CUR-DAY PIC 9(2).
           05 WS-CDT-TIME PIC 9(8).
           05 WS-CDT-DIFF PIC X(5).

      * rounding/precision as the calculator takes it off CALCPARM
       01 WS-ROUND-SW PIC X(1) VALUE 'T'.
          88 WS-ROUND-ON VALUE 'R'.
       01 WS-DEC-PLACES PIC 9(1) VALUE 4.
       01 WS-SCALE-FACTOR PIC 9(9) VALUE 1.
       01 WS-PRECISION-TEMP PIC S9(20) VALUE ZERO.

      * the horizon, and the day being projected.  months are
      * counted from the horizon's first month for the report
      * table; two years is the most one run will project.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
           05 WS-DAY-YEAR PIC 9(4).
           05 WS-DAY-MONTH PIC 9(2).
           05 WS-DAY-DAY PIC 9(2).
       01 WS-DAY-INT PIC 9(9) VALUE ZERO.
       01 WS-FROM-MONTHS PIC 9(6) VALUE ZERO.
       01 WS-MON-SPAN PIC 9(6) VALUE ZERO.
       01 WS-MON-IDX PIC 9(3) VALUE ZERO.

      * due-date roll-forward workings - the same as CALCGEN's, so
      * a template falls due here on the days it will generate there
       01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YEAR PIC 9(4).
           05 WS-DUE-MONTH PIC 9(2).
           05 WS-DUE-DAY PIC 9(2).
       01 WS-CMP-DATE PIC 9(8) VALUE ZERO.
       01 WS-CMP-DATE-R REDEFINES WS-CMP-DATE.
           05 FILLER PIC 9(6).
           05 WS-CMP-DAY PIC 9(2).
       01 WS-DATE-INT PIC 9(9) VALUE ZERO.
       01 WS-TOT-MONTHS PIC 9(6) VALUE ZERO.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE ZERO.
       01 WS-LEAP-REM PIC 9(4) VALUE ZERO.
       01 WS-DATE-OK-SW PIC X(1) VALUE 'Y'.
          88 WS-DUE-DATE-GOOD VALUE 'Y'.

      * the templates, judged as CALCGEN's pre-scan judges them - a
      * template CALCGEN would refuse is not projected at all - and
      * each one's due date as it rolls forward across the horizon
       01 WS-TPL-TABLE.
           05 WS-TPL-ENTRY OCCURS 100 TIMES.
              10 WS-TPL-ID PIC X(4).
              10 WS-TPL-VALID-SW PIC X(1).
              10 WS-TPL-FREQ PIC X(1).
              10 WS-TPL-DUE PIC 9(8).
              10 WS-TPL-DUE-TODAY-SW PIC X(1).
       01 WS-TPL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TPL-IDX PIC 9(3) VALUE ZERO.
       01 WS-TPL-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-TPL-FOUND VALUE 'Y'.

      * every step in CALCSTND order - the order CALCGEN writes them
      * in, and so the order the calculator chains them in
       01 WS-STP-TABLE.
           05 WS-STP-ENTRY OCCURS 500 TIMES.
              10 WS-STP-TPL-IDX PIC 9(3).
              10 WS-STP-SEQ PIC 9(3).
              10 WS-STP-CHAIN-ID PIC X(4).
              10 WS-STP-OPERATOR PIC X(1).
              10 WS-STP-A PIC S9(16)V9(4) SIGN IS TRAILING
                 SEPARATE CHARACTER.
              10 WS-STP-A-RATE REDEFINES WS-STP-A.
                 15 WS-STP-RATE-TAG PIC X(1).
                    88 WS-STP-A-IS-RATE-CODE VALUE '#'.
                 15 WS-STP-RATE-CODE PIC X(8).
                 15 FILLER PIC X(12).
              10 WS-STP-A-ALLOC REDEFINES WS-STP-A.
                 15 WS-STP-ALLOC-KEY PIC X(8).
                 15 FILLER PIC X(13).
              10 WS-STP-B PIC S9(16)V9(4) SIGN IS TRAILING
                 SEPARATE CHARACTER.
              10 WS-STP-DEPT PIC X(4).
       01 WS-STP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STP-IDX PIC 9(3) VALUE ZERO.

      * rate reference table - same shape and limit as the
      * calculator's, resolved against the projected date
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
              10 WS-RATE-CODE PIC X(8).
              10 WS-RATE-EFF-DATE PIC 9(8).
              10 WS-RATE-VALUE PIC S9(16)V9(4) SIGN IS TRAILING
                 SEPARATE CHARACTER.
       01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RATE-IDX PIC 9(3) VALUE ZERO.
       01 WS-BEST-RATE-IDX PIC 9(3) VALUE ZERO.
       01 WS-BEST-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-LOOKUP-CODE PIC X(8) VALUE SPACES.
       01 WS-RATE-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-RATE-MISSING-SW PIC X(1) VALUE 'N'.
          88 WS-RATE-MISSING VALUE 'Y'.

      * department authorization table - same shape as the
      * calculator's
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
              10 WS-AUTH-DEPT PIC X(4).
              10 WS-AUTH-OPS.
                 15 WS-AUTH-OP-CH OCCURS 12 TIMES PIC X(1).
              10 WS-AUTH-MAX PIC S9(16)V9(4).
       01 WS-AUTH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AUTH-IDX PIC 9(3) VALUE ZERO.
       01 WS-AUTH-OP-IDX PIC 9(3) VALUE ZERO.
       01 WS-AUTH-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-AUTH-FOUND VALUE 'Y'.
       01 WS-AUTH-OP-VIOL-SW PIC X(1) VALUE 'N'.
          88 WS-AUTH-OP-VIOL VALUE 'Y'.
       01 WS-AUTH-AMT-VIOL-SW PIC X(1) VALUE 'N'.
          88 WS-AUTH-AMT-VIOL VALUE 'Y'.
       01 WS-AUTH-OP-OK-SW PIC X(1) VALUE 'N'.
          88 WS-AUTH-OP-OK VALUE 'Y'.
       01 WS-OP-CANON PIC X(1) VALUE SPACE.
       01 WS-ABS-AMOUNT PIC 9(16)V9(4) VALUE ZERO.

      * allocation table and the spread in hand - same shapes and
      * limits as the calculator's
       01 WS-ALOC-TABLE.
           05 WS-ALOC-ENTRY OCCURS 300 TIMES.
              10 WS-ALOC-KEY PIC X(8).
              10 WS-ALOC-EFF-DATE PIC 9(8).
              10 WS-ALOC-DEPT PIC X(4).
              10 WS-ALOC-PERCENT PIC 9(3)V9(4).
              10 WS-ALOC-REM-SW PIC X(1).
       01 WS-ALOC-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ALOC-IDX PIC 9(3) VALUE ZERO.
       01 WS-SPR-KEY PIC X(8) VALUE SPACES.
       01 WS-SPR-TOTAL PIC S9(16)V9(4) VALUE ZERO.
       01 WS-SPR-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-SPR-TABLE.
           05 WS-SPR-ENTRY OCCURS 20 TIMES.
              10 WS-SPR-DEPT PIC X(4).
              10 WS-SPR-PERCENT PIC 9(3)V9(4).
              10 WS-SPR-AMOUNT PIC S9(16)V9(4).
       01 WS-SPR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SPR-IDX PIC 9(3) VALUE ZERO.
       01 WS-SPR-REM-IDX PIC 9(3) VALUE ZERO.
       01 WS-SPR-REM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SPR-PCT-TOTAL PIC 9(5)V9(4) VALUE ZERO.
       01 WS-SPR-ALLOCATED PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPR-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-SPR-FOUND VALUE 'Y'.

      * the step in hand, as the calculator would hold it
       01 WS-OPERATOR PIC X(1).
           COPY CALCOPS.
       01 WS-A PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-B PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-DEPT PIC X(4) VALUE SPACES.
       01 WS-PREV-CHAIN-ID PIC X(4) VALUE SPACES.
       01 WS-CHAIN-BROKEN-SW PIC X(1) VALUE 'N'.
          88 WS-CHAIN-IS-BROKEN VALUE 'Y'.
       01 WS-CALC-VALID-SW PIC X(1) VALUE 'Y'.
          88 WS-CALC-VALID VALUE 'Y'.
          88 WS-CALC-INVALID VALUE 'N'.
       01 WS-REASON-CODE PIC X(2) VALUE SPACES.
       01 WS-REASON-TEXT PIC X(30) VALUE SPACES.
       01 WS-TALLY-DEPT PIC X(4) VALUE SPACES.
       01 WS-TALLY-AMOUNT PIC S9(16)V9(4) VALUE ZERO.

      * projected postings by department and month.  fifty cost
      * centers as everywhere else; a cell per horizon month.
       01 WS-DPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 50 TIMES.
              10 WS-DPT-CODE PIC X(4).
              10 WS-DPT-CELL OCCURS 24 TIMES.
                 15 WS-DPT-POSTINGS PIC 9(9).
                 15 WS-DPT-REJECTS PIC 9(9).
                 15 WS-DPT-AMOUNT PIC S9(18)V9(4).
       01 WS-DPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DPT-IDX PIC 9(3) VALUE ZERO.
       01 WS-DPT-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-DPT-FOUND VALUE 'Y'.
       01 WS-MTH-TABLE.
           05 WS-MTH-ENTRY OCCURS 24 TIMES.
              10 WS-MTH-YM PIC 9(6).
              10 WS-MTH-POSTINGS PIC 9(9).
              10 WS-MTH-REJECTS PIC 9(9).
              10 WS-MTH-AMOUNT PIC S9(18)V9(4).

      * one line per template step and reason that will be refused
      * somewhere in the horizon - first and last projected date
      * and how many times
       01 WS-FLG-TABLE.
           05 WS-FLG-ENTRY OCCURS 200 TIMES.
              10 WS-FLG-TPL-ID PIC X(4).
              10 WS-FLG-SEQ PIC 9(3).
              10 WS-FLG-CODE PIC X(2).
              10 WS-FLG-TEXT PIC X(30).
              10 WS-FLG-FIRST PIC 9(8).
              10 WS-FLG-LAST PIC 9(8).
              10 WS-FLG-TIMES PIC 9(5).
       01 WS-FLG-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FLG-IDX PIC 9(3) VALUE ZERO.
       01 WS-FLG-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-FLG-FOUND VALUE 'Y'.

       01 WS-CNT-STEPS PIC 9(9) VALUE ZERO.
       01 WS-CNT-INVALID-TPL PIC 9(9) VALUE ZERO.
       01 WS-CNT-RUNS PIC 9(9) VALUE ZERO.
       01 WS-CNT-POSTINGS PIC 9(9) VALUE ZERO.
       01 WS-CNT-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-GRAND-AMOUNT PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SUM-POSTINGS PIC 9(9) VALUE ZERO.
       01 WS-SUM-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-SUM-AMOUNT PIC S9(18)V9(4) VALUE ZERO.

       01 WS-AMOUNT-EDIT PIC -(18)9.9(4).

       PROCEDURE DIVISION.
       ENTRY-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           INITIALIZE WS-MTH-TABLE.

           PERFORM READ-PARM-PARA.
           PERFORM SET-HORIZON-PARA.
           PERFORM LOAD-RATE-TABLE-PARA.
           PERFORM LOAD-AUTH-TABLE-PARA.
           PERFORM LOAD-ALLOC-TABLE-PARA.
           PERFORM LOAD-TEMPLATES-PARA.
           IF WS-FROM-DATE > WS-CDT-DATE
               PERFORM ROLL-TO-HORIZON-PARA
           END-IF.

           MOVE WS-FROM-DATE TO WS-DAY-DATE.
           PERFORM UNTIL WS-DAY-DATE > WS-TO-DATE
               PERFORM PROJECT-ONE-DAY-PARA
               COMPUTE WS-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) + 1
               COMPUTE WS-DAY-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-PERFORM.

           PERFORM FORECAST-REPORT-PARA.

      * a step that will be refused, or a template CALCGEN will
      * refuse outright, is work for the rate desk or the template's
      * owner before the day comes - warn the scheduler
           IF WS-FLG-COUNT > 0 OR WS-CNT-INVALID-TPL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT CALC-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ CALC-PARM-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PM-ROUND-SW TO WS-ROUND-SW
                     MOVE PM-DEC-PLACES TO WS-DEC-PLACES
               END-READ
               CLOSE CALC-PARM-FILE
           END-IF.

           IF WS-DEC-PLACES > 4
               MOVE 4 TO WS-DEC-PLACES
           END-IF.

      * the horizon card, or today through the end of the third
      * month after this one - a quarter ahead, whole months.  a
      * keyed date is checked before it goes near the date
      * functions, which abend on a date that isn't one.
       SET-HORIZON-PARA.
           OPEN INPUT CALC-PERIOD-FILE.
           IF WS-PRD-STATUS = '00'
               READ CALC-PERIOD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PD-FROM-DATE TO WS-FROM-DATE
                     MOVE PD-TO-DATE TO WS-TO-DATE
               END-READ
               CLOSE CALC-PERIOD-FILE
           END-IF.

           IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
               MOVE WS-CDT-DATE TO WS-FROM-DATE
               COMPUTE WS-TOT-MONTHS =
                  WS-CUR-YEAR * 12 + WS-CUR-MONTH + 3
               COMPUTE WS-DUE-YEAR = (WS-TOT-MONTHS - 1) / 12
               COMPUTE WS-DUE-MONTH =
                  WS-TOT-MONTHS - WS-DUE-YEAR * 12
               PERFORM SET-DAYS-IN-MONTH-PARA
               MOVE WS-DAYS-IN-MONTH TO WS-DUE-DAY
               MOVE WS-DUE-DATE TO WS-TO-DATE
           END-IF.

           MOVE WS-FROM-DATE TO WS-DUE-DATE.
           PERFORM JUDGE-CALENDAR-DATE-PARA.
           IF WS-DUE-DATE-GOOD
               MOVE WS-TO-DATE TO WS-DUE-DATE
               PERFORM JUDGE-CALENDAR-DATE-PARA
           END-IF.
           IF NOT WS-DUE-DATE-GOOD
               DISPLAY 'CALCFCST: horizon card ', WS-FROM-DATE,
                  ' - ', WS-TO-DATE, ' is not a pair of dates - ',
                  'run failed'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'CALCFCST: horizon card has from-date after ',
                  'to-date - run failed'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-FROM-DATE TO WS-DAY-DATE.
           COMPUTE WS-FROM-MONTHS = WS-DAY-YEAR * 12 + WS-DAY-MONTH.
           MOVE WS-TO-DATE TO WS-DAY-DATE.
           COMPUTE WS-MON-SPAN =
              WS-DAY-YEAR * 12 + WS-DAY-MONTH - WS-FROM-MONTHS + 1.
           IF WS-MON-SPAN > 24
               DISPLAY 'CALCFCST: horizon runs over 24 months - ',
                  'project it in two runs'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       JUDGE-CALENDAR-DATE-PARA.
           MOVE 'Y' TO WS-DATE-OK-SW.
           IF WS-DUE-DATE NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK-SW
           ELSE
               IF WS-DUE-YEAR < 1900
                  OR WS-DUE-MONTH < 01 OR WS-DUE-MONTH > 12
                  OR WS-DUE-DAY < 01
                   MOVE 'N' TO WS-DATE-OK-SW
               ELSE
                   PERFORM SET-DAYS-IN-MONTH-PARA
                   IF WS-DUE-DAY > WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DATE-OK-SW
                   END-IF
               END-IF
           END-IF.

      * pulls the whole CALCRATE file in, every dated version of
      * every code - which one is in force is decided per projected
      * date.  missing, no rate-coded step can resolve.
       LOAD-RATE-TABLE-PARA.
           OPEN INPUT CALC-RATE-FILE.
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL END-OF-RATE-FILE
                   READ CALC-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RATE-COUNT
                           IF WS-RATE-COUNT > 200
                               DISPLAY 'CALCFCST: rate table full at ',
                                  '200 CALCRATE entries - raise the ',
                                  'limit'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE RT-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
                           MOVE RT-EFF-DATE TO
                              WS-RATE-EFF-DATE(WS-RATE-COUNT)
                           MOVE RT-VALUE TO
                              WS-RATE-VALUE(WS-RATE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CALC-RATE-FILE
           END-IF.

       LOAD-AUTH-TABLE-PARA.
           OPEN INPUT CALC-AUTH-FILE.
           IF WS-AUTH-STATUS = '00'
               PERFORM UNTIL END-OF-AUTH-FILE
                   READ CALC-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-AUTH-COUNT
                           IF WS-AUTH-COUNT > 50
                               DISPLAY 'CALCFCST: authorization ',
                                  'table full at 50 CALCAUTH ',
                                  'entries - raise the limit'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE DA-DEPT TO WS-AUTH-DEPT(WS-AUTH-COUNT)
                           MOVE DA-OPERATORS TO
                              WS-AUTH-OPS(WS-AUTH-COUNT)
                           MOVE DA-MAX-AMOUNT TO
                              WS-AUTH-MAX(WS-AUTH-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CALC-AUTH-FILE
           END-IF.

       LOAD-ALLOC-TABLE-PARA.
           OPEN INPUT CALC-ALLOC-FILE.
           IF WS-ALOC-STATUS = '00'
               PERFORM UNTIL END-OF-ALOC-FILE
                   READ CALC-ALLOC-FILE
                       AT END
                           MOVE 'Y' TO WS-ALOC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ALOC-COUNT
                           IF WS-ALOC-COUNT > 300
                               DISPLAY 'CALCFCST: allocation table ',
                                  'full at 300 CALCALOC entries - ',
                                  'raise the limit'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE AK-KEY TO WS-ALOC-KEY(WS-ALOC-COUNT)
                           MOVE AK-EFF-DATE TO
                              WS-ALOC-EFF-DATE(WS-ALOC-COUNT)
                           MOVE AK-DEPT TO WS-ALOC-DEPT(WS-ALOC-COUNT)
                           MOVE AK-PERCENT TO
                              WS-ALOC-PERCENT(WS-ALOC-COUNT)
                           MOVE AK-REMAINDER-SW TO
                              WS-ALOC-REM-SW(WS-ALOC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CALC-ALLOC-FILE
           END-IF.

      * every step into the step table, every template judged the
      * way CALCGEN's pre-scan judges it
       LOAD-TEMPLATES-PARA.
           OPEN INPUT CALC-STANDING-FILE.
           IF WS-STD-STATUS NOT = '00'
               DISPLAY 'CALCFCST: cannot open CALCSTND, status ',
                  WS-STD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-STANDING-FILE
               READ CALC-STANDING-FILE
                   AT END
                       MOVE 'Y' TO WS-STD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-STEPS
                       PERFORM JUDGE-TEMPLATE-STEP-PARA
                       PERFORM STORE-STEP-PARA
               END-READ
           END-PERFORM.
           CLOSE CALC-STANDING-FILE.

           MOVE 1 TO WS-TPL-IDX.
           PERFORM UNTIL WS-TPL-IDX > WS-TPL-COUNT
               IF WS-TPL-VALID-SW(WS-TPL-IDX) = 'N'
                   ADD 1 TO WS-CNT-INVALID-TPL
                   DISPLAY 'CALCFCST: template ',
                      WS-TPL-ID(WS-TPL-IDX), ' not projected - ',
                      'CALCGEN will not generate it, see above'
               END-IF
               ADD 1 TO WS-TPL-IDX
           END-PERFORM.

       STORE-STEP-PARA.
           IF WS-STP-COUNT >= 500
               DISPLAY 'CALCFCST: step table full at 500 template ',
                  'steps - raise the limit'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STP-COUNT.
           MOVE WS-TPL-IDX TO WS-STP-TPL-IDX(WS-STP-COUNT).
           MOVE SI-SEQ TO WS-STP-SEQ(WS-STP-COUNT).
           MOVE SI-CHAIN-ID TO WS-STP-CHAIN-ID(WS-STP-COUNT).
           MOVE SI-OPERATOR TO WS-STP-OPERATOR(WS-STP-COUNT).
           MOVE SI-A-RATE TO WS-STP-A-RATE(WS-STP-COUNT).
           MOVE SI-B TO WS-STP-B(WS-STP-COUNT).
           MOVE SI-DEPT TO WS-STP-DEPT(WS-STP-COUNT).

       JUDGE-TEMPLATE-STEP-PARA.
           PERFORM FIND-TPL-PARA.
           EVALUATE TRUE
              WHEN SI-CHAIN-ID = 'HDR ' OR SI-CHAIN-ID = 'TRL '
                   DISPLAY 'CALCFCST: template ', SI-TEMPLATE-ID,
                      ' step ', SI-SEQ, ' uses reserved chain id ',
                      SI-CHAIN-ID
                   MOVE 'N' TO WS-TPL-VALID-SW(WS-TPL-IDX)
              WHEN NOT (SI-FREQ-DAILY OR SI-FREQ-WEEKLY
                 OR SI-FREQ-MONTHLY)
                   DISPLAY 'CALCFCST: template ', SI-TEMPLATE-ID,
                      ' step ', SI-SEQ, ' has frequency ',
                      SI-FREQUENCY
                   MOVE 'N' TO WS-TPL-VALID-SW(WS-TPL-IDX)
              WHEN OTHER
                   PERFORM JUDGE-DUE-DATE-PARA
                   EVALUATE TRUE
                      WHEN NOT WS-DUE-DATE-GOOD
                           DISPLAY 'CALCFCST: template ',
                              SI-TEMPLATE-ID, ' step ', SI-SEQ,
                              ' has due date ', SI-NEXT-DUE
                           MOVE 'N' TO WS-TPL-VALID-SW(WS-TPL-IDX)
                      WHEN SI-FREQUENCY NOT =
                           WS-TPL-FREQ(WS-TPL-IDX)
                        OR SI-NEXT-DUE NOT =
                           WS-TPL-DUE(WS-TPL-IDX)
                           DISPLAY 'CALCFCST: template ',
                              SI-TEMPLATE-ID, ' step ', SI-SEQ,
                              ' disagrees with its siblings on ',
                              'frequency or next-due'
                           MOVE 'N' TO WS-TPL-VALID-SW(WS-TPL-IDX)
                   END-EVALUATE
           END-EVALUATE.

       FIND-TPL-PARA.
           MOVE 'N' TO WS-TPL-FOUND-SW.
           MOVE 1 TO WS-TPL-IDX.
           PERFORM UNTIL WS-TPL-FOUND OR WS-TPL-IDX > WS-TPL-COUNT
               IF WS-TPL-ID(WS-TPL-IDX) = SI-TEMPLATE-ID
                   MOVE 'Y' TO WS-TPL-FOUND-SW
               ELSE
                   ADD 1 TO WS-TPL-IDX
               END-IF
           END-PERFORM.

           IF WS-TPL-FOUND
               CONTINUE
           ELSE
               IF WS-TPL-COUNT >= 100
                   DISPLAY 'CALCFCST: template table full at 100 ',
                      'templates - raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TPL-COUNT
               MOVE WS-TPL-COUNT TO WS-TPL-IDX
               MOVE SI-TEMPLATE-ID TO WS-TPL-ID(WS-TPL-IDX)
               MOVE 'Y' TO WS-TPL-VALID-SW(WS-TPL-IDX)
               MOVE SI-FREQUENCY TO WS-TPL-FREQ(WS-TPL-IDX)
               MOVE SI-NEXT-DUE TO WS-TPL-DUE(WS-TPL-IDX)
               MOVE 'N' TO WS-TPL-DUE-TODAY-SW(WS-TPL-IDX)
           END-IF.

      * CALCGEN's due-date check, word for word - see there
       JUDGE-DUE-DATE-PARA.
           MOVE 'Y' TO WS-DATE-OK-SW.
           IF SI-NEXT-DUE NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK-SW
           ELSE
               MOVE SI-NEXT-DUE TO WS-DUE-DATE
               EVALUATE TRUE
                  WHEN WS-DUE-YEAR < 1900
                   OR WS-DUE-MONTH < 01 OR WS-DUE-MONTH > 12
                   OR WS-DUE-DAY < 01 OR WS-DUE-DAY > 31
                       MOVE 'N' TO WS-DATE-OK-SW
                  WHEN SI-FREQ-MONTHLY
                       CONTINUE
                  WHEN OTHER
                       PERFORM SET-DAYS-IN-MONTH-PARA
                       IF WS-DUE-DAY > WS-DAYS-IN-MONTH
                           MOVE 'N' TO WS-DATE-OK-SW
                       END-IF
               END-EVALUATE
           END-IF.

      * one projected day: the templates due on it (on the first
      * day, everything already due - CALCGEN generates an overdue
      * template once, not once per missed period), their steps in
      * file order as one run, then their due dates rolled past it.
      * a horizon starting after today has had every template due
      * before it rolled on by ROLL-TO-HORIZON-PARA first, so the
      * catch-up only comes up on a horizon that starts today.
       PROJECT-ONE-DAY-PARA.
           COMPUTE WS-MON-IDX =
              WS-DAY-YEAR * 12 + WS-DAY-MONTH - WS-FROM-MONTHS + 1.
           COMPUTE WS-MTH-YM(WS-MON-IDX) =
              WS-DAY-YEAR * 100 + WS-DAY-MONTH.

           MOVE 1 TO WS-TPL-IDX.
           PERFORM UNTIL WS-TPL-IDX > WS-TPL-COUNT
               MOVE 'N' TO WS-TPL-DUE-TODAY-SW(WS-TPL-IDX)
               IF WS-TPL-VALID-SW(WS-TPL-IDX) = 'Y'
                   MOVE WS-TPL-DUE(WS-TPL-IDX) TO WS-DUE-DATE
                   PERFORM SET-CMP-DATE-PARA
                   IF WS-CMP-DATE NOT > WS-DAY-DATE
                       MOVE 'Y' TO WS-TPL-DUE-TODAY-SW(WS-TPL-IDX)
                       ADD 1 TO WS-CNT-RUNS
                   END-IF
               END-IF
               ADD 1 TO WS-TPL-IDX
           END-PERFORM.

           MOVE SPACES TO WS-PREV-CHAIN-ID.
           MOVE 'N' TO WS-CHAIN-BROKEN-SW.
           MOVE 1 TO WS-STP-IDX.
           PERFORM UNTIL WS-STP-IDX > WS-STP-COUNT
               MOVE WS-STP-TPL-IDX(WS-STP-IDX) TO WS-TPL-IDX
               IF WS-TPL-DUE-TODAY-SW(WS-TPL-IDX) = 'Y'
                   IF WS-STP-OPERATOR(WS-STP-IDX) = 'S'
                       PERFORM PROJECT-SPREAD-PARA
                   ELSE
                       PERFORM PROJECT-CALCULATION-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-STP-IDX
           END-PERFORM.

           MOVE 1 TO WS-TPL-IDX.
           PERFORM UNTIL WS-TPL-IDX > WS-TPL-COUNT
               IF WS-TPL-DUE-TODAY-SW(WS-TPL-IDX) = 'Y'
                   PERFORM ROLL-DUE-DATE-PARA
               END-IF
               ADD 1 TO WS-TPL-IDX
           END-PERFORM.

      * one chain step, as PROCESS-CALCULATION-PARA and
      * CALC-ONE-PARA would take it on the projected date: resolve
      * the operand, judge the entitlements (before the chain is
      * touched, on the seed only where a chain starts), seed or
      * continue the chain, then the same refusals in the same
      * order, and the arithmetic at CALCPARM precision
       PROJECT-CALCULATION-PARA.
           MOVE WS-STP-DEPT(WS-STP-IDX) TO WS-DEPT.
           MOVE WS-STP-OPERATOR(WS-STP-IDX) TO WS-OPERATOR.

           MOVE 'N' TO WS-RATE-MISSING-SW.
           IF WS-STP-A-IS-RATE-CODE(WS-STP-IDX)
               MOVE WS-STP-RATE-CODE(WS-STP-IDX) TO WS-LOOKUP-CODE
               PERFORM LOOKUP-RATE-PARA
               IF WS-RATE-FOUND
                   MOVE WS-RATE-VALUE(WS-BEST-RATE-IDX) TO WS-A
               ELSE
                   MOVE 'Y' TO WS-RATE-MISSING-SW
                   MOVE ZERO TO WS-A
               END-IF
           ELSE
               MOVE WS-STP-A(WS-STP-IDX) TO WS-A
           END-IF.

           PERFORM CHECK-DEPT-AUTH-PARA.

           IF WS-STP-CHAIN-ID(WS-STP-IDX) = WS-PREV-CHAIN-ID
              AND WS-STP-CHAIN-ID(WS-STP-IDX) NOT = SPACES
               CONTINUE
           ELSE
               MOVE WS-STP-B(WS-STP-IDX) TO WS-B
               MOVE 'N' TO WS-CHAIN-BROKEN-SW
           END-IF.
           MOVE WS-STP-CHAIN-ID(WS-STP-IDX) TO WS-PREV-CHAIN-ID.

           MOVE 'Y' TO WS-CALC-VALID-SW.
           MOVE SPACES TO WS-REASON-TEXT.
           EVALUATE TRUE
              WHEN WS-RATE-MISSING
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'RC' TO WS-REASON-CODE
                   STRING 'UNKNOWN/EXPIRED RATE '
                          DELIMITED BY SIZE
                          WS-LOOKUP-CODE DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
              WHEN WS-CHAIN-IS-BROKEN
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'CB' TO WS-REASON-CODE
                   MOVE 'BROKEN CHAIN' TO WS-REASON-TEXT
              WHEN WS-AUTH-OP-VIOL
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'UO' TO WS-REASON-CODE
                   STRING 'DEPT ' DELIMITED BY SIZE
                          WS-DEPT DELIMITED BY SIZE
                          ' OP NOT ALLOWED' DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
              WHEN WS-AUTH-AMT-VIOL
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'UA' TO WS-REASON-CODE
                   STRING 'DEPT ' DELIMITED BY SIZE
                          WS-DEPT DELIMITED BY SIZE
                          ' AMOUNT OVER LIMIT' DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
              WHEN WS-OP-IS-DIVIDE AND WS-A = ZERO
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'DZ' TO WS-REASON-CODE
                   MOVE 'DIVIDE BY ZERO' TO WS-REASON-TEXT
              WHEN WS-OP-IS-REMAINDER AND WS-A = ZERO
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'MZ' TO WS-REASON-CODE
                   MOVE 'REMAINDER BY ZERO' TO WS-REASON-TEXT
              WHEN WS-OP-IS-SQROOT AND WS-B < ZERO
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'NR' TO WS-REASON-CODE
                   MOVE 'NEGATIVE SQUARE ROOT' TO WS-REASON-TEXT
              WHEN WS-OP-IS-POWER AND WS-B = ZERO AND WS-A < ZERO
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'DZ' TO WS-REASON-CODE
                   MOVE 'DIVIDE BY ZERO' TO WS-REASON-TEXT
              WHEN WS-OP-IS-POWER AND WS-B < ZERO
                 AND FUNCTION INTEGER-PART(WS-A) NOT = WS-A
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'NR' TO WS-REASON-CODE
                   MOVE 'FRACT POWER OF NEGATIVE' TO WS-REASON-TEXT
              WHEN WS-OP-IS-VALID
                   CONTINUE
              WHEN OTHER
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'BO' TO WS-REASON-CODE
                   MOVE 'INVALID OPERATOR' TO WS-REASON-TEXT
           END-EVALUATE.

           IF WS-CALC-INVALID
               MOVE 'Y' TO WS-CHAIN-BROKEN-SW
               MOVE WS-DEPT TO WS-TALLY-DEPT
               PERFORM TALLY-REJECT-PARA
               PERFORM FLAG-FAILURE-PARA
           ELSE
               PERFORM COMPUTE-STEP-PARA
               PERFORM APPLY-PRECISION-PARA
               MOVE WS-DEPT TO WS-TALLY-DEPT
               MOVE WS-B TO WS-TALLY-AMOUNT
               PERFORM TALLY-POSTING-PARA
           END-IF.

       COMPUTE-STEP-PARA.
           IF WS-ROUND-ON
               EVALUATE WS-OPERATOR
                  WHEN '+' ADD WS-A TO WS-B ROUNDED
                  WHEN '-' SUBTRACT WS-A FROM WS-B ROUNDED
                  WHEN '*' MULTIPLY WS-A BY WS-B ROUNDED
                  WHEN 'x' MULTIPLY WS-A BY WS-B ROUNDED
                  WHEN 'X' MULTIPLY WS-A BY WS-B ROUNDED
                  WHEN '/' DIVIDE WS-A INTO WS-B ROUNDED
                  WHEN '%' COMPUTE WS-B ROUNDED = WS-B * WS-A / 100
                  WHEN '^' COMPUTE WS-B ROUNDED = WS-B ** WS-A
                  WHEN 'R' COMPUTE WS-B ROUNDED = FUNCTION SQRT(WS-B)
                  WHEN 'r' COMPUTE WS-B ROUNDED = FUNCTION SQRT(WS-B)
                  WHEN 'M' COMPUTE WS-B ROUNDED =
                              FUNCTION REM(WS-B, WS-A)
                  WHEN 'm' COMPUTE WS-B ROUNDED =
                              FUNCTION REM(WS-B, WS-A)
               END-EVALUATE
           ELSE
               EVALUATE WS-OPERATOR
                  WHEN '+' ADD WS-A TO WS-B
                  WHEN '-' SUBTRACT WS-A FROM WS-B
                  WHEN '*' MULTIPLY WS-A BY WS-B
                  WHEN 'x' MULTIPLY WS-A BY WS-B
                  WHEN 'X' MULTIPLY WS-A BY WS-B
                  WHEN '/' DIVIDE WS-A INTO WS-B
                  WHEN '%' COMPUTE WS-B = WS-B * WS-A / 100
                  WHEN '^' COMPUTE WS-B = WS-B ** WS-A
                  WHEN 'R' COMPUTE WS-B = FUNCTION SQRT(WS-B)
                  WHEN 'r' COMPUTE WS-B = FUNCTION SQRT(WS-B)
                  WHEN 'M' COMPUTE WS-B = FUNCTION REM(WS-B, WS-A)
                  WHEN 'm' COMPUTE WS-B = FUNCTION REM(WS-B, WS-A)
               END-EVALUATE
           END-IF.

      * the calculator's precision step - see APPLY-PRECISION-PARA
      * there for why the shift is by WS-DEC-PLACES
       APPLY-PRECISION-PARA.
           COMPUTE WS-SCALE-FACTOR = 10 ** WS-DEC-PLACES.

           IF WS-DEC-PLACES < 4
               IF WS-ROUND-ON
                   COMPUTE WS-PRECISION-TEMP ROUNDED =
                      WS-B * WS-SCALE-FACTOR
               ELSE
                   COMPUTE WS-PRECISION-TEMP =
                      FUNCTION INTEGER-PART(WS-B * WS-SCALE-FACTOR)
               END-IF
               COMPUTE WS-B = WS-PRECISION-TEMP / WS-SCALE-FACTOR
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.

      * the rate in force for WS-LOOKUP-CODE on the projected date -
      * latest effective date not after it, the calculator's rule
       LOOKUP-RATE-PARA.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFF-DATE.
           MOVE ZERO TO WS-BEST-RATE-IDX.
           MOVE 1 TO WS-RATE-IDX.
           PERFORM UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CODE(WS-RATE-IDX) = WS-LOOKUP-CODE
                  AND WS-RATE-EFF-DATE(WS-RATE-IDX) NOT > WS-DAY-DATE
                  AND WS-RATE-EFF-DATE(WS-RATE-IDX) NOT <
                      WS-BEST-EFF-DATE
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE WS-RATE-EFF-DATE(WS-RATE-IDX) TO
                      WS-BEST-EFF-DATE
                   MOVE WS-RATE-IDX TO WS-BEST-RATE-IDX
               END-IF
               ADD 1 TO WS-RATE-IDX
           END-PERFORM.

      * the calculator's entitlement check: the resolved operand
      * always, the seed only where the step starts a chain
       CHECK-DEPT-AUTH-PARA.
           MOVE 'N' TO WS-AUTH-OP-VIOL-SW.
           MOVE 'N' TO WS-AUTH-AMT-VIOL-SW.

           PERFORM FIND-AUTH-PARA.
           IF WS-AUTH-FOUND
               PERFORM CHECK-AUTH-OPERATOR-PARA
               IF WS-AUTH-MAX(WS-AUTH-IDX) NOT = ZERO
                   COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(WS-A)
                   IF WS-ABS-AMOUNT > WS-AUTH-MAX(WS-AUTH-IDX)
                       MOVE 'Y' TO WS-AUTH-AMT-VIOL-SW
                   END-IF
                   IF WS-STP-CHAIN-ID(WS-STP-IDX) = WS-PREV-CHAIN-ID
                      AND WS-STP-CHAIN-ID(WS-STP-IDX) NOT = SPACES
                       CONTINUE
                   ELSE
                       COMPUTE WS-ABS-AMOUNT =
                          FUNCTION ABS(WS-STP-B(WS-STP-IDX))
                       IF WS-ABS-AMOUNT > WS-AUTH-MAX(WS-AUTH-IDX)
                           MOVE 'Y' TO WS-AUTH-AMT-VIOL-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-AUTH-PARA.
           MOVE 'N' TO WS-AUTH-FOUND-SW.
           MOVE 1 TO WS-AUTH-IDX.
           PERFORM UNTIL WS-AUTH-FOUND OR WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AUTH-DEPT(WS-AUTH-IDX) = WS-DEPT
                   MOVE 'Y' TO WS-AUTH-FOUND-SW
               ELSE
                   ADD 1 TO WS-AUTH-IDX
               END-IF
           END-PERFORM.

       CHECK-AUTH-OPERATOR-PARA.
           EVALUATE WS-OPERATOR
              WHEN 'x' MOVE '*' TO WS-OP-CANON
              WHEN 'X' MOVE '*' TO WS-OP-CANON
              WHEN 'r' MOVE 'R' TO WS-OP-CANON
              WHEN 'm' MOVE 'M' TO WS-OP-CANON
              WHEN OTHER MOVE WS-OPERATOR TO WS-OP-CANON
           END-EVALUATE.

           MOVE 'N' TO WS-AUTH-OP-OK-SW.
           MOVE 1 TO WS-AUTH-OP-IDX.
           PERFORM UNTIL WS-AUTH-OP-OK OR WS-AUTH-OP-IDX > 12
               IF WS-AUTH-OP-CH(WS-AUTH-IDX, WS-AUTH-OP-IDX)
                  = WS-OP-CANON
                   MOVE 'Y' TO WS-AUTH-OP-OK-SW
               ELSE
                   ADD 1 TO WS-AUTH-OP-IDX
               END-IF
           END-PERFORM.

           IF WS-AUTH-OP-OK
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-AUTH-OP-VIOL-SW
           END-IF.

      * a spread step, as PROCESS-SPREAD-PARA would take it: it ends
      * any running chain, resolves its key on the projected date,
      * and posts a share to every receiving department or - all or
      * nothing - is refused whole under the submitting one
       PROJECT-SPREAD-PARA.
           MOVE SPACES TO WS-PREV-CHAIN-ID.
           MOVE 'N' TO WS-CHAIN-BROKEN-SW.
           MOVE 'S' TO WS-OPERATOR.
           MOVE WS-STP-ALLOC-KEY(WS-STP-IDX) TO WS-SPR-KEY.
           MOVE WS-STP-B(WS-STP-IDX) TO WS-SPR-TOTAL.

           PERFORM FIND-SPREAD-KEY-PARA.

           MOVE 'Y' TO WS-CALC-VALID-SW.
           MOVE SPACES TO WS-REASON-TEXT.
           EVALUATE TRUE
              WHEN NOT WS-SPR-FOUND
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'AK' TO WS-REASON-CODE
                   STRING 'ALLOC KEY ' DELIMITED BY SIZE
                          WS-SPR-KEY DELIMITED BY SIZE
                          ' NOT FOUND' DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
              WHEN WS-SPR-PCT-TOTAL NOT = 100
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'AP' TO WS-REASON-CODE
                   STRING 'ALLOC KEY ' DELIMITED BY SIZE
                          WS-SPR-KEY DELIMITED BY SIZE
                          ' NOT 100 PCT' DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
              WHEN WS-SPR-REM-COUNT NOT = 1
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'AR' TO WS-REASON-CODE
                   STRING 'KEY ' DELIMITED BY SIZE
                          WS-SPR-KEY DELIMITED BY SIZE
                          ' NEEDS 1 REM DEPT' DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
              WHEN OTHER
                   PERFORM COMPUTE-SPREAD-SHARES-PARA
                   PERFORM CHECK-SPREAD-AUTH-PARA
           END-EVALUATE.

           IF WS-CALC-VALID
               MOVE 1 TO WS-SPR-IDX
               PERFORM UNTIL WS-SPR-IDX > WS-SPR-COUNT
                   MOVE WS-SPR-DEPT(WS-SPR-IDX) TO WS-TALLY-DEPT
                   MOVE WS-SPR-AMOUNT(WS-SPR-IDX) TO WS-TALLY-AMOUNT
                   PERFORM TALLY-POSTING-PARA
                   ADD 1 TO WS-SPR-IDX
               END-PERFORM
           ELSE
               MOVE WS-STP-DEPT(WS-STP-IDX) TO WS-TALLY-DEPT
               PERFORM TALLY-REJECT-PARA
               PERFORM FLAG-FAILURE-PARA
           END-IF.

       FIND-SPREAD-KEY-PARA.
           MOVE 'N' TO WS-SPR-FOUND-SW.
           MOVE ZERO TO WS-SPR-EFF-DATE.
           MOVE ZERO TO WS-SPR-COUNT.
           MOVE ZERO TO WS-SPR-REM-IDX.
           MOVE ZERO TO WS-SPR-REM-COUNT.
           MOVE ZERO TO WS-SPR-PCT-TOTAL.
           MOVE 1 TO WS-ALOC-IDX.
           PERFORM UNTIL WS-ALOC-IDX > WS-ALOC-COUNT
               IF WS-ALOC-KEY(WS-ALOC-IDX) = WS-SPR-KEY
                  AND WS-ALOC-EFF-DATE(WS-ALOC-IDX) NOT > WS-DAY-DATE
                  AND WS-ALOC-EFF-DATE(WS-ALOC-IDX) NOT <
                      WS-SPR-EFF-DATE
                   MOVE 'Y' TO WS-SPR-FOUND-SW
                   MOVE WS-ALOC-EFF-DATE(WS-ALOC-IDX) TO
                      WS-SPR-EFF-DATE
               END-IF
               ADD 1 TO WS-ALOC-IDX
           END-PERFORM.

           IF WS-SPR-FOUND
               MOVE 1 TO WS-ALOC-IDX
               PERFORM UNTIL WS-ALOC-IDX > WS-ALOC-COUNT
                   IF WS-ALOC-KEY(WS-ALOC-IDX) = WS-SPR-KEY
                      AND WS-ALOC-EFF-DATE(WS-ALOC-IDX) =
                          WS-SPR-EFF-DATE
                       PERFORM ADD-SPREAD-LINE-PARA
                   END-IF
                   ADD 1 TO WS-ALOC-IDX
               END-PERFORM
           END-IF.

       ADD-SPREAD-LINE-PARA.
           IF WS-SPR-COUNT >= 20
               DISPLAY 'CALCFCST: spread table full at 20 ',
                  'departments on allocation key ', WS-SPR-KEY,
                  ' - raise the limit'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SPR-COUNT.
           MOVE WS-ALOC-DEPT(WS-ALOC-IDX) TO WS-SPR-DEPT(WS-SPR-COUNT).
           MOVE WS-ALOC-PERCENT(WS-ALOC-IDX) TO
              WS-SPR-PERCENT(WS-SPR-COUNT).
           ADD WS-ALOC-PERCENT(WS-ALOC-IDX) TO WS-SPR-PCT-TOTAL.
           IF WS-ALOC-REM-SW(WS-ALOC-IDX) = 'Y'
               ADD 1 TO WS-SPR-REM-COUNT
               MOVE WS-SPR-COUNT TO WS-SPR-REM-IDX
           END-IF.

      * each share at its percentage and the CALCPARM precision, the
      * remainder department taking what that leaves over
       COMPUTE-SPREAD-SHARES-PARA.
           MOVE ZERO TO WS-SPR-ALLOCATED.
           MOVE 1 TO WS-SPR-IDX.
           PERFORM UNTIL WS-SPR-IDX > WS-SPR-COUNT
               IF WS-ROUND-ON
                   COMPUTE WS-B ROUNDED = WS-SPR-TOTAL *
                      WS-SPR-PERCENT(WS-SPR-IDX) / 100
               ELSE
                   COMPUTE WS-B = WS-SPR-TOTAL *
                      WS-SPR-PERCENT(WS-SPR-IDX) / 100
               END-IF
               PERFORM APPLY-PRECISION-PARA
               MOVE WS-B TO WS-SPR-AMOUNT(WS-SPR-IDX)
               ADD WS-B TO WS-SPR-ALLOCATED
               ADD 1 TO WS-SPR-IDX
           END-PERFORM.

           COMPUTE WS-SPR-AMOUNT(WS-SPR-REM-IDX) =
              WS-SPR-AMOUNT(WS-SPR-REM-IDX) + WS-SPR-TOTAL
              - WS-SPR-ALLOCATED.

      * every receiving department against its card - 'S' allowed,
      * share inside the limit; the first one barred is named
       CHECK-SPREAD-AUTH-PARA.
           MOVE 'N' TO WS-AUTH-OP-VIOL-SW.
           MOVE 'N' TO WS-AUTH-AMT-VIOL-SW.
           MOVE 1 TO WS-SPR-IDX.
           PERFORM UNTIL WS-SPR-IDX > WS-SPR-COUNT
              OR WS-AUTH-OP-VIOL OR WS-AUTH-AMT-VIOL
               MOVE WS-SPR-DEPT(WS-SPR-IDX) TO WS-DEPT
               PERFORM FIND-AUTH-PARA
               IF WS-AUTH-FOUND
                   PERFORM CHECK-AUTH-OPERATOR-PARA
                   IF WS-AUTH-MAX(WS-AUTH-IDX) NOT = ZERO
                       COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(
                          WS-SPR-AMOUNT(WS-SPR-IDX))
                       IF WS-ABS-AMOUNT > WS-AUTH-MAX(WS-AUTH-IDX)
                           MOVE 'Y' TO WS-AUTH-AMT-VIOL-SW
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SPR-IDX
           END-PERFORM.

           EVALUATE TRUE
              WHEN WS-AUTH-OP-VIOL
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'UO' TO WS-REASON-CODE
                   STRING 'DEPT ' DELIMITED BY SIZE
                          WS-DEPT DELIMITED BY SIZE
                          ' OP NOT ALLOWED' DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
              WHEN WS-AUTH-AMT-VIOL
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'UA' TO WS-REASON-CODE
                   STRING 'DEPT ' DELIMITED BY SIZE
                          WS-DEPT DELIMITED BY SIZE
                          ' AMOUNT OVER LIMIT' DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-POSTING-PARA.
           PERFORM FIND-DPT-PARA.
           ADD 1 TO WS-DPT-POSTINGS(WS-DPT-IDX, WS-MON-IDX).
           ADD WS-TALLY-AMOUNT TO WS-DPT-AMOUNT(WS-DPT-IDX, WS-MON-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.
           ADD 1 TO WS-MTH-POSTINGS(WS-MON-IDX).
           ADD WS-TALLY-AMOUNT TO WS-MTH-AMOUNT(WS-MON-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.
           ADD 1 TO WS-CNT-POSTINGS.
           ADD WS-TALLY-AMOUNT TO WS-GRAND-AMOUNT
               ON SIZE ERROR CONTINUE
           END-ADD.

       TALLY-REJECT-PARA.
           PERFORM FIND-DPT-PARA.
           ADD 1 TO WS-DPT-REJECTS(WS-DPT-IDX, WS-MON-IDX).
           ADD 1 TO WS-MTH-REJECTS(WS-MON-IDX).
           ADD 1 TO WS-CNT-REJECTS.

       FIND-DPT-PARA.
           MOVE 'N' TO WS-DPT-FOUND-SW.
           MOVE 1 TO WS-DPT-IDX.
           PERFORM UNTIL WS-DPT-FOUND OR WS-DPT-IDX > WS-DPT-COUNT
               IF WS-DPT-CODE(WS-DPT-IDX) = WS-TALLY-DEPT
                   MOVE 'Y' TO WS-DPT-FOUND-SW
               ELSE
                   ADD 1 TO WS-DPT-IDX
               END-IF
           END-PERFORM.

           IF WS-DPT-FOUND
               CONTINUE
           ELSE
               IF WS-DPT-COUNT >= 50
                   DISPLAY 'CALCFCST: department table full at 50 ',
                      'cost centers - raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-DPT-COUNT TO WS-DPT-IDX
               INITIALIZE WS-DPT-ENTRY(WS-DPT-IDX)
               MOVE WS-TALLY-DEPT TO WS-DPT-CODE(WS-DPT-IDX)
           END-IF.

      * one line per template step and reason, dated first and last
       FLAG-FAILURE-PARA.
           MOVE 'N' TO WS-FLG-FOUND-SW.
           MOVE 1 TO WS-FLG-IDX.
           PERFORM UNTIL WS-FLG-FOUND OR WS-FLG-IDX > WS-FLG-COUNT
               IF WS-FLG-TPL-ID(WS-FLG-IDX) = WS-TPL-ID(WS-TPL-IDX)
                  AND WS-FLG-SEQ(WS-FLG-IDX) = WS-STP-SEQ(WS-STP-IDX)
                  AND WS-FLG-CODE(WS-FLG-IDX) = WS-REASON-CODE
                   MOVE 'Y' TO WS-FLG-FOUND-SW
               ELSE
                   ADD 1 TO WS-FLG-IDX
               END-IF
           END-PERFORM.

           IF WS-FLG-FOUND
               CONTINUE
           ELSE
               IF WS-FLG-COUNT >= 200
                   DISPLAY 'CALCFCST: failure table full at 200 ',
                      'lines - fix the templates listed so far'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FLG-COUNT
               MOVE WS-FLG-COUNT TO WS-FLG-IDX
               MOVE WS-TPL-ID(WS-TPL-IDX) TO WS-FLG-TPL-ID(WS-FLG-IDX)
               MOVE WS-STP-SEQ(WS-STP-IDX) TO WS-FLG-SEQ(WS-FLG-IDX)
               MOVE WS-REASON-CODE TO WS-FLG-CODE(WS-FLG-IDX)
               MOVE WS-REASON-TEXT TO WS-FLG-TEXT(WS-FLG-IDX)
               MOVE WS-DAY-DATE TO WS-FLG-FIRST(WS-FLG-IDX)
               MOVE ZERO TO WS-FLG-TIMES(WS-FLG-IDX)
           END-IF.
           MOVE WS-DAY-DATE TO WS-FLG-LAST(WS-FLG-IDX).
           ADD 1 TO WS-FLG-TIMES(WS-FLG-IDX).

      * a horizon that starts after today: the days in between are
      * CALCGEN runs the forecast does not report, so every template
      * due before the horizon is rolled on, untallied, as those
      * runs will roll it - to the day before the horizon's first -
      * and opens the horizon on the due date it will really have
       ROLL-TO-HORIZON-PARA.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE 1 TO WS-TPL-IDX.
           PERFORM UNTIL WS-TPL-IDX > WS-TPL-COUNT
               IF WS-TPL-VALID-SW(WS-TPL-IDX) = 'Y'
                   PERFORM ROLL-DUE-DATE-PARA
               END-IF
               ADD 1 TO WS-TPL-IDX
           END-PERFORM.

      * CALCGEN's roll-forward - the due date moves on until it
      * clears WS-DAY-DATE.  it and the date paragraphs below it are
      * CALCGEN's, word for word - see there
       ROLL-DUE-DATE-PARA.
           MOVE WS-TPL-DUE(WS-TPL-IDX) TO WS-DUE-DATE.
           PERFORM SET-CMP-DATE-PARA.
           PERFORM UNTIL WS-CMP-DATE > WS-DAY-DATE
               EVALUATE WS-TPL-FREQ(WS-TPL-IDX)
                  WHEN 'D'
                       PERFORM ADD-DAYS-1-PARA
                  WHEN 'W'
                       PERFORM ADD-DAYS-7-PARA
                  WHEN 'M'
                       PERFORM ADD-ONE-MONTH-PARA
               END-EVALUATE
               PERFORM SET-CMP-DATE-PARA
           END-PERFORM.
           MOVE WS-DUE-DATE TO WS-TPL-DUE(WS-TPL-IDX).

       SET-CMP-DATE-PARA.
           MOVE WS-DUE-DATE TO WS-CMP-DATE.
           PERFORM SET-DAYS-IN-MONTH-PARA.
           IF WS-CMP-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-CMP-DAY
           END-IF.

       ADD-DAYS-1-PARA.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1.
           COMPUTE WS-DUE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       ADD-DAYS-7-PARA.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7.
           COMPUTE WS-DUE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       ADD-ONE-MONTH-PARA.
           COMPUTE WS-TOT-MONTHS =
              WS-DUE-YEAR * 12 + WS-DUE-MONTH + 1.
           COMPUTE WS-DUE-YEAR = (WS-TOT-MONTHS - 1) / 12.
           COMPUTE WS-DUE-MONTH =
              WS-TOT-MONTHS - WS-DUE-YEAR * 12.

       SET-DAYS-IN-MONTH-PARA.
           EVALUATE WS-DUE-MONTH
              WHEN 01 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 03 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 05 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 07 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 08 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 10 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 12 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 02 PERFORM SET-FEBRUARY-PARA
              WHEN OTHER MOVE 30 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       SET-FEBRUARY-PARA.
           MOVE 28 TO WS-DAYS-IN-MONTH.
           COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-DUE-YEAR, 4).
           IF WS-LEAP-REM = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-DUE-YEAR, 100)
               IF WS-LEAP-REM = ZERO
                   COMPUTE WS-LEAP-REM =
                      FUNCTION MOD(WS-DUE-YEAR, 400)
                   IF WS-LEAP-REM = ZERO
                       CONTINUE
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       FORECAST-REPORT-PARA.
           DISPLAY '===================================='.
           DISPLAY ' STANDING INSTRUCTION FORECAST'.
           DISPLAY ' HORIZON . . . . . . : ', WS-FROM-DATE, ' - ',
              WS-TO-DATE.
           DISPLAY ' RUN DATE. . . . . . : ', WS-CDT-DATE.
           DISPLAY '===================================='.
           DISPLAY ' TEMPLATE STEPS READ : ', WS-CNT-STEPS.
           DISPLAY ' TEMPLATES . . . . . : ', WS-TPL-COUNT.
           DISPLAY ' NOT PROJECTED . . . : ', WS-CNT-INVALID-TPL.
           DISPLAY ' TEMPLATE RUNS DUE . : ', WS-CNT-RUNS.
           DISPLAY ' PROJECTED POSTINGS. : ', WS-CNT-POSTINGS.
           DISPLAY ' PROJECTED REJECTS . : ', WS-CNT-REJECTS.
           DISPLAY '------------------------------------'.
           DISPLAY ' BY DEPARTMENT AND MONTH'.
           DISPLAY ' DEPT MONTH  POSTINGS  REJECTS   AMOUNT'.
           MOVE 1 TO WS-DPT-IDX.
           PERFORM UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE ZERO TO WS-SUM-POSTINGS
               MOVE ZERO TO WS-SUM-REJECTS
               MOVE ZERO TO WS-SUM-AMOUNT
               MOVE 1 TO WS-MON-IDX
               PERFORM UNTIL WS-MON-IDX > WS-MON-SPAN
                   IF WS-DPT-POSTINGS(WS-DPT-IDX, WS-MON-IDX) > 0
                      OR WS-DPT-REJECTS(WS-DPT-IDX, WS-MON-IDX) > 0
                       MOVE WS-DPT-AMOUNT(WS-DPT-IDX, WS-MON-IDX) TO
                          WS-AMOUNT-EDIT
                       DISPLAY ' ', WS-DPT-CODE(WS-DPT-IDX), ' ',
                          WS-MTH-YM(WS-MON-IDX), ' ',
                          WS-DPT-POSTINGS(WS-DPT-IDX, WS-MON-IDX),
                          ' ',
                          WS-DPT-REJECTS(WS-DPT-IDX, WS-MON-IDX),
                          WS-AMOUNT-EDIT
                       ADD WS-DPT-POSTINGS(WS-DPT-IDX, WS-MON-IDX)
                          TO WS-SUM-POSTINGS
                       ADD WS-DPT-REJECTS(WS-DPT-IDX, WS-MON-IDX)
                          TO WS-SUM-REJECTS
                       ADD WS-DPT-AMOUNT(WS-DPT-IDX, WS-MON-IDX)
                          TO WS-SUM-AMOUNT
                           ON SIZE ERROR CONTINUE
                       END-ADD
                   END-IF
                   ADD 1 TO WS-MON-IDX
               END-PERFORM
               MOVE WS-SUM-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY ' ', WS-DPT-CODE(WS-DPT-IDX), ' TOTAL  ',
                  WS-SUM-POSTINGS, ' ', WS-SUM-REJECTS,
                  WS-AMOUNT-EDIT
               ADD 1 TO WS-DPT-IDX
           END-PERFORM.
           DISPLAY '------------------------------------'.
           DISPLAY ' BY MONTH'.
           DISPLAY ' MONTH  POSTINGS  REJECTS   AMOUNT'.
           MOVE 1 TO WS-MON-IDX.
           PERFORM UNTIL WS-MON-IDX > WS-MON-SPAN
               MOVE WS-MTH-AMOUNT(WS-MON-IDX) TO WS-AMOUNT-EDIT
               DISPLAY ' ', WS-MTH-YM(WS-MON-IDX), ' ',
                  WS-MTH-POSTINGS(WS-MON-IDX), ' ',
                  WS-MTH-REJECTS(WS-MON-IDX), WS-AMOUNT-EDIT
               ADD 1 TO WS-MON-IDX
           END-PERFORM.
           DISPLAY '------------------------------------'.
           DISPLAY ' TEMPLATES THAT WILL BE REFUSED'.
           IF WS-FLG-COUNT = ZERO
               DISPLAY ' NONE IN THE HORIZON'
           ELSE
               DISPLAY ' TMPL SEQ RC FIRST    LAST     TIMES REASON'
               MOVE 1 TO WS-FLG-IDX
               PERFORM UNTIL WS-FLG-IDX > WS-FLG-COUNT
                   DISPLAY ' ', WS-FLG-TPL-ID(WS-FLG-IDX), ' ',
                      WS-FLG-SEQ(WS-FLG-IDX), ' ',
                      WS-FLG-CODE(WS-FLG-IDX), ' ',
                      WS-FLG-FIRST(WS-FLG-IDX), ' ',
                      WS-FLG-LAST(WS-FLG-IDX), ' ',
                      WS-FLG-TIMES(WS-FLG-IDX), ' ',
                      WS-FLG-TEXT(WS-FLG-IDX)
                   ADD 1 TO WS-FLG-IDX
               END-PERFORM
           END-IF.
           DISPLAY '------------------------------------'.
           MOVE WS-GRAND-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY ' PROJECTED TOTAL . . : ', WS-AMOUNT-EDIT.
           DISPLAY ' PROJECTION ONLY - CALCSTND UNCHANGED, NO CALCGIN'.
           DISPLAY '===================================='.
