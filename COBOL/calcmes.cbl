      *   CALCPERD  in   the period card, from/to dates.  optional:
      *                  absent, the statement covers the current
      *                  month to date.
      *   CALCPCAL  in   the accounting period calendar, optional -
      *                  decides whether the statement is FINAL
      *
      * a statement is stamped FINAL only when every accounting
      * period its range touches is closed on the calendar, so
      * nothing more can post into it; anything else - an open or
      * closing period, a range the calendar doesn't cover, no
      * calendar at all - is PRELIMINARY, and finance doesn't sign
      * a PRELIMINARY statement off.
      *
      * reversals (operator 'V') are a category of their own on the
      * statement: counted and totalled apart from the operations,
      * but netted into the day subtotals and the period total, so
      * the total still ties to what the GL actually carries.
      *
      * every amount on the statement is in functional currency - the
      * converted result the GL posted - with the grand-total page
      * breaking the period down by the currency it was keyed in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMES.

           SELECT CALC-PERIOD-FILE ASSIGN TO 'CALCPERD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO 'CALCPCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PD-FROM-DATE PIC 9(8).
           05 PD-TO-DATE PIC 9(8).

       FD  PERIOD-CALENDAR-FILE.
           COPY CALCPCAL.

       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC X(2) VALUE '00'.
       01 WS-EXC-STATUS PIC X(2) VALUE '00'.

       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.

      * FINAL or PRELIMINARY, and the line saying why
           COPY CALCPCLW.
       01 WS-STMT-STAMP PIC X(11) VALUE 'PRELIMINARY'.
       01 WS-STMT-NOTE PIC X(40) VALUE SPACES.
       01 WS-FINAL-SW PIC X(1) VALUE 'N'.
          88 WS-STMT-FINAL VALUE 'Y'.
       01 WS-OPEN-PERIOD-ID PIC X(6) VALUE SPACES.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-DATE-R REDEFINES WS-CDT-DATE.
           05 WS-CDT-DIFF PIC X(5).

      * one statement section per department, first-seen order like
      * the calculator's own breakdown table.  the nine operator
      * buckets follow the summary report's order: + - * / % ^ R M,
      * then the spread shares a department received (S).
      * day subtotals sit in a per-department day table - 31 slots
      * holds any one-month period, and a longer period is refused
      * up front rather than lumping days together.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-CODE PIC X(4).
              10 WS-DEPT-CNT-OP OCCURS 9 TIMES PIC 9(9).
              10 WS-DEPT-CNT-OPS PIC 9(9).
              10 WS-DEPT-CNT-REJ PIC 9(9).
              10 WS-DEPT-TOTAL PIC S9(18)V9(4).
              10 WS-DEPT-CNT-REV PIC 9(9).
              10 WS-DEPT-REV-TOTAL PIC S9(18)V9(4).
              10 WS-DEPT-DAY-COUNT PIC 9(3).
              10 WS-DEPT-DAY-ENTRY OCCURS 31 TIMES.
                 15 WS-DEPT-DAY-DATE PIC 9(8).
       01 WS-CNT-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-CNT-REJECTS PIC 9(9) VALUE ZERO.
       01 WS-GRAND-TOTAL PIC S9(18)V9(4) VALUE ZERO.
       01 WS-CNT-REVERSALS PIC 9(9) VALUE ZERO.
       01 WS-GRAND-REVERSED PIC S9(18)V9(4) VALUE ZERO.

       01 WS-TOTAL-EDIT PIC -(18)9.9(4).

      * the period by keyed currency: as keyed and in functional
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
              10 WS-CCY-CODE PIC X(3).
              10 WS-CCY-CNT PIC 9(9).
              10 WS-CCY-ORIG-TOTAL PIC S9(18)V9(4).
              10 WS-CCY-FUNC-TOTAL PIC S9(18)V9(4).
       01 WS-CCY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CCY-IDX PIC 9(3) VALUE ZERO.
       01 WS-CCY-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-CCY-FOUND VALUE 'Y'.
       01 WS-CCY-ORIG-EDIT PIC -(18)9.9(4).

       PROCEDURE DIVISION.
       ENTRY-PARA.
           PERFORM SET-PERIOD-PARA.
           PERFORM SET-STATEMENT-STAMP-PARA.

           OPEN INPUT AUDIT-MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               STOP RUN
           END-IF.

      * FINAL needs both ends of the range on the calendar and every
      * period overlapping the range closed.  the note names the
      * period that holds it back, or the one that closed it.
       SET-STATEMENT-STAMP-PARA.
           PERFORM LOAD-PERIOD-TABLE-PARA.
           IF NOT WS-PCL-AVAILABLE
               MOVE 'NO CALCPCAL CALENDAR' TO WS-STMT-NOTE
           ELSE
               MOVE 'Y' TO WS-FINAL-SW
               MOVE WS-TO-DATE TO WS-PCL-DATE
               PERFORM FIND-PERIOD-PARA
               IF WS-PCL-FOUND
                   MOVE WS-FROM-DATE TO WS-PCL-DATE
                   PERFORM FIND-PERIOD-PARA
               END-IF
               IF NOT WS-PCL-FOUND
                   MOVE 'N' TO WS-FINAL-SW
                   MOVE 'RANGE NOT ON CALCPCAL CALENDAR' TO
                      WS-STMT-NOTE
               ELSE
                   PERFORM CHECK-RANGE-CLOSED-PARA
               END-IF
           END-IF.

           IF WS-STMT-FINAL
               MOVE 'FINAL' TO WS-STMT-STAMP
           END-IF.

      * walks every period overlapping the range.  WS-PCL-IDX comes
      * in on the from-date's period, which is the one named when
      * the whole range sits inside a single closed period.
       CHECK-RANGE-CLOSED-PARA.
           MOVE SPACES TO WS-STMT-NOTE.
           IF WS-TO-DATE NOT > WS-PCL-TO(WS-PCL-IDX)
              AND WS-PCL-IS-CLOSED(WS-PCL-IDX)
               STRING 'PERIOD ' DELIMITED BY SIZE
                      WS-PCL-ID(WS-PCL-IDX) DELIMITED BY SIZE
                      ' CLOSED ' DELIMITED BY SIZE
                      WS-PCL-CLOSED-DATE(WS-PCL-IDX)
                         DELIMITED BY SIZE
                 INTO WS-STMT-NOTE
           END-IF.

           MOVE 1 TO WS-PCL-IDX.
           PERFORM UNTIL WS-PCL-IDX > WS-PCL-COUNT
               IF WS-PCL-FROM(WS-PCL-IDX) NOT > WS-TO-DATE
                  AND WS-PCL-TO(WS-PCL-IDX) NOT < WS-FROM-DATE
                  AND NOT WS-PCL-IS-CLOSED(WS-PCL-IDX)
                  AND WS-STMT-FINAL
                   MOVE 'N' TO WS-FINAL-SW
                   MOVE WS-PCL-ID(WS-PCL-IDX) TO WS-OPEN-PERIOD-ID
                   MOVE SPACES TO WS-STMT-NOTE
                   IF WS-PCL-IS-CLOSING(WS-PCL-IDX)
                       STRING 'PERIOD ' DELIMITED BY SIZE
                              WS-OPEN-PERIOD-ID DELIMITED BY SIZE
                              ' CLOSING, NOT CLOSED'
                                 DELIMITED BY SIZE
                         INTO WS-STMT-NOTE
                   ELSE
                       STRING 'PERIOD ' DELIMITED BY SIZE
                              WS-OPEN-PERIOD-ID DELIMITED BY SIZE
                              ' STILL OPEN' DELIMITED BY SIZE
                         INTO WS-STMT-NOTE
                   END-IF
               END-IF
               ADD 1 TO WS-PCL-IDX
           END-PERFORM.

      * primary-key browse from the low end of the period, the same
      * positioning CALCAUDQ's date-range inquiry uses
       TALLY-AUDIT-PERIOD-PARA.
           END-PERFORM.

       TALLY-ONE-RECORD-PARA.
           MOVE AM-DEPT TO WS-WORK-DEPT.
           MOVE AM-DATE TO WS-WORK-DATE.
           PERFORM FIND-DEPT-PARA.
           PERFORM FIND-DAY-PARA.

           IF AM-OPERATOR = 'V'
               ADD 1 TO WS-CNT-REVERSALS
               ADD 1 TO WS-DEPT-CNT-REV(WS-DEPT-IDX)
               ADD AM-FUNC-RESULT TO WS-DEPT-REV-TOTAL(WS-DEPT-IDX)
                   ON SIZE ERROR CONTINUE
               END-ADD
               ADD AM-FUNC-RESULT TO WS-GRAND-REVERSED
                   ON SIZE ERROR CONTINUE
               END-ADD
           ELSE
               ADD 1 TO WS-CNT-RECORDS
               PERFORM SET-OP-BUCKET-PARA
               IF WS-OP-IDX > 0
                   ADD 1 TO WS-DEPT-CNT-OP(WS-DEPT-IDX, WS-OP-IDX)
               END-IF
               ADD 1 TO WS-DEPT-CNT-OPS(WS-DEPT-IDX)
               ADD 1 TO WS-DEPT-DAY-OPS(WS-DEPT-IDX, WS-DAY-IDX)
           END-IF.

           ADD AM-FUNC-RESULT TO WS-DEPT-TOTAL(WS-DEPT-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.
           ADD AM-FUNC-RESULT TO
              WS-DEPT-DAY-TOTAL(WS-DEPT-IDX, WS-DAY-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.
           ADD AM-FUNC-RESULT TO WS-GRAND-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD.
           PERFORM TALLY-CURRENCY-PARA.

       TALLY-CURRENCY-PARA.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM UNTIL WS-CCY-FOUND OR WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-CODE(WS-CCY-IDX) = AM-CURRENCY
                   MOVE 'Y' TO WS-CCY-FOUND-SW
               ELSE
                   ADD 1 TO WS-CCY-IDX
               END-IF
           END-PERFORM.

           IF WS-CCY-FOUND
               CONTINUE
           ELSE
               IF WS-CCY-COUNT >= 20
                   DISPLAY 'CALCMES: currency table full at 20 ',
                      'currencies - raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-IDX
               INITIALIZE WS-CCY-ENTRY(WS-CCY-IDX)
               MOVE AM-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
           END-IF.

           ADD 1 TO WS-CCY-CNT(WS-CCY-IDX).
           ADD AM-RESULT TO WS-CCY-ORIG-TOTAL(WS-CCY-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.
           ADD AM-FUNC-RESULT TO WS-CCY-FUNC-TOTAL(WS-CCY-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.

              WHEN 'r' MOVE 7 TO WS-OP-IDX
              WHEN 'M' MOVE 8 TO WS-OP-IDX
              WHEN 'm' MOVE 8 TO WS-OP-IDX
              WHEN 'S' MOVE 9 TO WS-OP-IDX
              WHEN OTHER MOVE 0 TO WS-OP-IDX
           END-EVALUATE.

           DISPLAY ' DEPARTMENT STATEMENT  DEPT: ',
              WS-DEPT-CODE(WS-DEPT-IDX).
           DISPLAY ' PERIOD ', WS-FROM-DATE, ' - ', WS-TO-DATE.
           DISPLAY ' ', WS-STMT-STAMP, '  ', WS-STMT-NOTE.
           DISPLAY '===================================='.
           DISPLAY ' ADDITIONS . . . . . : ',
              WS-DEPT-CNT-OP(WS-DEPT-IDX, 1).
              WS-DEPT-CNT-OP(WS-DEPT-IDX, 7).
           DISPLAY ' REMAINDERS. . . . . : ',
              WS-DEPT-CNT-OP(WS-DEPT-IDX, 8).
           DISPLAY ' SPREAD SHARES RCVD. : ',
              WS-DEPT-CNT-OP(WS-DEPT-IDX, 9).
           IF WS-EXC-AVAILABLE
               DISPLAY ' REJECTS . . . . . . : ',
                  WS-DEPT-CNT-REJ(WS-DEPT-IDX)
           DISPLAY ' PERIOD OPERATIONS . : ',
              WS-DEPT-CNT-OPS(WS-DEPT-IDX).
           DISPLAY ' PERIOD TOTAL. . . . : ', WS-TOTAL-EDIT.
           MOVE WS-DEPT-REV-TOTAL(WS-DEPT-IDX) TO WS-TOTAL-EDIT.
           DISPLAY ' REVERSALS . . . . . : ',
              WS-DEPT-CNT-REV(WS-DEPT-IDX).
           DISPLAY ' REVERSED (IN TOTAL) : ', WS-TOTAL-EDIT.

      * the page finance actually ties back: every department's
      * period total on one page, and the sum of them all
           DISPLAY '===================================='.
           DISPLAY ' GRAND TOTAL PAGE'.
           DISPLAY ' PERIOD ', WS-FROM-DATE, ' - ', WS-TO-DATE.
           DISPLAY ' ', WS-STMT-STAMP, '  ', WS-STMT-NOTE.
           DISPLAY '===================================='.
           DISPLAY ' DEPT  OPERATIONS  REJECTS   TOTAL'.
           MOVE 1 TO WS-DEPT-IDX.
           END-PERFORM.
           DISPLAY '------------------------------------'.
           DISPLAY ' CALCULATIONS. . . . : ', WS-CNT-RECORDS.
           MOVE WS-GRAND-REVERSED TO WS-TOTAL-EDIT.
           DISPLAY ' REVERSALS . . . . . : ', WS-CNT-REVERSALS.
           DISPLAY ' REVERSED (IN TOTAL) : ', WS-TOTAL-EDIT.
           IF WS-EXC-AVAILABLE
               DISPLAY ' REJECTS . . . . . . : ', WS-CNT-REJECTS
           ELSE
           END-IF.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY ' ALL DEPARTMENTS . . : ', WS-TOTAL-EDIT.

           IF WS-CCY-COUNT > 0
               DISPLAY '------------------------------------'
               DISPLAY ' BY CURRENCY KEYED'
               DISPLAY ' CCY  OPERATIONS  TOTAL AS KEYED / FUNCTIONAL'
               MOVE 1 TO WS-CCY-IDX
               PERFORM UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   MOVE WS-CCY-ORIG-TOTAL(WS-CCY-IDX) TO
                      WS-CCY-ORIG-EDIT
                   MOVE WS-CCY-FUNC-TOTAL(WS-CCY-IDX) TO WS-TOTAL-EDIT
                   DISPLAY ' ', WS-CCY-CODE(WS-CCY-IDX), '  ',
                      WS-CCY-CNT(WS-CCY-IDX), WS-CCY-ORIG-EDIT
                   DISPLAY '                ', WS-TOTAL-EDIT
                   ADD 1 TO WS-CCY-IDX
               END-PERFORM
           END-IF.
           DISPLAY '===================================='.

      * the calculator's LOAD-PERIOD-TABLE-PARA and FIND-PERIOD-PARA,
      * word for word but for the program name on the message - see
      * there
      *
      * the calendar is optional - absent (status 35), the table
      * stays empty and WS-PCL-AVAILABLE stays off
       LOAD-PERIOD-TABLE-PARA.
           MOVE ZERO TO WS-PCL-COUNT.
           MOVE 'N' TO WS-PCL-EOF-SW.
           MOVE 'N' TO WS-PCL-AVAIL-SW.
           OPEN INPUT PERIOD-CALENDAR-FILE.
           IF WS-PCL-STATUS = '00'
               MOVE 'Y' TO WS-PCL-AVAIL-SW
               PERFORM UNTIL END-OF-PCL-FILE
                   READ PERIOD-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-PCL-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PCL-COUNT
                           IF WS-PCL-COUNT > 120
                               DISPLAY 'CALCMES: period calendar ',
                                  'full at 120 CALCPCAL periods - ',
                                  'raise the limit'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE PC-PERIOD-ID TO
                              WS-PCL-ID(WS-PCL-COUNT)
                           MOVE PC-FROM-DATE TO
                              WS-PCL-FROM(WS-PCL-COUNT)
                           MOVE PC-TO-DATE TO
                              WS-PCL-TO(WS-PCL-COUNT)
                           MOVE PC-STATUS TO
                              WS-PCL-STAT(WS-PCL-COUNT)
                           MOVE PC-CLOSED-DATE TO
                              WS-PCL-CLOSED-DATE(WS-PCL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
           END-IF.

      * the period whose range holds WS-PCL-DATE.  periods never
      * overlap (the close program refuses one that would), so the
      * first hit is the only one
       FIND-PERIOD-PARA.
           MOVE 'N' TO WS-PCL-FOUND-SW.
           MOVE 1 TO WS-PCL-IDX.
           PERFORM UNTIL WS-PCL-FOUND OR WS-PCL-IDX > WS-PCL-COUNT
               IF WS-PCL-DATE NOT < WS-PCL-FROM(WS-PCL-IDX)
                  AND WS-PCL-DATE NOT > WS-PCL-TO(WS-PCL-IDX)
                   MOVE 'Y' TO WS-PCL-FOUND-SW
               ELSE
                   ADD 1 TO WS-PCL-IDX
               END-IF
           END-PERFORM.
