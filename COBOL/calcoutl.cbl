      * statistical outlier screen - the check between the calculator
      * and the GL release that CALCAUTH's fixed caps can't make.  a
      * cap catches an amount over a line; it can't see a result that
      * is under the cap but ten times what the department normally
      * produces - the fat-fingered seed, the rate code that resolved
      * to a stale value.  this program learns what normal is from
      * the department's own history and lists whatever today isn't.
      *
      *   CALCPARM  in   the shared card - PM-JOB-ID picks the run
      *                  off CALCAUD as in CALCRCN, PM-OUTL-* set the
      *                  screen (see below)
      *   AUDMAST   in   the keyed audit master - the history the
      *                  normal ranges are built from
      *   CALCAUD   in   the audit trail, the day's records
      *   CALCTKT   in   the CALCCTL check-in ticket (CALCTKTR.cpy)
      *   CALCDAY   ext  the batch-day control file (CALCDAYR.cpy) -
      *                  the step's own check-out, code and counts
      *
      * for every department and operator the normal range is built
      * from AUDMAST over the trailing PM-OUTL-MONTHS whole months
      * plus the current month to date: the count, the mean, the
      * standard deviation, and the lowest and highest functional
      * result.  reversals, and originals that were later reversed,
      * are left out of the history - a backed-out result is exactly
      * the kind of number that mustn't teach the screen what normal
      * is - and so is anything the run being screened already put
      * on the master.  a day's result further from its mean than
      * PM-OUTL-BAND standard deviations is an exception.  a
      * department with fewer than PM-OUTL-MIN-HIST history records
      * has no range worth trusting yet and is counted as not
      * screened rather than flagged on every run.  zero or spaces
      * on the card mean 3 months, 3.0 deviations and 20 records.
      *
      * exceptions end the job RC 4, and that is the code the step
      * checks out with.  the GL release's CALCSTEP rules take this
      * step at 0000, or at 0004 only once signed off, so after a
      * listing with exceptions the release waits until whoever
      * signs it off keys a CALCCTL sign-off card for CALCOUTL - the
      * sign-off goes on the day file beside the 4, with the signer
      * and the time it was given.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCOUTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PARM-FILE ASSIGN TO 'CALCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO 'AUDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               ALTERNATE RECORD KEY IS AM-CHAIN-ID WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT CALC-AUDIT-LOG ASSIGN TO 'CALCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CALC-TICKET-FILE ASSIGN TO 'CALCTKT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKT-STATUS.
           SELECT CALC-DAY-FILE ASSIGN TO 'CALCDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

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
      * the calculator's functional currency, ignored here
           05 PM-FUNC-CURRENCY PIC X(3).
      * history window in whole months, band width in standard
      * deviations, fewest history records a range is trusted on
           05 PM-OUTL-MONTHS PIC 9(2).
           05 PM-OUTL-BAND PIC 9(2)V9(1).
           05 PM-OUTL-MIN-HIST PIC 9(4).

       FD  AUDIT-MASTER-FILE.
           COPY CALCAMST.

       FD  CALC-AUDIT-LOG.
           COPY CALCAUDR.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-MST-STATUS PIC X(2) VALUE '00'.
       01 WS-AUD-STATUS PIC X(2) VALUE '00'.

       01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
          88 END-OF-FILE-SW VALUE 'Y'.
       01 WS-BROWSE-DONE-SW PIC X(1) VALUE 'N'.
          88 WS-BROWSE-DONE VALUE 'Y'.

       01 WS-JOB-ID PIC X(8) VALUE SPACES.
       01 WS-OUTL-MONTHS PIC 9(2) VALUE 3.
       01 WS-OUTL-BAND PIC 9(2)V9(1) VALUE 3.0.
       01 WS-OUTL-MIN-HIST PIC 9(4) VALUE 20.

      * history window: first day of the month PM-OUTL-MONTHS back,
      * same arithmetic as the CALCAPRG retention cutoff
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-DATE-R REDEFINES WS-CDT-DATE.
              10 WS-CUR-YEAR PIC 9(4).
              10 WS-CUR-MONTH PIC 9(2).
              10 WS-CUR-DAY PIC 9(2).
           05 WS-CDT-TIME PIC 9(8).
           05 WS-CDT-DIFF PIC X(5).
       01 WS-TOT-MONTHS PIC 9(6) VALUE ZERO.
       01 WS-FROM-YEAR PIC 9(4) VALUE ZERO.
       01 WS-FROM-MONTH PIC 9(2) VALUE ZERO.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.

      * one entry per department and canonical operator.  the sum of
      * squares is kept wide; an entry whose history overflows it is
      * marked and left unscreened rather than judged on a wrong
      * deviation.
       01 WS-STAT-TABLE.
           05 WS-STAT-ENTRY OCCURS 500 TIMES.
              10 WS-STAT-DEPT PIC X(4).
              10 WS-STAT-OPERATOR PIC X(1).
              10 WS-STAT-COUNT PIC 9(9).
              10 WS-STAT-SUM PIC S9(18)V9(4).
              10 WS-STAT-SUMSQ PIC S9(27)V9(4).
              10 WS-STAT-MIN PIC S9(16)V9(4).
              10 WS-STAT-MAX PIC S9(16)V9(4).
              10 WS-STAT-OVERFLOW-SW PIC X(1).
              10 WS-STAT-MEAN PIC S9(16)V9(4).
              10 WS-STAT-STDDEV PIC S9(16)V9(4).
              10 WS-STAT-LOW PIC S9(18)V9(4).
              10 WS-STAT-HIGH PIC S9(18)V9(4).
              10 WS-STAT-DAY-COUNT PIC 9(9).
              10 WS-STAT-DAY-EXC PIC 9(9).
       01 WS-STAT-COUNT-USED PIC 9(3) VALUE ZERO.
       01 WS-STAT-IDX PIC 9(3) VALUE ZERO.
       01 WS-STAT-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-STAT-FOUND VALUE 'Y'.

       01 WS-WORK-DEPT PIC X(4).
       01 WS-WORK-OPERATOR PIC X(1).
       01 WS-OP-CANON PIC X(1).
       01 WS-WORK-AMOUNT PIC S9(16)V9(4).
       01 WS-VARIANCE PIC S9(27)V9(4).
       01 WS-AUD-KEY PIC X(30).

       01 WS-CNT-HISTORY PIC 9(9) VALUE ZERO.
       01 WS-CNT-HIST-EXCLUDED PIC 9(9) VALUE ZERO.
       01 WS-CNT-DAY PIC 9(9) VALUE ZERO.
       01 WS-CNT-DAY-REVERSALS PIC 9(9) VALUE ZERO.
       01 WS-CNT-SCREENED PIC 9(9) VALUE ZERO.
       01 WS-CNT-UNSCREENED PIC 9(9) VALUE ZERO.
       01 WS-CNT-EXCEPTIONS PIC 9(9) VALUE ZERO.

       01 WS-AMOUNT-EDIT PIC -(16)9.9(4).
       01 WS-MEAN-EDIT PIC -(16)9.9(4).
       01 WS-LOW-EDIT PIC -(18)9.9(4).
       01 WS-HIGH-EDIT PIC -(18)9.9(4).
       01 WS-MIN-EDIT PIC -(16)9.9(4).
       01 WS-MAX-EDIT PIC -(16)9.9(4).
       01 WS-BAND-EDIT PIC Z9.9.

      * the step's own check-out on CALCDAY - CHECK-OUT-STEP-PARA
       01 WS-TKT-STATUS PIC X(2) VALUE '00'.
       01 WS-DAY-STATUS PIC X(2) VALUE '00'.
       01 WS-CKO-STEP PIC X(8) VALUE SPACES.
       01 WS-CKO-BUS-DATE PIC 9(8) VALUE ZERO.
       01 WS-CKO-IN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CKO-OUT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CKO-REJ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CKO-NOW.
           05 WS-CKO-DATE PIC 9(8).
           05 WS-CKO-TIME PIC 9(8).
           05 WS-CKO-DIFF PIC X(5).

       PROCEDURE DIVISION.
       ENTRY-PARA.
           PERFORM READ-PARM-PARA.
           PERFORM SET-WINDOW-PARA.

           OPEN INPUT AUDIT-MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'CALCOUTL: cannot open AUDMAST, status ',
                  WS-MST-STATUS, ' - no history, nothing screened'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BUILD-HISTORY-PARA.
           CLOSE AUDIT-MASTER-FILE.

           PERFORM SET-RANGES-PARA.

           DISPLAY '===================================='.
           DISPLAY ' OUTLIER SCREEN EXCEPTIONS'.
           DISPLAY '===================================='.
           MOVE WS-OUTL-BAND TO WS-BAND-EDIT.
           DISPLAY ' JOB ID. . . . . . . : ', WS-JOB-ID.
           DISPLAY ' HISTORY FROM. . . . : ', WS-FROM-DATE.
           DISPLAY ' BAND (STD DEVS) . . : ', WS-BAND-EDIT.
           DISPLAY ' MIN HISTORY . . . . : ', WS-OUTL-MIN-HIST.
           DISPLAY '------------------------------------'.

           PERFORM SCREEN-DAY-PARA.

           PERFORM SCREEN-REPORT-PARA.

      * exceptions hold the GL release until someone signs off
           IF WS-CNT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * check out on CALCDAY with the code and counts above
           MOVE WS-CNT-DAY TO WS-CKO-IN-COUNT.
           MOVE WS-CNT-SCREENED TO WS-CKO-OUT-COUNT.
           MOVE WS-CNT-EXCEPTIONS TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

      * same optional-card handling as the other report limits - a
      * zero or non-numeric threshold keeps its default
       READ-PARM-PARA.
           OPEN INPUT CALC-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ CALC-PARM-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PM-JOB-ID TO WS-JOB-ID
                     IF PM-OUTL-MONTHS IS NUMERIC
                        AND PM-OUTL-MONTHS > 0
                         MOVE PM-OUTL-MONTHS TO WS-OUTL-MONTHS
                     END-IF
                     IF PM-OUTL-BAND IS NUMERIC
                        AND PM-OUTL-BAND > 0
                         MOVE PM-OUTL-BAND TO WS-OUTL-BAND
                     END-IF
                     IF PM-OUTL-MIN-HIST IS NUMERIC
                        AND PM-OUTL-MIN-HIST > 0
                         MOVE PM-OUTL-MIN-HIST TO WS-OUTL-MIN-HIST
                     END-IF
               END-READ
               CLOSE CALC-PARM-FILE
           END-IF.

       SET-WINDOW-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-TOT-MONTHS =
              WS-CUR-YEAR * 12 + WS-CUR-MONTH - WS-OUTL-MONTHS.
           COMPUTE WS-FROM-YEAR = (WS-TOT-MONTHS - 1) / 12.
           COMPUTE WS-FROM-MONTH =
              WS-TOT-MONTHS - WS-FROM-YEAR * 12.
           COMPUTE WS-FROM-DATE =
              WS-FROM-YEAR * 10000 + WS-FROM-MONTH * 100 + 1.

      * primary-key browse from the start of the window to the end of
      * the master, same positioning as the department statement
       BUILD-HISTORY-PARA.
           MOVE WS-FROM-DATE TO AM-DATE.
           MOVE LOW-VALUES TO AM-TIME-REST.
           MOVE ZERO TO AM-RECORD-NUM.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           START AUDIT-MASTER-FILE KEY NOT < AM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-START.

           PERFORM UNTIL WS-BROWSE-DONE
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-DONE-SW
                   NOT AT END
                       IF AM-OPERATOR = 'V'
                          OR AM-REVERSED-BY NOT = SPACES
                          OR (WS-JOB-ID NOT = SPACES
                              AND AM-JOB-ID = WS-JOB-ID)
                           ADD 1 TO WS-CNT-HIST-EXCLUDED
                       ELSE
                           ADD 1 TO WS-CNT-HISTORY
                           PERFORM ADD-HISTORY-PARA
                       END-IF
               END-READ
           END-PERFORM.

       ADD-HISTORY-PARA.
           MOVE AM-DEPT TO WS-WORK-DEPT.
           MOVE AM-OPERATOR TO WS-WORK-OPERATOR.
           PERFORM FIND-STAT-PARA.
           IF NOT WS-STAT-FOUND
               PERFORM ADD-STAT-PARA
           END-IF.

           MOVE AM-FUNC-RESULT TO WS-WORK-AMOUNT.
           IF WS-STAT-COUNT(WS-STAT-IDX) = ZERO
               MOVE WS-WORK-AMOUNT TO WS-STAT-MIN(WS-STAT-IDX)
               MOVE WS-WORK-AMOUNT TO WS-STAT-MAX(WS-STAT-IDX)
           END-IF.
           IF WS-WORK-AMOUNT < WS-STAT-MIN(WS-STAT-IDX)
               MOVE WS-WORK-AMOUNT TO WS-STAT-MIN(WS-STAT-IDX)
           END-IF.
           IF WS-WORK-AMOUNT > WS-STAT-MAX(WS-STAT-IDX)
               MOVE WS-WORK-AMOUNT TO WS-STAT-MAX(WS-STAT-IDX)
           END-IF.

           ADD 1 TO WS-STAT-COUNT(WS-STAT-IDX).
           ADD WS-WORK-AMOUNT TO WS-STAT-SUM(WS-STAT-IDX)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-STAT-OVERFLOW-SW(WS-STAT-IDX)
           END-ADD.
           COMPUTE WS-STAT-SUMSQ(WS-STAT-IDX) =
              WS-STAT-SUMSQ(WS-STAT-IDX) +
              WS-WORK-AMOUNT * WS-WORK-AMOUNT
               ON SIZE ERROR
                   MOVE 'Y' TO WS-STAT-OVERFLOW-SW(WS-STAT-IDX)
           END-COMPUTE.

      * the operator collapsed to canonical form, as the calculator's
      * permission check and the account map have it
       FIND-STAT-PARA.
           EVALUATE WS-WORK-OPERATOR
              WHEN 'x' MOVE '*' TO WS-OP-CANON
              WHEN 'X' MOVE '*' TO WS-OP-CANON
              WHEN 'r' MOVE 'R' TO WS-OP-CANON
              WHEN 'm' MOVE 'M' TO WS-OP-CANON
              WHEN OTHER MOVE WS-WORK-OPERATOR TO WS-OP-CANON
           END-EVALUATE.

           MOVE 'N' TO WS-STAT-FOUND-SW.
           MOVE 1 TO WS-STAT-IDX.
           PERFORM UNTIL WS-STAT-FOUND
                      OR WS-STAT-IDX > WS-STAT-COUNT-USED
               IF WS-STAT-DEPT(WS-STAT-IDX) = WS-WORK-DEPT
                  AND WS-STAT-OPERATOR(WS-STAT-IDX) = WS-OP-CANON
                   MOVE 'Y' TO WS-STAT-FOUND-SW
               ELSE
                   ADD 1 TO WS-STAT-IDX
               END-IF
           END-PERFORM.

       ADD-STAT-PARA.
           ADD 1 TO WS-STAT-COUNT-USED.
           IF WS-STAT-COUNT-USED > 500
               DISPLAY 'CALCOUTL: range table full at 500 ',
                  'department/operator pairs - raise the limit'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-STAT-COUNT-USED TO WS-STAT-IDX.
           INITIALIZE WS-STAT-ENTRY(WS-STAT-IDX).
           MOVE WS-WORK-DEPT TO WS-STAT-DEPT(WS-STAT-IDX).
           MOVE WS-OP-CANON TO WS-STAT-OPERATOR(WS-STAT-IDX).
           MOVE 'N' TO WS-STAT-OVERFLOW-SW(WS-STAT-IDX).

      * mean and population standard deviation per pair, and the
      * band either side of the mean
       SET-RANGES-PARA.
           MOVE 1 TO WS-STAT-IDX.
           PERFORM UNTIL WS-STAT-IDX > WS-STAT-COUNT-USED
               IF WS-STAT-COUNT(WS-STAT-IDX) > 0
                  AND WS-STAT-OVERFLOW-SW(WS-STAT-IDX) = 'N'
                   COMPUTE WS-STAT-MEAN(WS-STAT-IDX) ROUNDED =
                      WS-STAT-SUM(WS-STAT-IDX) /
                      WS-STAT-COUNT(WS-STAT-IDX)
                   COMPUTE WS-VARIANCE ROUNDED =
                      WS-STAT-SUMSQ(WS-STAT-IDX) /
                      WS-STAT-COUNT(WS-STAT-IDX) -
                      WS-STAT-MEAN(WS-STAT-IDX) *
                      WS-STAT-MEAN(WS-STAT-IDX)
                       ON SIZE ERROR
                           MOVE 'Y' TO
                              WS-STAT-OVERFLOW-SW(WS-STAT-IDX)
                   END-COMPUTE
      * rounding in the mean can leave a flat history a hair below
      * zero
                   IF WS-VARIANCE < ZERO
                       MOVE ZERO TO WS-VARIANCE
                   END-IF
                   COMPUTE WS-STAT-STDDEV(WS-STAT-IDX) ROUNDED =
                      FUNCTION SQRT(WS-VARIANCE)
                   COMPUTE WS-STAT-LOW(WS-STAT-IDX) =
                      WS-STAT-MEAN(WS-STAT-IDX) -
                      WS-OUTL-BAND * WS-STAT-STDDEV(WS-STAT-IDX)
                   COMPUTE WS-STAT-HIGH(WS-STAT-IDX) =
                      WS-STAT-MEAN(WS-STAT-IDX) +
                      WS-OUTL-BAND * WS-STAT-STDDEV(WS-STAT-IDX)
               END-IF
               ADD 1 TO WS-STAT-IDX
           END-PERFORM.

      * the day's records, selected by job id as CALCRCN selects
      * them - every record when the card names no job
       SCREEN-DAY-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'CALCOUTL: CALCAUD not available, status ',
                  WS-AUD-STATUS, ' - nothing screened'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-JOB-ID = SPACES
                          OR AL-JOB-ID = WS-JOB-ID
                           ADD 1 TO WS-CNT-DAY
                           PERFORM SCREEN-ONE-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AUD-STATUS = '00' OR WS-AUD-STATUS = '10'
               CLOSE CALC-AUDIT-LOG
           END-IF.

      * a reversal only ever mirrors a result that was screened on
      * its own day - nothing to judge
       SCREEN-ONE-PARA.
           IF AL-OPERATOR = 'V'
               ADD 1 TO WS-CNT-DAY-REVERSALS
           ELSE
               MOVE AL-DEPT TO WS-WORK-DEPT
               MOVE AL-OPERATOR TO WS-WORK-OPERATOR
               PERFORM FIND-STAT-PARA
               IF NOT WS-STAT-FOUND
                   PERFORM ADD-STAT-PARA
               END-IF
               ADD 1 TO WS-STAT-DAY-COUNT(WS-STAT-IDX)
               IF WS-STAT-COUNT(WS-STAT-IDX) < WS-OUTL-MIN-HIST
                  OR WS-STAT-OVERFLOW-SW(WS-STAT-IDX) = 'Y'
                   ADD 1 TO WS-CNT-UNSCREENED
               ELSE
                   ADD 1 TO WS-CNT-SCREENED
                   IF AL-FUNC-RESULT < WS-STAT-LOW(WS-STAT-IDX)
                      OR AL-FUNC-RESULT > WS-STAT-HIGH(WS-STAT-IDX)
                       PERFORM LIST-EXCEPTION-PARA
                   END-IF
               END-IF
           END-IF.

      * two lines per exception: the record and its result, then the
      * department's history it was judged against
       LIST-EXCEPTION-PARA.
           ADD 1 TO WS-CNT-EXCEPTIONS.
           ADD 1 TO WS-STAT-DAY-EXC(WS-STAT-IDX).
           MOVE SPACES TO WS-AUD-KEY.
           STRING AL-TIMESTAMP DELIMITED BY SIZE
                  AL-RECORD-NUM DELIMITED BY SIZE
             INTO WS-AUD-KEY.

           MOVE AL-FUNC-RESULT TO WS-AMOUNT-EDIT.
           MOVE WS-STAT-MEAN(WS-STAT-IDX) TO WS-MEAN-EDIT.
           MOVE WS-STAT-LOW(WS-STAT-IDX) TO WS-LOW-EDIT.
           MOVE WS-STAT-HIGH(WS-STAT-IDX) TO WS-HIGH-EDIT.
           MOVE WS-STAT-MIN(WS-STAT-IDX) TO WS-MIN-EDIT.
           MOVE WS-STAT-MAX(WS-STAT-IDX) TO WS-MAX-EDIT.

           DISPLAY ' ', WS-AUD-KEY, ' DEPT ', AL-DEPT, ' OP ',
              AL-OPERATOR, ' CHAIN ', AL-CHAIN-ID, ' RESULT',
              WS-AMOUNT-EDIT.
           DISPLAY '   MEAN', WS-MEAN-EDIT, '  BAND',
              WS-LOW-EDIT, ' TO', WS-HIGH-EDIT.
           DISPLAY '   HISTORY ', WS-STAT-COUNT(WS-STAT-IDX),
              ' RECORDS, RANGE', WS-MIN-EDIT, ' TO', WS-MAX-EDIT.

       SCREEN-REPORT-PARA.
           IF WS-CNT-EXCEPTIONS = 0
               DISPLAY ' NO EXCEPTIONS'
           END-IF.
           DISPLAY '------------------------------------'.
           DISPLAY ' HISTORY RECORDS . . : ', WS-CNT-HISTORY.
           DISPLAY '   EXCLUDED. . . . . : ', WS-CNT-HIST-EXCLUDED.
           DISPLAY ' DAY RECORDS . . . . : ', WS-CNT-DAY.
           DISPLAY '   REVERSALS . . . . : ', WS-CNT-DAY-REVERSALS.
           DISPLAY '   SCREENED. . . . . : ', WS-CNT-SCREENED.
           DISPLAY '   THIN HISTORY. . . : ', WS-CNT-UNSCREENED.
           DISPLAY ' EXCEPTIONS. . . . . : ', WS-CNT-EXCEPTIONS.

      * the pairs that ran today without enough history to judge -
      * somebody should know a department is going unscreened
           IF WS-CNT-UNSCREENED > 0
               DISPLAY '------------------------------------'
               DISPLAY ' NOT SCREENED - THIN HISTORY'
               DISPLAY ' DEPT OP   HISTORY     TODAY'
               MOVE 1 TO WS-STAT-IDX
               PERFORM UNTIL WS-STAT-IDX > WS-STAT-COUNT-USED
                   IF WS-STAT-DAY-COUNT(WS-STAT-IDX) > 0
                      AND (WS-STAT-COUNT(WS-STAT-IDX) <
                              WS-OUTL-MIN-HIST
                           OR WS-STAT-OVERFLOW-SW(WS-STAT-IDX) = 'Y')
                       DISPLAY ' ', WS-STAT-DEPT(WS-STAT-IDX), ' ',
                          WS-STAT-OPERATOR(WS-STAT-IDX), '  ',
                          WS-STAT-COUNT(WS-STAT-IDX), ' ',
                          WS-STAT-DAY-COUNT(WS-STAT-IDX)
                   END-IF
                   ADD 1 TO WS-STAT-IDX
               END-PERFORM
           END-IF.
           DISPLAY '===================================='.

      * the step's own check-out on the batch-day control file, the
      * same paragraph in every step of the nightly stream - see
      * CALCCTL.  the ticket CALCCTL left at check-in names the step
      * and the business date it was let in for; the end is logged
      * against them with the code the step is about to end with and
      * its counts (read, written, rejected), and the ticket is then
      * emptied so a second run without a fresh check-in logs
      * nothing.  a check-out that can't be written is a warning,
      * never a failed run - the board shows the step still running
      * and a CALCCTL check-out card clears it.
       CHECK-OUT-STEP-PARA.
           MOVE SPACES TO WS-CKO-STEP.
           OPEN INPUT CALC-TICKET-FILE.
           IF WS-TKT-STATUS = '00'
               READ CALC-TICKET-FILE
                   NOT AT END
                       MOVE TK-STEP TO WS-CKO-STEP
                       MOVE TK-BUS-DATE TO WS-CKO-BUS-DATE
               END-READ
               CLOSE CALC-TICKET-FILE
           END-IF.
           IF WS-CKO-STEP = SPACES
               DISPLAY 'CALCOUTL: no CALCCTL check-in ticket - ',
                  'run not logged on CALCDAY'
           ELSE
               PERFORM WRITE-CHECK-OUT-PARA
               OPEN OUTPUT CALC-TICKET-FILE
               IF WS-TKT-STATUS = '00'
                   CLOSE CALC-TICKET-FILE
               END-IF
           END-IF.

       WRITE-CHECK-OUT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CKO-NOW.
           MOVE SPACES TO DY-RECORD.
           MOVE WS-CKO-BUS-DATE TO DY-BUS-DATE.
           MOVE WS-CKO-STEP TO DY-STEP.
           MOVE 'E' TO DY-EVENT.
           STRING WS-CKO-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CKO-TIME DELIMITED BY SIZE
             INTO DY-TIMESTAMP.
           MOVE RETURN-CODE TO DY-CC.
           MOVE WS-CKO-IN-COUNT TO DY-IN-COUNT.
           MOVE WS-CKO-OUT-COUNT TO DY-OUT-COUNT.
           MOVE WS-CKO-REJ-COUNT TO DY-REJ-COUNT.
           MOVE 'P' TO DY-SOURCE.
           OPEN EXTEND CALC-DAY-FILE.
           IF WS-DAY-STATUS = '35'
               OPEN OUTPUT CALC-DAY-FILE
           END-IF.
           IF WS-DAY-STATUS NOT = '00'
               DISPLAY 'CALCOUTL: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCOUTL: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCOUTL: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
