      * accounting period calendar maintenance and period close - the
      * end of a signed-off month quietly taking more postings.  once
      * finance has signed the month off from the CALCMES statement,
      * a late CALCIN, a CALCFIX resubmission or a CALCGEN standing
      * instruction dated into it used to post regardless, and the
      * signed statement stopped agreeing with GL.
      *
      * reads the calendar plus a file of keyed period cards and
      * writes the updated calendar to a new file:
      *
      *   CALCPCAL  in   the period calendar as it stands (optional -
      *                  absent on the very first run, the adds
      *                  build it)
      *   CALCPCLC  in   period cards: add a period, or close one
      *   CALCPCAN  out  the updated calendar - after a clean end of
      *                  job finance signs the report off and ops
      *                  swaps this in as CALCPCAL
      *   CALCRUN   in   the run register - every run whose batch
      *                  date falls in the period being closed
      *   CALCGLMS  in   CALCGLM's latest verdict on each run
      *   EXCPMST   in   the exception ledger - the period's rejects
      *
      * a close card moves its period to closing at once, and on to
      * closed only when nothing is left outstanding in it: every
      * registered run with a batch date in the period must stand
      * POSTED on CALCGLMS (acknowledged by the GL side, lines and
      * amount agreeing - run CALCGLM first), and no reject the
      * exception ledger booked in the period may still be open.
      * anything short of that is listed under the card and the
      * period stays closing; the card is simply keyed again once
      * the stragglers are posted, repaired or written off.  periods
      * close in date order, and not before their last day is past.
      *
      * closed is for good - there is no reopen card.  a correction
      * to a closed month is posted into the open period, which is
      * exactly what CALCFIX does with anything the calculator
      * refuses for a closed period.
      *
      * the live calendar is never opened for output here, the same
      * stance as the rate table maintenance: a failed run leaves
      * CALCPCAL exactly as it was and CALCPCAN isn't swapped in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPCLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO 'CALCPCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.
           SELECT PERIOD-CARD-FILE ASSIGN TO 'CALCPCLC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRD-STATUS.
           SELECT NEW-CALENDAR-FILE ASSIGN TO 'CALCPCAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CALC-RUN-REGISTER ASSIGN TO 'CALCRUN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CALC-GLM-STATE-FILE ASSIGN TO 'CALCGLMS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GMS-STATUS.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO 'EXCPMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-KEY
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CALENDAR-FILE.
           COPY CALCPCAL.

      * one action per card: 'A' adds a period (id and both dates
      * keyed), 'C' closes one (id only - the dates come off the
      * calendar)
       FD  PERIOD-CARD-FILE.
       01  PK-RECORD.
           05 PK-ACTION PIC X(1).
           05 PK-PERIOD-ID PIC X(6).
           05 PK-FROM-DATE PIC 9(8).
           05 PK-TO-DATE PIC 9(8).

      * the updated calendar carries PC-RECORD images unchanged
       FD  NEW-CALENDAR-FILE.
       01  NC-RECORD PIC X(31).

       FD  CALC-RUN-REGISTER.
           COPY CALCRUNR.

       FD  CALC-GLM-STATE-FILE.
           COPY CALCGLMS.

       FD  EXCEPTION-MASTER-FILE.
           COPY CALCEXCM.

       WORKING-STORAGE SECTION.
       01 WS-CRD-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-STATUS PIC X(2) VALUE '00'.
       01 WS-GMS-STATUS PIC X(2) VALUE '00'.
       01 WS-EXC-STATUS PIC X(2) VALUE '00'.

       01 WS-CRD-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-CARD-FILE VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-REGISTER VALUE 'Y'.
       01 WS-GMS-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-GMS-FILE VALUE 'Y'.
       01 WS-BROWSE-DONE-SW PIC X(1) VALUE 'N'.
          88 WS-BROWSE-DONE VALUE 'Y'.
       01 WS-EXC-AVAIL-SW PIC X(1) VALUE 'N'.
          88 WS-EXC-AVAILABLE VALUE 'Y'.
       01 WS-GMS-AVAIL-SW PIC X(1) VALUE 'N'.
          88 WS-GMS-AVAILABLE VALUE 'Y'.

      * the calendar under maintenance - the shared lookup table
           COPY CALCPCLW.
       01 WS-CARD-IDX PIC 9(3) VALUE ZERO.
       01 WS-PRIOR-IDX PIC 9(3) VALUE ZERO.
       01 WS-LAST-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-NEXT-FROM-DATE PIC 9(8) VALUE ZERO.

      * CALCGLM's verdicts, one per registered run, loaded once.
      * same 500-run limit as CALCGLM's own run table - it can never
      * write more than that
       01 WS-GMS-TABLE.
           05 WS-GMS-ENTRY OCCURS 500 TIMES.
              10 WS-GMS-JOB-ID PIC X(8).
              10 WS-GMS-BATCH-DATE PIC 9(8).
              10 WS-GMS-STATE PIC X(12).
       01 WS-GMS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-GMS-IDX PIC 9(3) VALUE ZERO.
       01 WS-GMS-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-GMS-FOUND VALUE 'Y'.
       01 WS-GMS-AS-OF PIC 9(8) VALUE ZERO.

      * what is holding the period in hand open
       01 WS-BLOCK-STATE PIC X(12) VALUE SPACES.
       01 WS-CNT-BLOCK-RUNS PIC 9(9) VALUE ZERO.
       01 WS-CNT-BLOCK-REJ PIC 9(9) VALUE ZERO.
       01 WS-CNT-PERIOD-RUNS PIC 9(9) VALUE ZERO.

       01 WS-REJECT-REASON PIC X(30).

       01 WS-CNT-CARDS PIC 9(9) VALUE ZERO.
       01 WS-CNT-ADDED PIC 9(9) VALUE ZERO.
       01 WS-CNT-CLOSED PIC 9(9) VALUE ZERO.
       01 WS-CNT-HELD PIC 9(9) VALUE ZERO.
       01 WS-CNT-REJECTED PIC 9(9) VALUE ZERO.
       01 WS-CNT-WRITTEN PIC 9(9) VALUE ZERO.

      * output record built here, not in the CALCPCAL FD area - that
      * file is closed by now, or was never there to open
       01 WS-NEW-CAL-REC.
           05 WS-NC-PERIOD-ID PIC X(6).
           05 WS-NC-FROM-DATE PIC 9(8).
           05 WS-NC-TO-DATE PIC 9(8).
           05 WS-NC-STATUS PIC X(1).
           05 WS-NC-CLOSED-DATE PIC 9(8).

       01 WS-STATUS-TEXT PIC X(8).
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(8).
           05 WS-CDT-DIFF PIC X(5).

       PROCEDURE DIVISION.
       ENTRY-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM LOAD-PERIOD-TABLE-PARA.
           PERFORM LOAD-GLM-STATE-PARA.

      * the ledger is only needed to close - a run of add cards goes
      * through without it, a close card is held for want of it
           OPEN INPUT EXCEPTION-MASTER-FILE.
           IF WS-EXC-STATUS = '00'
               MOVE 'Y' TO WS-EXC-AVAIL-SW
           END-IF.

           OPEN INPUT PERIOD-CARD-FILE.
           IF WS-CRD-STATUS NOT = '00'
               DISPLAY 'CALCPCLS: cannot open CALCPCLC, status ',
                  WS-CRD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '===================================='.
           DISPLAY ' PERIOD CALENDAR AND CLOSE REPORT'.
           DISPLAY ' RUN DATE. . . . . . : ', WS-CDT-DATE.
           IF WS-GMS-AVAILABLE
               DISPLAY ' CALCGLM VERDICTS OF : ', WS-GMS-AS-OF
           ELSE
               DISPLAY ' CALCGLM VERDICTS OF : N/A - CALCGLMS NOT ',
                  'AVAILABLE'
           END-IF.
           DISPLAY '===================================='.
           DISPLAY ' ACT PERIOD FROM     TO       DISPOSITION'.

           PERFORM UNTIL END-OF-CARD-FILE
               READ PERIOD-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-CRD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-CARDS
                       PERFORM APPLY-ONE-CARD-PARA
               END-READ
           END-PERFORM.

           CLOSE PERIOD-CARD-FILE.
           IF WS-EXC-AVAILABLE
               CLOSE EXCEPTION-MASTER-FILE
           END-IF.

           PERFORM WRITE-NEW-CALENDAR-PARA.

           DISPLAY '------------------------------------'.
           DISPLAY ' CALENDAR AS WRITTEN'.
           DISPLAY ' PERIOD FROM     TO       STATUS   CLOSED ON'.
           MOVE 1 TO WS-PCL-IDX.
           PERFORM UNTIL WS-PCL-IDX > WS-PCL-COUNT
               PERFORM SET-STATUS-TEXT-PARA
               DISPLAY ' ', WS-PCL-ID(WS-PCL-IDX), ' ',
                  WS-PCL-FROM(WS-PCL-IDX), ' ',
                  WS-PCL-TO(WS-PCL-IDX), ' ', WS-STATUS-TEXT, ' ',
                  WS-PCL-CLOSED-DATE(WS-PCL-IDX)
               ADD 1 TO WS-PCL-IDX
           END-PERFORM.

           DISPLAY '------------------------------------'.
           DISPLAY ' CARDS READ. . . . . : ', WS-CNT-CARDS.
           DISPLAY ' PERIODS ADDED . . . : ', WS-CNT-ADDED.
           DISPLAY ' PERIODS CLOSED. . . : ', WS-CNT-CLOSED.
           DISPLAY ' HELD AT CLOSING . . : ', WS-CNT-HELD.
           DISPLAY ' REJECTED. . . . . . : ', WS-CNT-REJECTED.
           DISPLAY ' PERIODS WRITTEN . . : ', WS-CNT-WRITTEN.
           DISPLAY ' SWAP CALCPCAN IN AS CALCPCAL AFTER',
              ' FINANCE SIGNS THIS OFF'.
           DISPLAY '===================================='.

      * a held close is a period finance expected shut and isn't -
      * hold the schedule like any out-of-balance; a rejected card
      * is a keying error to re-key, a warning
           EVALUATE TRUE
              WHEN WS-CNT-HELD > 0
                   MOVE 8 TO RETURN-CODE
              WHEN WS-CNT-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      * CALCGLM's verdict file.  absent, no run can be shown posted,
      * so every close with a run in it is held - which is right:
      * nobody has checked the GL side
       LOAD-GLM-STATE-PARA.
           OPEN INPUT CALC-GLM-STATE-FILE.
           IF WS-GMS-STATUS = '00'
               MOVE 'Y' TO WS-GMS-AVAIL-SW
               PERFORM UNTIL END-OF-GMS-FILE
                   READ CALC-GLM-STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-GMS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-GMS-COUNT
                           IF WS-GMS-COUNT > 500
                               DISPLAY 'CALCPCLS: verdict table full ',
                                  'at 500 CALCGLMS records - raise ',
                                  'the limit'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE GS-JOB-ID TO
                              WS-GMS-JOB-ID(WS-GMS-COUNT)
                           MOVE GS-BATCH-DATE TO
                              WS-GMS-BATCH-DATE(WS-GMS-COUNT)
                           MOVE GS-STATE TO
                              WS-GMS-STATE(WS-GMS-COUNT)
                           MOVE GS-AS-OF-DATE TO WS-GMS-AS-OF
                   END-READ
               END-PERFORM
               CLOSE CALC-GLM-STATE-FILE
           END-IF.

      * one card in, one line of the sign-off report out
       APPLY-ONE-CARD-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM FIND-CARD-PERIOD-PARA.

           EVALUATE TRUE
              WHEN PK-ACTION = 'A'
                   PERFORM CHECK-ADD-PARA
                   IF WS-REJECT-REASON = SPACES
                       PERFORM ADD-PERIOD-PARA
                   END-IF
              WHEN PK-ACTION = 'C'
                   PERFORM CHECK-CLOSE-PARA
                   IF WS-REJECT-REASON = SPACES
                       PERFORM CLOSE-PERIOD-PARA
                   END-IF
              WHEN OTHER
                   MOVE 'INVALID ACTION' TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REJECTED
               DISPLAY ' ', PK-ACTION, '   ', PK-PERIOD-ID, ' ',
                  PK-FROM-DATE, ' ', PK-TO-DATE, ' REJECTED - ',
                  WS-REJECT-REASON
           END-IF.

       FIND-CARD-PERIOD-PARA.
           MOVE ZERO TO WS-CARD-IDX.
           MOVE 1 TO WS-PCL-IDX.
           PERFORM UNTIL WS-CARD-IDX > 0 OR WS-PCL-IDX > WS-PCL-COUNT
               IF WS-PCL-ID(WS-PCL-IDX) = PK-PERIOD-ID
                   MOVE WS-PCL-IDX TO WS-CARD-IDX
               ELSE
                   ADD 1 TO WS-PCL-IDX
               END-IF
           END-PERFORM.

      * a new period may not share its id with one on file, may not
      * overlap one, and - once the calendar has a period at all -
      * must start the day after the latest one ends, so the
      * calendar never has a hole a batch date could fall through
       CHECK-ADD-PARA.
           MOVE ZERO TO WS-LAST-TO-DATE.
           MOVE ZERO TO WS-PRIOR-IDX.
           MOVE 1 TO WS-PCL-IDX.
           PERFORM UNTIL WS-PCL-IDX > WS-PCL-COUNT
               IF WS-PCL-TO(WS-PCL-IDX) > WS-LAST-TO-DATE
                   MOVE WS-PCL-TO(WS-PCL-IDX) TO WS-LAST-TO-DATE
               END-IF
               IF PK-FROM-DATE NOT > WS-PCL-TO(WS-PCL-IDX)
                  AND PK-TO-DATE NOT < WS-PCL-FROM(WS-PCL-IDX)
                  AND WS-PRIOR-IDX = ZERO
                   MOVE WS-PCL-IDX TO WS-PRIOR-IDX
               END-IF
               ADD 1 TO WS-PCL-IDX
           END-PERFORM.

           IF WS-LAST-TO-DATE > ZERO
               COMPUTE WS-NEXT-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-LAST-TO-DATE) + 1)
           END-IF.

           EVALUATE TRUE
              WHEN WS-CARD-IDX > 0
                   MOVE 'DUPLICATE PERIOD' TO WS-REJECT-REASON
              WHEN PK-FROM-DATE = ZERO OR PK-TO-DATE = ZERO
                 OR PK-FROM-DATE > PK-TO-DATE
                   MOVE 'INVALID DATE RANGE' TO WS-REJECT-REASON
              WHEN WS-PRIOR-IDX > 0
                   STRING 'OVERLAPS PERIOD ' DELIMITED BY SIZE
                          WS-PCL-ID(WS-PRIOR-IDX) DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              WHEN WS-LAST-TO-DATE > ZERO
                 AND PK-FROM-DATE NOT = WS-NEXT-FROM-DATE
                   STRING 'MUST START ' DELIMITED BY SIZE
                          WS-NEXT-FROM-DATE DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-PERIOD-PARA.
           IF WS-PCL-COUNT >= 120
               DISPLAY 'CALCPCLS: period calendar full at 120 ',
                  'periods - raise the limit'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PCL-COUNT.
           MOVE PK-PERIOD-ID TO WS-PCL-ID(WS-PCL-COUNT).
           MOVE PK-FROM-DATE TO WS-PCL-FROM(WS-PCL-COUNT).
           MOVE PK-TO-DATE TO WS-PCL-TO(WS-PCL-COUNT).
           MOVE 'O' TO WS-PCL-STAT(WS-PCL-COUNT).
           MOVE ZERO TO WS-PCL-CLOSED-DATE(WS-PCL-COUNT).
           ADD 1 TO WS-CNT-ADDED.
           DISPLAY ' A   ', PK-PERIOD-ID, ' ', PK-FROM-DATE, ' ',
              PK-TO-DATE, ' ADDED OPEN'.

      * a close is refused outright for a period that isn't there,
      * is already closed, hasn't ended yet, or has an earlier
      * period still not closed behind it
       CHECK-CLOSE-PARA.
           MOVE ZERO TO WS-PRIOR-IDX.
           IF WS-CARD-IDX > 0
               MOVE 1 TO WS-PCL-IDX
               PERFORM UNTIL WS-PCL-IDX > WS-PCL-COUNT
                   IF WS-PCL-TO(WS-PCL-IDX) < WS-PCL-FROM(WS-CARD-IDX)
                      AND NOT WS-PCL-IS-CLOSED(WS-PCL-IDX)
                      AND WS-PRIOR-IDX = ZERO
                       MOVE WS-PCL-IDX TO WS-PRIOR-IDX
                   END-IF
                   ADD 1 TO WS-PCL-IDX
               END-PERFORM
           END-IF.

           EVALUATE TRUE
              WHEN WS-CARD-IDX = ZERO
                   MOVE 'NO SUCH PERIOD' TO WS-REJECT-REASON
              WHEN WS-PCL-IS-CLOSED(WS-CARD-IDX)
                   MOVE 'ALREADY CLOSED' TO WS-REJECT-REASON
              WHEN WS-PCL-TO(WS-CARD-IDX) NOT < WS-CDT-DATE
                   MOVE 'PERIOD NOT YET ENDED' TO WS-REJECT-REASON
              WHEN WS-PRIOR-IDX > 0
                   STRING 'PERIOD ' DELIMITED BY SIZE
                          WS-PCL-ID(WS-PRIOR-IDX) DELIMITED BY SIZE
                          ' NOT CLOSED YET' DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * closing first, then the two proofs; only a clean pass of
      * both takes the period on to closed
       CLOSE-PERIOD-PARA.
           MOVE 'P' TO WS-PCL-STAT(WS-CARD-IDX).
           MOVE ZERO TO WS-CNT-BLOCK-RUNS.
           MOVE ZERO TO WS-CNT-BLOCK-REJ.
           MOVE ZERO TO WS-CNT-PERIOD-RUNS.

           DISPLAY ' C   ', PK-PERIOD-ID, ' ',
              WS-PCL-FROM(WS-CARD-IDX), ' ',
              WS-PCL-TO(WS-CARD-IDX), ' CLOSING'.

           PERFORM CHECK-PERIOD-RUNS-PARA.
           PERFORM CHECK-PERIOD-REJECTS-PARA.

           IF WS-CNT-BLOCK-RUNS = ZERO AND WS-CNT-BLOCK-REJ = ZERO
              AND WS-EXC-AVAILABLE
               MOVE 'C' TO WS-PCL-STAT(WS-CARD-IDX)
               MOVE WS-CDT-DATE TO WS-PCL-CLOSED-DATE(WS-CARD-IDX)
               ADD 1 TO WS-CNT-CLOSED
               DISPLAY '     RUNS POSTED . . : ', WS-CNT-PERIOD-RUNS
               DISPLAY '     CLOSED ', WS-CDT-DATE
           ELSE
               ADD 1 TO WS-CNT-HELD
               DISPLAY '     RUNS IN PERIOD. : ', WS-CNT-PERIOD-RUNS
               DISPLAY '     RUNS NOT POSTED : ', WS-CNT-BLOCK-RUNS
               IF WS-EXC-AVAILABLE
                   DISPLAY '     OPEN REJECTS. . : ', WS-CNT-BLOCK-REJ
               ELSE
                   DISPLAY '     OPEN REJECTS. . : N/A - EXCPMST ',
                      'NOT AVAILABLE'
               END-IF
               DISPLAY '     HELD AT CLOSING'
           END-IF.

      * every registered run dated into the period has to stand
      * POSTED on CALCGLM's verdict file.  a run CALCGLM hasn't
      * judged yet (registered since its last pass) is held as
      * well - rerun CALCGLM and key the card again.  no register
      * at all (status 35) means no run was ever registered; any
      * other failure to open it proves nothing and holds the close,
      * as a missing EXCPMST does.
       CHECK-PERIOD-RUNS-PARA.
           MOVE 'N' TO WS-REG-EOF-SW.
           OPEN INPUT CALC-RUN-REGISTER.
           IF WS-RUN-STATUS NOT = '00'
               MOVE 'Y' TO WS-REG-EOF-SW
               IF WS-RUN-STATUS NOT = '35'
                   ADD 1 TO WS-CNT-BLOCK-RUNS
                   DISPLAY '     CALCRUN NOT AVAILABLE, STATUS ',
                      WS-RUN-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-REGISTER
               READ CALC-RUN-REGISTER
                   AT END
                       MOVE 'Y' TO WS-REG-EOF-SW
                   NOT AT END
                       IF RR-BATCH-DATE NOT < WS-PCL-FROM(WS-CARD-IDX)
                          AND RR-BATCH-DATE NOT >
                              WS-PCL-TO(WS-CARD-IDX)
                           ADD 1 TO WS-CNT-PERIOD-RUNS
                           PERFORM JUDGE-PERIOD-RUN-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RUN-STATUS = '00' OR WS-RUN-STATUS = '10'
               CLOSE CALC-RUN-REGISTER
           END-IF.

       JUDGE-PERIOD-RUN-PARA.
           MOVE 'N' TO WS-GMS-FOUND-SW.
           MOVE 1 TO WS-GMS-IDX.
           PERFORM UNTIL WS-GMS-FOUND OR WS-GMS-IDX > WS-GMS-COUNT
               IF WS-GMS-JOB-ID(WS-GMS-IDX) = RR-JOB-ID
                  AND WS-GMS-BATCH-DATE(WS-GMS-IDX) = RR-BATCH-DATE
                   MOVE 'Y' TO WS-GMS-FOUND-SW
               ELSE
                   ADD 1 TO WS-GMS-IDX
               END-IF
           END-PERFORM.

           IF WS-GMS-FOUND
               MOVE WS-GMS-STATE(WS-GMS-IDX) TO WS-BLOCK-STATE
           ELSE
               MOVE 'NOT JUDGED' TO WS-BLOCK-STATE
           END-IF.

           IF WS-BLOCK-STATE NOT = 'POSTED'
               ADD 1 TO WS-CNT-BLOCK-RUNS
               DISPLAY '     RUN ', RR-JOB-ID, ' ', RR-BATCH-DATE,
                  ' ', WS-BLOCK-STATE
           END-IF.

      * the period's rejects by load date, the same primary-key
      * browse as CALCMES's reject counts - any still open holds
      * the close
       CHECK-PERIOD-REJECTS-PARA.
           IF WS-EXC-AVAILABLE
               MOVE WS-PCL-FROM(WS-CARD-IDX) TO XM-REJECT-DATE
               MOVE ZERO TO XM-RECORD-NUM
               MOVE 'N' TO WS-BROWSE-DONE-SW
               START EXCEPTION-MASTER-FILE KEY NOT < XM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BROWSE-DONE-SW
               END-START
               PERFORM UNTIL WS-BROWSE-DONE
                   READ EXCEPTION-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BROWSE-DONE-SW
                       NOT AT END
                           IF XM-REJECT-DATE > WS-PCL-TO(WS-CARD-IDX)
                               MOVE 'Y' TO WS-BROWSE-DONE-SW
                           ELSE
                               IF XM-IS-OPEN
                                   ADD 1 TO WS-CNT-BLOCK-REJ
                                   DISPLAY '     REJECT ',
                                      XM-REJECT-DATE, ' ',
                                      XM-RECORD-NUM, ' ', XM-DEPT,
                                      ' ', XM-REASON-CODE, ' OPEN'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SET-STATUS-TEXT-PARA.
           EVALUATE TRUE
              WHEN WS-PCL-IS-OPEN(WS-PCL-IDX)
                   MOVE 'OPEN' TO WS-STATUS-TEXT
              WHEN WS-PCL-IS-CLOSING(WS-PCL-IDX)
                   MOVE 'CLOSING' TO WS-STATUS-TEXT
              WHEN WS-PCL-IS-CLOSED(WS-PCL-IDX)
                   MOVE 'CLOSED' TO WS-STATUS-TEXT
              WHEN OTHER
                   MOVE '??' TO WS-STATUS-TEXT
           END-EVALUATE.

      * the calendar goes out in table order - load order, adds
      * behind.  a write failure stops the run with CALCPCAL
      * untouched
       WRITE-NEW-CALENDAR-PARA.
           OPEN OUTPUT NEW-CALENDAR-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'CALCPCLS: cannot open CALCPCAN, status ',
                  WS-NEW-STATUS, ' - CALCPCAL untouched'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-PCL-IDX.
           PERFORM UNTIL WS-PCL-IDX > WS-PCL-COUNT
               MOVE WS-PCL-ID(WS-PCL-IDX) TO WS-NC-PERIOD-ID
               MOVE WS-PCL-FROM(WS-PCL-IDX) TO WS-NC-FROM-DATE
               MOVE WS-PCL-TO(WS-PCL-IDX) TO WS-NC-TO-DATE
               MOVE WS-PCL-STAT(WS-PCL-IDX) TO WS-NC-STATUS
               MOVE WS-PCL-CLOSED-DATE(WS-PCL-IDX) TO
                  WS-NC-CLOSED-DATE
               WRITE NC-RECORD FROM WS-NEW-CAL-REC
               IF WS-NEW-STATUS NOT = '00'
                   DISPLAY 'CALCPCLS: CALCPCAN write failed, status ',
                      WS-NEW-STATUS, ' - run stopped, do not swap ',
                      'CALCPCAN in'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CNT-WRITTEN
               ADD 1 TO WS-PCL-IDX
           END-PERFORM.

           CLOSE NEW-CALENDAR-FILE.

      * the calculator's LOAD-PERIOD-TABLE-PARA, word for word but
      * for the program name on the message - see there
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
                               DISPLAY 'CALCPCLS: period calendar ',
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
