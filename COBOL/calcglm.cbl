      *                  amounts, selected by job id like CALCRCN
      *   CALCGLAK  in   the GL side's acknowledgements - job id,
      *                  batch date, lines posted, amount posted
      *   CALCJNL   in   the double-entry journal, optional - where a
      *                  run has been journalled the GL side posts
      *                  the journal, not the extract
      *   CALCGLMS  out  each run's verdict, one record per registered
      *                  run - what the period close reads to see
      *                  that every run in a period posted clean
      *   CALCTKT   in   the CALCCTL check-in ticket (CALCTKTR.cpy)
      *   CALCDAY   ext  the batch-day control file (CALCDAYR.cpy) -
      *                  the step's own check-out, code and counts
      *
      * a registered run with no acknowledgement a day after its
      * batch date is an unposted run; an acknowledgement whose lines
      * the three ends the job with a non-zero condition code so the
      * scheduler flags it - we could already prove a file wasn't
      * processed twice, now we can prove it was posted once.
      *
      * a journalled run is judged against its journal trailer
      * instead: the acknowledged lines against the trailer's line
      * count, the acknowledged amount against its debit total.  a
      * trailer whose debits and credits don't agree is reported
      * UNBALANCED whatever the acknowledgement says.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLM.

           SELECT CALC-GL-ACK-FILE ASSIGN TO 'CALCGLAK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT CALC-JOURNAL ASSIGN TO 'CALCJNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT CALC-GLM-STATE-FILE ASSIGN TO 'CALCGLMS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GMS-STATUS.
           SELECT CALC-TICKET-FILE ASSIGN TO 'CALCTKT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKT-STATUS.
           SELECT CALC-DAY-FILE ASSIGN TO 'CALCDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CALCRUNR.

       FD  CALC-GL-EXTRACT.
       01  GL-RECORD PIC X(160).

      * one acknowledgement per posted run, returned by the GL
      * reporting job: who it posted, when, how many lines and how
           05 GA-AMOUNT PIC S9(18)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.

       FD  CALC-JOURNAL.
           COPY CALCJNLR.

       FD  CALC-GLM-STATE-FILE.
           COPY CALCGLMS.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC X(2) VALUE '00'.
       01 WS-GLX-STATUS PIC X(2) VALUE '00'.
       01 WS-ACK-STATUS PIC X(2) VALUE '00'.
       01 WS-JNL-STATUS PIC X(2) VALUE '00'.
       01 WS-GMS-STATUS PIC X(2) VALUE '00'.
       01 WS-GMS-AVAIL-SW PIC X(1) VALUE 'N'.
          88 WS-GMS-AVAILABLE VALUE 'Y'.

       01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
          88 END-OF-FILE-SW VALUE 'Y'.
              10 WS-RUN-ACK-LINES PIC 9(9).
              10 WS-RUN-ACK-AMOUNT PIC S9(18)V9(4).
              10 WS-RUN-DUP-ACKS PIC 9(3).
              10 WS-RUN-JNL-SW PIC X(1).
              10 WS-RUN-JNL-LINES PIC 9(9).
              10 WS-RUN-JNL-DR PIC S9(18)V9(4).
              10 WS-RUN-JNL-CR PIC S9(18)V9(4).
       01 WS-RUN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RUN-IDX PIC 9(3) VALUE ZERO.
       01 WS-RUN-FOUND-SW PIC X(1) VALUE 'N'.
       01 WS-GLX-A PIC X(24).
       01 WS-GLX-B PIC X(24).
       01 WS-GLX-RESULT PIC X(24).
      * the currency fields that follow the original six - the
      * functional result is the amount the GL posts
       01 WS-GLX-CCY PIC X(4).
       01 WS-GLX-FUNC-A PIC X(24).
       01 WS-GLX-FUNC-B PIC X(24).
       01 WS-GLX-FUNC-RESULT PIC X(24).
       01 WS-GLX-AMOUNT PIC S9(18)V9(4) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
       01 WS-CNT-UNPOSTED PIC 9(9) VALUE ZERO.
       01 WS-CNT-MISMATCH PIC 9(9) VALUE ZERO.
       01 WS-CNT-DOUBLE PIC 9(9) VALUE ZERO.
       01 WS-CNT-JOURNALS PIC 9(9) VALUE ZERO.
       01 WS-CNT-JNL-ORPHAN PIC 9(9) VALUE ZERO.
       01 WS-CNT-UNBALANCED PIC 9(9) VALUE ZERO.

       01 WS-MATCH-STATE PIC X(12).
      * what the acknowledgement has to agree with - the journal
      * trailer for a journalled run, the extract otherwise
       01 WS-EXP-LINES PIC 9(9) VALUE ZERO.
       01 WS-EXP-AMOUNT PIC S9(18)V9(4) VALUE ZERO.
       01 WS-GLX-AMT-EDIT PIC -(18)9.9(4).
       01 WS-ACK-AMT-EDIT PIC -(18)9.9(4).

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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF WS-RUN-COUNT = ZERO
               DISPLAY 'CALCGLM: CALCRUN register empty or missing ',
                  '- nothing to reconcile'
               PERFORM CHECK-OUT-STEP-PARA
               STOP RUN
           END-IF.

           PERFORM TALLY-EXTRACT-PARA.
           PERFORM TALLY-JOURNAL-PARA.
           PERFORM MATCH-ACKS-PARA.
           PERFORM POSTING-REPORT-PARA.

      * GL side and the register disagree - hold the schedule
           IF WS-CNT-UNPOSTED > 0 OR WS-CNT-MISMATCH > 0
              OR WS-CNT-DOUBLE > 0 OR WS-CNT-ACK-ORPHAN > 0
              OR WS-CNT-UNBALANCED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      * check out on CALCDAY with the code and counts above
           MOVE WS-CNT-GLX-LINES TO WS-CKO-IN-COUNT.
           MOVE WS-CNT-POSTED TO WS-CKO-OUT-COUNT.
           MOVE WS-CNT-UNPOSTED TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

       LOAD-RUN-REGISTER-PARA.
                       MOVE RR-BATCH-DATE TO
                          WS-RUN-BATCH-DATE(WS-RUN-COUNT)
                       MOVE 'N' TO WS-RUN-ACK-SW(WS-RUN-COUNT)
                       MOVE 'N' TO WS-RUN-JNL-SW(WS-RUN-COUNT)
               END-READ
           END-PERFORM.
           IF WS-RUN-STATUS = '00' OR WS-RUN-STATUS = '10'

       TALLY-ONE-LINE-PARA.
           MOVE SPACES TO WS-GLX-JOB WS-GLX-DEPT WS-GLX-OP
              WS-GLX-A WS-GLX-B WS-GLX-RESULT
              WS-GLX-CCY WS-GLX-FUNC-A WS-GLX-FUNC-B
              WS-GLX-FUNC-RESULT.
           UNSTRING GL-RECORD DELIMITED BY ','
              INTO WS-GLX-JOB WS-GLX-DEPT WS-GLX-OP
                   WS-GLX-A WS-GLX-B WS-GLX-RESULT
                   WS-GLX-CCY WS-GLX-FUNC-A WS-GLX-FUNC-B
                   WS-GLX-FUNC-RESULT.

           MOVE WS-GLX-JOB TO WS-WORK-JOB-ID.
           PERFORM FIND-RUN-PARA.
           IF WS-RUN-FOUND
               ADD 1 TO WS-RUN-GLX-LINES(WS-RUN-IDX)
               IF FUNCTION TEST-NUMVAL(WS-GLX-FUNC-RESULT) = 0
                   COMPUTE WS-GLX-AMOUNT =
                      FUNCTION NUMVAL(WS-GLX-FUNC-RESULT)
                   ADD WS-GLX-AMOUNT TO
                      WS-RUN-GLX-AMOUNT(WS-RUN-IDX)
                       ON SIZE ERROR CONTINUE
               ADD 1 TO WS-CNT-GLX-ORPHAN
           END-IF.

      * the journal's trailers, one per journalled run.  no CALCJNL
      * at all just means nothing is journalled yet - every run is
      * judged against the extract.  a trailer for a job id off the
      * register is counted and shown like an orphan extract line.
       TALLY-JOURNAL-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-JOURNAL.
           IF WS-JNL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JR-IS-TRAILER
                           ADD 1 TO WS-CNT-JOURNALS
                           PERFORM TALLY-ONE-TRAILER-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-JNL-STATUS = '00' OR WS-JNL-STATUS = '10'
               CLOSE CALC-JOURNAL
           END-IF.

       TALLY-ONE-TRAILER-PARA.
           MOVE JT-JOB-ID TO WS-WORK-JOB-ID.
           PERFORM FIND-RUN-PARA.
           IF WS-RUN-FOUND
               MOVE 'Y' TO WS-RUN-JNL-SW(WS-RUN-IDX)
               MOVE JT-LINE-COUNT TO WS-RUN-JNL-LINES(WS-RUN-IDX)
               MOVE JT-DR-TOTAL TO WS-RUN-JNL-DR(WS-RUN-IDX)
               MOVE JT-CR-TOTAL TO WS-RUN-JNL-CR(WS-RUN-IDX)
           ELSE
               ADD 1 TO WS-CNT-JNL-ORPHAN
           END-IF.

       FIND-RUN-PARA.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           MOVE 1 TO WS-RUN-IDX.
      * the GL job simply hasn't returned yet; from the day after,
      * it is an unposted run and the condition code says so.
       POSTING-REPORT-PARA.
      * the verdict file goes out fresh each pass.  one that can't be
      * written costs the period close its evidence, not this report
           OPEN OUTPUT CALC-GLM-STATE-FILE.
           IF WS-GMS-STATUS = '00'
               MOVE 'Y' TO WS-GMS-AVAIL-SW
           ELSE
               DISPLAY 'CALCGLM: cannot open CALCGLMS, status ',
                  WS-GMS-STATUS, ' - run verdicts not kept for ',
                  'the period close'
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '===================================='.
           DISPLAY ' GL POSTING ACKNOWLEDGEMENT REPORT'.
           DISPLAY ' AS OF . . . . . . . : ', WS-CDT-DATE.
               ADD 1 TO WS-RUN-IDX
           END-PERFORM.

           IF WS-GMS-AVAILABLE
               CLOSE CALC-GLM-STATE-FILE
           END-IF.

           DISPLAY '------------------------------------'.
           DISPLAY ' REGISTERED RUNS . . : ', WS-RUN-COUNT.
           DISPLAY ' EXTRACT LINES . . . : ', WS-CNT-GLX-LINES.
           DISPLAY ' UNPOSTED RUNS . . . : ', WS-CNT-UNPOSTED.
           DISPLAY ' SHORT/WRONG POSTS . : ', WS-CNT-MISMATCH.
           DISPLAY ' DOUBLE ACKS . . . . : ', WS-CNT-DOUBLE.
           DISPLAY ' JOURNALS READ . . . : ', WS-CNT-JOURNALS.
           DISPLAY '   NOT ON REGISTER . : ', WS-CNT-JNL-ORPHAN.
           DISPLAY ' UNBALANCED JOURNALS : ', WS-CNT-UNBALANCED.
           DISPLAY '===================================='.

      * a journalled run's acknowledgement is held against the
      * journal trailer, anything else against the extract
       JUDGE-ONE-RUN-PARA.
           IF WS-RUN-JNL-SW(WS-RUN-IDX) = 'Y'
               MOVE WS-RUN-JNL-LINES(WS-RUN-IDX) TO WS-EXP-LINES
               MOVE WS-RUN-JNL-DR(WS-RUN-IDX) TO WS-EXP-AMOUNT
           ELSE
               MOVE WS-RUN-GLX-LINES(WS-RUN-IDX) TO WS-EXP-LINES
               MOVE WS-RUN-GLX-AMOUNT(WS-RUN-IDX) TO WS-EXP-AMOUNT
           END-IF.

           EVALUATE TRUE
              WHEN WS-RUN-JNL-SW(WS-RUN-IDX) = 'Y'
                  AND WS-RUN-JNL-DR(WS-RUN-IDX) NOT =
                      WS-RUN-JNL-CR(WS-RUN-IDX)
                   MOVE 'UNBALANCED' TO WS-MATCH-STATE
                   ADD 1 TO WS-CNT-UNBALANCED
              WHEN WS-RUN-ACK-SW(WS-RUN-IDX) = 'N'
                  AND WS-RUN-BATCH-DATE(WS-RUN-IDX) NOT < WS-CDT-DATE
                   MOVE 'PENDING' TO WS-MATCH-STATE
              WHEN WS-RUN-ACK-SW(WS-RUN-IDX) = 'N'
                   MOVE 'UNPOSTED' TO WS-MATCH-STATE
                   ADD 1 TO WS-CNT-UNPOSTED
              WHEN WS-RUN-ACK-LINES(WS-RUN-IDX) NOT = WS-EXP-LINES
                 OR WS-RUN-ACK-AMOUNT(WS-RUN-IDX) NOT = WS-EXP-AMOUNT
                   MOVE 'MISMATCH' TO WS-MATCH-STATE
                   ADD 1 TO WS-CNT-MISMATCH
              WHEN WS-RUN-DUP-ACKS(WS-RUN-IDX) > 0
           DISPLAY ' ', WS-RUN-JOB-ID(WS-RUN-IDX), ' ',
              WS-RUN-BATCH-DATE(WS-RUN-IDX), '  ', WS-MATCH-STATE.

           IF WS-GMS-AVAILABLE
               MOVE WS-RUN-JOB-ID(WS-RUN-IDX) TO GS-JOB-ID
               MOVE WS-RUN-BATCH-DATE(WS-RUN-IDX) TO GS-BATCH-DATE
               MOVE WS-MATCH-STATE TO GS-STATE
               MOVE WS-CDT-DATE TO GS-AS-OF-DATE
               WRITE GS-RECORD
           END-IF.

           IF WS-MATCH-STATE = 'MISMATCH'
              AND WS-RUN-JNL-SW(WS-RUN-IDX) = 'Y'
               MOVE WS-RUN-JNL-DR(WS-RUN-IDX) TO WS-GLX-AMT-EDIT
               MOVE WS-RUN-ACK-AMOUNT(WS-RUN-IDX) TO WS-ACK-AMT-EDIT
               DISPLAY '   JOURNAL LINES . . : ',
                  WS-RUN-JNL-LINES(WS-RUN-IDX), ' DEBITS',
                  WS-GLX-AMT-EDIT
               DISPLAY '   ACKED LINES . . . : ',
                  WS-RUN-ACK-LINES(WS-RUN-IDX), ' AMOUNT',
                  WS-ACK-AMT-EDIT
           END-IF.

           IF WS-MATCH-STATE = 'UNBALANCED'
               MOVE WS-RUN-JNL-DR(WS-RUN-IDX) TO WS-GLX-AMT-EDIT
               MOVE WS-RUN-JNL-CR(WS-RUN-IDX) TO WS-ACK-AMT-EDIT
               DISPLAY '   JOURNAL DEBITS. . : ', WS-GLX-AMT-EDIT
               DISPLAY '   JOURNAL CREDITS . : ', WS-ACK-AMT-EDIT
           END-IF.

           IF WS-MATCH-STATE = 'MISMATCH'
              AND WS-RUN-JNL-SW(WS-RUN-IDX) = 'N'
               MOVE WS-RUN-GLX-AMOUNT(WS-RUN-IDX) TO WS-GLX-AMT-EDIT
               MOVE WS-RUN-ACK-AMOUNT(WS-RUN-IDX) TO WS-ACK-AMT-EDIT
               DISPLAY '   EXTRACT LINES . . : ',
                  WS-RUN-ACK-LINES(WS-RUN-IDX), ' AMOUNT',
                  WS-ACK-AMT-EDIT
           END-IF.

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
               DISPLAY 'CALCGLM: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCGLM: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCGLM: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCGLM: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
