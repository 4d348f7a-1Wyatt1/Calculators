      * double-entry journal build - turns a run's audit trail into a
      * balanced GL journal.  CALCGLX has only ever been a flat list
      * of results the GL side had to decide how to post; the journal
      * says it for them: every calculation becomes a debit and a
      * credit of the same functional amount to the pair of accounts
      * the CALCACCT map holds for its department and operator.
      *
      *   CALCPARM  in   the calculator's card - PM-JOB-ID picks the
      *                  run off CALCAUD, PM-FUNC-CURRENCY heads the
      *                  journal
      *   CALCRUN   in   the run register - only a completed run is
      *                  journalled, and its batch date dates the
      *                  journal
      *   CALCAUD   in   the audit trail, this run's records
      *   CALCACCT  in   the account map (CALCACM maintains it)
      *   AUDMAST   in   the keyed audit master, optional - a
      *                  reversal posts to the accounts of the
      *                  operator it backs out
      *   CALCJNL   ext  the journal, one header/lines/trailer group
      *                  per run
      *   CALCTKT   in   the CALCCTL check-in ticket (CALCTKTR.cpy)
      *   CALCDAY   ext  the batch-day control file (CALCDAYR.cpy) -
      *                  the step's own check-out, code and counts
      *
      * a positive functional result debits the mapped debit account
      * and credits the credit account; a negative one posts the same
      * accounts the other way round for the absolute amount, which
      * is what makes a reversal undo its original exactly.  a zero
      * result moves nothing and is left off.  a calculation with no
      * mapping, or a reversal whose original isn't on AUDMAST, is
      * not guessed at: it is listed on the suspense report with its
      * audit key and stays out of the journal, which therefore
      * always balances.  suspense ends the job RC 4 - map the
      * department with CALCACM and post the listed items by hand or
      * through next month's journal adjustment.
      *
      * the job id comes from the CALCPARM card as in CALCRCN.  left
      * blank, the run is the one on the trail's last record - the
      * trail accumulates run on run, so that is the latest.  a card
      * is still needed to journal any earlier run.  a journal already
      * on CALCJNL for the job id refuses the run RC 12, so a rerun
      * can't post a run twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCJNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PARM-FILE ASSIGN TO 'CALCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALC-RUN-REGISTER ASSIGN TO 'CALCRUN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CALC-AUDIT-LOG ASSIGN TO 'CALCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CALC-ACCT-FILE ASSIGN TO 'CALCACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO 'AUDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               ALTERNATE RECORD KEY IS AM-CHAIN-ID WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT CALC-JOURNAL ASSIGN TO 'CALCJNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
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
           05 PM-FUNC-CURRENCY PIC X(3).
      * CALCOUTL's outlier-screen thresholds, ignored here
           05 PM-OUTL-MONTHS PIC 9(2).
           05 PM-OUTL-BAND PIC 9(2)V9(1).
           05 PM-OUTL-MIN-HIST PIC 9(4).

       FD  CALC-RUN-REGISTER.
           COPY CALCRUNR.

       FD  CALC-AUDIT-LOG.
           COPY CALCAUDR.

       FD  CALC-ACCT-FILE.
           COPY CALCACMP.

       FD  AUDIT-MASTER-FILE.
           COPY CALCAMST.

       FD  CALC-JOURNAL.
           COPY CALCJNLR.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-STATUS PIC X(2) VALUE '00'.
       01 WS-AUD-STATUS PIC X(2) VALUE '00'.
       01 WS-ACC-STATUS PIC X(2) VALUE '00'.
       01 WS-MST-STATUS PIC X(2) VALUE '00'.
       01 WS-JNL-STATUS PIC X(2) VALUE '00'.

       01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
          88 END-OF-FILE-SW VALUE 'Y'.

       01 WS-JOB-ID PIC X(8) VALUE SPACES.
       01 WS-FUNC-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-BATCH-DATE PIC 9(8) VALUE ZERO.
       01 WS-REGISTERED-SW PIC X(1) VALUE 'N'.
          88 WS-RUN-REGISTERED VALUE 'Y'.
       01 WS-JOURNALLED-SW PIC X(1) VALUE 'N'.
          88 WS-ALREADY-JOURNALLED VALUE 'Y'.
       01 WS-MST-AVAIL-SW PIC X(1) VALUE 'N'.
          88 WS-MST-AVAILABLE VALUE 'Y'.

      * the account map, loaded whole - same limit as CALCACM
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
              10 WS-ACCT-DEPT PIC X(4).
              10 WS-ACCT-OPERATOR PIC X(1).
              10 WS-ACCT-DR PIC X(10).
              10 WS-ACCT-CR PIC X(10).
       01 WS-ACCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ACCT-IDX PIC 9(3) VALUE ZERO.
       01 WS-ACCT-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-ACCT-FOUND VALUE 'Y'.

      * the calculation being posted: the operator its accounts are
      * looked up under (a reversal's is its original's), collapsed
      * to canonical form as the calculator's permission check does
       01 WS-POST-OPERATOR PIC X(1).
       01 WS-OP-CANON PIC X(1).
       01 WS-POST-AMOUNT PIC S9(16)V9(4) VALUE ZERO.
       01 WS-DR-ACCOUNT PIC X(10).
       01 WS-CR-ACCOUNT PIC X(10).
       01 WS-SWAP-ACCOUNT PIC X(10).
       01 WS-AUD-KEY PIC X(30).
       01 WS-SUSPENSE-REASON PIC X(30).

      * items held out of the journal, listed at end of job
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES.
              10 WS-SUSP-KEY PIC X(30).
              10 WS-SUSP-DEPT PIC X(4).
              10 WS-SUSP-OPERATOR PIC X(1).
              10 WS-SUSP-AMOUNT PIC S9(16)V9(4).
              10 WS-SUSP-REASON PIC X(30).
       01 WS-SUSP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SUSP-IDX PIC 9(3) VALUE ZERO.

       01 WS-CNT-AUDIT PIC 9(9) VALUE ZERO.
       01 WS-CNT-POSTED PIC 9(9) VALUE ZERO.
       01 WS-CNT-ZERO PIC 9(9) VALUE ZERO.
       01 WS-CNT-OTHER-JOB PIC 9(9) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DR-TOTAL PIC S9(18)V9(4) VALUE ZERO.
       01 WS-CR-TOTAL PIC S9(18)V9(4) VALUE ZERO.
       01 WS-NET PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SUSP-TOTAL PIC S9(18)V9(4) VALUE ZERO.
       01 WS-AMOUNT-EDIT PIC -(16)9.9(4).
       01 WS-TOTAL-EDIT PIC -(18)9.9(4).

       01 WS-TIMESTAMP PIC X(21).
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(8).
           05 WS-CDT-DIFF PIC X(5).

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
           IF WS-JOB-ID = SPACES
               PERFORM FIND-JOB-ID-PARA
           END-IF.
           PERFORM CHECK-REGISTER-PARA.
           PERFORM CHECK-JOURNAL-PARA.
           PERFORM LOAD-ACCT-TABLE-PARA.

           OPEN INPUT AUDIT-MASTER-FILE.
           IF WS-MST-STATUS = '00'
               MOVE 'Y' TO WS-MST-AVAIL-SW
           END-IF.

           PERFORM OPEN-JOURNAL-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM POST-AUDIT-PARA.
           PERFORM WRITE-TRAILER-PARA.
           CLOSE CALC-JOURNAL.
           IF WS-MST-AVAILABLE
               CLOSE AUDIT-MASTER-FILE
           END-IF.

           PERFORM JOURNAL-REPORT-PARA.

      * suspense items are real money left unposted - warn, unless
      * the journal has already failed harder than that
           IF WS-SUSP-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * check out on CALCDAY with the code and counts above
           MOVE WS-CNT-AUDIT TO WS-CKO-IN-COUNT.
           MOVE WS-CNT-POSTED TO WS-CKO-OUT-COUNT.
           MOVE WS-SUSP-COUNT TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT CALC-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ CALC-PARM-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PM-JOB-ID TO WS-JOB-ID
                     MOVE PM-FUNC-CURRENCY TO WS-FUNC-CURRENCY
               END-READ
               CLOSE CALC-PARM-FILE
           END-IF.

      * no job id on the card - the run is whichever one wrote the
      * trail's last record (see the header comment)
       FIND-JOB-ID-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE AL-JOB-ID TO WS-JOB-ID
               END-READ
           END-PERFORM.
           IF WS-AUD-STATUS = '00' OR WS-AUD-STATUS = '10'
               CLOSE CALC-AUDIT-LOG
           END-IF.
           IF WS-JOB-ID = SPACES
               DISPLAY 'CALCJNL: no PM-JOB-ID and no CALCAUD record ',
                  'to take one from - nothing to journal'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * only a run that completed and registered is journalled - the
      * latest registration for the job id gives the batch date
       CHECK-REGISTER-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-RUN-REGISTER.
           IF WS-RUN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-RUN-REGISTER
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RR-JOB-ID = WS-JOB-ID
                           MOVE 'Y' TO WS-REGISTERED-SW
                           MOVE RR-BATCH-DATE TO WS-BATCH-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RUN-STATUS = '00' OR WS-RUN-STATUS = '10'
               CLOSE CALC-RUN-REGISTER
           END-IF.

           IF NOT WS-RUN-REGISTERED
               DISPLAY 'CALCJNL: job ', WS-JOB-ID, ' is not on the ',
                  'CALCRUN register - not a completed run, no ',
                  'journal built'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * a missing journal file (status 35) is simply the first run
       CHECK-JOURNAL-PARA.
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
                       IF JR-IS-HEADER AND JH-JOB-ID = WS-JOB-ID
                           MOVE 'Y' TO WS-JOURNALLED-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-JNL-STATUS = '00' OR WS-JNL-STATUS = '10'
               CLOSE CALC-JOURNAL
           END-IF.

           IF WS-ALREADY-JOURNALLED
               DISPLAY 'CALCJNL: job ', WS-JOB-ID, ' already has a ',
                  'journal on CALCJNL - run refused, nothing written'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the map is not optional - without it every calculation would
      * go to suspense, which is a setup error, not a night's work
       LOAD-ACCT-TABLE-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-ACCT-FILE.
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'CALCJNL: cannot open CALCACCT, status ',
                  WS-ACC-STATUS, ' - no journal built'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-ACCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
                       IF WS-ACCT-COUNT > 500
                           DISPLAY 'CALCJNL: account map full at ',
                              '500 CALCACCT entries - raise the limit'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE AX-DEPT TO WS-ACCT-DEPT(WS-ACCT-COUNT)
                       MOVE AX-OPERATOR TO
                          WS-ACCT-OPERATOR(WS-ACCT-COUNT)
                       MOVE AX-DR-ACCOUNT TO WS-ACCT-DR(WS-ACCT-COUNT)
                       MOVE AX-CR-ACCOUNT TO WS-ACCT-CR(WS-ACCT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CALC-ACCT-FILE.

       OPEN-JOURNAL-PARA.
           OPEN EXTEND CALC-JOURNAL.
           IF WS-JNL-STATUS = '35'
               OPEN OUTPUT CALC-JOURNAL
           END-IF.
           IF WS-JNL-STATUS NOT = '00'
               DISPLAY 'CALCJNL: cannot open CALCJNL, status ',
                  WS-JNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * same timestamp build as the calculator's audit trail
       WRITE-HEADER-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-CDT-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
             INTO WS-TIMESTAMP.

           MOVE SPACES TO JR-HEADER-RECORD.
           MOVE 'H' TO JH-TYPE.
           MOVE WS-JOB-ID TO JH-JOB-ID.
           MOVE WS-BATCH-DATE TO JH-BATCH-DATE.
           MOVE WS-FUNC-CURRENCY TO JH-CURRENCY.
           MOVE WS-TIMESTAMP TO JH-CREATED.
           WRITE JR-HEADER-RECORD.
           PERFORM CHECK-JOURNAL-WRITE-PARA.

       POST-AUDIT-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AL-JOB-ID = WS-JOB-ID
                           ADD 1 TO WS-CNT-AUDIT
                           PERFORM POST-ONE-AUDIT-PARA
                       ELSE
                           ADD 1 TO WS-CNT-OTHER-JOB
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AUD-STATUS = '00' OR WS-AUD-STATUS = '10'
               CLOSE CALC-AUDIT-LOG
           END-IF.

      * one audit record: left off, held in suspense, or posted as a
      * debit line and a credit line for the same amount
       POST-ONE-AUDIT-PARA.
           MOVE SPACES TO WS-AUD-KEY.
           STRING AL-TIMESTAMP DELIMITED BY SIZE
                  AL-RECORD-NUM DELIMITED BY SIZE
             INTO WS-AUD-KEY.
           MOVE SPACES TO WS-SUSPENSE-REASON.

           IF AL-FUNC-RESULT = ZERO
               ADD 1 TO WS-CNT-ZERO
           ELSE
               MOVE AL-OPERATOR TO WS-POST-OPERATOR
               IF AL-OPERATOR = 'V'
                   PERFORM FIND-ORIGINAL-PARA
               END-IF
               IF WS-SUSPENSE-REASON = SPACES
                   PERFORM FIND-ACCT-ENTRY-PARA
               END-IF
               IF WS-SUSPENSE-REASON = SPACES
                   PERFORM WRITE-POSTING-PARA
               ELSE
                   PERFORM HOLD-SUSPENSE-PARA
               END-IF
           END-IF.

      * a reversal carries operator 'V' and no accounts of its own -
      * it posts against the accounts of the calculation it reverses
       FIND-ORIGINAL-PARA.
           IF WS-MST-AVAILABLE
               MOVE AL-REVERSAL-OF TO AM-KEY
               READ AUDIT-MASTER-FILE
                   INVALID KEY
                       MOVE 'REVERSAL ORIGINAL NOT FOUND' TO
                          WS-SUSPENSE-REASON
                   NOT INVALID KEY
                       MOVE AM-OPERATOR TO WS-POST-OPERATOR
               END-READ
           ELSE
               MOVE 'AUDMAST NOT AVAILABLE' TO WS-SUSPENSE-REASON
           END-IF.

       FIND-ACCT-ENTRY-PARA.
           EVALUATE WS-POST-OPERATOR
              WHEN 'x' MOVE '*' TO WS-OP-CANON
              WHEN 'X' MOVE '*' TO WS-OP-CANON
              WHEN 'r' MOVE 'R' TO WS-OP-CANON
              WHEN 'm' MOVE 'M' TO WS-OP-CANON
              WHEN OTHER MOVE WS-POST-OPERATOR TO WS-OP-CANON
           END-EVALUATE.

           MOVE 'N' TO WS-ACCT-FOUND-SW.
           MOVE 1 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-FOUND OR WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-DEPT(WS-ACCT-IDX) = AL-DEPT
                  AND WS-ACCT-OPERATOR(WS-ACCT-IDX) = WS-OP-CANON
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               ELSE
                   ADD 1 TO WS-ACCT-IDX
               END-IF
           END-PERFORM.

           IF WS-ACCT-FOUND
               MOVE WS-ACCT-DR(WS-ACCT-IDX) TO WS-DR-ACCOUNT
               MOVE WS-ACCT-CR(WS-ACCT-IDX) TO WS-CR-ACCOUNT
           ELSE
               MOVE 'NO ACCOUNT MAPPING' TO WS-SUSPENSE-REASON
           END-IF.

      * a negative result swaps the sides; the amount is always
      * positive on the journal
       WRITE-POSTING-PARA.
           IF AL-FUNC-RESULT < ZERO
               MOVE WS-DR-ACCOUNT TO WS-SWAP-ACCOUNT
               MOVE WS-CR-ACCOUNT TO WS-DR-ACCOUNT
               MOVE WS-SWAP-ACCOUNT TO WS-CR-ACCOUNT
               COMPUTE WS-POST-AMOUNT = 0 - AL-FUNC-RESULT
           ELSE
               MOVE AL-FUNC-RESULT TO WS-POST-AMOUNT
           END-IF.

           MOVE SPACES TO JR-RECORD.
           MOVE 'L' TO JR-TYPE.
           MOVE WS-JOB-ID TO JR-JOB-ID.
           MOVE WS-POST-AMOUNT TO JR-AMOUNT.
           MOVE AL-DEPT TO JR-DEPT.
           MOVE AL-OPERATOR TO JR-OPERATOR.
           MOVE WS-AUD-KEY TO JR-AUD-KEY.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO JR-LINE-NUM.
           MOVE WS-DR-ACCOUNT TO JR-ACCOUNT.
           MOVE 'D' TO JR-SIDE.
           WRITE JR-RECORD.
           PERFORM CHECK-JOURNAL-WRITE-PARA.
           ADD WS-POST-AMOUNT TO WS-DR-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO JR-LINE-NUM.
           MOVE WS-CR-ACCOUNT TO JR-ACCOUNT.
           MOVE 'C' TO JR-SIDE.
           WRITE JR-RECORD.
           PERFORM CHECK-JOURNAL-WRITE-PARA.
           ADD WS-POST-AMOUNT TO WS-CR-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD.

           ADD 1 TO WS-CNT-POSTED.

       HOLD-SUSPENSE-PARA.
           ADD 1 TO WS-SUSP-COUNT.
           IF WS-SUSP-COUNT > 500
               DISPLAY 'CALCJNL: suspense table full at 500 items - ',
                  'raise the limit'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-AUD-KEY TO WS-SUSP-KEY(WS-SUSP-COUNT).
           MOVE AL-DEPT TO WS-SUSP-DEPT(WS-SUSP-COUNT).
           MOVE AL-OPERATOR TO WS-SUSP-OPERATOR(WS-SUSP-COUNT).
           MOVE AL-FUNC-RESULT TO WS-SUSP-AMOUNT(WS-SUSP-COUNT).
           MOVE WS-SUSPENSE-REASON TO WS-SUSP-REASON(WS-SUSP-COUNT).
           ADD AL-FUNC-RESULT TO WS-SUSP-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD.

      * debits less credits - zero by construction, proved anyway
       WRITE-TRAILER-PARA.
           COMPUTE WS-NET = WS-DR-TOTAL - WS-CR-TOTAL.
           MOVE SPACES TO JR-TRAILER-RECORD.
           MOVE 'T' TO JT-TYPE.
           MOVE WS-JOB-ID TO JT-JOB-ID.
           MOVE WS-LINE-COUNT TO JT-LINE-COUNT.
           MOVE WS-DR-TOTAL TO JT-DR-TOTAL.
           MOVE WS-CR-TOTAL TO JT-CR-TOTAL.
           MOVE WS-NET TO JT-NET.
           WRITE JR-TRAILER-RECORD.
           PERFORM CHECK-JOURNAL-WRITE-PARA.

           IF WS-NET NOT = ZERO
               DISPLAY 'CALCJNL: journal for job ', WS-JOB-ID,
                  ' does not net to zero - do not release it'
               MOVE 16 TO RETURN-CODE
           END-IF.

      * a short journal is worse than none - stop the run and have
      * the partial group taken off the file before the rerun
       CHECK-JOURNAL-WRITE-PARA.
           IF WS-JNL-STATUS NOT = '00'
               DISPLAY 'CALCJNL: CALCJNL write failed, status ',
                  WS-JNL-STATUS, ' - remove job ', WS-JOB-ID,
                  ' from CALCJNL before the rerun'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       JOURNAL-REPORT-PARA.
           DISPLAY '===================================='.
           DISPLAY ' GL JOURNAL BUILD REPORT'.
           DISPLAY '===================================='.
           DISPLAY ' JOB ID. . . . . . . : ', WS-JOB-ID.
           DISPLAY ' BATCH DATE. . . . . : ', WS-BATCH-DATE.
           DISPLAY ' CURRENCY. . . . . . : ', WS-FUNC-CURRENCY.
           DISPLAY '------------------------------------'.
           DISPLAY ' AUDIT RECORDS . . . : ', WS-CNT-AUDIT.
           DISPLAY ' POSTED. . . . . . . : ', WS-CNT-POSTED.
           DISPLAY ' ZERO, LEFT OFF. . . : ', WS-CNT-ZERO.
           DISPLAY ' IN SUSPENSE . . . . : ', WS-SUSP-COUNT.
           DISPLAY ' OTHER RUNS SKIPPED. : ', WS-CNT-OTHER-JOB.
           DISPLAY '------------------------------------'.
           DISPLAY ' JOURNAL LINES . . . : ', WS-LINE-COUNT.
           MOVE WS-DR-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY ' TOTAL DEBITS. . . . : ', WS-TOTAL-EDIT.
           MOVE WS-CR-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY ' TOTAL CREDITS . . . : ', WS-TOTAL-EDIT.
           MOVE WS-NET TO WS-TOTAL-EDIT.
           DISPLAY ' NET . . . . . . . . : ', WS-TOTAL-EDIT.

           IF WS-SUSP-COUNT > 0
               DISPLAY '------------------------------------'
               DISPLAY ' SUSPENSE - NOT JOURNALLED'
               DISPLAY ' AUDIT KEY                      DEPT OP',
                  '                  AMOUNT  REASON'
               MOVE 1 TO WS-SUSP-IDX
               PERFORM UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   MOVE WS-SUSP-AMOUNT(WS-SUSP-IDX) TO WS-AMOUNT-EDIT
                   DISPLAY ' ', WS-SUSP-KEY(WS-SUSP-IDX), ' ',
                      WS-SUSP-DEPT(WS-SUSP-IDX), ' ',
                      WS-SUSP-OPERATOR(WS-SUSP-IDX), '  ',
                      WS-AMOUNT-EDIT, '  ',
                      WS-SUSP-REASON(WS-SUSP-IDX)
                   ADD 1 TO WS-SUSP-IDX
               END-PERFORM
               MOVE WS-SUSP-TOTAL TO WS-TOTAL-EDIT
               DISPLAY ' SUSPENSE TOTAL. . . : ', WS-TOTAL-EDIT
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
               DISPLAY 'CALCJNL: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCJNL: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCJNL: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCJNL: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
