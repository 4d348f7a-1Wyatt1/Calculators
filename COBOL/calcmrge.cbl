      * partition, the calculator consumed its details in order and
      * produced, per detail, either one CALCERR record (numbered
      * with the partition-relative record number) or one record on
      * each of CALCOUT/CALCAUD/CALCGLX - one per share, for a
      * spread.  so walking the map in order, keeping one pending
      * CALCERR record and one pending CALCAUD record buffered per
      * partition, is enough to know which way each original record
      * went: if the partition's next unconsumed reject carries the
      * partition-relative number we just reached, the record was a
      * reject, otherwise it was a success and one record is taken
      * from each of that partition's three success streams - and
      * another, as long as the next audit record still carries the
      * same number.
      *
      * each partition's CALCAUDn arrives sealed on a chain of its
      * own.  every audit record is checked against its partition's
      * chain before it is used, then renumbered and sealed again
      * onto the end of the main CALCAUD chain - a partition file
      * touched between the calculator and here stops the merge.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMRGE.

           SELECT CALC-ERROR-LOG ASSIGN TO 'CALCERR'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALC-AUDIT-LOG ASSIGN TO 'CALCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CALC-GL-EXTRACT ASSIGN TO 'CALCGLX'
               ORGANIZATION IS SEQUENTIAL.
      * the original transmission's identity from CALCSPLT, appended
           SELECT CALC-RUN-REGISTER ASSIGN TO 'CALCRUN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
      * the archive catalog (CALCAPRG) - only read when CALCAUD is
      * empty, for where the archived trail's seal chain ended
           SELECT CALC-ARC-CATALOG ASSIGN TO 'CALCACAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT CALC-TICKET-FILE ASSIGN TO 'CALCTKT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKT-STATUS.
           SELECT CALC-DAY-FILE ASSIGN TO 'CALCDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SM-PARTITION PIC 9(1).

       FD  PART1-RESULT-FILE.
       01  O1-RECORD PIC X(134).
       FD  PART2-RESULT-FILE.
       01  O2-RECORD PIC X(134).
       FD  PART3-RESULT-FILE.
       01  O3-RECORD PIC X(134).
       FD  PART4-RESULT-FILE.
       01  O4-RECORD PIC X(134).

       FD  PART1-ERROR-FILE.
       01  E1-RECORD PIC X(111).
       FD  PART2-ERROR-FILE.
       01  E2-RECORD PIC X(111).
       FD  PART3-ERROR-FILE.
       01  E3-RECORD PIC X(111).
       FD  PART4-ERROR-FILE.
       01  E4-RECORD PIC X(111).

       FD  PART1-AUDIT-FILE.
       01  A1-RECORD PIC X(314).
       FD  PART2-AUDIT-FILE.
       01  A2-RECORD PIC X(314).
       FD  PART3-AUDIT-FILE.
       01  A3-RECORD PIC X(314).
       FD  PART4-AUDIT-FILE.
       01  A4-RECORD PIC X(314).

       FD  PART1-EXTRACT-FILE.
       01  G1-RECORD PIC X(160).
       FD  PART2-EXTRACT-FILE.
       01  G2-RECORD PIC X(160).
       FD  PART3-EXTRACT-FILE.
       01  G3-RECORD PIC X(160).
       FD  PART4-EXTRACT-FILE.
       01  G4-RECORD PIC X(160).

       FD  CALC-RESULT-FILE.
       01  CO-RECORD PIC X(134).

       FD  CALC-ERROR-LOG.
           COPY CALCERRF.
           COPY CALCAUDR.

       FD  CALC-GL-EXTRACT.
       01  GL-RECORD PIC X(160).

       FD  CALC-SPLIT-ID.
           COPY CALCRUNR.
       FD  CALC-RUN-REGISTER.
       01  RN-RECORD PIC X(48).

       FD  CALC-ARC-CATALOG.
           COPY CALCACAT.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
      * one status per partition input - a shared field would let a
      * later file's clean OPEN overwrite an earlier file's failure
      * per-partition interleave state: how many of the partition's
      * details have been consumed (the partition-relative record
      * number the calculator gave them), and the partition's next
      * unconsumed reject - number zero when its CALCERRn is dry -
      * and its next unconsumed audit record, which says by its
      * record number whether a detail has more shares to come
       01 WS-PART-STATE.
           05 WS-PART-ENTRY OCCURS 4 TIMES.
              10 WS-PART-SEQ PIC 9(9).
              10 WS-PEND-NUM PIC 9(9).
              10 WS-PEND-REC PIC X(111).
              10 WS-PEND-AUD-SW PIC X(1).
              10 WS-PEND-AUD.
                 15 FILLER PIC X(21).
                 15 WS-PEND-AUD-NUM PIC 9(9).
                 15 FILLER PIC X(284).

      * staging areas for the partition record just read
       01 WS-OUT-REC PIC X(134).
       01 WS-AUD-REC PIC X(314).

      * the seal.  WS-PART-CHAIN is where each partition's own chain
      * has got to; WS-AUD-LAST-* is the end of the main CALCAUD
      * chain - the last record on the trail before this merge (see
      * LOAD-AUDIT-ANCHOR-PARA), then the last one written
       01 WS-PART-CHAIN.
           05 WS-PART-CHAIN-ENTRY OCCURS 4 TIMES.
              10 WS-PART-SEALED-SW PIC X(1).
              10 WS-PART-LAST-CHECK PIC X(20).
       01 WS-AUD-STATUS PIC X(2) VALUE '00'.
       01 WS-AUD-ANCHOR-EOF PIC X(1) VALUE 'N'.
          88 WS-AUD-ANCHOR-AT-END VALUE 'Y'.
       01 WS-AUD-ANCHOR-SW PIC X(1) VALUE 'N'.
          88 WS-AUD-ANCHOR-FOUND VALUE 'Y'.
       01 WS-CAT-STATUS PIC X(2) VALUE '00'.
       01 WS-AUD-LAST-CHECK PIC X(20) VALUE SPACES.
       01 WS-AUD-LAST-JOB-ID PIC X(8) VALUE SPACES.
       01 WS-AUD-LAST-SEQ PIC 9(9) VALUE ZERO.
           COPY CALCCHKW.
       01 WS-GLX-REC PIC X(160).

      * combined summary - same counters the calculator reports per
      * run, rebuilt here across all four partitions
       01 WS-CNT-SQR PIC 9(9) VALUE ZERO.
       01 WS-CNT-REM PIC 9(9) VALUE ZERO.
       01 WS-CNT-REJECTED PIC 9(9) VALUE ZERO.
       01 WS-CNT-REVERSED PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-REVERSED PIC S9(18)V9(4) VALUE ZERO.
       01 WS-REVERSED-EDIT PIC -(18)9.9(4).
       01 WS-CNT-SPREAD PIC 9(9) VALUE ZERO.
       01 WS-CNT-SHARES PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-SPREAD PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPREAD-EDIT PIC -(18)9.9(4).
       01 WS-RESULT-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-RESULT PIC S9(18)V9(4) VALUE ZERO.
       01 WS-FIRST-RESULT-SW PIC X(1) VALUE 'Y'.
          88 WS-DEPT-FOUND VALUE 'Y'.
       01 WS-DEPT-TOTAL-EDIT PIC -(18)9.9(4).

      * per-currency breakdown, as on the single-stream report
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
           OPEN INPUT CALC-SPLIT-MAP
              PART1-EXTRACT-FILE PART2-EXTRACT-FILE
              PART3-EXTRACT-FILE PART4-EXTRACT-FILE.
           PERFORM CHECK-PART-OPENS-PARA.
           PERFORM LOAD-AUDIT-ANCHOR-PARA.

           OPEN OUTPUT CALC-RESULT-FILE CALC-ERROR-LOG
              CALC-AUDIT-LOG CALC-GL-EXTRACT.

      * VALUE can't reach inside the OCCURS, so zero the interleave
      * state explicitly, then buffer each partition's first reject
      * and first audit record
           INITIALIZE WS-PART-STATE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE 'N' TO WS-PART-SEALED-SW(WS-P)
               MOVE SPACES TO WS-PART-LAST-CHECK(WS-P)
           END-PERFORM.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               PERFORM READ-PART-ERR-PARA
               PERFORM BUFFER-PART-AUD-PARA
           END-PERFORM.

           PERFORM UNTIL END-OF-MAP-FILE
              CALC-AUDIT-LOG CALC-GL-EXTRACT.

           PERFORM COMBINED-REPORT-PARA.

      * check out on CALCDAY with the code and counts above
           COMPUTE WS-CKO-IN-COUNT = WS-RESULT-COUNT + WS-CNT-REJECTED.
           MOVE WS-RESULT-COUNT TO WS-CKO-OUT-COUNT.
           MOVE WS-CNT-REJECTED TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

      * the merge is clean, so the original CALCIN now counts as
               ELSE
                   PERFORM MERGE-LEFTOVER-PARA
               END-IF
               IF WS-PEND-AUD-SW(WS-P) = 'Y'
                   PERFORM MERGE-LEFTOVER-PARA
               END-IF
               PERFORM READ-PART-GLX-PARA
      * a success consumed one record on each of the partition's
      * three success streams - result passes through as-is, the
      * audit record is renumbered like the reject, the extract line
      * already carries the job id and department it needs.  a
      * spread consumed one such set per share, all its audit
      * records under the one partition-relative number.
       EMIT-SUCCESS-PARA.
           PERFORM EMIT-SUCCESS-SET-PARA.
           PERFORM UNTIL WS-PEND-AUD-SW(WS-P) NOT = 'Y'
              OR WS-PEND-AUD-NUM(WS-P) NOT = WS-PART-SEQ(WS-P)
               PERFORM EMIT-SUCCESS-SET-PARA
           END-PERFORM.

       EMIT-SUCCESS-SET-PARA.
           PERFORM READ-PART-OUT-PARA.
           IF WS-READ-HIT-EOF
               PERFORM MERGE-SHORT-PARA
           END-IF.
           WRITE CO-RECORD FROM WS-OUT-REC.

           IF WS-PEND-AUD-SW(WS-P) NOT = 'Y'
               PERFORM MERGE-SHORT-PARA
           END-IF.
           MOVE WS-PEND-AUD(WS-P) TO AL-RECORD.
           PERFORM BUFFER-PART-AUD-PARA.
           PERFORM VERIFY-PART-CHAIN-PARA.
           MOVE SM-ORIG-NUM TO AL-RECORD-NUM.
      * tally before the WRITE - the record area isn't reliable
      * after it
           PERFORM TALLY-SUCCESS-PARA.
           PERFORM SEAL-AUDIT-PARA.
           WRITE AL-RECORD.

           PERFORM READ-PART-GLX-PARA.
           END-IF.
           WRITE GL-RECORD FROM WS-GLX-REC.

      * the record as the partition's calculator sealed it, before
      * it is renumbered: its AL-PREV-CHECK must be the check of the
      * record before it in the same partition (the partition's
      * first record is taken as the start of its chain), and its
      * AL-CHECK must still be what its contents work out to
       VERIFY-PART-CHAIN-PARA.
           IF WS-PART-SEALED-SW(WS-P) = 'Y' AND
              AL-PREV-CHECK NOT = WS-PART-LAST-CHECK(WS-P)
               DISPLAY 'CALCMRGE: partition ', WS-P, ' audit chain ',
                  'broken before original record ', SM-ORIG-NUM
               PERFORM MERGE-BROKEN-SEAL-PARA
           END-IF.
           PERFORM COMPUTE-AUDIT-CHECK-PARA.
           IF WS-CHK-VALUE NOT = AL-CHECK
               DISPLAY 'CALCMRGE: partition ', WS-P, ' audit record ',
                  'for original record ', SM-ORIG-NUM,
                  ' does not match its seal'
               PERFORM MERGE-BROKEN-SEAL-PARA
           END-IF.
           MOVE 'Y' TO WS-PART-SEALED-SW(WS-P).
           MOVE AL-CHECK TO WS-PART-LAST-CHECK(WS-P).

       MERGE-BROKEN-SEAL-PARA.
           DISPLAY 'CALCMRGE: CALCAUD', WS-P, ' has been altered ',
              'since the partition run wrote it. Merge stopped, do ',
              'not post from it.'
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * next number in the job's audit sequence, then seal onto the
      * main chain - same as the calculator does in a single-stream
      * run, so the merged CALCAUD can't be told from one
       SEAL-AUDIT-PARA.
           IF AL-JOB-ID = WS-AUD-LAST-JOB-ID
               ADD 1 TO WS-AUD-LAST-SEQ
           ELSE
               MOVE 1 TO WS-AUD-LAST-SEQ
               MOVE AL-JOB-ID TO WS-AUD-LAST-JOB-ID
           END-IF.
           MOVE WS-AUD-LAST-SEQ TO AL-AUD-SEQ.
           MOVE WS-AUD-LAST-CHECK TO AL-PREV-CHECK.
           PERFORM COMPUTE-AUDIT-CHECK-PARA.
           MOVE WS-CHK-VALUE TO AL-CHECK.
           MOVE WS-CHK-VALUE TO WS-AUD-LAST-CHECK.

      * the end of the main chain as it stands - CALCAUD is held
      * DISP=MOD, so whatever is on it already is earlier days' trail
      * and the merged records carry on from its last record.
      * an empty CALCAUD is either a new trail or one a purge has
      * just archived in full - LOAD-CATALOG-ANCHOR-PARA tells which.
       LOAD-AUDIT-ANCHOR-PARA.
           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS = '00'
               PERFORM UNTIL WS-AUD-ANCHOR-AT-END
                   READ CALC-AUDIT-LOG
                       AT END
                           MOVE 'Y' TO WS-AUD-ANCHOR-EOF
                       NOT AT END
                           MOVE 'Y' TO WS-AUD-ANCHOR-SW
                           MOVE AL-CHECK TO WS-AUD-LAST-CHECK
                           MOVE AL-JOB-ID TO WS-AUD-LAST-JOB-ID
                           IF AL-AUD-SEQ IS NUMERIC
                               MOVE AL-AUD-SEQ TO WS-AUD-LAST-SEQ
                           ELSE
                               MOVE ZERO TO WS-AUD-LAST-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-AUDIT-LOG
           END-IF.
           IF NOT WS-AUD-ANCHOR-FOUND
               PERFORM LOAD-CATALOG-ANCHOR-PARA
           END-IF.

      * nothing on the live trail: chain from the end of the newest
      * archive generation that carries a seal.  no catalog, or one
      * with nothing sealed on it, is a trail starting from scratch.
       LOAD-CATALOG-ANCHOR-PARA.
           OPEN INPUT CALC-ARC-CATALOG.
           IF WS-CAT-STATUS = '00'
               MOVE 'N' TO WS-AUD-ANCHOR-EOF
               PERFORM UNTIL WS-AUD-ANCHOR-AT-END
                   READ CALC-ARC-CATALOG
                       AT END
                           MOVE 'Y' TO WS-AUD-ANCHOR-EOF
                       NOT AT END
                           IF AC-LAST-CHECK NOT = SPACES
                               MOVE AC-LAST-CHECK TO WS-AUD-LAST-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-ARC-CATALOG
           END-IF.

      * a partition stream ran dry where the map said a record must
      * be - a partition run didn't finish, or the wrong generation
      * of a work file is allocated.  nothing downstream may post
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * a reversal is its own category, kept out of the calculation
      * statistics but netted into its department, as the calculator
      * reports it.  so is a spread share; a spread counts once, on
      * its first share.  every total is in functional currency, as
      * the partitions struck them.
       TALLY-SUCCESS-PARA.
           EVALUATE AL-OPERATOR
              WHEN 'V'
                   ADD 1 TO WS-CNT-REVERSED
                   ADD AL-FUNC-RESULT TO WS-TOTAL-REVERSED
                       ON SIZE ERROR CONTINUE
                   END-ADD
              WHEN 'S'
                   ADD 1 TO WS-CNT-SHARES
                   IF AL-TIMESTAMP(18:4) = 'S001'
                       ADD 1 TO WS-CNT-SPREAD
                   END-IF
                   ADD AL-FUNC-RESULT TO WS-TOTAL-SPREAD
                       ON SIZE ERROR CONTINUE
                   END-ADD
              WHEN OTHER
                   PERFORM TALLY-CALCULATION-PARA
           END-EVALUATE.

           MOVE AL-DEPT TO WS-DEPT.
           PERFORM FIND-DEPT-PARA.
           ADD 1 TO WS-DEPT-CNT-OPS(WS-DEPT-IDX).
           ADD AL-FUNC-RESULT TO WS-DEPT-TOTAL(WS-DEPT-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.
           PERFORM TALLY-CURRENCY-PARA.

       TALLY-CALCULATION-PARA.
           ADD 1 TO WS-RESULT-COUNT.
           ADD AL-FUNC-RESULT TO WS-TOTAL-RESULT
               ON SIZE ERROR CONTINUE
           END-ADD.

           IF WS-FIRST-RESULT-SW = 'Y'
               MOVE AL-FUNC-RESULT TO WS-MIN-RESULT
               MOVE AL-FUNC-RESULT TO WS-MAX-RESULT
               MOVE 'N' TO WS-FIRST-RESULT-SW
           ELSE
               IF AL-FUNC-RESULT < WS-MIN-RESULT
                   MOVE AL-FUNC-RESULT TO WS-MIN-RESULT
               END-IF
               IF AL-FUNC-RESULT > WS-MAX-RESULT
                   MOVE AL-FUNC-RESULT TO WS-MAX-RESULT
               END-IF
           END-IF.

              WHEN 'm' ADD 1 TO WS-CNT-REM
           END-EVALUATE.

      * per-currency line, as on the single-stream report
       TALLY-CURRENCY-PARA.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM UNTIL WS-CCY-FOUND OR WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-CODE(WS-CCY-IDX) = AL-CURRENCY
                   MOVE 'Y' TO WS-CCY-FOUND-SW
               ELSE
                   ADD 1 TO WS-CCY-IDX
               END-IF
           END-PERFORM.

           IF WS-CCY-FOUND
               CONTINUE
           ELSE
               IF WS-CCY-COUNT >= 20
                   DISPLAY 'CALCMRGE: currency table full at 20 ',
                      'currencies - raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-IDX
               MOVE AL-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-CNT(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-ORIG-TOTAL(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-FUNC-TOTAL(WS-CCY-IDX)
           END-IF.

           ADD 1 TO WS-CCY-CNT(WS-CCY-IDX).
           ADD AL-RESULT TO WS-CCY-ORIG-TOTAL(WS-CCY-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.
           ADD AL-FUNC-RESULT TO WS-CCY-FUNC-TOTAL(WS-CCY-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.

               MOVE ZERO TO WS-DEPT-TOTAL(WS-DEPT-IDX)
           END-IF.

      * the partition's next audit record into its buffer - EOF just
      * empties the buffer, for the caller to judge
       BUFFER-PART-AUD-PARA.
           PERFORM READ-PART-AUD-PARA.
           IF WS-READ-HIT-EOF
               MOVE 'N' TO WS-PEND-AUD-SW(WS-P)
               MOVE ZERO TO WS-PEND-AUD-NUM(WS-P)
           ELSE
               MOVE 'Y' TO WS-PEND-AUD-SW(WS-P)
               MOVE WS-AUD-REC TO WS-PEND-AUD(WS-P)
           END-IF.

      * the four READ-PART-* paragraphs fan WS-P out to the right
      * file.  EOF on the reject stream is normal (a partition can
      * run clean); EOF anywhere else is for the caller to judge.
           DISPLAY ' SQUARE ROOTS. . . . : ', WS-CNT-SQR.
           DISPLAY ' REMAINDERS. . . . . : ', WS-CNT-REM.
           DISPLAY ' REJECTED INPUTS . . : ', WS-CNT-REJECTED.
           MOVE WS-TOTAL-REVERSED TO WS-REVERSED-EDIT.
           DISPLAY ' REVERSALS . . . . . : ', WS-CNT-REVERSED.
           DISPLAY ' REVERSED AMOUNT . . : ', WS-REVERSED-EDIT.
           MOVE WS-TOTAL-SPREAD TO WS-SPREAD-EDIT.
           DISPLAY ' SPREADS . . . . . . : ', WS-CNT-SPREAD.
           DISPLAY ' SPREAD SHARES . . . : ', WS-CNT-SHARES.
           DISPLAY ' SPREAD AMOUNT . . . : ', WS-SPREAD-EDIT.
           DISPLAY ' TOTAL CALCULATIONS. : ', WS-RESULT-COUNT.
           DISPLAY ' GRAND TOTAL (SUM) . : ', WS-TOTAL-EDIT.

               END-PERFORM
           END-IF.

           IF WS-CCY-COUNT > 0
               DISPLAY '------------------------------------'
               DISPLAY ' BREAKDOWN BY CURRENCY'
               DISPLAY ' CCY  OPERATIONS  TOTAL AS KEYED / FUNCTIONAL'
               MOVE 1 TO WS-CCY-IDX
               PERFORM UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   MOVE WS-CCY-ORIG-TOTAL(WS-CCY-IDX) TO
                      WS-CCY-ORIG-EDIT
                   MOVE WS-CCY-FUNC-TOTAL(WS-CCY-IDX) TO
                      WS-DEPT-TOTAL-EDIT
                   DISPLAY ' ', WS-CCY-CODE(WS-CCY-IDX), '  ',
                      WS-CCY-CNT(WS-CCY-IDX), WS-CCY-ORIG-EDIT
                   DISPLAY '                ', WS-DEPT-TOTAL-EDIT
                   ADD 1 TO WS-CCY-IDX
               END-PERFORM
           END-IF.

           DISPLAY '===================================='.

      * the calculator's COMPUTE-AUDIT-CHECK-PARA, word for word -
      * see there
       COMPUTE-AUDIT-CHECK-PARA.
           MOVE AL-RECORD(1:148) TO WS-CHK-BODY-1.
           MOVE AL-RECORD(179:96) TO WS-CHK-BODY-2.
           MOVE AL-PREV-CHECK TO WS-CHK-PREV.
           MOVE 1 TO WS-CHK-H1.
           MOVE 7 TO WS-CHK-H2.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-INPUT-LEN
               COMPUTE WS-CHK-H1 = FUNCTION MOD(WS-CHK-H1 * 257
                   + FUNCTION ORD(WS-CHK-INPUT(WS-CHK-IDX:1)),
                   2147483647)
               COMPUTE WS-CHK-H2 = FUNCTION MOD(WS-CHK-H2 * 263
                   + FUNCTION ORD(WS-CHK-INPUT(WS-CHK-IDX:1)),
                   999999937)
           END-PERFORM.
           MOVE WS-CHK-H1 TO WS-CHK-VALUE-1.
           MOVE WS-CHK-H2 TO WS-CHK-VALUE-2.

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
               DISPLAY 'CALCMRGE: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCMRGE: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCMRGE: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCMRGE: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
