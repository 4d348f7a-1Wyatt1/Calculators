           SELECT CALC-AUTH-FILE ASSIGN TO 'CALCAUTH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
      * allocation table - which departments a spread's total is
      * shared across and in what percentages
           SELECT CALC-ALLOC-FILE ASSIGN TO 'CALCALOC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.
      * accounting period calendar - detail dated into a closed
      * period is refused, not posted under a signed-off month
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO 'CALCPCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.
      * permanent run history - one record appended per batch run,
      * the capacity-planning numbers the sysout summary loses
           SELECT CALC-RUN-HISTORY ASSIGN TO 'CALCHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
      * the keyed audit master (CALCAUDL load) - a reversal record
      * names the calculation it backs out by its AUDMAST key, and
      * this is where the original is looked up
           SELECT AUDIT-MASTER-FILE ASSIGN TO 'AUDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               ALTERNATE RECORD KEY IS AM-CHAIN-ID WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
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

      * CSV extract handed to the GL reporting job
       FD  CALC-GL-EXTRACT.
       01  GL-RECORD PIC X(160).

      * last successfully processed CALCIN record number, plus enough
      * chain state (req 006) to resume mid-chain instead of reseeding
      * that would otherwise count itself as the first, and the run
      * history wants the true total
           05 CK-RESTART-COUNT PIC 9(3).
           05 CK-CHAIN-CURRENCY PIC X(3).

      * rounding/precision control card - optional, defaults apply
      * when CALCPARM isn't supplied. PM-JOB-ID optionally overrides
           05 PM-VOL-LIMIT PIC 9(9).
           05 PM-REJ-PCT-LIMIT PIC 9(3).
           05 PM-ELAPSED-LIMIT PIC 9(5).
      * the shop's functional currency - what the GL books in and
      * every total is struck in
           05 PM-FUNC-CURRENCY PIC X(3).
      * CALCOUTL's outlier screen: history window in months, band
      * width in standard deviations, and the fewest history points
      * a department's range is trusted on - ignored here
           05 PM-OUTL-MONTHS PIC 9(2).
           05 PM-OUTL-BAND PIC 9(2)V9(1).
           05 PM-OUTL-MIN-HIST PIC 9(4).

       FD  CALC-RATE-FILE.
           COPY CALCRATE.
       FD  CALC-RUN-REGISTER.
           COPY CALCRUNR.

       FD  CALC-AUTH-FILE.
           COPY CALCAUTR.

       FD  CALC-ALLOC-FILE.
           COPY CALCALOC.

       FD  PERIOD-CALENDAR-FILE.
           COPY CALCPCAL.

       FD  CALC-RUN-HISTORY.
           COPY CALCRHST.

       FD  AUDIT-MASTER-FILE.
           COPY CALCAMST.

       FD  CALC-ARC-CATALOG.
           COPY CALCACAT.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
      * funny temporal
       01 WS-OPERATOR PIC X(1).
       01 WS-A-EDIT PIC -(16)9.9(4).
       01 WS-B-EDIT PIC -(16)9.9(4).
       01 WS-RESULT-EDIT PIC -(16)9.9(4).
       01 WS-FUNC-A-EDIT PIC -(16)9.9(4).
       01 WS-FUNC-B-EDIT PIC -(16)9.9(4).
       01 WS-FUNC-RESULT-EDIT PIC -(16)9.9(4).

      * run-mode switch, I=one-off ACCEPT prompts, B=CALCIN batch file
       01 WS-RUN-MODE PIC X(1).
      * once the header is read, so a delayed file still processes
      * against the rates in force for its own batch date
       01 WS-BATCH-DATE PIC 9(8) VALUE ZERO.
      * the CALCIN header's source system, carried onto every reject
      * with the batch date so its disposition can find its way back
      * to the area that sent it
       01 WS-SOURCE-SYSTEM PIC X(8) VALUE SPACES.
      * the code LOOKUP-RATE-PARA searches for - an operand's rate
      * code or a currency's FX code
       01 WS-LOOKUP-CODE PIC X(8) VALUE SPACES.

      * currency state.  the functional currency comes off CALCPARM;
      * with no card, only records keyed without a currency count as
      * functional and any coded currency needs its FX entry - never
      * a guess at which currency the books are kept in.  a record's
      * currency converts at the CALCRATE entry 'FX' + code in force
      * on the batch date, the same in-force rule as an operand rate
      * code; no entry rejects the record FX rather than posting an
      * unconverted amount into functional totals.  a chain computes
      * in one currency from seed to last step - a continuation
      * keyed in another rejects CX.
       01 WS-FUNC-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CHAIN-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-FX-CODE.
           05 FILLER PIC X(2) VALUE 'FX'.
           05 WS-FX-CODE-CCY PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
       01 WS-FX-RATE PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
          CHARACTER VALUE 1.
       01 WS-FX-MISSING-SW PIC X(1) VALUE 'N'.
          88 WS-FX-MISSING VALUE 'Y'.
       01 WS-CCY-MISMATCH-SW PIC X(1) VALUE 'N'.
          88 WS-CCY-MISMATCH VALUE 'Y'.
       01 WS-FUNC-A PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
          CHARACTER.
       01 WS-FUNC-B PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
          CHARACTER.
       01 WS-FUNC-RESULT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
          CHARACTER.

      * header/trailer control totals for the batch file: what the
      * trailer promised versus what the read loop actually saw.  a
       01 WS-OP-CANON PIC X(1) VALUE SPACE.
       01 WS-ABS-AMOUNT PIC 9(16)V9(4) VALUE ZERO.

      * allocation table, loaded once from CALCALOC at start of run
      * and resolved per spread against the batch date, the same way
      * the rate table is.  a missing CALCALOC means no key can
      * resolve - every spread rejects AK instead of posting.
       01 WS-ALOC-STATUS PIC X(2) VALUE '00'.
       01 WS-ALOC-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-ALOC-FILE VALUE 'Y'.
       01 WS-ALOC-TABLE.
           05 WS-ALOC-ENTRY OCCURS 300 TIMES.
              10 WS-ALOC-KEY PIC X(8).
              10 WS-ALOC-EFF-DATE PIC 9(8).
              10 WS-ALOC-DEPT PIC X(4).
              10 WS-ALOC-PERCENT PIC 9(3)V9(4).
              10 WS-ALOC-REM-SW PIC X(1).
       01 WS-ALOC-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ALOC-IDX PIC 9(3) VALUE ZERO.

      * period calendar, loaded once at start of run.  the header's
      * batch date is looked up in it as soon as the header is read:
      * a batch dated into a closed period has every detail refused
      * PL, whatever else is right or wrong with it, so nothing more
      * lands in a month finance has signed off.  the rejects go to
      * CALCERR as usual and CALCFIX sends them back in dated into
      * the open period.
           COPY CALCPCLW.
       01 WS-PERIOD-LOCKED-SW PIC X(1) VALUE 'N'.
          88 WS-PERIOD-LOCKED VALUE 'Y'.
       01 WS-LOCKED-PERIOD-ID PIC X(6) VALUE SPACES.
       01 WS-LOCKED-REASON-TEXT PIC X(30) VALUE SPACES.

      * the spread in hand: its key and total, the key's entries in
      * force on the batch date copied out as one line per share,
      * and what each share comes to in the spread's currency and
      * in functional.  WS-SPR-REM-IDX is the line that takes the
      * rounding remainder.  twenty receiving departments is a wide
      * split for one key; more is a hard stop, never a short spread.
       01 WS-SPR-KEY PIC X(8) VALUE SPACES.
       01 WS-SPR-TOTAL PIC S9(16)V9(4) VALUE ZERO.
       01 WS-SPR-FUNC-TOTAL PIC S9(16)V9(4) VALUE ZERO.
       01 WS-SPR-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-SPR-TABLE.
           05 WS-SPR-ENTRY OCCURS 20 TIMES.
              10 WS-SPR-DEPT PIC X(4).
              10 WS-SPR-PERCENT PIC 9(3)V9(4).
              10 WS-SPR-AMOUNT PIC S9(16)V9(4).
              10 WS-SPR-FUNC-AMOUNT PIC S9(16)V9(4).
       01 WS-SPR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SPR-IDX PIC 9(3) VALUE ZERO.
       01 WS-SPR-REM-IDX PIC 9(3) VALUE ZERO.
       01 WS-SPR-REM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SPR-PCT-TOTAL PIC 9(5)V9(4) VALUE ZERO.
       01 WS-SPR-ALLOCATED PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPR-FUNC-ALLOCATED PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPR-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-SPR-FOUND VALUE 'Y'.
      * the first receiving department CALCAUTH bars, for the reject
       01 WS-SPR-BAR-DEPT PIC X(4) VALUE SPACES.
      * 'S' plus the share number, laid into the spare tail of the
      * audit timestamp while a spread's shares are written - see
      * CALCAUDR.cpy.  zero the rest of the time, tail left blank.
       01 WS-SPR-SHARE-TAG.
           05 FILLER PIC X(1) VALUE 'S'.
           05 WS-SPR-SHARE-NUM PIC 9(3) VALUE ZERO.

      * GL extract job/run identifier - defaulted per run from the
      * wall clock (SET-DEFAULT-JOB-ID-PARA), overridable via the
      * optional PM-JOB-ID on CALCPARM
       01 WS-JOB-ID PIC X(8) VALUE SPACES.

      * the CALCAUD seal - the last record already on the trail is
      * what this run's first record chains from, and this job's
      * audit sequence carries on from it on a restart.  see
      * LOAD-AUDIT-ANCHOR-PARA
       01 WS-AUD-LAST-CHECK PIC X(20) VALUE SPACES.
       01 WS-AUD-SEQ PIC 9(9) VALUE ZERO.
       01 WS-AUD-ANCHOR-EOF PIC X(1) VALUE 'N'.
           88 WS-AUD-ANCHOR-AT-END VALUE 'Y'.
       01 WS-AUD-ANCHOR-SW PIC X(1) VALUE 'N'.
           88 WS-AUD-ANCHOR-FOUND VALUE 'Y'.
       01 WS-CAT-STATUS PIC X(2) VALUE '00'.
           COPY CALCCHKW.

      * run-history bookkeeping: when this execution started, and
      * how many checkpoint restarts the run has taken in total
       01 WS-HIS-STATUS PIC X(2) VALUE '00'.
          88 WS-DEPT-FOUND VALUE 'Y'.
       01 WS-DEPT-TOTAL-EDIT PIC -(18)9.9(4).

      * per-currency breakdown: what was computed in each currency,
      * in that currency and converted.  the functional column sums
      * to the grand total above it.
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

      * reversal state.  AUDMAST is opened for the batch path only
      * and is optional like the other reference files - without it
      * no original can be found, so every reversal rejects RU
      * rather than posting a back-out nobody verified.  the table
      * holds the originals reversed so far this run: the master
      * only learns of a reversal when CALCAUDL loads tonight's
      * trail, so a second reversal of the same original further
      * down the same CALCIN has to be caught here.
       01 WS-MST-STATUS PIC X(2) VALUE '00'.
       01 WS-MST-AVAIL-SW PIC X(1) VALUE 'N'.
          88 WS-MST-AVAILABLE VALUE 'Y'.
       01 WS-ORIG-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-ORIG-FOUND VALUE 'Y'.
       01 WS-REVERSAL-OF PIC X(30) VALUE SPACES.
       01 WS-REV-TABLE.
           05 WS-REV-KEY OCCURS 500 TIMES PIC X(30).
       01 WS-REV-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REV-IDX PIC 9(3) VALUE ZERO.
       01 WS-REV-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-REV-FOUND VALUE 'Y'.
      * reversals are their own category on the summary: counted
      * and totalled apart from the calculations, so the run's
      * calculation statistics aren't dragged about by back-outs
       01 WS-CNT-REVERSED PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-REVERSED PIC S9(18)V9(4) VALUE ZERO.
       01 WS-REVERSED-EDIT PIC -(18)9.9(4).
      * spreads likewise: how many posted, how many shares that made
      * and the functional amount allocated.  the shares are in the
      * department breakdown, not the calculation statistics.
       01 WS-CNT-SPREAD PIC 9(9) VALUE ZERO.
       01 WS-CNT-SHARES PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-SPREAD PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPREAD-EDIT PIC -(18)9.9(4).

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
       ENTRY_PARA.
      * must know whether this run is resuming a checkpoint *before*
           PERFORM OPEN-LOG-FILES-PARA.
           PERFORM LOAD-RATE-TABLE-PARA.
           PERFORM LOAD-AUTH-TABLE-PARA.
           PERFORM LOAD-ALLOC-TABLE-PARA.
           PERFORM LOAD-PERIOD-TABLE-PARA.

           EVALUATE WS-RUN-MODE
              WHEN 'B' PERFORM BATCH-CALC-PARA
               PERFORM WRITE-RUN-HISTORY-PARA
           END-IF.

      * a batch run checks out on CALCDAY with its code and counts;
      * console sessions never checked in
           IF WS-RUN-MODE = 'B' OR WS-RUN-MODE = 'b'
               MOVE WS-CTL-COUNT TO WS-CKO-IN-COUNT
               MOVE WS-RESULT-COUNT TO WS-CKO-OUT-COUNT
               MOVE WS-CNT-REJECTED TO WS-CKO-REJ-COUNT
               PERFORM CHECK-OUT-STEP-PARA
           END-IF.

           STOP RUN.

      * appends this run's identity and shape to CALCHIST: counts by
      * restart when there's nothing to append to) - fall back to
      * OPEN OUTPUT in that case rather than leaving the file unopened.
       OPEN-LOG-FILES-PARA.
           PERFORM LOAD-AUDIT-ANCHOR-PARA.

           IF WS-RESTART-SKIP-COUNT > 0
               OPEN EXTEND CALC-ERROR-LOG
               IF WS-ERR-STATUS = '35'
               OPEN OUTPUT CALC-GL-EXTRACT
           END-IF.

      * read whatever is already on CALCAUD (the JCL holds it
      * DISP=MOD, so a normal run adds to it as well as a restart)
      * and keep the last record's check value - the first record
      * this run writes chains from it.  a record from before the
      * seal has spaces there and the chain simply starts fresh.
      * the audit sequence picks up from the last record only when
      * it belongs to this job, i.e. on a restart; a new job starts
      * at 1.  an empty CALCAUD is either a new trail or one a
      * purge has just archived in full - LOAD-CATALOG-ANCHOR-PARA
      * tells which.
       LOAD-AUDIT-ANCHOR-PARA.
           MOVE SPACES TO WS-AUD-LAST-CHECK.
           MOVE ZERO TO WS-AUD-SEQ.
           MOVE 'N' TO WS-AUD-ANCHOR-SW.
           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS = '00'
               MOVE 'N' TO WS-AUD-ANCHOR-EOF
               PERFORM UNTIL WS-AUD-ANCHOR-AT-END
                   READ CALC-AUDIT-LOG
                       AT END
                           MOVE 'Y' TO WS-AUD-ANCHOR-EOF
                       NOT AT END
                           MOVE 'Y' TO WS-AUD-ANCHOR-SW
                           MOVE AL-CHECK TO WS-AUD-LAST-CHECK
                           IF AL-JOB-ID = WS-JOB-ID AND
                              AL-AUD-SEQ IS NUMERIC
                               MOVE AL-AUD-SEQ TO WS-AUD-SEQ
                           ELSE
                               MOVE ZERO TO WS-AUD-SEQ
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

      * a per-run job/run identifier for the GL extract (req 008) -
      * time-derived so every run's CALCGLX records are traceable to
      * the run that produced them, even with no CALCPARM override
                         MOVE PM-JOB-ID TO WS-JOB-ID
                     END-IF
                     MOVE PM-FORCE-SW TO WS-FORCE-SW
                     MOVE PM-FUNC-CURRENCY TO WS-FUNC-CURRENCY
               END-READ
               CLOSE CALC-PARM-FILE
           END-IF.
               CLOSE CALC-AUTH-FILE
           END-IF.

      * pulls the allocation table in - optional like the others;
      * which entries are in force is decided per spread
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
                               DISPLAY 'Allocation table full at ',
                                  '300 CALCALOC entries - raise the ',
                                  'limit'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE AK-KEY TO
                              WS-ALOC-KEY(WS-ALOC-COUNT)
                           MOVE AK-EFF-DATE TO
                              WS-ALOC-EFF-DATE(WS-ALOC-COUNT)
                           MOVE AK-DEPT TO
                              WS-ALOC-DEPT(WS-ALOC-COUNT)
                           MOVE AK-PERCENT TO
                              WS-ALOC-PERCENT(WS-ALOC-COUNT)
                           MOVE AK-REMAINDER-SW TO
                              WS-ALOC-REM-SW(WS-ALOC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CALC-ALLOC-FILE
           END-IF.

       INTERACTIVE-CALC-PARA.
      * a leftover batch checkpoint may have restored a chain id in
      * CHECK-RESTART-PARA - console work is never part of a CALCIN
      * console operands are always literal - never let a leftover
      * batch rate code tag an interactive audit record
           MOVE SPACES TO WS-USED-RATE-CODE.
      * console amounts are functional currency
           MOVE WS-FUNC-CURRENCY TO WS-CURRENCY.
           MOVE 1 TO WS-FX-RATE.
           PERFORM VALIDATE-OPERATOR-PARA.
           PERFORM VALIDATE-NUMBER1-PARA.
           PERFORM VALIDATE-NUMBER2-PARA.
           OPEN INPUT CALC-TRANS-FILE.
           PERFORM OPEN-RESULT-FILE-PARA.

           OPEN INPUT AUDIT-MASTER-FILE.
           IF WS-MST-STATUS = '00'
               MOVE 'Y' TO WS-MST-AVAIL-SW
           END-IF.

      * the header comes off the file before the restart skip loop -
      * it was never counted as a processed record, so the checkpoint
      * record numbers still line up with the detail records behind it
                   IF NOT END-OF-TRANS-FILE
                       ADD 1 TO WS-RECORD-NUM
                       PERFORM ADD-CONTROL-TOTALS-PARA
      * a reversal processed before the checkpoint still counts
      * against its original - put it back in the table, or the
      * same original could be backed out twice across the restart
                       IF CT-IS-REVERSAL
                           PERFORM REMEMBER-REVERSAL-PARA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM CLEAR-CHECKPOINT-PARA.

           CLOSE CALC-TRANS-FILE CALC-RESULT-FILE.
           IF WS-MST-AVAILABLE
               CLOSE AUDIT-MASTER-FILE
           END-IF.

      * the run completed cleanly - put it on record so the same
      * CALCIN can't be processed again tomorrow by mistake.  a run
       PROCESS-ONE-TRANS-PARA.
           ADD 1 TO WS-RECORD-NUM.
           PERFORM ADD-CONTROL-TOTALS-PARA.

           EVALUATE TRUE
              WHEN CT-IS-REVERSAL
                   PERFORM PROCESS-REVERSAL-PARA
              WHEN CT-IS-SPREAD
                   PERFORM PROCESS-SPREAD-PARA
              WHEN OTHER
                   PERFORM PROCESS-CALCULATION-PARA
           END-EVALUATE.

           IF FUNCTION MOD(WS-RECORD-NUM,
              WS-CHECKPOINT-INTERVAL) = 0
               PERFORM WRITE-CHECKPOINT-PARA
           END-IF.

       PROCESS-CALCULATION-PARA.
           MOVE CT-DEPT TO WS-DEPT.
           MOVE CT-OPERATOR TO WS-OPERATOR.
           PERFORM RESOLVE-OPERAND-PARA.
           PERFORM RESOLVE-CURRENCY-PARA.
      * entitlement check sits between resolution and computation -
      * it needs the operand's numeric value (a rate-coded '#VAT1'
      * can resolve over a department's limit too) and must have
      * judged the record before CALC-ONE-PARA touches the chain
           PERFORM CHECK-DEPT-AUTH-PARA.

           MOVE 'N' TO WS-CCY-MISMATCH-SW.
           IF CT-CHAIN-ID = WS-PREV-CHAIN-ID
              AND CT-CHAIN-ID NOT = SPACES
               IF WS-CURRENCY NOT = WS-CHAIN-CURRENCY
                   MOVE 'Y' TO WS-CCY-MISMATCH-SW
               END-IF
           ELSE
               MOVE CT-B TO WS-B
               MOVE 'N' TO WS-CHAIN-BROKEN-SW
               MOVE WS-CURRENCY TO WS-CHAIN-CURRENCY
           END-IF.
           MOVE CT-CHAIN-ID TO WS-PREV-CHAIN-ID.

               MOVE WS-B-ORIGINAL TO CR-B
               MOVE WS-B TO CR-RESULT
               MOVE WS-DEPT TO CR-DEPT
               PERFORM MOVE-RESULT-CURRENCY-PARA
               WRITE CR-RECORD
           ELSE
      * this step (the chain's base or a continuation) produced no
               MOVE 'Y' TO WS-CHAIN-BROKEN-SW
           END-IF.

      * a reversal backs out one calculation that already posted: the
      * original is read off AUDMAST by the key the record names and
      * written again negated - operands and result alike - under the
      * original's own department and chain id, as a CALCOUT result,
      * a CALCAUD record carrying the original's key, and a CALCGLX
      * line that nets the original's posting to nothing.  one record
      * on each success stream, or one reject, exactly like any other
      * detail, so the merge and the reconciliation need no new rule.
      * a reversal never joins a chain: whatever chain was running
      * ends here, the same rule CALCSPLT routes by.
       PROCESS-REVERSAL-PARA.
           MOVE SPACES TO WS-PREV-CHAIN-ID.
           MOVE 'N' TO WS-CHAIN-BROKEN-SW.
           MOVE CT-V-DEPT TO WS-DEPT.
           MOVE 'V' TO WS-OPERATOR.
           MOVE SPACES TO WS-USED-RATE-CODE.

           PERFORM CHECK-REVERSAL-PARA.

           IF WS-CALC-VALID
               MOVE CT-V-ORIG-KEY TO WS-REVERSAL-OF
               MOVE AM-DEPT TO WS-DEPT
               COMPUTE WS-A = 0 - AM-A
               COMPUTE WS-B-ORIGINAL = 0 - AM-B
               COMPUTE WS-B = 0 - AM-RESULT
      * backed out at the original's own rate, not today's - the
      * functional posting has to net to exactly nothing as well
               MOVE AM-CURRENCY TO WS-CURRENCY
               MOVE AM-FX-RATE TO WS-FX-RATE
               COMPUTE WS-FUNC-A = 0 - AM-FUNC-A
               COMPUTE WS-FUNC-B = 0 - AM-FUNC-B
               COMPUTE WS-FUNC-RESULT = 0 - AM-FUNC-RESULT
               ADD 1 TO WS-CNT-REVERSED
               ADD WS-FUNC-RESULT TO WS-TOTAL-REVERSED
                   ON SIZE ERROR CONTINUE
               END-ADD
               PERFORM TALLY-DEPT-RESULT-PARA
               PERFORM TALLY-CURRENCY-PARA
      * the audit record takes the original's chain id so a chain
      * inquiry shows the back-out beside the step it undid - cleared
      * again straight after, or the next record would be taken for
      * a continuation of that chain
               MOVE AM-CHAIN-ID TO WS-PREV-CHAIN-ID
               PERFORM WRITE-AUDIT-LOG-PARA
               PERFORM WRITE-GL-EXTRACT-PARA
               MOVE SPACES TO WS-PREV-CHAIN-ID
               MOVE SPACES TO WS-REVERSAL-OF
               PERFORM REMEMBER-REVERSAL-PARA
               MOVE 'V' TO CR-OPERATOR
               MOVE WS-A TO CR-A
               MOVE WS-B-ORIGINAL TO CR-B
               MOVE WS-B TO CR-RESULT
               MOVE WS-DEPT TO CR-DEPT
               PERFORM MOVE-RESULT-CURRENCY-PARA
               WRITE CR-RECORD
           ELSE
               MOVE WS-RECORD-NUM TO CE-RECORD-NUM
               MOVE SPACES TO CE-CHAIN-ID
               MOVE SPACES TO CE-CURRENCY
               MOVE 'V' TO CE-OPERATOR
               MOVE CT-V-ORIG-TIMESTAMP TO CE-V-ORIG-TIMESTAMP
               MOVE SPACES TO CE-V-ORIG-B
               MOVE CT-V-ORIG-RECORD-NUM TO CE-V-ORIG-RECORD-NUM
               MOVE WS-DEPT TO CE-DEPT
               PERFORM TALLY-DEPT-REJECT-PARA
               MOVE WS-SOURCE-SYSTEM TO CE-SOURCE-SYSTEM
               MOVE WS-BATCH-DATE TO CE-BATCH-DATE
               WRITE CE-RECORD
               ADD 1 TO WS-CNT-REJECTED
           END-IF.

      * may this reversal go through?  the original has to be on the
      * master, must not itself be a reversal (backing out a back-out
      * is keying the original again - do that instead), and must
      * not already be reversed, on the master or earlier in this
      * run.  an original written by a run CALCAUDL hasn't loaded yet
      * is not on the master either - it rejects RN and goes back in
      * through CALCFIX once the load has run.
       CHECK-REVERSAL-PARA.
           MOVE 'Y' TO WS-CALC-VALID-SW.
           MOVE 'N' TO WS-ORIG-FOUND-SW.
           IF WS-MST-AVAILABLE
               MOVE CT-V-ORIG-KEY TO AM-KEY
               READ AUDIT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ORIG-FOUND-SW
               END-READ
           END-IF.
           PERFORM FIND-REVERSAL-PARA.

           EVALUATE TRUE
              WHEN WS-PERIOD-LOCKED
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'PL' TO CE-REASON-CODE
                   MOVE WS-LOCKED-REASON-TEXT TO CE-REASON-TEXT
              WHEN NOT WS-MST-AVAILABLE
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'RU' TO CE-REASON-CODE
                   MOVE 'AUDMAST NOT AVAILABLE' TO CE-REASON-TEXT
              WHEN NOT WS-ORIG-FOUND
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'RN' TO CE-REASON-CODE
                   MOVE 'REVERSAL ORIGINAL NOT FOUND' TO
                      CE-REASON-TEXT
              WHEN AM-OPERATOR = 'V'
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'RX' TO CE-REASON-CODE
                   MOVE 'ORIGINAL IS ITSELF A REVERSAL' TO
                      CE-REASON-TEXT
              WHEN AM-REVERSED-BY NOT = SPACES
                 OR WS-REV-FOUND
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'RD' TO CE-REASON-CODE
                   MOVE 'ORIGINAL ALREADY REVERSED' TO CE-REASON-TEXT
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-REVERSAL-PARA.
           MOVE 'N' TO WS-REV-FOUND-SW.
           MOVE 1 TO WS-REV-IDX.
           PERFORM UNTIL WS-REV-FOUND OR WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-KEY(WS-REV-IDX) = CT-V-ORIG-KEY
                   MOVE 'Y' TO WS-REV-FOUND-SW
               ELSE
                   ADD 1 TO WS-REV-IDX
               END-IF
           END-PERFORM.

       REMEMBER-REVERSAL-PARA.
           PERFORM FIND-REVERSAL-PARA.
           IF WS-REV-FOUND
               CONTINUE
           ELSE
               IF WS-REV-COUNT >= 500
                   DISPLAY 'Reversal table full at 500 reversals ',
                      'in one run - raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REV-COUNT
               MOVE CT-V-ORIG-KEY TO WS-REV-KEY(WS-REV-COUNT)
           END-IF.

      * a spread shares one total across the departments on its
      * allocation key: one CALCOUT result, one CALCAUD record and
      * one CALCGLX line per receiving department, each under that
      * department, with the rounding remainder on the department
      * the key designates so the shares add back to the total to
      * the last decimal.  it is all or nothing - a key that can't
      * be resolved, doesn't total 100%, has no single remainder
      * department, or names a department CALCAUTH bars, rejects the
      * whole spread as one CALCERR record under the submitting
      * department, and no share is written.  like a reversal, a
      * spread never joins a chain and ends whichever was running.
      * every share carries this detail's record number - CALCMRGE
      * takes a partition's audit records with the same number as
      * one detail's output, and CALCRCN counts the spread once.
       PROCESS-SPREAD-PARA.
           MOVE SPACES TO WS-PREV-CHAIN-ID.
           MOVE 'N' TO WS-CHAIN-BROKEN-SW.
           MOVE CT-DEPT TO WS-DEPT.
           MOVE 'S' TO WS-OPERATOR.
           MOVE CT-ALLOC-KEY TO WS-SPR-KEY.
           MOVE CT-ALLOC-KEY TO WS-USED-RATE-CODE.
           MOVE CT-B TO WS-SPR-TOTAL.
           MOVE SPACES TO WS-REVERSAL-OF.

           PERFORM RESOLVE-CURRENCY-PARA.
           PERFORM FIND-SPREAD-KEY-PARA.
           PERFORM CHECK-SPREAD-PARA.

           IF WS-CALC-VALID
               ADD 1 TO WS-CNT-SPREAD
               MOVE 1 TO WS-SPR-IDX
               PERFORM UNTIL WS-SPR-IDX > WS-SPR-COUNT
                   PERFORM POST-SPREAD-SHARE-PARA
                   ADD 1 TO WS-SPR-IDX
               END-PERFORM
               MOVE ZERO TO WS-SPR-SHARE-NUM
           ELSE
               MOVE WS-RECORD-NUM TO CE-RECORD-NUM
               MOVE SPACES TO CE-CHAIN-ID
               MOVE 'S' TO CE-OPERATOR
               MOVE SPACES TO CE-S-ALLOC
               MOVE WS-SPR-KEY TO CE-S-ALLOC-KEY
               MOVE WS-SPR-TOTAL TO CE-B
               MOVE WS-CURRENCY TO CE-CURRENCY
               MOVE CT-DEPT TO WS-DEPT
               MOVE WS-DEPT TO CE-DEPT
               PERFORM TALLY-DEPT-REJECT-PARA
               MOVE WS-SOURCE-SYSTEM TO CE-SOURCE-SYSTEM
               MOVE WS-BATCH-DATE TO CE-BATCH-DATE
               WRITE CE-RECORD
               ADD 1 TO WS-CNT-REJECTED
           END-IF.
           MOVE SPACES TO WS-USED-RATE-CODE.

      * the key's entries in force on the batch date: the latest
      * effective date on or before it, then every entry carrying
      * that key and that date, in file order - one share each
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
                  AND WS-ALOC-EFF-DATE(WS-ALOC-IDX) NOT > WS-BATCH-DATE
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
               DISPLAY 'Spread table full at 20 departments on ',
                  'allocation key ', WS-SPR-KEY, ' - raise the limit'
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

      * may the spread go through?  the key's own shape first, then
      * the currency, then - with the shares worked out - every
      * receiving department against its authorization card.  the
      * reason text names the key or the department at fault.
       CHECK-SPREAD-PARA.
           MOVE 'Y' TO WS-CALC-VALID-SW.
           EVALUATE TRUE
              WHEN WS-PERIOD-LOCKED
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'PL' TO CE-REASON-CODE
                   MOVE WS-LOCKED-REASON-TEXT TO CE-REASON-TEXT
              WHEN NOT WS-SPR-FOUND
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'AK' TO CE-REASON-CODE
                   MOVE SPACES TO CE-REASON-TEXT
                   STRING 'ALLOC KEY ' DELIMITED BY SIZE
                          WS-SPR-KEY DELIMITED BY SIZE
                          ' NOT FOUND' DELIMITED BY SIZE
                     INTO CE-REASON-TEXT
              WHEN WS-SPR-PCT-TOTAL NOT = 100
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'AP' TO CE-REASON-CODE
                   MOVE SPACES TO CE-REASON-TEXT
                   STRING 'ALLOC KEY ' DELIMITED BY SIZE
                          WS-SPR-KEY DELIMITED BY SIZE
                          ' NOT 100 PCT' DELIMITED BY SIZE
                     INTO CE-REASON-TEXT
              WHEN WS-SPR-REM-COUNT NOT = 1
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'AR' TO CE-REASON-CODE
                   MOVE SPACES TO CE-REASON-TEXT
                   STRING 'KEY ' DELIMITED BY SIZE
                          WS-SPR-KEY DELIMITED BY SIZE
                          ' NEEDS 1 REM DEPT' DELIMITED BY SIZE
                     INTO CE-REASON-TEXT
              WHEN WS-FX-MISSING
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'FX' TO CE-REASON-CODE
                   MOVE SPACES TO CE-REASON-TEXT
                   STRING 'NO FX RATE FOR ' DELIMITED BY SIZE
                          WS-CURRENCY DELIMITED BY SIZE
                     INTO CE-REASON-TEXT
              WHEN OTHER
                   PERFORM COMPUTE-SPREAD-SHARES-PARA
                   PERFORM CHECK-SPREAD-AUTH-PARA
           END-EVALUATE.

      * each share at the department's percentage, rounded or cut to
      * the CALCPARM precision like any result; the remainder
      * department then takes whatever that leaves over.  the
      * functional shares are squared off the same way against the
      * converted total, so the GL postings add back to it as well.
       COMPUTE-SPREAD-SHARES-PARA.
           MOVE ZERO TO WS-SPR-ALLOCATED.
           MOVE ZERO TO WS-SPR-FUNC-ALLOCATED.
           COMPUTE WS-SPR-FUNC-TOTAL ROUNDED =
              WS-SPR-TOTAL * WS-FX-RATE.
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
               COMPUTE WS-SPR-FUNC-AMOUNT(WS-SPR-IDX) ROUNDED =
                  WS-B * WS-FX-RATE
               ADD WS-SPR-FUNC-AMOUNT(WS-SPR-IDX) TO
                  WS-SPR-FUNC-ALLOCATED
               ADD 1 TO WS-SPR-IDX
           END-PERFORM.

           COMPUTE WS-SPR-AMOUNT(WS-SPR-REM-IDX) =
              WS-SPR-AMOUNT(WS-SPR-REM-IDX) + WS-SPR-TOTAL
              - WS-SPR-ALLOCATED.
           COMPUTE WS-SPR-FUNC-AMOUNT(WS-SPR-REM-IDX) =
              WS-SPR-FUNC-AMOUNT(WS-SPR-REM-IDX) + WS-SPR-FUNC-TOTAL
              - WS-SPR-FUNC-ALLOCATED.

      * every receiving department must be allowed to take a spread
      * ('S' on its card, if it has one) and its share, converted,
      * must sit inside the card's limit.  the first department
      * barred stops the look and names itself on the reject.
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
                          WS-SPR-FUNC-AMOUNT(WS-SPR-IDX))
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
                   MOVE 'UO' TO CE-REASON-CODE
                   MOVE SPACES TO CE-REASON-TEXT
                   STRING 'DEPT ' DELIMITED BY SIZE
                          WS-DEPT DELIMITED BY SIZE
                          ' OP NOT ALLOWED' DELIMITED BY SIZE
                     INTO CE-REASON-TEXT
              WHEN WS-AUTH-AMT-VIOL
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'UA' TO CE-REASON-CODE
                   MOVE SPACES TO CE-REASON-TEXT
                   STRING 'DEPT ' DELIMITED BY SIZE
                          WS-DEPT DELIMITED BY SIZE
                          ' AMOUNT OVER LIMIT' DELIMITED BY SIZE
                     INTO CE-REASON-TEXT
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * one share out on all three success streams, under the
      * receiving department: the percentage as the operand, the
      * total spread as the operand going in, the share as the
      * result - the same three a '%' on the total would show
       POST-SPREAD-SHARE-PARA.
           MOVE WS-SPR-IDX TO WS-SPR-SHARE-NUM.
           MOVE WS-SPR-DEPT(WS-SPR-IDX) TO WS-DEPT.
           MOVE WS-SPR-PERCENT(WS-SPR-IDX) TO WS-A.
           MOVE WS-SPR-TOTAL TO WS-B-ORIGINAL.
           MOVE WS-SPR-AMOUNT(WS-SPR-IDX) TO WS-B.
           MOVE WS-A TO WS-FUNC-A.
           MOVE WS-SPR-FUNC-TOTAL TO WS-FUNC-B.
           MOVE WS-SPR-FUNC-AMOUNT(WS-SPR-IDX) TO WS-FUNC-RESULT.
           ADD 1 TO WS-CNT-SHARES.
           ADD WS-FUNC-RESULT TO WS-TOTAL-SPREAD
               ON SIZE ERROR CONTINUE
           END-ADD.
           PERFORM TALLY-DEPT-RESULT-PARA.
           PERFORM TALLY-CURRENCY-PARA.
           PERFORM WRITE-AUDIT-LOG-PARA.
           PERFORM WRITE-GL-EXTRACT-PARA.
           MOVE 'S' TO CR-OPERATOR.
           MOVE WS-A TO CR-A.
           MOVE WS-B-ORIGINAL TO CR-B.
           MOVE WS-B TO CR-RESULT.
           MOVE WS-DEPT TO CR-DEPT.
           PERFORM MOVE-RESULT-CURRENCY-PARA.
           WRITE CR-RECORD.

      * the running side of the trailer check: one count per detail
      * record, hash over the literal CT-A amounts (the same
      * definition the upstream trailer is built from)
       ADD-CONTROL-TOTALS-PARA.
           ADD 1 TO WS-CTL-COUNT.
           IF CT-A-IS-RATE-CODE OR CT-IS-REVERSAL OR CT-IS-SPREAD
               CONTINUE
           ELSE
               ADD CT-A TO WS-CTL-HASH
           IF CT-H-BATCH-DATE NOT = ZERO
               MOVE CT-H-BATCH-DATE TO WS-BATCH-DATE
           END-IF.
           MOVE CT-H-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.

           PERFORM CHECK-PERIOD-LOCK-PARA.

      * is the batch date in a period that has been closed?  a date
      * on no period at all, or no calendar, locks nothing - the lock
      * only ever follows a close that went through
       CHECK-PERIOD-LOCK-PARA.
           MOVE 'N' TO WS-PERIOD-LOCKED-SW.
           IF WS-PCL-AVAILABLE
               MOVE WS-BATCH-DATE TO WS-PCL-DATE
               PERFORM FIND-PERIOD-PARA
               IF WS-PCL-FOUND AND WS-PCL-IS-CLOSED(WS-PCL-IDX)
                   MOVE 'Y' TO WS-PERIOD-LOCKED-SW
                   MOVE WS-PCL-ID(WS-PCL-IDX) TO WS-LOCKED-PERIOD-ID
                   MOVE SPACES TO WS-LOCKED-REASON-TEXT
                   STRING 'PERIOD ' DELIMITED BY SIZE
                          WS-LOCKED-PERIOD-ID DELIMITED BY SIZE
                          ' CLOSED' DELIMITED BY SIZE
                     INTO WS-LOCKED-REASON-TEXT
                   DISPLAY 'Batch date ', WS-BATCH-DATE, ' falls in ',
                      'closed period ', WS-LOCKED-PERIOD-ID,
                      ' - every detail refused PL, resubmit through ',
                      'CALCFIX'
               END-IF
           END-IF.

      * the trailer promised a count and a hash - hold the run (and
      * with it the GL job) unless the file read back exactly that.
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-RUN-REC-COUNT
      * a reversal's key bytes sit where the amounts would - it
      * counts, it adds nothing to the hash
                           EVALUATE TRUE
                              WHEN CT-IS-REVERSAL
                                   CONTINUE
      * a spread's key is no amount either - its total is CT-B
                              WHEN CT-IS-SPREAD
                              WHEN CT-A-IS-RATE-CODE
                                   ADD CT-B TO WS-RUN-HASH
                                       ON SIZE ERROR CONTINUE
                                   END-ADD
                              WHEN OTHER
                                   ADD CT-A TO WS-RUN-HASH
                                       ON SIZE ERROR CONTINUE
                                   END-ADD
                                   ADD CT-B TO WS-RUN-HASH
                                       ON SIZE ERROR CONTINUE
                                   END-ADD
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           IF CT-A-IS-RATE-CODE
               MOVE CT-RATE-CODE TO WS-USED-RATE-CODE
               MOVE CT-RATE-CODE TO WS-LOOKUP-CODE
               PERFORM LOOKUP-RATE-PARA
               IF WS-RATE-FOUND
                   MOVE WS-RATE-VALUE(WS-BEST-RATE-IDX) TO WS-A
               MOVE CT-A TO WS-A
           END-IF.

      * the record's currency and its rate to functional.  blank is
      * functional; so is the functional code keyed explicitly.
      * anything else is looked up as an FX code on the batch date.
       RESOLVE-CURRENCY-PARA.
           MOVE 'N' TO WS-FX-MISSING-SW.
           MOVE 1 TO WS-FX-RATE.
           IF CT-CURRENCY = SPACES
               MOVE WS-FUNC-CURRENCY TO WS-CURRENCY
           ELSE
               MOVE CT-CURRENCY TO WS-CURRENCY
           END-IF.

           IF WS-CURRENCY = WS-FUNC-CURRENCY
               CONTINUE
           ELSE
               MOVE WS-CURRENCY TO WS-FX-CODE-CCY
               MOVE WS-FX-CODE TO WS-LOOKUP-CODE
               PERFORM LOOKUP-RATE-PARA
               IF WS-RATE-FOUND
                   MOVE WS-RATE-VALUE(WS-BEST-RATE-IDX) TO WS-FX-RATE
               ELSE
                   MOVE 'Y' TO WS-FX-MISSING-SW
                   MOVE ZERO TO WS-FX-RATE
               END-IF
           END-IF.

      * the entry in force for WS-LOOKUP-CODE on the batch date: the
      * one with the latest effective date that is not in the future.
      * CALCRATE isn't required to be in any order, so the whole
      * table is scanned and the best date wins.
           MOVE ZERO TO WS-BEST-RATE-IDX.
           MOVE 1 TO WS-RATE-IDX.
           PERFORM UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CODE(WS-RATE-IDX) = WS-LOOKUP-CODE
                  AND WS-RATE-EFF-DATE(WS-RATE-IDX) NOT > WS-BATCH-DATE
                  AND WS-RATE-EFF-DATE(WS-RATE-IDX) NOT <
                      WS-BEST-EFF-DATE
      * or stands alone - mid-chain the accumulator is the system's
      * own running total and may legitimately outgrow the cap.  a
      * zero max on the card means no amount limit for that area.
      * the card's limit is in functional currency, so the amounts
      * are judged converted.
       CHECK-AUTH-AMOUNT-PARA.
           IF WS-AUTH-MAX(WS-AUTH-IDX) = ZERO
               CONTINUE
           ELSE
               COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(WS-A * WS-FX-RATE)
               IF WS-ABS-AMOUNT > WS-AUTH-MAX(WS-AUTH-IDX)
                   MOVE 'Y' TO WS-AUTH-AMT-VIOL-SW
               END-IF
                  AND CT-CHAIN-ID NOT = SPACES
                   CONTINUE
               ELSE
                   COMPUTE WS-ABS-AMOUNT =
                      FUNCTION ABS(CT-B * WS-FX-RATE)
                   IF WS-ABS-AMOUNT > WS-AUTH-MAX(WS-AUTH-IDX)
                       MOVE 'Y' TO WS-AUTH-AMT-VIOL-SW
                   END-IF
                     MOVE CK-CHAIN-ID TO WS-PREV-CHAIN-ID
                     MOVE CK-CHAIN-TOTAL TO WS-B
                     MOVE CK-CHAIN-BROKEN-SW TO WS-CHAIN-BROKEN-SW
                     MOVE CK-CHAIN-CURRENCY TO WS-CHAIN-CURRENCY
      * resuming a checkpoint is one more restart on this run's
      * tally.  the NUMERIC test keeps a checkpoint written before
      * the count existed from feeding garbage into the history.
           MOVE WS-B TO CK-CHAIN-TOTAL.
           MOVE WS-CHAIN-BROKEN-SW TO CK-CHAIN-BROKEN-SW.
           MOVE WS-RESTARTS-TAKEN TO CK-RESTART-COUNT.
           MOVE WS-CHAIN-CURRENCY TO CK-CHAIN-CURRENCY.
           WRITE CK-RECORD.
           CLOSE CALC-CHECKPOINT-FILE.

           MOVE ZERO TO CK-CHAIN-TOTAL.
           MOVE 'N' TO CK-CHAIN-BROKEN-SW.
           MOVE ZERO TO CK-RESTART-COUNT.
           MOVE SPACES TO CK-CHAIN-CURRENCY.
           WRITE CK-RECORD.
           CLOSE CALC-CHECKPOINT-FILE.

                          DELIMITED BY SIZE
                          WS-MISSING-RATE-CODE DELIMITED BY SIZE
                     INTO CE-REASON-TEXT
      * no FX rate in force for the record's currency - ahead of the
      * broken-chain case for the same reason as RC: the step itself
      * is what needs the fix (a CALCRATE FX entry), and CALCFIX has
      * to see it as such
              WHEN WS-FX-MISSING
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'FX' TO CE-REASON-CODE
                   MOVE SPACES TO CE-REASON-TEXT
                   STRING 'NO FX RATE FOR ' DELIMITED BY SIZE
                          WS-CURRENCY DELIMITED BY SIZE
                     INTO CE-REASON-TEXT
      * a batch dated into a closed period - ahead of the chain cases
      * so every member of a chain rejects PL in its own right and
      * CALCFIX can send the chain back whole; after RC and FX, which
      * need a fix of their own before the record can go back in
              WHEN WS-PERIOD-LOCKED
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'PL' TO CE-REASON-CODE
                   MOVE WS-LOCKED-REASON-TEXT TO CE-REASON-TEXT
              WHEN WS-CCY-MISMATCH
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'CX' TO CE-REASON-CODE
                   MOVE 'CURRENCY DIFFERS FROM CHAIN' TO
                      CE-REASON-TEXT
              WHEN WS-CHAIN-IS-BROKEN
                   MOVE 'N' TO WS-CALC-VALID-SW
                   MOVE 'CB' TO CE-REASON-CODE
               MOVE WS-OPERATOR TO CE-OPERATOR
               MOVE WS-A TO CE-A
               MOVE WS-B TO CE-B
               MOVE WS-CURRENCY TO CE-CURRENCY
               MOVE WS-SOURCE-SYSTEM TO CE-SOURCE-SYSTEM
               MOVE WS-BATCH-DATE TO CE-BATCH-DATE
               WRITE CE-RECORD
               ADD 1 TO WS-CNT-REJECTED
           ELSE
               END-IF

               PERFORM APPLY-PRECISION-PARA
               PERFORM CONVERT-FUNCTIONAL-PARA

               PERFORM ACCUMULATE-RESULT-PARA
               PERFORM TALLY-DEPT-RESULT-PARA
               PERFORM TALLY-CURRENCY-PARA
               PERFORM WRITE-AUDIT-LOG-PARA
               PERFORM WRITE-GL-EXTRACT-PARA
           END-IF.
       TALLY-DEPT-RESULT-PARA.
           PERFORM FIND-DEPT-PARA.
           ADD 1 TO WS-DEPT-CNT-OPS(WS-DEPT-IDX).
           ADD WS-FUNC-RESULT TO WS-DEPT-TOTAL(WS-DEPT-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.

           PERFORM FIND-DEPT-PARA.
           ADD 1 TO WS-DEPT-CNT-REJ(WS-DEPT-IDX).

      * the calculation runs in the record's own currency; its
      * operands and result are then carried over to functional at
      * the record's rate.  rounded to the field, whatever the
      * CALCPARM rounding switch says - a conversion is not part of
      * the arithmetic the department asked for.
       CONVERT-FUNCTIONAL-PARA.
           COMPUTE WS-FUNC-A ROUNDED = WS-A * WS-FX-RATE.
           COMPUTE WS-FUNC-B ROUNDED = WS-B-ORIGINAL * WS-FX-RATE.
           COMPUTE WS-FUNC-RESULT ROUNDED = WS-B * WS-FX-RATE.

       MOVE-RESULT-CURRENCY-PARA.
           MOVE WS-CURRENCY TO CR-CURRENCY.
           MOVE WS-FUNC-A TO CR-FUNC-A.
           MOVE WS-FUNC-B TO CR-FUNC-B.
           MOVE WS-FUNC-RESULT TO CR-FUNC-RESULT.

      * find-or-open the currency's line of the breakdown - twenty
      * currencies on one run is a file that needs looking at
       TALLY-CURRENCY-PARA.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM UNTIL WS-CCY-FOUND OR WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-CODE(WS-CCY-IDX) = WS-CURRENCY
                   MOVE 'Y' TO WS-CCY-FOUND-SW
               ELSE
                   ADD 1 TO WS-CCY-IDX
               END-IF
           END-PERFORM.

           IF WS-CCY-FOUND
               CONTINUE
           ELSE
               IF WS-CCY-COUNT >= 20
                   DISPLAY 'Currency table full at 20 currencies ',
                      '- raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-IDX
               MOVE WS-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-CNT(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-ORIG-TOTAL(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-FUNC-TOTAL(WS-CCY-IDX)
           END-IF.

           ADD 1 TO WS-CCY-CNT(WS-CCY-IDX).
           ADD WS-B TO WS-CCY-ORIG-TOTAL(WS-CCY-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.
           ADD WS-FUNC-RESULT TO WS-CCY-FUNC-TOTAL(WS-CCY-IDX)
               ON SIZE ERROR CONTINUE
           END-ADD.

      * collapses WS-B to the configured number of decimal places
      * (WS-DEC-PLACES, from CALCPARM) instead of always truncating
      * silently at 4
                  '-' DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
             INTO WS-TIMESTAMP.
      * a spread's shares go out in the same hundredth of a second
      * under the one record number - the share tag keeps their
      * AUDMAST keys apart
           IF WS-SPR-SHARE-NUM > ZERO
               MOVE WS-SPR-SHARE-TAG TO WS-TIMESTAMP(18:4)
           END-IF.

           MOVE WS-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-RECORD-NUM TO AL-RECORD-NUM.
           MOVE WS-B-ORIGINAL TO AL-B.
           MOVE WS-B TO AL-RESULT.
           MOVE WS-USED-RATE-CODE TO AL-RATE-CODE.
      * spaces except on a reversal; the original only learns its
      * reversal's key later, see CALCAUDR.cpy
           MOVE WS-REVERSAL-OF TO AL-REVERSAL-OF.
           MOVE SPACES TO AL-REVERSED-BY.
           MOVE WS-CURRENCY TO AL-CURRENCY.
           MOVE WS-FX-RATE TO AL-FX-RATE.
           MOVE WS-FUNC-A TO AL-FUNC-A.
           MOVE WS-FUNC-B TO AL-FUNC-B.
           MOVE WS-FUNC-RESULT TO AL-FUNC-RESULT.
      * seal it onto the end of the chain - see CALCAUDR.cpy
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-AUD-SEQ TO AL-AUD-SEQ.
           MOVE WS-AUD-LAST-CHECK TO AL-PREV-CHECK.
           PERFORM COMPUTE-AUDIT-CHECK-PARA.
           MOVE WS-CHK-VALUE TO AL-CHECK.
           MOVE WS-CHK-VALUE TO WS-AUD-LAST-CHECK.
           WRITE AL-RECORD.

      * CSV extract the GL reporting job reads in directly instead of
      * someone re-keying numbers off a printout.  the first six
      * fields are as they always were, in the record's currency;
      * the currency code and the three amounts in functional
      * currency follow, and the functional result is what posts.
       WRITE-GL-EXTRACT-PARA.
           MOVE WS-A TO WS-A-EDIT.
           MOVE WS-B-ORIGINAL TO WS-B-EDIT.
           MOVE WS-B TO WS-RESULT-EDIT.
           MOVE WS-FUNC-A TO WS-FUNC-A-EDIT.
           MOVE WS-FUNC-B TO WS-FUNC-B-EDIT.
           MOVE WS-FUNC-RESULT TO WS-FUNC-RESULT-EDIT.

           MOVE SPACES TO GL-RECORD.
      * department right after the job id so the GL job can split
                  WS-B-EDIT         DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-RESULT-EDIT    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-CURRENCY       DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-FUNC-A-EDIT    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-FUNC-B-EDIT    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-FUNC-RESULT-EDIT DELIMITED BY SIZE
             INTO GL-RECORD.
           WRITE GL-RECORD.

      * run statistics are in functional currency - results keyed in
      * different currencies only add up once converted
       ACCUMULATE-RESULT-PARA.
           ADD 1 TO WS-RESULT-COUNT.
           ADD WS-FUNC-RESULT TO WS-TOTAL-RESULT.

           IF WS-FIRST-RESULT-SW = 'Y'
               MOVE WS-FUNC-RESULT TO WS-MIN-RESULT
               MOVE WS-FUNC-RESULT TO WS-MAX-RESULT
               MOVE 'N' TO WS-FIRST-RESULT-SW
           ELSE
               IF WS-FUNC-RESULT < WS-MIN-RESULT
                   MOVE WS-FUNC-RESULT TO WS-MIN-RESULT
               END-IF
               IF WS-FUNC-RESULT > WS-MAX-RESULT
                   MOVE WS-FUNC-RESULT TO WS-MAX-RESULT
               END-IF
           END-IF.


           DISPLAY '===================================='.
           DISPLAY ' DAILY CALCULATOR SUMMARY REPORT'.
           IF WS-FUNC-CURRENCY NOT = SPACES
               DISPLAY ' AMOUNTS IN FUNCTIONAL CURRENCY ',
                  WS-FUNC-CURRENCY
           END-IF.
           DISPLAY '===================================='.
           DISPLAY ' ADDITIONS . . . . . : ', WS-CNT-ADD.
           DISPLAY ' SUBTRACTIONS. . . . : ', WS-CNT-SUB.
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
           IF WS-PERIOD-LOCKED
               DISPLAY ' PERIOD CLOSED . . . : ', WS-LOCKED-PERIOD-ID,
                  ' - ALL DETAIL REFUSED'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY ' GRAND TOTAL (SUM) . : ', WS-TOTAL-EDIT.

           IF WS-RESULT-COUNT > 0
           END-IF.

      * the same activity again, cut by cost center - what each
      * department ran, what it got rejected, and its own total.
      * reversals count and post here under the original's
      * department and spread shares under the receiving one (a
      * refused spread is the submitter's reject), so the total is
      * what the department nets to
           IF WS-DEPT-COUNT > 0
               DISPLAY '------------------------------------'
               DISPLAY ' BREAKDOWN BY DEPARTMENT'
               END-PERFORM
           END-IF.

      * and by the currency it was keyed in: the amount as keyed and
      * what it came to in functional currency.  a blank code is
      * work keyed without a currency - functional already.
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

      * the one definition of the CALCAUD seal (CALCCHKW.cpy holds
      * its working storage).  CALCMRGE, CALCAPRG and CALCAUDV carry
      * this paragraph word for word - change all four together or
      * they stop agreeing about the trail.  set AL-PREV-CHECK first;
      * the check for the record as it stands comes back in
      * WS-CHK-VALUE, and the caller decides whether to store it in
      * AL-CHECK or compare it.
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

      * the period calendar load and a date's period lookup
      * (CALCPCLW.cpy holds their working storage).  CALCFIX and
      * CALCMES carry both paragraphs word for word, CALCPCLS the load
      * alone, each with its own name on the table-full message -
      * change all four together or they stop agreeing about which
      * period a date is in.
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
                               DISPLAY 'Period calendar full at 120 ',
                                  'CALCPCAL periods - raise the limit'
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
               DISPLAY 'Run not checked out, no CALCCTL check-in ',
                  'ticket - nothing logged on CALCDAY'
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
               DISPLAY 'Run not checked out, CALCDAY status ',
                  WS-DAY-STATUS
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'Checked out as ', WS-CKO-STEP, ' for ',
                      WS-CKO-BUS-DATE, ' CC ', DY-CC
               ELSE
                   DISPLAY 'Run not checked out, CALCDAY status ',
                      WS-DAY-STATUS
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
