      * blank, the calculator defaulted a time-derived id we can't
      * reconstruct here, so every extract line is counted instead -
      * correct for the normal one-run-per-extract case.
      *
      * reversals (operator 'V') are accounted for twice: inside the
      * totals above like any detail, and again as their own
      * category - every reversal on CALCIN a reversal result or a
      * reversal reject, one audit record and one extract line per
      * reversal result, and the amount backed out the same on
      * CALCOUT as on CALCAUD.  they carry a key, not operands, so
      * they stay out of the operand hash on every side.
      *
      * spreads (operator 'S') are a category of their own as well.
      * a posted spread is one CALCOUT/CALCAUD/CALCGLX record per
      * receiving department, so the record count takes a spread,
      * not a share, as the unit - CALCAUD's first share of each
      * spread (timestamp tag 'S001') counts the spreads posted.
      * every spread on CALCIN must be posted or rejected, every
      * share must be on all three success files, and the total
      * spread on CALCIN must come back as the shares plus the
      * rejected totals, in functional currency.  the allocation key
      * is no operand, so spreads stay out of the operand hash too.
      *
      * the operand hash is struck in functional currency: a CALCIN
      * operand is converted at the CALCRATE FX entry for its currency
      * on the header's batch date, as the calculator converted it,
      * and compared with the functional operand on CALCOUT and the
      * converted operand on CALCERR.  a currency with no FX entry
      * hashes zero on this side, as its FX reject does on that one.
      * the same proof is then repeated currency by currency, so two
      * currencies can't hide each other's difference.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCN.

           SELECT CALC-RATE-FILE ASSIGN TO 'CALCRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CALC-TICKET-FILE ASSIGN TO 'CALCTKT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKT-STATUS.
           SELECT CALC-DAY-FILE ASSIGN TO 'CALCDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CALCAUDR.

       FD  CALC-GL-EXTRACT.
       01  GL-RECORD PIC X(160).

       FD  CALC-PARM-FILE.
       01  PM-RECORD.
           05 PM-VOL-LIMIT PIC 9(9).
           05 PM-REJ-PCT-LIMIT PIC 9(3).
           05 PM-ELAPSED-LIMIT PIC 9(5).
           05 PM-FUNC-CURRENCY PIC X(3).
      * CALCOUTL's outlier-screen thresholds, ignored here
           05 PM-OUTL-MONTHS PIC 9(2).
           05 PM-OUTL-BAND PIC 9(2)V9(1).
           05 PM-OUTL-MIN-HIST PIC 9(4).

       FD  CALC-RATE-FILE.
           COPY CALCRATE.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-OUT-STATUS PIC X(2) VALUE '00'.
       01 WS-ERR-STATUS PIC X(2) VALUE '00'.
          88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-BATCH-DATE PIC 9(8) VALUE ZERO.
       01 WS-RESOLVED-A PIC S9(16)V9(4) VALUE ZERO.
       01 WS-LOOKUP-CODE PIC X(8) VALUE SPACES.

      * currency resolution, as the calculator does it
       01 WS-FUNC-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-FX-CODE.
           05 FILLER PIC X(2) VALUE 'FX'.
           05 WS-FX-CODE-CCY PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
       01 WS-FX-RATE PIC S9(16)V9(4) VALUE 1.
       01 WS-FUNC-AMOUNT PIC S9(16)V9(4) VALUE ZERO.

      * the hash proof again, per currency
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
              10 WS-CCY-CODE PIC X(3).
              10 WS-CCY-IN-COUNT PIC 9(9).
              10 WS-CCY-HASH-IN PIC S9(18)V9(4).
              10 WS-CCY-HASH-ACCTD PIC S9(18)V9(4).
       01 WS-CCY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CCY-IDX PIC 9(3) VALUE ZERO.
       01 WS-CCY-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-CCY-FOUND VALUE 'Y'.
       01 WS-CCY-STATE PIC X(14).
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(8).
       01 WS-AUD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-GLX-COUNT PIC 9(9) VALUE ZERO.

      * the reversal category, counted inside the figures above too
       01 WS-IN-REV PIC 9(9) VALUE ZERO.
       01 WS-OUT-REV PIC 9(9) VALUE ZERO.
       01 WS-ERR-REV PIC 9(9) VALUE ZERO.
       01 WS-AUD-REV PIC 9(9) VALUE ZERO.
       01 WS-GLX-REV PIC 9(9) VALUE ZERO.
       01 WS-REV-AMT-OUT PIC S9(18)V9(4) VALUE ZERO.
       01 WS-REV-AMT-AUD PIC S9(18)V9(4) VALUE ZERO.
       01 WS-EXPECTED-REV PIC 9(9) VALUE ZERO.
       01 WS-REV-AMT-OUT-EDIT PIC -(18)9.9(4).
       01 WS-REV-AMT-AUD-EDIT PIC -(18)9.9(4).

      * the spread category - shares on the success files, whole
      * spreads on CALCIN and CALCERR
       01 WS-IN-SPR PIC 9(9) VALUE ZERO.
       01 WS-OUT-SPR PIC 9(9) VALUE ZERO.
       01 WS-ERR-SPR PIC 9(9) VALUE ZERO.
       01 WS-AUD-SPR PIC 9(9) VALUE ZERO.
       01 WS-AUD-SPR-POSTED PIC 9(9) VALUE ZERO.
       01 WS-GLX-SPR PIC 9(9) VALUE ZERO.
       01 WS-SPR-AMT-IN PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPR-AMT-OUT PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPR-AMT-ERR PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPR-AMT-AUD PIC S9(18)V9(4) VALUE ZERO.
       01 WS-SPR-AMT-ACCTD PIC S9(18)V9(4) VALUE ZERO.
       01 WS-EXPECTED-SPR PIC 9(9) VALUE ZERO.
       01 WS-SPR-AMT-EDIT PIC -(18)9.9(4).

      * hash totals over the operand amounts.  these are control
      * totals, not arithmetic anyone posts from - an overflow is
      * simply ignored on every side alike, so matched files still
       01 WS-HASH-IN-EDIT PIC -(18)9.9(4).
       01 WS-HASH-ACCTD-EDIT PIC -(18)9.9(4).

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
               MOVE 8 TO RETURN-CODE
           END-IF.

      * check out on CALCDAY with the code and counts above
           MOVE WS-IN-COUNT TO WS-CKO-IN-COUNT.
           MOVE WS-OUT-COUNT TO WS-CKO-OUT-COUNT.
           MOVE WS-ERR-COUNT TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

      * same optional-card handling as the calculator - only the job
                     CONTINUE
                  NOT AT END
                     MOVE PM-JOB-ID TO WS-JOB-ID
                     MOVE PM-FUNC-CURRENCY TO WS-FUNC-CURRENCY
               END-READ
               CLOSE CALC-PARM-FILE
           END-IF.
      * control records aren't transactions - nothing to account for
                          WHEN CT-IS-TRAILER
                               CONTINUE
                          WHEN CT-IS-REVERSAL
                               ADD 1 TO WS-IN-COUNT
                               ADD 1 TO WS-IN-REV
                          WHEN CT-IS-SPREAD
                               ADD 1 TO WS-IN-COUNT
                               ADD 1 TO WS-IN-SPR
                               MOVE CT-CURRENCY TO WS-CURRENCY
                               PERFORM RESOLVE-FX-RATE-PARA
                               COMPUTE WS-FUNC-AMOUNT ROUNDED =
                                  CT-B * WS-FX-RATE
                               ADD WS-FUNC-AMOUNT TO WS-SPR-AMT-IN
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                          WHEN OTHER
                               ADD 1 TO WS-IN-COUNT
                               PERFORM RESOLVE-OPERAND-PARA
                               MOVE CT-CURRENCY TO WS-CURRENCY
                               PERFORM RESOLVE-FX-RATE-PARA
                               COMPUTE WS-FUNC-AMOUNT ROUNDED =
                                  WS-RESOLVED-A * WS-FX-RATE
                               ADD WS-FUNC-AMOUNT TO WS-HASH-IN
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                               PERFORM FIND-CURRENCY-PARA
                               ADD 1 TO WS-CCY-IN-COUNT(WS-CCY-IDX)
                               ADD WS-FUNC-AMOUNT TO
                                  WS-CCY-HASH-IN(WS-CCY-IDX)
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                       END-EVALUATE

       RESOLVE-OPERAND-PARA.
           IF CT-A-IS-RATE-CODE
               MOVE CT-RATE-CODE TO WS-LOOKUP-CODE
               PERFORM LOOKUP-RATE-PARA
               IF WS-RATE-FOUND
                   MOVE WS-RATE-VALUE(WS-BEST-RATE-IDX) TO
               MOVE CT-A TO WS-RESOLVED-A
           END-IF.

      * WS-CURRENCY's rate to functional: blank or the functional code
      * itself is 1, anything else its FX entry, zero when it has none
       RESOLVE-FX-RATE-PARA.
           IF WS-CURRENCY = SPACES
               MOVE WS-FUNC-CURRENCY TO WS-CURRENCY
           END-IF.
           IF WS-CURRENCY = WS-FUNC-CURRENCY
               MOVE 1 TO WS-FX-RATE
           ELSE
               MOVE WS-CURRENCY TO WS-FX-CODE-CCY
               MOVE WS-FX-CODE TO WS-LOOKUP-CODE
               PERFORM LOOKUP-RATE-PARA
               IF WS-RATE-FOUND
                   MOVE WS-RATE-VALUE(WS-BEST-RATE-IDX) TO WS-FX-RATE
               ELSE
                   MOVE ZERO TO WS-FX-RATE
               END-IF
           END-IF.

       FIND-CURRENCY-PARA.
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
                   DISPLAY 'CALCRCN: currency table full at 20 ',
                      'currencies - raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-IDX
               MOVE WS-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-IN-COUNT(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-HASH-IN(WS-CCY-IDX)
               MOVE ZERO TO WS-CCY-HASH-ACCTD(WS-CCY-IDX)
           END-IF.

      * same in-force rule as the calculator: latest effective date
      * on or before the batch date, whole table scanned
       LOOKUP-RATE-PARA.
           MOVE ZERO TO WS-BEST-RATE-IDX.
           MOVE 1 TO WS-RATE-IDX.
           PERFORM UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CODE(WS-RATE-IDX) = WS-LOOKUP-CODE
                  AND WS-RATE-EFF-DATE(WS-RATE-IDX) NOT > WS-BATCH-DATE
                  AND WS-RATE-EFF-DATE(WS-RATE-IDX) NOT <
                      WS-BEST-EFF-DATE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-OUT-COUNT
                       EVALUATE CR-OPERATOR
                          WHEN 'V'
                               ADD 1 TO WS-OUT-REV
                               ADD CR-FUNC-RESULT TO WS-REV-AMT-OUT
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                          WHEN 'S'
                               ADD 1 TO WS-OUT-SPR
                               ADD CR-FUNC-RESULT TO WS-SPR-AMT-OUT
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                          WHEN OTHER
                               ADD CR-FUNC-A TO WS-HASH-OUT
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                               MOVE CR-CURRENCY TO WS-CURRENCY
                               PERFORM FIND-CURRENCY-PARA
                               ADD CR-FUNC-A TO
                                  WS-CCY-HASH-ACCTD(WS-CCY-IDX)
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-OUT-STATUS = '00' OR WS-OUT-STATUS = '10'
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ERR-COUNT
                       EVALUATE CE-OPERATOR
                          WHEN 'V'
                               ADD 1 TO WS-ERR-REV
                          WHEN 'S'
                               ADD 1 TO WS-ERR-SPR
                               MOVE CE-CURRENCY TO WS-CURRENCY
                               PERFORM RESOLVE-FX-RATE-PARA
                               COMPUTE WS-FUNC-AMOUNT ROUNDED =
                                  CE-B * WS-FX-RATE
                               ADD WS-FUNC-AMOUNT TO WS-SPR-AMT-ERR
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                          WHEN OTHER
                               MOVE CE-CURRENCY TO WS-CURRENCY
                               PERFORM RESOLVE-FX-RATE-PARA
                               COMPUTE WS-FUNC-AMOUNT ROUNDED =
                                  CE-A * WS-FX-RATE
                               ADD WS-FUNC-AMOUNT TO WS-HASH-ERR
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                               PERFORM FIND-CURRENCY-PARA
                               ADD WS-FUNC-AMOUNT TO
                                  WS-CCY-HASH-ACCTD(WS-CCY-IDX)
                                   ON SIZE ERROR CONTINUE
                               END-ADD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-ERR-STATUS = '00' OR WS-ERR-STATUS = '10'
                       IF WS-JOB-ID = SPACES
                          OR AL-JOB-ID = WS-JOB-ID
                           ADD 1 TO WS-AUD-COUNT
                           EVALUATE AL-OPERATOR
                              WHEN 'V'
                                   ADD 1 TO WS-AUD-REV
                                   ADD AL-FUNC-RESULT TO WS-REV-AMT-AUD
                                       ON SIZE ERROR CONTINUE
                                   END-ADD
                              WHEN 'S'
                                   ADD 1 TO WS-AUD-SPR
                                   IF AL-TIMESTAMP(18:4) = 'S001'
                                       ADD 1 TO WS-AUD-SPR-POSTED
                                   END-IF
                                   ADD AL-FUNC-RESULT TO WS-SPR-AMT-AUD
                                       ON SIZE ERROR CONTINUE
                                   END-ADD
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
                       IF WS-JOB-ID = SPACES
                          OR GL-RECORD(1:8) = WS-JOB-ID
                           ADD 1 TO WS-GLX-COUNT
      * operator is the third comma field: job(8) , dept(4) , op
                           EVALUATE GL-RECORD(15:1)
                              WHEN 'V'
                                   ADD 1 TO WS-GLX-REV
                              WHEN 'S'
                                   ADD 1 TO WS-GLX-SPR
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           END-IF.
           DISPLAY '------------------------------------'.

      * every input record exactly once: results + rejects = input,
      * a posted spread counted once however many shares it has
           COMPUTE WS-EXPECTED-COUNT = WS-OUT-COUNT - WS-OUT-SPR
              + WS-AUD-SPR-POSTED + WS-ERR-COUNT.
           IF WS-EXPECTED-COUNT = WS-IN-COUNT
               DISPLAY ' RECORD COUNTS . . . : IN BALANCE'
           ELSE
               DISPLAY '   RECEIVED (OUT+ERR): ', WS-HASH-ACCTD-EDIT
           END-IF.

           PERFORM CURRENCY-BALANCE-PARA.
           PERFORM REVERSAL-BALANCE-PARA.
           PERFORM SPREAD-BALANCE-PARA.

           DISPLAY '------------------------------------'.
           IF WS-RUN-BALANCED
               DISPLAY ' RUN IS IN BALANCE - GL MAY PROCEED'
               DISPLAY ' RUN OUT OF BALANCE - HOLD GL JOB'
           END-IF.
           DISPLAY '===================================='.

      * the operand hash per currency, functional on both sides
       CURRENCY-BALANCE-PARA.
           IF WS-CCY-COUNT > 0
               DISPLAY '------------------------------------'
               DISPLAY ' OPERAND HASH BY CURRENCY'
               DISPLAY ' CCY  CALCIN RECS  FUNCTIONAL HASH'
               MOVE 1 TO WS-CCY-IDX
               PERFORM UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   IF WS-CCY-HASH-ACCTD(WS-CCY-IDX) =
                      WS-CCY-HASH-IN(WS-CCY-IDX)
                       MOVE 'IN BALANCE' TO WS-CCY-STATE
                   ELSE
                       MOVE 'N' TO WS-BALANCED-SW
                       MOVE 'OUT OF BALANCE' TO WS-CCY-STATE
                   END-IF
                   MOVE WS-CCY-HASH-IN(WS-CCY-IDX) TO WS-HASH-IN-EDIT
                   DISPLAY ' ', WS-CCY-CODE(WS-CCY-IDX), '  ',
                      WS-CCY-IN-COUNT(WS-CCY-IDX), ' ',
                      WS-HASH-IN-EDIT, ' ', WS-CCY-STATE
                   IF WS-CCY-HASH-ACCTD(WS-CCY-IDX) NOT =
                      WS-CCY-HASH-IN(WS-CCY-IDX)
                       MOVE WS-CCY-HASH-ACCTD(WS-CCY-IDX) TO
                          WS-HASH-ACCTD-EDIT
                       DISPLAY '   RECEIVED (OUT+ERR): ',
                          WS-HASH-ACCTD-EDIT
                   END-IF
                   ADD 1 TO WS-CCY-IDX
               END-PERFORM
           END-IF.

      * reversals as their own category, same four proofs in small
       REVERSAL-BALANCE-PARA.
           MOVE WS-REV-AMT-OUT TO WS-REV-AMT-OUT-EDIT.
           MOVE WS-REV-AMT-AUD TO WS-REV-AMT-AUD-EDIT.
           DISPLAY '------------------------------------'.
           DISPLAY ' REVERSALS ON CALCIN : ', WS-IN-REV.
           DISPLAY ' REVERSALS POSTED. . : ', WS-OUT-REV.
           DISPLAY ' REVERSALS REJECTED. : ', WS-ERR-REV.
           DISPLAY ' REVERSED AMOUNT . . : ', WS-REV-AMT-OUT-EDIT.

           COMPUTE WS-EXPECTED-REV = WS-OUT-REV + WS-ERR-REV.
           IF WS-EXPECTED-REV = WS-IN-REV
               DISPLAY ' REVERSAL COUNTS . . : IN BALANCE'
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY ' REVERSAL COUNTS . . : OUT OF BALANCE'
               DISPLAY '   EXPECTED (OUT+ERR): ', WS-EXPECTED-REV
               DISPLAY '   RECEIVED (CALCIN) : ', WS-IN-REV
           END-IF.

           IF WS-AUD-REV = WS-OUT-REV
              AND WS-GLX-REV = WS-AUD-REV
               DISPLAY ' REVERSAL TRAIL. . . : IN BALANCE'
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY ' REVERSAL TRAIL. . . : OUT OF BALANCE'
               DISPLAY '   CALCOUT . . . . . : ', WS-OUT-REV
               DISPLAY '   CALCAUD . . . . . : ', WS-AUD-REV
               DISPLAY '   CALCGLX . . . . . : ', WS-GLX-REV
           END-IF.

           IF WS-REV-AMT-AUD = WS-REV-AMT-OUT
               DISPLAY ' REVERSED AMOUNTS. . : IN BALANCE'
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY ' REVERSED AMOUNTS. . : OUT OF BALANCE'
               DISPLAY '   CALCOUT . . . . . : ', WS-REV-AMT-OUT-EDIT
               DISPLAY '   CALCAUD . . . . . : ', WS-REV-AMT-AUD-EDIT
           END-IF.

      * spreads as their own category: every spread posted or
      * rejected, every share on all three success files, and the
      * total spread accounted for as shares plus rejected totals
       SPREAD-BALANCE-PARA.
           MOVE WS-SPR-AMT-OUT TO WS-SPR-AMT-EDIT.
           DISPLAY '------------------------------------'.
           DISPLAY ' SPREADS ON CALCIN . : ', WS-IN-SPR.
           DISPLAY ' SPREADS POSTED. . . : ', WS-AUD-SPR-POSTED.
           DISPLAY ' SPREADS REJECTED. . : ', WS-ERR-SPR.
           DISPLAY ' SPREAD SHARES . . . : ', WS-OUT-SPR.
           DISPLAY ' SPREAD AMOUNT . . . : ', WS-SPR-AMT-EDIT.

           COMPUTE WS-EXPECTED-SPR = WS-AUD-SPR-POSTED + WS-ERR-SPR.
           IF WS-EXPECTED-SPR = WS-IN-SPR
               DISPLAY ' SPREAD COUNTS . . . : IN BALANCE'
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY ' SPREAD COUNTS . . . : OUT OF BALANCE'
               DISPLAY '   EXPECTED (AUD+ERR): ', WS-EXPECTED-SPR
               DISPLAY '   RECEIVED (CALCIN) : ', WS-IN-SPR
           END-IF.

           IF WS-AUD-SPR = WS-OUT-SPR
              AND WS-GLX-SPR = WS-AUD-SPR
               DISPLAY ' SPREAD TRAIL. . . . : IN BALANCE'
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY ' SPREAD TRAIL. . . . : OUT OF BALANCE'
               DISPLAY '   CALCOUT . . . . . : ', WS-OUT-SPR
               DISPLAY '   CALCAUD . . . . . : ', WS-AUD-SPR
               DISPLAY '   CALCGLX . . . . . : ', WS-GLX-SPR
           END-IF.

           COMPUTE WS-SPR-AMT-ACCTD = WS-SPR-AMT-OUT + WS-SPR-AMT-ERR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           IF WS-SPR-AMT-ACCTD = WS-SPR-AMT-IN
              AND WS-SPR-AMT-AUD = WS-SPR-AMT-OUT
               DISPLAY ' SPREAD AMOUNTS. . . : IN BALANCE'
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY ' SPREAD AMOUNTS. . . : OUT OF BALANCE'
               MOVE WS-SPR-AMT-IN TO WS-HASH-IN-EDIT
               DISPLAY '   CALCIN. . . . . . : ', WS-HASH-IN-EDIT
               MOVE WS-SPR-AMT-ACCTD TO WS-HASH-ACCTD-EDIT
               DISPLAY '   CALCOUT+CALCERR . : ', WS-HASH-ACCTD-EDIT
               MOVE WS-SPR-AMT-AUD TO WS-SPR-AMT-EDIT
               DISPLAY '   CALCAUD . . . . . : ', WS-SPR-AMT-EDIT
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
               DISPLAY 'CALCRCN: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCRCN: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCRCN: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCRCN: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
