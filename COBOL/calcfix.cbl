      * its card is processed.  a missing ledger is a legitimate run -
      * the shop worked off the one-day report before the ledger
      * existed - it just means nothing gets marked.
      *
      * a refused reversal (operator 'V') is never part of a chain.
      * its R card sends the same reversal back in unchanged - the
      * original's AUDMAST key off the reject - once ops has cleared
      * the cause (usually the original not yet loaded to AUDMAST);
      * FX-OPERATOR and FX-A are ignored for it.  a refused spread
      * (operator 'S') is handled the same way: the fault is in the
      * CALCALOC key or a CALCAUTH card, not the transaction, so its
      * R card resends the same key and total once those are put
      * right.
      *
      * resubmissions never go back into a closed accounting period.
      * CALCRSB's header is dated today when today's period on the
      * CALCPCAL calendar is still open; once it is closed, the
      * header is dated the first day of the next period not yet
      * closed, and the report says so.  a detail refused PL (its
      * batch was dated into a closed period) was never wrong in
      * itself: its R card sends it back exactly as it was, dated
      * into the open period, with FX-OPERATOR and FX-A ignored like
      * a reversal's - and a PL continuation behind a base sent back
      * this way rides along like a CB one, no card needed.  every
      * item dated into a different period than the one it was
      * refused in shows RE-DATED as its disposition.  no calendar,
      * or a today it doesn't cover, dates the header today as
      * before.
      *
      * every repair or write-off is also sent back to the source
      * system that keyed the detail, as a follow-up group on its
      * CALCRTN return file (CALCRTNR.cpy) - the same file CALCRTN
      * told it of the reject on - so the item can be closed on the
      * source's side.  the stream allocates CALCRTN to the return
      * dataset of the system named on the rejects.  a CALCRTN
      * holding another system's groups, or already holding today's
      * follow-up for this batch (a rerun), gets nothing and the run
      * warns RC 4; so does a reject from another source than the
      * group's.  rejects from an interactive session have no source
      * and are never returned.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFIX.

           SELECT CALC-RESUBMIT-FILE ASSIGN TO 'CALCRSB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.
      * the accounting period calendar, optional - where the
      * resubmissions are dated
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO 'CALCPCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.
      * the cross-day exception ledger - dispositions are marked on
      * it so the aging report only chases what is really still open
      * the source system's return file - follow-ups are added to it
           SELECT CALC-RETURN-FILE ASSIGN TO 'CALCRTN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO 'EXCPMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-KEY
               FILE STATUS IS WS-EXC-STATUS.
           SELECT CALC-TICKET-FILE ASSIGN TO 'CALCTKT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKT-STATUS.
           SELECT CALC-DAY-FILE ASSIGN TO 'CALCDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
           COPY CALCEXCM.

       FD  PERIOD-CALENDAR-FILE.
           COPY CALCPCAL.

       FD  CALC-RETURN-FILE.
           COPY CALCRTNR.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-ERR-STATUS PIC X(2) VALUE '00'.
       01 WS-FIX-STATUS PIC X(2) VALUE '00'.
       01 WS-RSB-STATUS PIC X(2) VALUE '00'.
       01 WS-EXC-STATUS PIC X(2) VALUE '00'.
       01 WS-RTN-STATUS PIC X(2) VALUE '00'.

       01 WS-ERR-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-ERROR-FILE VALUE 'Y'.
       01 WS-CNT-MARKED PIC 9(9) VALUE ZERO.
       01 WS-CNT-UNLEDGERED PIC 9(9) VALUE ZERO.

      * the batch date CALCRSB goes back in under, and the period it
      * falls in.  WS-REDATE-ALL is on when today's own period has
      * closed and the whole file moves forward into the next one.
           COPY CALCPCLW.
       01 WS-RSB-DATE PIC 9(8) VALUE ZERO.
       01 WS-RSB-PERIOD-ID PIC X(6) VALUE SPACES.
       01 WS-CLOSED-PERIOD-ID PIC X(6) VALUE SPACES.
       01 WS-REDATE-ALL-SW PIC X(1) VALUE 'N'.
          88 WS-REDATE-ALL VALUE 'Y'.
       01 WS-NEXT-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-NEXT-FOUND VALUE 'Y'.
       01 WS-NEXT-IDX PIC 9(3) VALUE ZERO.
       01 WS-CNT-REDATED PIC 9(9) VALUE ZERO.

      * the follow-up group on CALCRTN.  opened on the first
      * disposition with a source system to return it to: state O
      * open and writing, X refused (wrong file or already sent)
       01 WS-RTN-STATE PIC X(1) VALUE SPACE.
          88 WS-RTN-OPEN VALUE 'O'.
          88 WS-RTN-REFUSED VALUE 'X'.
       01 WS-RTN-SOURCE PIC X(8) VALUE SPACES.
       01 WS-RTN-BATCH-DATE PIC 9(8) VALUE ZERO.
       01 WS-RTN-OTHER-SOURCE PIC X(8) VALUE SPACES.
       01 WS-RTN-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-RETURN-FILE VALUE 'Y'.
       01 WS-RTN-SENT-SW PIC X(1) VALUE 'N'.
          88 WS-RTN-ALREADY-SENT VALUE 'Y'.
       01 WS-CNT-RTN-REPAIRED PIC 9(9) VALUE ZERO.
       01 WS-CNT-RTN-WRITEOFF PIC 9(9) VALUE ZERO.
       01 WS-CNT-RTN-SKIPPED PIC 9(9) VALUE ZERO.
       01 WS-TIMESTAMP PIC X(21).

       01 WS-DISPOSITION PIC X(12).
       01 WS-A-EDIT PIC -(16)9.9(4).
       01 WS-B-EDIT PIC -(16)9.9(4).
      * CALCRSB goes back in as a CALCIN, so it has to carry the same
      * header and trailer controls the calculator now insists on.
      * every operand this program writes is a literal amount, so the
      * trailer hash is simply the sum of the CT-A values written -
      * reversals excepted, which carry a key and hash nothing.
       01 WS-RSB-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RSB-HASH PIC S9(18)V9(4) VALUE ZERO.
       01 WS-CURRENT-DATE-TIME.
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
           PERFORM SET-RSB-DATE-PARA.
           PERFORM LOAD-FIX-TABLE-PARA.
           PERFORM SCAN-CHAINS-PARA.

           DISPLAY '===================================='.
           DISPLAY ' CALCERR DISPOSITION REPORT'.
           DISPLAY '===================================='.
           IF WS-RSB-PERIOD-ID = SPACES
               DISPLAY ' RESUBMISSIONS DATED : ', WS-RSB-DATE
           ELSE
               DISPLAY ' RESUBMISSIONS DATED : ', WS-RSB-DATE,
                  ' PERIOD ', WS-RSB-PERIOD-ID
           END-IF.
           IF WS-REDATE-ALL
               DISPLAY ' RE-DATED FROM . . . : ', WS-CDT-DATE,
                  ' PERIOD ', WS-CLOSED-PERIOD-ID, ' CLOSED'
           END-IF.
           DISPLAY ' REC NUM   CHN RC DISPOSITION'.

           PERFORM UNTIL END-OF-ERROR-FILE

           PERFORM WRITE-RSB-TRAILER-PARA.
           CLOSE CALC-ERROR-LOG CALC-RESUBMIT-FILE.
           IF WS-RTN-OPEN
               PERFORM WRITE-FOLLOW-UP-TRAILER-PARA
               CLOSE CALC-RETURN-FILE
           END-IF.
           IF WS-EXC-AVAILABLE
               CLOSE EXCEPTION-MASTER-FILE
           END-IF.
           DISPLAY '------------------------------------'.
           DISPLAY ' REJECTS READ. . . . : ', WS-CNT-REJECTS.
           DISPLAY ' REPAIRED/RESUBMIT . : ', WS-CNT-REPAIRED.
           DISPLAY '   RE-DATED. . . . . : ', WS-CNT-REDATED.
           DISPLAY ' WRITTEN OFF . . . . : ', WS-CNT-WRITEOFF.
           DISPLAY ' STILL OUTSTANDING . : ', WS-CNT-OUTSTANDING.
           IF WS-EXC-AVAILABLE
               DISPLAY ' LEDGER MARKED . . . : ', WS-CNT-MARKED
               DISPLAY ' NOT ON LEDGER . . . : ', WS-CNT-UNLEDGERED
           END-IF.
           IF WS-RTN-STATE NOT = SPACE
               DISPLAY ' RETURNED TO SOURCE. : ', WS-RTN-SOURCE
               DISPLAY '   REPAIRED. . . . . : ', WS-CNT-RTN-REPAIRED
               DISPLAY '   WRITTEN OFF . . . : ', WS-CNT-RTN-WRITEOFF
               DISPLAY '   NOT RETURNED. . . : ', WS-CNT-RTN-SKIPPED
           END-IF.
           DISPLAY '===================================='.

      * outstanding rejects are the queue growing - warn the scheduler.
      * so is a disposition the source never heard about.
           IF WS-CNT-OUTSTANDING > 0 OR WS-CNT-RTN-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * check out on CALCDAY with the code and counts above
           MOVE WS-CNT-REJECTS TO WS-CKO-IN-COUNT.
           MOVE WS-RSB-COUNT TO WS-CKO-OUT-COUNT.
           MOVE WS-CNT-OUTSTANDING TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

      * where CALCRSB is dated: today, unless today's period has
      * closed - then the first day of the earliest later period
      * that hasn't.  with today's period closed and no open one
      * after it there is nowhere legitimate to post, so nothing is
      * written until finance adds the next period to the calendar.
       SET-RSB-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO WS-RSB-DATE.
           PERFORM LOAD-PERIOD-TABLE-PARA.
           IF WS-PCL-AVAILABLE
               MOVE WS-CDT-DATE TO WS-PCL-DATE
               PERFORM FIND-PERIOD-PARA
               IF WS-PCL-FOUND
                   IF WS-PCL-IS-CLOSED(WS-PCL-IDX)
                       MOVE WS-PCL-ID(WS-PCL-IDX) TO
                          WS-CLOSED-PERIOD-ID
                       PERFORM FIND-NEXT-OPEN-PERIOD-PARA
                   ELSE
                       MOVE WS-PCL-ID(WS-PCL-IDX) TO WS-RSB-PERIOD-ID
                   END-IF
               END-IF
           END-IF.

       FIND-NEXT-OPEN-PERIOD-PARA.
           MOVE 'N' TO WS-NEXT-FOUND-SW.
           MOVE 1 TO WS-PCL-IDX.
           PERFORM UNTIL WS-PCL-IDX > WS-PCL-COUNT
               IF WS-PCL-FROM(WS-PCL-IDX) > WS-CDT-DATE
                  AND NOT WS-PCL-IS-CLOSED(WS-PCL-IDX)
                   IF NOT WS-NEXT-FOUND
                      OR WS-PCL-FROM(WS-PCL-IDX) <
                         WS-PCL-FROM(WS-NEXT-IDX)
                       MOVE 'Y' TO WS-NEXT-FOUND-SW
                       MOVE WS-PCL-IDX TO WS-NEXT-IDX
                   END-IF
               END-IF
               ADD 1 TO WS-PCL-IDX
           END-PERFORM.

           IF NOT WS-NEXT-FOUND
               DISPLAY 'CALCFIX: period ', WS-CLOSED-PERIOD-ID,
                  ' is closed and CALCPCAL has no open period after ',
                  'it - add the next period before resubmitting'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-REDATE-ALL-SW.
           MOVE WS-PCL-FROM(WS-NEXT-IDX) TO WS-RSB-DATE.
           MOVE WS-PCL-ID(WS-NEXT-IDX) TO WS-RSB-PERIOD-ID.

      * pulls the whole correction file into the lookup table.  a
      * missing CALCFIXC (status 35) is a legitimate run - it just
      * means every reject reports as outstanding, which is the view
                   MOVE 'Y' TO WS-CHV-REPAIR-SW(WS-CHV-IDX)
              WHEN WS-FIX-FOUND AND WS-FIX-ACT(WS-FIX-IDX) = 'W'
                   CONTINUE
              WHEN (CE-REASON-CODE = 'CB' OR CE-REASON-CODE = 'PL')
                 AND WS-CHV-REPAIR-SW(WS-CHV-IDX) = 'Y'
                   CONTINUE
              WHEN OTHER
                   ADD 1 TO WS-CNT-WRITEOFF
                   MOVE 'W' TO WS-MARK-STATUS
              WHEN WS-FIX-FOUND AND WS-FIX-ACT(WS-FIX-IDX) = 'R'
                   EVALUATE CE-OPERATOR
                      WHEN 'V'
                           PERFORM WRITE-REVERSAL-PARA
                      WHEN 'S'
                           PERFORM WRITE-SPREAD-PARA
                      WHEN OTHER
                           IF CE-REASON-CODE = 'PL'
                               PERFORM WRITE-RESEND-PARA
                           ELSE
                               PERFORM WRITE-REPAIRED-PARA
                           END-IF
                   END-EVALUATE
                   MOVE 'REPAIRED' TO WS-DISPOSITION
                   ADD 1 TO WS-CNT-REPAIRED
                   MOVE 'R' TO WS-MARK-STATUS
              WHEN CE-REASON-CODE = 'CB' OR CE-REASON-CODE = 'PL'
                   PERFORM FIND-RSB-CHAIN-PARA
                   IF WS-CHAIN-FOUND
      * this continuation was only ever rejected because an earlier
                   ADD 1 TO WS-CNT-OUTSTANDING
           END-EVALUATE.

      * any other repair whose own batch date lies in another period
      * than the one CALCRSB goes back in under has moved period too,
      * whatever it was refused for
           IF WS-MARK-STATUS = 'R'
              AND (CE-REASON-CODE = 'PL' OR WS-REDATE-ALL)
               MOVE 'RE-DATED' TO WS-DISPOSITION
               ADD 1 TO WS-CNT-REDATED
           ELSE
               IF WS-MARK-STATUS = 'R' AND CE-BATCH-DATE NOT = ZERO
                   MOVE CE-BATCH-DATE TO WS-PCL-DATE
                   PERFORM FIND-PERIOD-PARA
                   IF WS-PCL-FOUND
                      AND WS-PCL-ID(WS-PCL-IDX) NOT = WS-RSB-PERIOD-ID
                       MOVE 'RE-DATED' TO WS-DISPOSITION
                       ADD 1 TO WS-CNT-REDATED
                   END-IF
               END-IF
           END-IF.

           IF WS-EXC-AVAILABLE AND WS-MARK-STATUS NOT = SPACE
               PERFORM MARK-LEDGER-PARA
           END-IF.

           IF WS-MARK-STATUS NOT = SPACE
              AND CE-SOURCE-SYSTEM NOT = SPACES
               PERFORM RETURN-FOLLOW-UP-PARA
           END-IF.

           EVALUATE CE-OPERATOR
              WHEN 'V'
                   DISPLAY ' ', CE-RECORD-NUM, ' ', CE-CHAIN-ID, ' ',
                      CE-REASON-CODE, ' ', WS-DISPOSITION, ' ',
                      CE-OPERATOR, ' ', CE-V-ORIG-TIMESTAMP, ' REC ',
                      CE-V-ORIG-RECORD-NUM
              WHEN 'S'
                   MOVE CE-B TO WS-B-EDIT
                   DISPLAY ' ', CE-RECORD-NUM, ' ', CE-CHAIN-ID, ' ',
                      CE-REASON-CODE, ' ', WS-DISPOSITION, ' ',
                      CE-OPERATOR, ' KEY ', CE-S-ALLOC-KEY, ' ',
                      WS-B-EDIT
              WHEN OTHER
                   MOVE CE-A TO WS-A-EDIT
                   MOVE CE-B TO WS-B-EDIT
                   DISPLAY ' ', CE-RECORD-NUM, ' ', CE-CHAIN-ID, ' ',
                      CE-REASON-CODE, ' ', WS-DISPOSITION, ' ',
                      CE-OPERATOR, ' ', WS-A-EDIT, ' ', WS-B-EDIT
           END-EVALUATE.

       FIND-FIX-PARA.
           MOVE 'N' TO WS-FIX-FOUND-SW.
           MOVE WS-FIX-AMT(WS-FIX-IDX) TO CT-A.
           MOVE CE-B TO CT-B.
           MOVE CE-DEPT TO CT-DEPT.
           MOVE CE-CURRENCY TO CT-CURRENCY.
           PERFORM WRITE-RSB-DETAIL-PARA.
           PERFORM REGISTER-RSB-CHAIN-PARA.

      * a PL reject goes back exactly as it was refused - the
      * operand as it resolved on the day (CE-A), the seed or running
      * total (CE-B) - only the batch date it rides in under changes.
      * it opens its chain on CALCRSB like a repaired base, so any PL
      * continuation behind it follows without a card.
       WRITE-RESEND-PARA.
           MOVE CE-CHAIN-ID TO CT-CHAIN-ID.
           MOVE CE-OPERATOR TO CT-OPERATOR.
           MOVE CE-A TO CT-A.
           MOVE CE-B TO CT-B.
           MOVE CE-DEPT TO CT-DEPT.
           MOVE CE-CURRENCY TO CT-CURRENCY.
           PERFORM WRITE-RSB-DETAIL-PARA.
           PERFORM REGISTER-RSB-CHAIN-PARA.

           MOVE CE-A TO CT-A.
           MOVE CE-B TO CT-B.
           MOVE CE-DEPT TO CT-DEPT.
           MOVE CE-CURRENCY TO CT-CURRENCY.
           PERFORM WRITE-RSB-DETAIL-PARA.

      * the reversal goes back in exactly as it was keyed - the same
      * original, under the same submitting department
       WRITE-REVERSAL-PARA.
           MOVE SPACES TO CT-REVERSAL-RECORD.
           MOVE 'V' TO CT-V-OPERATOR.
           MOVE CE-V-ORIG-TIMESTAMP TO CT-V-ORIG-TIMESTAMP.
           MOVE CE-V-ORIG-RECORD-NUM TO CT-V-ORIG-RECORD-NUM.
           MOVE CE-DEPT TO CT-V-DEPT.
           PERFORM WRITE-RSB-DETAIL-PARA.

      * the spread goes back in as it was keyed too - the same key
      * and total, in the same currency, from the same department
       WRITE-SPREAD-PARA.
           MOVE SPACES TO CT-RECORD.
           MOVE 'S' TO CT-OPERATOR.
           MOVE CE-S-ALLOC-KEY TO CT-ALLOC-KEY.
           MOVE CE-B TO CT-B.
           MOVE CE-DEPT TO CT-DEPT.
           MOVE CE-CURRENCY TO CT-CURRENCY.
           PERFORM WRITE-RSB-DETAIL-PARA.

      * one place writes every detail so the trailer's count and
      * hash can never drift from what actually went to the file
       WRITE-RSB-DETAIL-PARA.
           ADD 1 TO WS-RSB-COUNT.
           IF CT-IS-REVERSAL OR CT-IS-SPREAD
               CONTINUE
           ELSE
               ADD CT-A TO WS-RSB-HASH
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-IF.
           WRITE CT-RECORD.

       WRITE-RSB-HEADER-PARA.
           MOVE SPACES TO CT-HEADER-RECORD.
           MOVE 'HDR ' TO CT-H-TYPE.
           MOVE 'CALCFIX' TO CT-H-SOURCE-SYSTEM.
           MOVE WS-RSB-DATE TO CT-H-BATCH-DATE.
           WRITE CT-HEADER-RECORD.

       WRITE-RSB-TRAILER-PARA.
                       END-IF
               END-READ
           END-IF.

      * one follow-up record per disposition, under the source's own
      * batch date and record number.  the group is opened on the
      * first one, for that reject's source and batch.
       RETURN-FOLLOW-UP-PARA.
           IF WS-RTN-STATE = SPACE
               PERFORM OPEN-FOLLOW-UP-PARA
           END-IF.

           IF WS-RTN-REFUSED
              OR CE-SOURCE-SYSTEM NOT = WS-RTN-SOURCE
               ADD 1 TO WS-CNT-RTN-SKIPPED
           ELSE
               MOVE SPACES TO UR-RECORD
               MOVE 'D' TO UR-TYPE
               MOVE CE-SOURCE-SYSTEM TO UR-SOURCE-SYSTEM
               MOVE CE-BATCH-DATE TO UR-BATCH-DATE
               MOVE CE-RECORD-NUM TO UR-RECORD-NUM
               MOVE CE-CHAIN-ID TO UR-CHAIN-ID
               MOVE CE-OPERATOR TO UR-OPERATOR
               MOVE CE-DEPT TO UR-DEPT
               MOVE CE-CURRENCY TO UR-CURRENCY
               MOVE ZERO TO UR-SENT-AMOUNT
               MOVE ZERO TO UR-RESULT
               MOVE ZERO TO UR-FUNC-RESULT
               MOVE CE-REASON-CODE TO UR-REASON-CODE
               MOVE CE-REASON-TEXT TO UR-REASON-TEXT
               MOVE WS-CDT-DATE TO UR-DISP-DATE
               IF WS-MARK-STATUS = 'R'
                   MOVE 'P' TO UR-OUTCOME
                   MOVE WS-RSB-DATE TO UR-RSB-DATE
                   ADD 1 TO WS-CNT-RTN-REPAIRED
               ELSE
                   MOVE 'W' TO UR-OUTCOME
                   MOVE ZERO TO UR-RSB-DATE
                   ADD 1 TO WS-CNT-RTN-WRITEOFF
               END-IF
               WRITE UR-RECORD
               PERFORM CHECK-FOLLOW-UP-WRITE-PARA
           END-IF.

      * the return file must be this source's, and must not have had
      * today's follow-up for the batch already.  a missing file
      * (status 35) is the source's first return.
       OPEN-FOLLOW-UP-PARA.
           MOVE CE-SOURCE-SYSTEM TO WS-RTN-SOURCE.
           MOVE CE-BATCH-DATE TO WS-RTN-BATCH-DATE.

           MOVE 'N' TO WS-RTN-EOF-SW.
           OPEN INPUT CALC-RETURN-FILE.
           IF WS-RTN-STATUS NOT = '00'
               MOVE 'Y' TO WS-RTN-EOF-SW
           END-IF.
           PERFORM UNTIL END-OF-RETURN-FILE
               READ CALC-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-RTN-EOF-SW
                   NOT AT END
                       IF UR-IS-HEADER
                           IF UR-H-SOURCE-SYSTEM NOT = WS-RTN-SOURCE
                               MOVE UR-H-SOURCE-SYSTEM TO
                                  WS-RTN-OTHER-SOURCE
                           END-IF
                           IF UR-H-IS-FOLLOW-UP
                              AND UR-H-BATCH-DATE = WS-RTN-BATCH-DATE
                              AND UR-H-CREATED(1:8) = WS-CDT-DATE
                               MOVE 'Y' TO WS-RTN-SENT-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RTN-STATUS = '00' OR WS-RTN-STATUS = '10'
               CLOSE CALC-RETURN-FILE
           END-IF.

           IF WS-RTN-OTHER-SOURCE NOT = SPACES
               DISPLAY 'CALCFIX: CALCRTN holds returns for ',
                  WS-RTN-OTHER-SOURCE, ' - allocate the return file ',
                  'of ', WS-RTN-SOURCE, ', no follow-ups sent'
               MOVE 'X' TO WS-RTN-STATE
           ELSE
               IF WS-RTN-ALREADY-SENT
                   DISPLAY 'CALCFIX: today''s follow-up for ',
                      WS-RTN-SOURCE, ' batch ', WS-RTN-BATCH-DATE,
                      ' is already on CALCRTN - not sent again'
                   MOVE 'X' TO WS-RTN-STATE
               ELSE
                   PERFORM OPEN-RETURN-FILE-PARA
               END-IF
           END-IF.

       OPEN-RETURN-FILE-PARA.
           OPEN EXTEND CALC-RETURN-FILE.
           IF WS-RTN-STATUS = '35'
               OPEN OUTPUT CALC-RETURN-FILE
           END-IF.
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'CALCFIX: cannot open CALCRTN, status ',
                  WS-RTN-STATUS, ' - no follow-ups sent'
               MOVE 'X' TO WS-RTN-STATE
           ELSE
               MOVE 'O' TO WS-RTN-STATE
               MOVE SPACES TO WS-TIMESTAMP
               STRING WS-CDT-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-CDT-TIME DELIMITED BY SIZE
                 INTO WS-TIMESTAMP
               MOVE SPACES TO UR-HEADER-RECORD
               MOVE 'H' TO UR-H-TYPE
               MOVE WS-RTN-SOURCE TO UR-H-SOURCE-SYSTEM
               MOVE WS-RTN-BATCH-DATE TO UR-H-BATCH-DATE
               MOVE 'F' TO UR-H-KIND
               MOVE 'CALCFIX' TO UR-H-JOB-ID
               MOVE WS-TIMESTAMP TO UR-H-CREATED
               WRITE UR-HEADER-RECORD
               PERFORM CHECK-FOLLOW-UP-WRITE-PARA
           END-IF.

       WRITE-FOLLOW-UP-TRAILER-PARA.
           MOVE SPACES TO UR-TRAILER-RECORD.
           MOVE 'T' TO UR-T-TYPE.
           MOVE WS-RTN-SOURCE TO UR-T-SOURCE-SYSTEM.
           MOVE WS-RTN-BATCH-DATE TO UR-T-BATCH-DATE.
           COMPUTE UR-T-REC-COUNT =
              WS-CNT-RTN-REPAIRED + WS-CNT-RTN-WRITEOFF.
           MOVE ZERO TO UR-T-HASH.
           MOVE ZERO TO UR-T-CNT-ACCEPTED.
           MOVE ZERO TO UR-T-CNT-REJECTED.
           MOVE WS-CNT-RTN-REPAIRED TO UR-T-CNT-REPAIRED.
           MOVE WS-CNT-RTN-WRITEOFF TO UR-T-CNT-WRITTEN-OFF.
           MOVE ZERO TO UR-T-FUNC-TOTAL.
           WRITE UR-TRAILER-RECORD.
           PERFORM CHECK-FOLLOW-UP-WRITE-PARA.

      * a short follow-up group is worse than none - stop and have it
      * taken off the file before the rerun
       CHECK-FOLLOW-UP-WRITE-PARA.
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'CALCFIX: CALCRTN write failed, status ',
                  WS-RTN-STATUS, ' - remove today''s CALCFIX ',
                  'follow-up for ', WS-RTN-SOURCE, ' from CALCRTN ',
                  'before the rerun'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                               DISPLAY 'CALCFIX: period calendar ',
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
               DISPLAY 'CALCFIX: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCFIX: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCFIX: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCFIX: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
